//FOUR021X JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,05) 00000010
//*****************************************************************     00000020
//* BACKUP NOTURNO DOS CLUSTERS, DEPOIS DO FECHAMENTO DO DIA:           00000030
//* PARA CADA ARQUIVO (CLIENTES, EVSA0407, HISTMOV, CDBMAS E            00000040
//* BLOQJUD) DOIS PASSOS:                                               00000050
//* BKxxx   - REPRO DO CLUSTER PARA A GERACAO NOVA DO GDG               00000060
//*           GR.FOUR021.BKP.<ARQUIVO>                                  00000070
//* VRxxx   - FR21BKV1 MODO 'V': TOTALIZA CLUSTER E GERACAO NOVA        00000080
//*           (REGISTROS, HASH DAS CHAVES E TOTAL DO CAMPO DE           00000090
//*           VALOR) E GRAVA A LINHA NO CATALOGO BKPCAT. SE NAO         00000100
//*           CONFERIR, ALERTA CRITICO PELO GRAVALOG (RC 8)             00000110
//*           PARM = 'V' + GERACAO(4) + ARQUIVO; GERACAO ZEROS = A      00000120
//*           ULTIMA DO CATALOGO + 1 (INFORMAR PARA ACERTAR COM O GDG)  00000130
//* A VERIFICACAO SO RODA SE O REPRO DO ARQUIVO TERMINOU COM RC 0;      00000140
//* UM ARQUIVO DIVERGENTE NAO IMPEDE O BACKUP DOS SEGUINTES             00000150
//*****************************************************************     00000160
//BKCLI    EXEC PGM=IDCAMS                                              00000170
//SYSPRINT DD   SYSOUT=*                                                00000180
//ENTRADA  DD   DSN=GR.FOUR021.CLIVSAM,DISP=SHR                         00000190
//SAIDA    DD   DSN=GR.FOUR021.BKP.CLIENTES(+1),                        00000200
//              DISP=(NEW,CATLG,DELETE),                                00000210
//              UNIT=SYSDA,SPACE=(TRK,(10,10),RLSE),                    00000220
//              DCB=(RECFM=FB,LRECL=73)                                 00000230
//SYSIN    DD   *                                                       00000240
 REPRO INFILE(ENTRADA) OUTFILE(SAIDA)                                   00000250
/*                                                                      00000260
//VRCLI    EXEC PGM=FR21BKV1,PARM='V0000CLIENTES',COND=(0,NE,BKCLI)     00000270
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000280
//CLIENTES DD   DSN=GR.FOUR021.CLIVSAM,DISP=SHR                         00000290
//BKPCLI   DD   DSN=GR.FOUR021.BKP.CLIENTES(+1),DISP=SHR                00000300
//BKPCAT   DD   DSN=PR.FOUR021.BKPCAT,DISP=MOD                          00000310
//RELBKV   DD   SYSOUT=*                                                00000320
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00000330
//FERIADOS DD   DSN=PR.FOUR021.FERIADOS,DISP=SHR                        00000340
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000350
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000360
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000370
//SYSOUT   DD   SYSOUT=*                                                00000380
//BKEVSA   EXEC PGM=IDCAMS                                              00000390
//SYSPRINT DD   SYSOUT=*                                                00000400
//ENTRADA  DD   DSN=GR.FOUR021.EVSA0407,DISP=SHR                        00000410
//SAIDA    DD   DSN=GR.FOUR021.BKP.EVSA0407(+1),                        00000420
//              DISP=(NEW,CATLG,DELETE),                                00000430
//              UNIT=SYSDA,SPACE=(TRK,(10,10),RLSE),                    00000440
//              DCB=(RECFM=FB,LRECL=19)                                 00000450
//SYSIN    DD   *                                                       00000460
 REPRO INFILE(ENTRADA) OUTFILE(SAIDA)                                   00000470
/*                                                                      00000480
//VREVSA   EXEC PGM=FR21BKV1,PARM='V0000EVSA0407',COND=(0,NE,BKEVSA)    00000490
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000500
//EVSA0407 DD   DSN=GR.FOUR021.EVSA0407,DISP=SHR                        00000510
//BKPEVSA  DD   DSN=GR.FOUR021.BKP.EVSA0407(+1),DISP=SHR                00000520
//BKPCAT   DD   DSN=PR.FOUR021.BKPCAT,DISP=MOD                          00000530
//RELBKV   DD   SYSOUT=*                                                00000540
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00000550
//FERIADOS DD   DSN=PR.FOUR021.FERIADOS,DISP=SHR                        00000560
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000570
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000580
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000590
//SYSOUT   DD   SYSOUT=*                                                00000600
//BKHIS    EXEC PGM=IDCAMS                                              00000610
//SYSPRINT DD   SYSOUT=*                                                00000620
//ENTRADA  DD   DSN=GR.FOUR021.HISVSAM,DISP=SHR                         00000630
//SAIDA    DD   DSN=GR.FOUR021.BKP.HISTMOV(+1),                         00000640
//              DISP=(NEW,CATLG,DELETE),                                00000650
//              UNIT=SYSDA,SPACE=(TRK,(10,10),RLSE),                    00000660
//              DCB=(RECFM=FB,LRECL=59)                                 00000670
//SYSIN    DD   *                                                       00000680
 REPRO INFILE(ENTRADA) OUTFILE(SAIDA)                                   00000690
/*                                                                      00000700
//VRHIS    EXEC PGM=FR21BKV1,PARM='V0000HISTMOV',COND=(0,NE,BKHIS)      00000710
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000720
//HISTMOV  DD   DSN=GR.FOUR021.HISVSAM,DISP=SHR                         00000730
//BKPHIS   DD   DSN=GR.FOUR021.BKP.HISTMOV(+1),DISP=SHR                 00000740
//BKPCAT   DD   DSN=PR.FOUR021.BKPCAT,DISP=MOD                          00000750
//RELBKV   DD   SYSOUT=*                                                00000760
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00000770
//FERIADOS DD   DSN=PR.FOUR021.FERIADOS,DISP=SHR                        00000780
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000790
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000800
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000810
//SYSOUT   DD   SYSOUT=*                                                00000820
//BKCDB    EXEC PGM=IDCAMS                                              00000830
//SYSPRINT DD   SYSOUT=*                                                00000840
//ENTRADA  DD   DSN=GR.FOUR021.CDBVSAM,DISP=SHR                         00000850
//SAIDA    DD   DSN=GR.FOUR021.BKP.CDBMAS(+1),                          00000860
//              DISP=(NEW,CATLG,DELETE),                                00000870
//              UNIT=SYSDA,SPACE=(TRK,(10,10),RLSE),                    00000880
//              DCB=(RECFM=FB,LRECL=49)                                 00000890
//SYSIN    DD   *                                                       00000900
 REPRO INFILE(ENTRADA) OUTFILE(SAIDA)                                   00000910
/*                                                                      00000920
//VRCDB    EXEC PGM=FR21BKV1,PARM='V0000CDBMAS',COND=(0,NE,BKCDB)       00000930
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000940
//CDBMAS   DD   DSN=GR.FOUR021.CDBVSAM,DISP=SHR                         00000950
//BKPCDB   DD   DSN=GR.FOUR021.BKP.CDBMAS(+1),DISP=SHR                  00000960
//BKPCAT   DD   DSN=PR.FOUR021.BKPCAT,DISP=MOD                          00000970
//RELBKV   DD   SYSOUT=*                                                00000980
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00000990
//FERIADOS DD   DSN=PR.FOUR021.FERIADOS,DISP=SHR                        00001000
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00001010
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00001020
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00001030
//SYSOUT   DD   SYSOUT=*                                                00001040
//BKBLQ    EXEC PGM=IDCAMS                                              00001050
//SYSPRINT DD   SYSOUT=*                                                00001060
//ENTRADA  DD   DSN=GR.FOUR021.BLQVSAM,DISP=SHR                         00001070
//SAIDA    DD   DSN=GR.FOUR021.BKP.BLOQJUD(+1),                         00001080
//              DISP=(NEW,CATLG,DELETE),                                00001090
//              UNIT=SYSDA,SPACE=(TRK,(10,10),RLSE),                    00001100
//              DCB=(RECFM=FB,LRECL=56)                                 00001110
//SYSIN    DD   *                                                       00001120
 REPRO INFILE(ENTRADA) OUTFILE(SAIDA)                                   00001130
/*                                                                      00001140
//VRBLQ    EXEC PGM=FR21BKV1,PARM='V0000BLOQJUD',COND=(0,NE,BKBLQ)      00001150
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00001160
//BLOQJUD  DD   DSN=GR.FOUR021.BLQVSAM,DISP=SHR                         00001170
//BKPBLQ   DD   DSN=GR.FOUR021.BKP.BLOQJUD(+1),DISP=SHR                 00001180
//BKPCAT   DD   DSN=PR.FOUR021.BKPCAT,DISP=MOD                          00001190
//RELBKV   DD   SYSOUT=*                                                00001200
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00001210
//FERIADOS DD   DSN=PR.FOUR021.FERIADOS,DISP=SHR                        00001220
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00001230
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00001240
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00001250
//SYSOUT   DD   SYSOUT=*                                                00001260
