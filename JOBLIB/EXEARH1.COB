//FOUR021X JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000010
//*****************************************************************     00000020
//* ARQUIVAMENTO MENSAL DOS HISTORICOS - FR21ARH1 (DB2, VIA TSO)        00000030
//* PARA CADA HISTORICO, DOIS PASSOS:                                   00000040
//*   'A' DESCARREGA AS LINHAS ANTERIORES AO CORTE DA RETENCAO          00000050
//*       (IVAN.RETENCAO) NA GERACAO NOVA DO GDG                        00000060
//*       GR.FOUR021.ARQH.<TABELA> E REGISTRA NO INDICE ARQHIDX         00000070
//*   'E' RELE A GERACAO E APAGA AS LINHAS DA BASE COM COMMIT E         00000080
//*       CHECKPOINT POR LOTE. SE CAIR, RESUBMETER O JOB A PARTIR       00000090
//*       DO PASSO 'E' QUE FALHOU (RESTART=STEPnnE, TROCANDO O          00000100
//*       (+1) DO ARQHIST POR (0)): A RETOMADA CONTINUA DO ULTIMO       00000110
//*       LOTE CONFIRMADO                                               00000120
//* O EVTMST E SEQUENCIAL: O EXPURGO GRAVA O EVTMSTN SEM OS             00000130
//* EVENTOS ARQUIVADOS E O ULTIMO PASSO O COPIA DE VOLTA.               00000140
//*****************************************************************     00000150
//STEP01A  EXEC PGM=IKJEFT01                                            00000160
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000170
//ARQHIST  DD   DSN=GR.FOUR021.ARQH.AUDFUNC(+1),                        00000180
//              DISP=(NEW,CATLG,DELETE),                                00000190
//              UNIT=SYSDA,SPACE=(CYL,(10,10),RLSE),                    00000200
//              DCB=(RECFM=FB,LRECL=300,BLKSIZE=27900)                  00000210
//ARQHIDX  DD   DSN=PR.FOUR021.ARQHIDX,DISP=MOD                         00000220
//RELARH   DD   SYSOUT=*                                                00000230
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00000240
//FERIADOS DD   DSN=PR.FOUR021.FERIADOS,DISP=SHR                        00000250
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000260
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000270
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000280
//SYSOUT   DD   SYSOUT=*                                                00000290
//SYSTSPRT DD   SYSOUT=*                                                00000300
//SYSTSIN  DD   *                                                       00000310
DSN  SYSTEM(DB8G)                                                       00000320
RUN  PROGRAM(FR21ARH1) PLAN(FR21ARH1) LIB('PR.FOUR021.OBJ') +           00000330
     PARMS('AAUDFUNC /')                                                00000340
END                                                                     00000350
//STEP01E  EXEC PGM=IKJEFT01,COND=(4,LT)                                00000360
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000370
//ARQHIST  DD   DSN=GR.FOUR021.ARQH.AUDFUNC(+1),DISP=SHR                00000380
//ARQHIDX  DD   DSN=PR.FOUR021.ARQHIDX,DISP=MOD                         00000390
//CHKPNT   DD   DSN=PR.FOUR021.CHKPNT,DISP=SHR                          00000400
//RELARH   DD   SYSOUT=*                                                00000410
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00000420
//FERIADOS DD   DSN=PR.FOUR021.FERIADOS,DISP=SHR                        00000430
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000440
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000450
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000460
//SYSOUT   DD   SYSOUT=*                                                00000470
//SYSTSPRT DD   SYSOUT=*                                                00000480
//SYSTSIN  DD   *                                                       00000490
DSN  SYSTEM(DB8G)                                                       00000500
RUN  PROGRAM(FR21ARH1) PLAN(FR21ARH1) LIB('PR.FOUR021.OBJ') +           00000510
     PARMS('EAUDFUNC /')                                                00000520
END                                                                     00000530
//STEP02A  EXEC PGM=IKJEFT01,COND=(4,LT)                                00000540
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000550
//ARQHIST  DD   DSN=GR.FOUR021.ARQH.HISTSAL(+1),                        00000560
//              DISP=(NEW,CATLG,DELETE),                                00000570
//              UNIT=SYSDA,SPACE=(CYL,(10,10),RLSE),                    00000580
//              DCB=(RECFM=FB,LRECL=300,BLKSIZE=27900)                  00000590
//ARQHIDX  DD   DSN=PR.FOUR021.ARQHIDX,DISP=MOD                         00000600
//RELARH   DD   SYSOUT=*                                                00000610
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00000620
//FERIADOS DD   DSN=PR.FOUR021.FERIADOS,DISP=SHR                        00000630
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000640
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000650
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000660
//SYSOUT   DD   SYSOUT=*                                                00000670
//SYSTSPRT DD   SYSOUT=*                                                00000680
//SYSTSIN  DD   *                                                       00000690
DSN  SYSTEM(DB8G)                                                       00000700
RUN  PROGRAM(FR21ARH1) PLAN(FR21ARH1) LIB('PR.FOUR021.OBJ') +           00000710
     PARMS('AHISTSAL /')                                                00000720
END                                                                     00000730
//STEP02E  EXEC PGM=IKJEFT01,COND=(4,LT)                                00000740
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000750
//ARQHIST  DD   DSN=GR.FOUR021.ARQH.HISTSAL(+1),DISP=SHR                00000760
//ARQHIDX  DD   DSN=PR.FOUR021.ARQHIDX,DISP=MOD                         00000770
//CHKPNT   DD   DSN=PR.FOUR021.CHKPNT,DISP=SHR                          00000780
//RELARH   DD   SYSOUT=*                                                00000790
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00000800
//FERIADOS DD   DSN=PR.FOUR021.FERIADOS,DISP=SHR                        00000810
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000820
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000830
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000840
//SYSOUT   DD   SYSOUT=*                                                00000850
//SYSTSPRT DD   SYSOUT=*                                                00000860
//SYSTSIN  DD   *                                                       00000870
DSN  SYSTEM(DB8G)                                                       00000880
RUN  PROGRAM(FR21ARH1) PLAN(FR21ARH1) LIB('PR.FOUR021.OBJ') +           00000890
     PARMS('EHISTSAL /')                                                00000900
END                                                                     00000910
//STEP03A  EXEC PGM=IKJEFT01,COND=(4,LT)                                00000920
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000930
//ARQHIST  DD   DSN=GR.FOUR021.ARQH.HISTTRF(+1),                        00000940
//              DISP=(NEW,CATLG,DELETE),                                00000950
//              UNIT=SYSDA,SPACE=(CYL,(10,10),RLSE),                    00000960
//              DCB=(RECFM=FB,LRECL=300,BLKSIZE=27900)                  00000970
//ARQHIDX  DD   DSN=PR.FOUR021.ARQHIDX,DISP=MOD                         00000980
//RELARH   DD   SYSOUT=*                                                00000990
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00001000
//FERIADOS DD   DSN=PR.FOUR021.FERIADOS,DISP=SHR                        00001010
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00001020
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00001030
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00001040
//SYSOUT   DD   SYSOUT=*                                                00001050
//SYSTSPRT DD   SYSOUT=*                                                00001060
//SYSTSIN  DD   *                                                       00001070
DSN  SYSTEM(DB8G)                                                       00001080
RUN  PROGRAM(FR21ARH1) PLAN(FR21ARH1) LIB('PR.FOUR021.OBJ') +           00001090
     PARMS('AHISTTRF /')                                                00001100
END                                                                     00001110
//STEP03E  EXEC PGM=IKJEFT01,COND=(4,LT)                                00001120
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00001130
//ARQHIST  DD   DSN=GR.FOUR021.ARQH.HISTTRF(+1),DISP=SHR                00001140
//ARQHIDX  DD   DSN=PR.FOUR021.ARQHIDX,DISP=MOD                         00001150
//CHKPNT   DD   DSN=PR.FOUR021.CHKPNT,DISP=SHR                          00001160
//RELARH   DD   SYSOUT=*                                                00001170
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00001180
//FERIADOS DD   DSN=PR.FOUR021.FERIADOS,DISP=SHR                        00001190
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00001200
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00001210
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00001220
//SYSOUT   DD   SYSOUT=*                                                00001230
//SYSTSPRT DD   SYSOUT=*                                                00001240
//SYSTSIN  DD   *                                                       00001250
DSN  SYSTEM(DB8G)                                                       00001260
RUN  PROGRAM(FR21ARH1) PLAN(FR21ARH1) LIB('PR.FOUR021.OBJ') +           00001270
     PARMS('EHISTTRF /')                                                00001280
END                                                                     00001290
//STEP04A  EXEC PGM=IKJEFT01,COND=(4,LT)                                00001300
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00001310
//ARQHIST  DD   DSN=GR.FOUR021.ARQH.FUNCHIST(+1),                       00001320
//              DISP=(NEW,CATLG,DELETE),                                00001330
//              UNIT=SYSDA,SPACE=(CYL,(10,10),RLSE),                    00001340
//              DCB=(RECFM=FB,LRECL=300,BLKSIZE=27900)                  00001350
//ARQHIDX  DD   DSN=PR.FOUR021.ARQHIDX,DISP=MOD                         00001360
//RELARH   DD   SYSOUT=*                                                00001370
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00001380
//FERIADOS DD   DSN=PR.FOUR021.FERIADOS,DISP=SHR                        00001390
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00001400
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00001410
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00001420
//SYSOUT   DD   SYSOUT=*                                                00001430
//SYSTSPRT DD   SYSOUT=*                                                00001440
//SYSTSIN  DD   *                                                       00001450
DSN  SYSTEM(DB8G)                                                       00001460
RUN  PROGRAM(FR21ARH1) PLAN(FR21ARH1) LIB('PR.FOUR021.OBJ') +           00001470
     PARMS('AFUNCHIST/')                                                00001480
END                                                                     00001490
//STEP04E  EXEC PGM=IKJEFT01,COND=(4,LT)                                00001500
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00001510
//ARQHIST  DD   DSN=GR.FOUR021.ARQH.FUNCHIST(+1),DISP=SHR               00001520
//ARQHIDX  DD   DSN=PR.FOUR021.ARQHIDX,DISP=MOD                         00001530
//CHKPNT   DD   DSN=PR.FOUR021.CHKPNT,DISP=SHR                          00001540
//RELARH   DD   SYSOUT=*                                                00001550
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00001560
//FERIADOS DD   DSN=PR.FOUR021.FERIADOS,DISP=SHR                        00001570
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00001580
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00001590
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00001600
//SYSOUT   DD   SYSOUT=*                                                00001610
//SYSTSPRT DD   SYSOUT=*                                                00001620
//SYSTSIN  DD   *                                                       00001630
DSN  SYSTEM(DB8G)                                                       00001640
RUN  PROGRAM(FR21ARH1) PLAN(FR21ARH1) LIB('PR.FOUR021.OBJ') +           00001650
     PARMS('EFUNCHIST/')                                                00001660
END                                                                     00001670
//STEP05A  EXEC PGM=IKJEFT01,COND=(4,LT)                                00001680
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00001690
//ARQHIST  DD   DSN=GR.FOUR021.ARQH.EVTMST(+1),                         00001700
//              DISP=(NEW,CATLG,DELETE),                                00001710
//              UNIT=SYSDA,SPACE=(CYL,(10,10),RLSE),                    00001720
//              DCB=(RECFM=FB,LRECL=300,BLKSIZE=27900)                  00001730
//ARQHIDX  DD   DSN=PR.FOUR021.ARQHIDX,DISP=MOD                         00001740
//EVTMST   DD   DSN=PR.FOUR021.EVTMST,DISP=SHR                          00001750
//RELARH   DD   SYSOUT=*                                                00001760
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00001770
//FERIADOS DD   DSN=PR.FOUR021.FERIADOS,DISP=SHR                        00001780
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00001790
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00001800
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00001810
//SYSOUT   DD   SYSOUT=*                                                00001820
//SYSTSPRT DD   SYSOUT=*                                                00001830
//SYSTSIN  DD   *                                                       00001840
DSN  SYSTEM(DB8G)                                                       00001850
RUN  PROGRAM(FR21ARH1) PLAN(FR21ARH1) LIB('PR.FOUR021.OBJ') +           00001860
     PARMS('AEVTMST  /')                                                00001870
END                                                                     00001880
//STEP05E  EXEC PGM=IKJEFT01,COND=(4,LT)                                00001890
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00001900
//ARQHIST  DD   DSN=GR.FOUR021.ARQH.EVTMST(+1),DISP=SHR                 00001910
//ARQHIDX  DD   DSN=PR.FOUR021.ARQHIDX,DISP=MOD                         00001920
//CHKPNT   DD   DSN=PR.FOUR021.CHKPNT,DISP=SHR                          00001930
//EVTMST   DD   DSN=PR.FOUR021.EVTMST,DISP=SHR                          00001940
//EVTMSTN  DD   DSN=PR.FOUR021.EVTMSTN,DISP=OLD                         00001950
//RELARH   DD   SYSOUT=*                                                00001960
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00001970
//FERIADOS DD   DSN=PR.FOUR021.FERIADOS,DISP=SHR                        00001980
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00001990
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00002000
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00002010
//SYSOUT   DD   SYSOUT=*                                                00002020
//SYSTSPRT DD   SYSOUT=*                                                00002030
//SYSTSIN  DD   *                                                       00002040
DSN  SYSTEM(DB8G)                                                       00002050
RUN  PROGRAM(FR21ARH1) PLAN(FR21ARH1) LIB('PR.FOUR021.OBJ') +           00002060
     PARMS('EEVTMST  /')                                                00002070
END                                                                     00002080
//STEP06   EXEC PGM=IEBGENER,COND=(4,LT)                                00002090
//SYSUT1   DD   DSN=PR.FOUR021.EVTMSTN,DISP=SHR                         00002100
//SYSUT2   DD   DSN=PR.FOUR021.EVTMST,DISP=OLD                          00002110
//SYSPRINT DD   SYSOUT=*                                                00002120
//SYSIN    DD   DUMMY                                                   00002130
