//FOUR021X JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,05) 00000010
//*****************************************************************     00000020
//* TESTE DE RESTAURACAO MENSAL DE UM BACKUP (FR21BKV1 MODO 'R'):       00000030
//* CARREGA UMA GERACAO DO GDG GR.FOUR021.BKP.<ARQUIVO> NUM CLUSTER     00000040
//* DE TESTE E CONFERE COM OS TOTAIS DO CATALOGO BKPCAT                 00000050
//* ANTES DE SUBMETER, ACERTAR:                                         00000060
//*   SET ARQ = ARQUIVO (CLIENTES, EVSA0407, HISTMOV, CDBMAS OU         00000070
//*             BLOQJUD); OS CINCO DDNAMES DO PASSO 3 APONTAM           00000080
//*             PARA O CLUSTER DE TESTE, O FR21BKV1 SO ABRE O DA PARM   00000090
//*   SET GER = GERACAO ABSOLUTA DO GDG (O NNNN DE GNNNNV00)            00000100
//*   RECORDSIZE/KEYS DO DEFINE, CONFORME O ARQUIVO:                    00000110
//*     CLIENTES RECORDSIZE(73 73) KEYS(08 0)                           00000120
//*     EVSA0407 RECORDSIZE(19 19) KEYS(09 0)                           00000130
//*     HISTMOV  RECORDSIZE(59 59) KEYS(19 0)                           00000140
//*     CDBMAS   RECORDSIZE(49 49) KEYS(11 0)                           00000150
//*     BLOQJUD  RECORDSIZE(56 56) KEYS(11 0)                           00000160
//* PASSO 1 - DELETE/DEFINE DO CLUSTER DE TESTE GR.FOUR021.BKPTESTE     00000170
//* PASSO 2 - REPRO DA GERACAO ESCOLHIDA PARA O CLUSTER DE TESTE        00000180
//* PASSO 3 - FR21BKV1 PARM = 'R' + GERACAO(4) + ARQUIVO. SE NAO        00000190
//*           CONFERIR, ALERTA CRITICO PELO GRAVALOG (RC 8)             00000200
//*****************************************************************     00000210
//         SET ARQ=CLIENTES                                             00000220
//         SET GER=0001                                                 00000230
//STEP1     EXEC PGM=IDCAMS                                             00000240
//SYSPRINT  DD   SYSOUT=*                                               00000250
//SYSIN     DD   *                                                      00000260
 DELETE GR.FOUR021.BKPTESTE CLUSTER PURGE                               00000270
 SET MAXCC = 0                                                          00000280
 DEFINE CLUSTER (NAME(GR.FOUR021.BKPTESTE) -                            00000290
    IXD -                                                               00000300
    VOL(PR39X7) -                                                       00000310
    RECORDSIZE(73 73) -                                                 00000320
    SHR(2) -                                                            00000330
    TRK(2 1) -                                                          00000340
    UNIQUE -                                                            00000350
    KEYS(08 0) -                                                        00000360
    FREESPACE(04 04) ) -                                                00000370
    DATA(NAME(GR.FOUR021.BKPTESTE.DATA)) -                              00000380
    INDEX(NAME(GR.FOUR021.BKPTESTE.INDEX))                              00000390
/*                                                                      00000400
//STEP2     EXEC PGM=IDCAMS,COND=(0,NE)                                 00000410
//SYSPRINT  DD   SYSOUT=*                                               00000420
//ENTRADA   DD   DSN=GR.FOUR021.BKP.&ARQ..G&GER.V00,DISP=SHR            00000430
//SAIDA     DD   DSN=GR.FOUR021.BKPTESTE,DISP=OLD                       00000440
//SYSIN     DD   *                                                      00000450
 REPRO INFILE(ENTRADA) OUTFILE(SAIDA)                                   00000460
/*                                                                      00000470
//STEP3    EXEC PGM=FR21BKV1,PARM='R&GER&ARQ',COND=(0,NE)               00000480
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000490
//CLIENTES DD   DSN=GR.FOUR021.BKPTESTE,DISP=SHR                        00000500
//EVSA0407 DD   DSN=GR.FOUR021.BKPTESTE,DISP=SHR                        00000510
//HISTMOV  DD   DSN=GR.FOUR021.BKPTESTE,DISP=SHR                        00000520
//CDBMAS   DD   DSN=GR.FOUR021.BKPTESTE,DISP=SHR                        00000530
//BLOQJUD  DD   DSN=GR.FOUR021.BKPTESTE,DISP=SHR                        00000540
//BKPCAT   DD   DSN=PR.FOUR021.BKPCAT,DISP=MOD                          00000550
//RELBKV   DD   SYSOUT=*                                                00000560
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00000570
//FERIADOS DD   DSN=PR.FOUR021.FERIADOS,DISP=SHR                        00000580
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000590
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000600
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000610
//SYSOUT   DD   SYSOUT=*                                                00000620
