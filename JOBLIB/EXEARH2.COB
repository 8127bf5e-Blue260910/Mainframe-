//FOUR021X JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000010
//*****************************************************************     00000020
//* RECUPERACAO DE HISTORICO ARQUIVADO - FR21ARH2 (DB2, VIA TSO)        00000030
//* PASSO 1 - LISTA O INDICE DO ARQUIVAMENTO (PARM 'L' + TABELA,        00000040
//*           SPACES = TODAS), COM AS GERACOES JA VENCIDAS              00000050
//* PASSO 2 - CARREGA NA TABELA DE TRABALHO (IVAN.HISTSALW) AS          00000060
//*           LINHAS DO RECORTE LIDAS DE TODAS AS GERACOES DO GDG.      00000070
//*           PARM: 'F' + TABELA + FUNCIONARIO (5) OU                   00000080
//*                 'P' + TABELA + DATA INICIAL + DATA FINAL            00000090
//*                 (AAAAMMDD). PARA O EVTMST OS EVENTOS SAEM NO        00000100
//*           EVTREC E O ARQHIST APONTA PARA GR.FOUR021.ARQH.EVTMST     00000110
//* PASSO 3 - CONSULTA DO RECORTE RECUPERADO: FR21RHIS COM ORIGEM       00000120
//*           'A' NA POSICAO 21 DA PARM (FR21TRF2 IGUAL, SOBRE          00000130
//*           IVAN.HISTTRFW; FR21AUD1 COM ORIGEM NA POSICAO 18,         00000140
//*           SOBRE IVAN.AUDFUNCW)                                      00000150
//*****************************************************************     00000160
//STEP1    EXEC PGM=IKJEFT01                                            00000170
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000180
//ARQHIDX  DD   DSN=PR.FOUR021.ARQHIDX,DISP=SHR                         00000190
//RELARH2  DD   SYSOUT=*                                                00000200
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00000210
//FERIADOS DD   DSN=PR.FOUR021.FERIADOS,DISP=SHR                        00000220
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000230
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000240
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000250
//SYSOUT   DD   SYSOUT=*                                                00000260
//SYSTSPRT DD   SYSOUT=*                                                00000270
//SYSTSIN  DD   *                                                       00000280
DSN  SYSTEM(DB8G)                                                       00000290
RUN  PROGRAM(FR21ARH2) PLAN(FR21ARH2) LIB('PR.FOUR021.OBJ') +           00000300
     PARMS('LHISTSAL /')                                                00000310
END                                                                     00000320
//STEP2    EXEC PGM=IKJEFT01,COND=(4,LT)                                00000330
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000340
//ARQHIDX  DD   DSN=PR.FOUR021.ARQHIDX,DISP=SHR                         00000350
//ARQHIST  DD   DSN=GR.FOUR021.ARQH.HISTSAL,DISP=SHR                    00000360
//EVTREC   DD   DUMMY,DCB=(RECFM=FB,LRECL=66,BLKSIZE=6600)              00000370
//RELARH2  DD   SYSOUT=*                                                00000380
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00000390
//FERIADOS DD   DSN=PR.FOUR021.FERIADOS,DISP=SHR                        00000400
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000410
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000420
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000430
//SYSOUT   DD   SYSOUT=*                                                00000440
//SYSTSPRT DD   SYSOUT=*                                                00000450
//SYSTSIN  DD   *                                                       00000460
DSN  SYSTEM(DB8G)                                                       00000470
RUN  PROGRAM(FR21ARH2) PLAN(FR21ARH2) LIB('PR.FOUR021.OBJ') +           00000480
     PARMS('PHISTSAL 2015010120191231/')                                00000490
END                                                                     00000500
//STEP3    EXEC PGM=IKJEFT01,COND=(4,LT)                                00000510
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000520
//RELHSAL  DD   SYSOUT=*                                                00000530
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000540
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000550
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000560
//SYSOUT   DD   SYSOUT=*                                                00000570
//SYSTSPRT DD   SYSOUT=*                                                00000580
//SYSTSIN  DD   *                                                       00000590
DSN  SYSTEM(DB8G)                                                       00000600
RUN  PROGRAM(FR21RHIS) PLAN(FR21RHIS) LIB('PR.FOUR021.OBJ') +           00000610
     PARMS('2015-01-012019-12-31A/')                                    00000620
END                                                                     00000630
