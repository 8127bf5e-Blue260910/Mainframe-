//FOUR021X JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000010
//*****************************************************************     00000020
//* POSTAGEM NOTURNA DO ESTOQUE DE PRODUTOS, DEPOIS DO PRGTEST4:        00000030
//* PASSO 1 - FR21ETQ1 MODO M: APLICA O MOVIMENTO DO DIA (ESTMOV -      00000040
//*           ENTRADAS, DEVOLUCOES E AJUSTES) E BAIXA AS VENDAS DA      00000050
//*           ULTIMA GERACAO DO RESUMO (VENDAS) NO PRD-ESTOQUE DO       00000060
//*           PRODMAS. VENDA ACIMA DO SALDO BAIXA SO O DISPONIVEL       00000070
//*           E SAI NO RELETQ COM A FALTA. HISTORICO NO ESTHIST.        00000080
//*           RC 4 = HA REJEITADOS OU VENDAS ACIMA DO SALDO             00000090
//* PASSO 2 - ESVAZIA O ESTMOV JA POSTADO (REJEITADOS SAO               00000100
//*           REDIGITADOS A PARTIR DO RELETQ)                           00000110
//* PASSO 3 - FR21ETQ2: SUGESTAO DE REPOSICAO (RELREP)                  00000120
//* NAO REEXECUTAR O PASSO 1 SEM RESTAURAR O PRODMAS: A GERACAO         00000130
//* DE VENDAS SERIA BAIXADA DE NOVO.                                    00000140
//*****************************************************************     00000150
//STEP01   EXEC PGM=FR21ETQ1,PARM='M'                                   00000160
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000170
//PRODMAS  DD   DSN=GR.FOUR021.PRODMAS,DISP=OLD                         00000180
//ESTMOV   DD   DSN=PR.FOUR021.ESTMOV,DISP=SHR                          00000190
//VENDAS   DD   DSN=GR.FOUR021.VENDAS(0),DISP=SHR                       00000200
//ESTHIST  DD   DSN=PR.FOUR021.ESTHIST,DISP=MOD                         00000210
//RELETQ   DD   DSN=GR.FOUR021.RELETQ(+1),DISP=(NEW,CATLG,DELETE),      00000220
//              UNIT=SYSDA,SPACE=(TRK,(5,2),RLSE),                      00000230
//              DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)                    00000240
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00000250
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000260
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000270
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000280
//SYSOUT   DD   SYSOUT=*                                                00000290
//STEP02   EXEC PGM=IEBGENER,COND=(4,LT)                                00000300
//SYSUT1   DD   DUMMY,DCB=(RECFM=FB,LRECL=40,BLKSIZE=4000)              00000310
//SYSUT2   DD   DSN=PR.FOUR021.ESTMOV,DISP=OLD                          00000320
//SYSPRINT DD   SYSOUT=*                                                00000330
//SYSIN    DD   DUMMY                                                   00000340
//STEP03   EXEC PGM=FR21ETQ2,COND=(4,LT)                                00000350
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000360
//PRODMAS  DD   DSN=GR.FOUR021.PRODMAS,DISP=SHR                         00000370
//RELREP   DD   DSN=PR.FOUR021.RELREP,DISP=OLD                          00000380
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00000390
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000400
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000410
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000420
//SYSOUT   DD   SYSOUT=*                                                00000430
