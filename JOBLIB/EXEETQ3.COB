//FOUR021X JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000010
//*****************************************************************     00000020
//* INVENTARIO - CONCILIACAO DA CONTAGEM FISICA DO ESTOQUE, COM A       00000030
//* LOJA FECHADA E DEPOIS DO EXEETQ1 DO DIA:                            00000040
//* PASSO 1 - FR21ETQ1 MODO C: SOMA AS CONTAGENS POR PRODUTO            00000050
//*           (CONTAGEM), LANCA A DIFERENCA PARA O SALDO COMO           00000060
//*           AJUSTE NO ESTHIST E ASSUME O SALDO CONTADO NO             00000070
//*           PRODMAS. NAO CONTADOS MANTEM O SALDO E SAEM NO RELETQ     00000080
//* PASSO 2 - ESVAZIA O CONTAGEM JA CONCILIADO                          00000090
//*****************************************************************     00000100
//STEP01   EXEC PGM=FR21ETQ1,PARM='C'                                   00000110
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000120
//PRODMAS  DD   DSN=GR.FOUR021.PRODMAS,DISP=OLD                         00000130
//CONTAGEM DD   DSN=PR.FOUR021.CONTAGEM,DISP=SHR                        00000140
//ESTHIST  DD   DSN=PR.FOUR021.ESTHIST,DISP=MOD                         00000150
//RELETQ   DD   DSN=GR.FOUR021.RELETQ(+1),DISP=(NEW,CATLG,DELETE),      00000160
//              UNIT=SYSDA,SPACE=(TRK,(5,2),RLSE),                      00000170
//              DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)                    00000180
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00000190
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000200
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000210
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000220
//SYSOUT   DD   SYSOUT=*                                                00000230
//STEP02   EXEC PGM=IEBGENER,COND=(4,LT)                                00000240
//SYSUT1   DD   DUMMY,DCB=(RECFM=FB,LRECL=30,BLKSIZE=3000)              00000250
//SYSUT2   DD   DSN=PR.FOUR021.CONTAGEM,DISP=OLD                        00000260
//SYSPRINT DD   SYSOUT=*                                                00000270
//SYSIN    DD   DUMMY                                                   00000280
