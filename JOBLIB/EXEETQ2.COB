//FOUR021X JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000010
//*****************************************************************     00000020
//* VALORIZACAO MENSAL DO ESTOQUE (FR21ETQ2 PARM 'V'), NO               00000030
//* FECHAMENTO DO MES, DEPOIS DO ULTIMO EXEETQ1 (OU DO EXEETQ3,         00000040
//* QUANDO HOUVER INVENTARIO): SALDO X PRD-VALOR POR PRODUTO E          00000050
//* TOTAL NO RELINV; REPETE A SUGESTAO DE REPOSICAO NO RELREP           00000060
//*****************************************************************     00000070
//STEP01   EXEC PGM=FR21ETQ2,PARM='V'                                   00000080
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000090
//PRODMAS  DD   DSN=GR.FOUR021.PRODMAS,DISP=SHR                         00000100
//RELREP   DD   DSN=PR.FOUR021.RELREP,DISP=OLD                          00000110
//RELINV   DD   DSN=GR.FOUR021.RELINV(+1),DISP=(NEW,CATLG,DELETE),      00000120
//              UNIT=SYSDA,SPACE=(TRK,(5,2),RLSE),                      00000130
//              DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)                    00000140
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00000150
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000160
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000170
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000180
//SYSOUT   DD   SYSOUT=*                                                00000190
