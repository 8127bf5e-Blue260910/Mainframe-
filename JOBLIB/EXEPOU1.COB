//FOUR021X JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000010
//*****************************************************************     00000020
//* CONTA POUPANCA (FR21POU1): DESIGNACAO DO PRODUTO DA CONTA           00000030
//* (POUMOV: 'P' POUPANCA / 'C' CORRENTE) NO CLUSTER CLIENTES,          00000040
//* COM O JORNAL DE IMAGENS. NA ABERTURA O SALDO VIRA O PRIMEIRO        00000050
//* DEPOSITO DO POUDEP; NA VOLTA A CORRENTE OS DEPOSITOS SAEM.          00000060
//* CRITICA NO RELPOU1. RODAR ANTES DO EXEPOU2.                         00000070
//*****************************************************************     00000080
//STEP01   EXEC PGM=FR21POU1                                            00000090
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000100
//POUMOV   DD   DSN=PR.FOUR021.POUMOV,DISP=SHR                          00000110
//CLIENTES DD   DSN=GR.FOUR021.CLIVSAM,DISP=OLD                         00000120
//POUDEP   DD   DSN=GR.FOUR021.POUVSAM,DISP=OLD                         00000130
//RELPOU1  DD   DSN=PR.FOUR021.RELPOU1,DISP=OLD                         00000140
//CLIJRNL  DD   DSN=GR.FOUR021.CLIJRNL(0),DISP=MOD                      00000150
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00000160
//FERIADOS DD   DSN=PR.FOUR021.FERIADOS,DISP=SHR                        00000170
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000180
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000190
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000200
//SYSOUT   DD   SYSOUT=*                                                00000210
