//FOUR021X JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000010
//*****************************************************************     00000020
//* REPASSE DE SALARIO DAS PORTABILIDADES ATIVAS (FR21PTB2), NO         00000030
//* DIA DO PAGAMENTO, DEPOIS DO EXETED1 E ANTES DO ENVIO DO TEDREM      00000040
//* A CAMARA (CONTINUA A NUMERACAO DAS TED DO DIA NO TEDCTL):           00000050
//* PASSO 1 - GERA UMA TED SEM TARIFA ('P') POR PORTABILIDADE COM       00000060
//*           O ARQ-SALARIO DO EVSA0407, ANEXADA AO TEDREM.             00000070
//*           RELATORIO DE REPASSES NO RELPTB2                          00000080
//*****************************************************************     00000090
//STEP01   EXEC PGM=FR21PTB2                                            00000100
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000110
//PTBCTL   DD   DSN=GR.FOUR021.PTBVSAM,DISP=OLD                         00000120
//EVSA0407 DD   DSN=GR.FOUR021.EVSA0407,DISP=SHR                        00000130
//TEDCTL   DD   DSN=GR.FOUR021.TEDVSAM,DISP=OLD                         00000140
//TEDREM   DD   DSN=PR.FOUR021.TEDREM,DISP=MOD                          00000150
//RELPTB2  DD   SYSOUT=*                                                00000160
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00000170
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000180
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000190
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000200
//SYSOUT   DD   SYSOUT=*                                                00000210
