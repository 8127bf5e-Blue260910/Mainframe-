//FOUR021X JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000010
//*****************************************************************     00000020
//* PEDIDOS DE PORTABILIDADE DE SALARIO DO DIA (FR21PTB1):              00000030
//* PASSO 1 - CRITICA OS PEDIDOS DO PTBPED CONTRA O EVSA0407,           00000040
//*           GRAVA/CANCELA NO PTBCTL (EFETIVA NO PROXIMO DIA           00000050
//*           UTIL) E GERA AS RESPOSTAS AOS BANCOS NO PTBRET.           00000060
//*           RELATORIO DE PEDIDOS NO RELPTB1                           00000070
//*****************************************************************     00000080
//STEP01   EXEC PGM=FR21PTB1                                            00000090
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000100
//PTBPED   DD   DSN=PR.FOUR021.PTBPED,DISP=SHR                          00000110
//EVSA0407 DD   DSN=GR.FOUR021.EVSA0407,DISP=SHR                        00000120
//PTBCTL   DD   DSN=GR.FOUR021.PTBVSAM,DISP=OLD                         00000130
//PTBRET   DD   DSN=PR.FOUR021.PTBRET,DISP=OLD                          00000140
//RELPTB1  DD   SYSOUT=*                                                00000150
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00000160
//FERIADOS DD   DSN=PR.FOUR021.FERIADOS,DISP=SHR                        00000170
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000180
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000190
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000200
//SYSOUT   DD   SYSOUT=*                                                00000210
