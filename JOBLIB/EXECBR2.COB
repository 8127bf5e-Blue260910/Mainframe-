//FOUR021X JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000010
//*****************************************************************     00000020
//* POSICAO SEMANAL DA COBRANCA (FR21CBR2), NO FIM DA SEMANA            00000030
//* DEPOIS DA CADEIA NOTURNA (FR21EX04, PASSO 6 FR21CBR1):              00000040
//* PASSO 1 - CONTAS EM COBRANCA POR AGENCIA E ESTAGIO, COM O           00000050
//*           SALDO DEVEDOR EM ABERTO E AS QUE SAIRAM DA COBRANCA       00000060
//*           NOS ULTIMOS 7 DIAS (RELCBR2)                              00000070
//*****************************************************************     00000080
//STEP01   EXEC PGM=FR21CBR2                                            00000090
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000100
//CBRCTL   DD   DSN=GR.FOUR021.CBRVSAM,DISP=SHR                         00000110
//CLIENTES DD   DSN=GR.FOUR021.CLIVSAM,DISP=SHR                         00000120
//RELCBR2  DD   DSN=PR.FOUR021.RELCBR2,DISP=OLD                         00000130
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00000140
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000150
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000160
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000170
//SYSOUT   DD   SYSOUT=*                                                00000180
