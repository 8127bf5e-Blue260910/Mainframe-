//FOUR021X JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000010
//*****************************************************************     00000020
//* TALOES DE CHEQUE (FR21TAL1): EMISSAO DE TALOES, SUSTACAO E          00000030
//* LEVANTAMENTO DE SUSTACAO DE FOLHAS (TALMOV) NO CADASTRO             00000040
//* TALCHQ. CONTA NO CCF NAO RECEBE TALAO. CRITICA NO RELTAL            00000050
//*****************************************************************     00000060
//STEP01   EXEC PGM=FR21TAL1                                            00000070
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000080
//TALMOV   DD   DSN=PR.FOUR021.TALMOV,DISP=SHR                          00000090
//CLIENTES DD   DSN=GR.FOUR021.CLIVSAM,DISP=SHR                         00000100
//TALCHQ   DD   DSN=GR.FOUR021.TALVSAM,DISP=OLD                         00000110
//RELTAL   DD   DSN=PR.FOUR021.RELTAL,DISP=OLD                          00000120
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00000130
//FERIADOS DD   DSN=PR.FOUR021.FERIADOS,DISP=SHR                        00000140
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000150
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000160
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000170
//SYSOUT   DD   SYSOUT=*                                                00000180
