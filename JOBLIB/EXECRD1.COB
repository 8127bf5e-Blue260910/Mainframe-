//FOUR021X JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000010
//*****************************************************************     00000020
//* CARTAO DE DEBITO (FR21CRD1): INCLUSAO, BLOQUEIO, DESBLOQUEIO        00000030
//* E CANCELAMENTO DE CARTOES (CRDMOV) NO CADASTRO CRDCAD. SO           00000040
//* CONTA CORRENTE ATIVA RECEBE CARTAO. CRITICA NO RELCRD1              00000050
//*****************************************************************     00000060
//STEP01   EXEC PGM=FR21CRD1                                            00000070
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000080
//CRDMOV   DD   DSN=PR.FOUR021.CRDMOV,DISP=SHR                          00000090
//CLIENTES DD   DSN=GR.FOUR021.CLIVSAM,DISP=SHR                         00000100
//CRDCAD   DD   DSN=GR.FOUR021.CRDVSAM,DISP=OLD                         00000110
//RELCRD1  DD   DSN=PR.FOUR021.RELCRD1,DISP=OLD                         00000120
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00000130
//FERIADOS DD   DSN=PR.FOUR021.FERIADOS,DISP=SHR                        00000140
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000150
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000160
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000170
//SYSOUT   DD   SYSOUT=*                                                00000180
