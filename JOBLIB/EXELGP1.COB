//FOUR021X JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000010
//*****************************************************************     00000020
//* PEDIDOS DE TITULARES DE DADOS (LGPD) - FR21LGP1 (DB2, VIA TSO)      00000030
//* LE OS PEDIDOS DO LGPDREQ: 'A' ACESSO IMPRIME NO RELLGPD OS          00000040
//* DADOS DO CPF; 'E' ELIMINACAO PSEUDONIMIZA O QUE JA SAIU DA          00000050
//* RETENCAO E RECUSA O RESTO COM O MOTIVO. CADA PEDIDO GRAVA UMA       00000060
//* LINHA NO LGPDLOG (DPO). PARM: ANOS DE RETENCAO APOS O               00000070
//* DESLIGAMENTO (2) E APOS O ENCERRAMENTO DA CONTA (2)                 00000080
//*****************************************************************     00000090
//STEP1    EXEC PGM=IKJEFT01                                            00000100
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000110
//LGPDREQ  DD   DSN=PR.FOUR021.LGPDREQ,DISP=SHR                         00000120
//CADCLI   DD   DSN=GR.FOUR021.CADVSAM,DISP=OLD                         00000130
//CLIENTES DD   DSN=GR.FOUR021.CLIVSAM,DISP=OLD                         00000140
//RELLGPD  DD   SYSOUT=*                                                00000150
//LGPDLOG  DD   DSN=PR.FOUR021.LGPDLOG,DISP=MOD                         00000160
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00000170
//FERIADOS DD   DSN=PR.FOUR021.FERIADOS,DISP=SHR                        00000180
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000190
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000200
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000210
//SYSOUT   DD   SYSOUT=*                                                00000220
//SYSTSPRT DD   SYSOUT=*                                                00000230
//SYSTSIN  DD   *                                                       00000240
DSN  SYSTEM(DB8G)                                                       00000250
RUN  PROGRAM(FR21LGP1) PLAN(FR21LGP1) LIB('PR.FOUR021.OBJ') +           00000260
     PARMS('0505/')                                                     00000270
END                                                                     00000280
