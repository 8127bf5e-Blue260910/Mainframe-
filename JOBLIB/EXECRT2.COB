//FOUR021X JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000010
//*****************************************************************     00000020
//* CONTROLE MENSAL DAS CERTIFICACOES OBRIGATORIAS - FR21CRT2           00000030
//* (PROGRAMA DB2). LISTA, UMA FOLHA POR GERENTE DE SETOR, OS           00000040
//* FUNCIONARIOS SEM ALGUMA CERTIFICACAO EXIGIDA PELO CARGO, COM        00000050
//* ELA VENCIDA OU VENCENDO NOS PROXIMOS 60 DIAS.                       00000060
//*****************************************************************     00000070
//STEP1    EXEC PGM=IKJEFT01                                            00000080
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000090
//RELCRT2  DD   SYSOUT=*                                                00000100
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000110
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000120
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000130
//SYSOUT   DD   SYSOUT=*                                                00000140
//SYSTSPRT DD   SYSOUT=*                                                00000150
//SYSTSIN  DD   *                                                       00000160
DSN  SYSTEM(DB8G)                                                       00000170
RUN  PROGRAM(FR21CRT2) PLAN(FR21CRT2) LIB('PR.FOUR021.OBJ')             00000180
END                                                                     00000190
