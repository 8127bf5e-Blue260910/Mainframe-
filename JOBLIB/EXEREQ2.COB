//FOUR021X JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000010
//*****************************************************************     00000020
//* RELATORIO SEMANAL DAS REQUISICOES DE VAGA - FR21REQ2 (DB2)          00000030
//* ABERTAS POR IDADE, TEMPO DE PREENCHIMENTO DAS PREENCHIDAS NO        00000040
//* PERIODO E OFERTAS FORA DA FAIXA SALARIAL DO CARGO.                  00000050
//* A PARM E O PERIODO EM DIAS (007 = ULTIMA SEMANA).                   00000060
//*****************************************************************     00000070
//STEP1    EXEC PGM=IKJEFT01                                            00000080
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000090
//RELREQS  DD   SYSOUT=*                                                00000100
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000110
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000120
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000130
//SYSOUT   DD   SYSOUT=*                                                00000140
//SYSTSPRT DD   SYSOUT=*                                                00000150
//SYSTSIN  DD   *                                                       00000160
DSN  SYSTEM(DB8G)                                                       00000170
RUN  PROGRAM(FR21REQ2) PLAN(FR21REQ2) LIB('PR.FOUR021.OBJ') +           00000180
     PARMS('007/')                                                      00000190
END                                                                     00000200
