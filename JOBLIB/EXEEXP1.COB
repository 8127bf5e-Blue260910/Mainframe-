//FOUR021X JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000010
//*****************************************************************     00000020
//* CONTROLE DIARIO DOS CONTRATOS DE EXPERIENCIA (45 + 45 DIAS) -       00000030
//* FR21EXP1 (PROGRAMA DB2). LISTA, UMA FOLHA POR GERENTE DE SETOR,     00000040
//* OS FUNCIONARIOS CUJO 1O OU 2O TERMO VENCE NOS PROXIMOS 10 DIAS      00000050
//* UTEIS (CALENDARIO FERIADOS VIA DATANEG) OU JA VENCEU SEM            00000060
//* DECISAO. AS DECISOES VOLTAM PELO EXPDEC, PROCESSADO NO EXEEXP2.     00000070
//*****************************************************************     00000080
//STEP1    EXEC PGM=IKJEFT01                                            00000090
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000100
//FERIADOS DD   DSN=PR.FOUR021.FERIADOS,DISP=SHR                        00000110
//RELEXP   DD   SYSOUT=*                                                00000120
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000130
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000140
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000150
//SYSOUT   DD   SYSOUT=*                                                00000160
//SYSTSPRT DD   SYSOUT=*                                                00000170
//SYSTSIN  DD   *                                                       00000180
DSN  SYSTEM(DB8G)                                                       00000190
RUN  PROGRAM(FR21EXP1) PLAN(FR21EXP1) LIB('PR.FOUR021.OBJ')             00000200
END                                                                     00000210
