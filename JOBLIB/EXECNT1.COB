//FOUR021X JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000010
//*****************************************************************     00000020
//* CONTINUIDADE DO PLANO MEDICO DO EX-FUNCIONARIO - FR21CNT1           00000030
//* (PROGRAMA DB2, VIA TSO), MENSAL, ANTES DA REMESSA DO FR21CAR1:      00000040
//* REGISTRA AS OPCOES (OPCCONT) E OS PAGAMENTOS (PAGCONT), ENCERRA     00000050
//* EM IVAN.CONTPLAN QUEM NAO OPTOU NO PRAZO, QUEM PASSOU DO FIM        00000060
//* DO DIREITO E QUEM DEVE 2 COMPETENCIAS, E COBRA OS ATIVOS PELO       00000070
//* PREMIO INTEGRAL DA TABPLANO (COBCONT). OS ENCERRADOS SAEM DA        00000080
//* REMESSA DA OPERADORA.                                               00000090
//* OPCCONT E PAGCONT SAO OPCIONAIS (DD DUMMY NO MES SEM MOVIMENTO).    00000100
//* PODE SER REPETIDO NO MES: A COMPETENCIA E COBRADA DE NOVO COM       00000110
//* O MESMO VALOR E O COBCONT E REGRAVADO.                              00000120
//*****************************************************************     00000130
//STEP1    EXEC PGM=IKJEFT01                                            00000140
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000150
//TABPLANO DD   DSN=PR.FOUR021.TABPLANO,DISP=SHR                        00000160
//OPCCONT  DD   DSN=PR.FOUR021.OPCCONT,DISP=SHR                         00000170
//PAGCONT  DD   DSN=PR.FOUR021.PAGCONT,DISP=SHR                         00000180
//COBCONT  DD   DSN=PR.FOUR021.COBCONT,DISP=OLD                         00000190
//RELCNT   DD   DSN=PR.FOUR021.RELCNT,DISP=OLD                          00000200
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00000210
//FERIADOS DD   DSN=PR.FOUR021.FERIADOS,DISP=SHR                        00000220
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000230
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000240
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000250
//SYSOUT   DD   SYSOUT=*                                                00000260
//SYSTSPRT DD   SYSOUT=*                                                00000270
//SYSTSIN  DD   *                                                       00000280
DSN  SYSTEM(DB8G)                                                       00000290
RUN  PROGRAM(FR21CNT1) PLAN(FR21CNT1) LIB('PR.FOUR021.OBJ')             00000300
END                                                                     00000310
