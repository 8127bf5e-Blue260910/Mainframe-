//FOUR021X JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000010
//*****************************************************************     00000020
//* DEPOSITO MENSAL DO FGTS - FR21FGT1 (PROGRAMA DB2, VIA TSO),         00000030
//* DEPOIS DO EXEPAG1: LE A GERACAO CORRENTE DO FOLHPAG, AS             00000040
//* PARCELAS DO 13o (FOLH13, NOVEMBRO E DEZEMBRO) E OS EVENTOS DE       00000050
//* FERIAS; REGISTRA OS DEPOSITOS EM IVAN.FGTSHIST E GERA A             00000060
//* REMESSA FGTSREM (HEADER/DETALHE/TRAILER) COM AS MULTAS              00000070
//* RESCISORIAS DA COMPETENCIA (FR21RES1) E O RELATORIO RELFGT.         00000080
//* PODE SER REPETIDO: DEPOSITO JA REGISTRADO NAO E DUPLICADO.          00000090
//*****************************************************************     00000100
//STEP1    EXEC PGM=IKJEFT01                                            00000110
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000120
//FOLHFGT  DD   DSN=GR.FOUR021.FOLHPAG(0),DISP=SHR                      00000130
//FOLH13   DD   DSN=PR.FOUR021.FOLH13,DISP=SHR                          00000140
//FEREVT   DD   DSN=PR.FOUR021.FEREVT,DISP=SHR                          00000150
//FGTSREM  DD   DSN=PR.FOUR021.FGTSREM,DISP=OLD                         00000160
//RELFGT   DD   DSN=PR.FOUR021.RELFGT,DISP=OLD                          00000170
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00000180
//FERIADOS DD   DSN=PR.FOUR021.FERIADOS,DISP=SHR                        00000190
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000200
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000210
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000220
//SYSOUT   DD   SYSOUT=*                                                00000230
//SYSTSPRT DD   SYSOUT=*                                                00000240
//SYSTSIN  DD   *                                                       00000250
DSN  SYSTEM(DB8G)                                                       00000260
RUN  PROGRAM(FR21FGT1) PLAN(FR21FGT1) LIB('PR.FOUR021.OBJ')             00000270
END                                                                     00000280
