//FOUR021X JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000010
//*****************************************************************     00000020
//* CONTABILIZACAO MENSAL DA FOLHA - FR21CTP1 (PROGRAMA DB2, VIA        00000030
//* TSO), DEPOIS DO EXEPAG1: LE A GERACAO CORRENTE DO FOLHPAG, O        00000040
//* DETALHE DE DESCONTOS (FOLHDED) E AS PARCELAS DO 13o (FOLH13,        00000050
//* NOVEMBRO E DEZEMBRO); APLICA AS REGRAS DE CTBREGRA E GERA O         00000060
//* DIARIO GLFOLHA, AS PROVISOES DE 13o E FERIAS EM IVAN.PROVISAO,      00000070
//* O RESUMO RELCTP E O CONTROLE CTFCTL DA PROVA DO DIA (FR21BAL1).     00000080
//* NAO REPETIR: COMPETENCIA JA PROVISIONADA TERMINA COM RC 8 SEM       00000090
//* TOCAR O DIARIO. RC 8 NO FECHAMENTO DESFAZ AS PROVISOES.             00000100
//*****************************************************************     00000110
//STEP1    EXEC PGM=IKJEFT01                                            00000120
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000130
//CTBREGRA DD   DSN=PR.FOUR021.CTBREGRA,DISP=SHR                        00000140
//FOLHPAG  DD   DSN=GR.FOUR021.FOLHPAG(0),DISP=SHR                      00000150
//FOLHDED  DD   DSN=PR.FOUR021.FOLHDED,DISP=SHR                         00000160
//FOLH13   DD   DSN=PR.FOUR021.FOLH13,DISP=SHR                          00000170
//GLFOLHA  DD   DSN=PR.FOUR021.GLFOLHA,DISP=OLD                         00000180
//CTFCTL   DD   DSN=PR.FOUR021.CTFCTL,DISP=OLD                          00000190
//RELCTP   DD   DSN=PR.FOUR021.RELCTP,DISP=OLD                          00000200
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00000210
//FERIADOS DD   DSN=PR.FOUR021.FERIADOS,DISP=SHR                        00000220
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000230
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000240
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000250
//SYSOUT   DD   SYSOUT=*                                                00000260
//SYSTSPRT DD   SYSOUT=*                                                00000270
//SYSTSIN  DD   *                                                       00000280
DSN  SYSTEM(DB8G)                                                       00000290
RUN  PROGRAM(FR21CTP1) PLAN(FR21CTP1) LIB('PR.FOUR021.OBJ')             00000300
END                                                                     00000310
