//FOUR021X JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000010
//*****************************************************************     00000020
//* BANCO DE HORAS - FR21BHR1 E FR21BHR2 (PROGRAMAS DB2, VIA TSO),      00000030
//* DEPOIS DO FR21PNT1 E DO FR21ABS1 E ANTES DO EXEPAG1:                00000040
//* STEP1 CREDITA EM IVAN.BANCOHR AS HORAS ALEM DA JORNADA DO           00000050
//* PONTO DATADO (PNTDET), BAIXA AS FOLGAS COMPENSATORIAS (TIPO         00000060
//* CBH DO ABSAPL), VENCE OS LOTES COM MAIS DE SEIS MESES E GRAVA       00000070
//* O BHVENC LIDO PELO FR21PAG1 (RELATORIO RELBH1).                     00000080
//* STEP2 EMITE O EXTRATO POR FUNCIONARIO (RELBHE) E O PASSIVO          00000090
//* POR SETOR (RELBHS).                                                 00000100
//* PODE SER REPETIDO: MOVIMENTO JA REGISTRADO NAO E DUPLICADO.         00000110
//*****************************************************************     00000120
//STEP1    EXEC PGM=IKJEFT01                                            00000130
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000140
//PNTDET   DD   DSN=PR.FOUR021.PNTDET,DISP=SHR                          00000150
//ABSAPL   DD   DSN=PR.FOUR021.ABSAPL,DISP=SHR                          00000160
//BHVENC   DD   DSN=PR.FOUR021.BHVENC,DISP=OLD                          00000170
//RELBH1   DD   DSN=PR.FOUR021.RELBH1,DISP=OLD                          00000180
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00000190
//FERIADOS DD   DSN=PR.FOUR021.FERIADOS,DISP=SHR                        00000200
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000210
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000220
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000230
//SYSOUT   DD   SYSOUT=*                                                00000240
//SYSTSPRT DD   SYSOUT=*                                                00000250
//SYSTSIN  DD   *                                                       00000260
DSN  SYSTEM(DB8G)                                                       00000270
RUN  PROGRAM(FR21BHR1) PLAN(FR21BHR1) LIB('PR.FOUR021.OBJ')             00000280
END                                                                     00000290
//STEP2    EXEC PGM=IKJEFT01,COND=(0,NE)                                00000300
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000310
//RELBHE   DD   DSN=PR.FOUR021.RELBHE,DISP=OLD                          00000320
//RELBHS   DD   DSN=PR.FOUR021.RELBHS,DISP=OLD                          00000330
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00000340
//FERIADOS DD   DSN=PR.FOUR021.FERIADOS,DISP=SHR                        00000350
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000360
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000370
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000380
//SYSOUT   DD   SYSOUT=*                                                00000390
//SYSTSPRT DD   SYSOUT=*                                                00000400
//SYSTSIN  DD   *                                                       00000410
DSN  SYSTEM(DB8G)                                                       00000420
RUN  PROGRAM(FR21BHR2) PLAN(FR21BHR2) LIB('PR.FOUR021.OBJ')             00000430
END                                                                     00000440
