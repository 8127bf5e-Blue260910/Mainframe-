//FOUR021X JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000010
//*****************************************************************     00000020
//* UTILIZACAO DE RECURSOS E INDICE FATURAVEL - FR21UTL1 (PROGRAMA      00000030
//* DB2, VIA TSO), NO FECHAMENTO DA COMPETENCIA, DEPOIS DO EXELOG       00000040
//* (MATCHSAI DO FR21EX02) E DO FR21ABS1 (ABSAPL). DISPONIVEIS =        00000050
//* DIAS UTEIS DO MES (FERIADOS) MENOS FERIAS (FEREVT) E AUSENCIAS      00000060
//* (ABSAPL), VEZES A JORNADA; APONTADAS = MATCHSAI, FATURAVEIS         00000070
//* QUANDO O PROJETO TEM TARIFA VIGENTE NO MES (TARIFAS). SUBTOTAL      00000080
//* POR SETOR E CONSOLIDACAO PELA HIERARQUIA DE IVAN.SETOR.             00000090
//* PARMS: PCT MINIMO (3), PCT MAXIMO (3), JORNADA (2) E, SE            00000100
//* PRECISO, A COMPETENCIA AAAAMM (PADRAO: MES DA DATA DE NEGOCIO).     00000110
//*****************************************************************     00000120
//STEP1    EXEC PGM=IKJEFT01                                            00000130
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000140
//MATCHSAI DD   DSN=PR.FOUR021.MATCHSAI,DISP=SHR                        00000150
//TARIFAS  DD   DSN=PR.FOUR021.TARIFAS,DISP=SHR                         00000160
//FEREVT   DD   DSN=PR.FOUR021.FEREVT,DISP=SHR                          00000170
//ABSAPL   DD   DSN=PR.FOUR021.ABSAPL,DISP=SHR                          00000180
//RELUTL   DD   DSN=GR.FOUR021.RELUTL(+1),DISP=(NEW,CATLG,DELETE),      00000190
//              UNIT=SYSDA,SPACE=(TRK,(5,2),RLSE),                      00000200
//              DCB=(RECFM=FB,LRECL=132,BLKSIZE=13200)                  00000210
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00000220
//FERIADOS DD   DSN=PR.FOUR021.FERIADOS,DISP=SHR                        00000230
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000240
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000250
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000260
//SYSOUT   DD   SYSOUT=*                                                00000270
//SYSTSPRT DD   SYSOUT=*                                                00000280
//SYSTSIN  DD   *                                                       00000290
DSN  SYSTEM(DB8G)                                                       00000300
RUN  PROGRAM(FR21UTL1) PLAN(FR21UTL1) LIB('PR.FOUR021.OBJ') +           00000310
     PARMS('07011008/')                                                 00000320
END                                                                     00000330
