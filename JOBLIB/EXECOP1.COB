//FOUR021X JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000010
//*****************************************************************     00000020
//* COPARTICIPACAO DO PLANO MEDICO - FR21COP1 (PROGRAMA DB2, VIA        00000030
//* TSO), NA CHEGADA DO ARQUIVO MENSAL DA OPERADORA E ANTES DO          00000040
//* EXEPAG1: IDENTIFICA CADA EVENTO DE COPUSO NO IVAN.BENEF             00000050
//* (TITULAR) OU NO IVAN.DEPEND (DEPENDENTE), APLICA O PERCENTUAL       00000060
//* DO EVENTO (TABCOPA) E LIMITA O DESCONTO AO TETO MENSAL; O           00000070
//* EXCEDENTE FICA DE SALDO EM IVAN.COPART PARA OS MESES                00000080
//* SEGUINTES. GRAVA O COPDESC, DESCONTADO PELO FR21PAG1 DA MESMA       00000090
//* COMPETENCIA, A CONTESTACAO (COPCONT) DEVOLVIDA A OPERADORA E O      00000100
//* RELATORIO POR FUNCIONARIO (RELCOP).                                 00000110
//* PODE SER REPETIDO NO MES: COPDESC E COPCONT SAO REGRAVADOS E        00000120
//* A LINHA DA COMPETENCIA EM IVAN.COPART E ATUALIZADA.                 00000130
//*****************************************************************     00000140
//STEP1    EXEC PGM=IKJEFT01                                            00000150
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000160
//TABCOPA  DD   DSN=PR.FOUR021.TABCOPA,DISP=SHR                         00000170
//COPUSO   DD   DSN=PR.FOUR021.COPUSO,DISP=SHR                          00000180
//COPDESC  DD   DSN=PR.FOUR021.COPDESC,DISP=OLD                         00000190
//COPCONT  DD   DSN=PR.FOUR021.COPCONT,DISP=OLD                         00000200
//RELCOP   DD   DSN=PR.FOUR021.RELCOP,DISP=OLD                          00000210
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00000220
//FERIADOS DD   DSN=PR.FOUR021.FERIADOS,DISP=SHR                        00000230
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000240
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000250
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000260
//SYSOUT   DD   SYSOUT=*                                                00000270
//SYSTSPRT DD   SYSOUT=*                                                00000280
//SYSTSIN  DD   *                                                       00000290
DSN  SYSTEM(DB8G)                                                       00000300
RUN  PROGRAM(FR21COP1) PLAN(FR21COP1) LIB('PR.FOUR021.OBJ')             00000310
END                                                                     00000320
