//FOUR021X JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000010
//*****************************************************************     00000020
//* VALE-TRANSPORTE E VALE-REFEICAO - FR21VAL1 (PROGRAMA DB2, VIA       00000030
//* TSO), NO INICIO DA COMPETENCIA E ANTES DO EXEPAG1: DIAS UTEIS       00000040
//* DO MES (FERIADOS) MENOS FERIAS (FEREVT) E AUSENCIAS (ABSAPL)        00000050
//* DE CADA FUNCIONARIO ATIVO CADASTRADO EM IVAN.VALES. GRAVA O         00000060
//* VALES, DESCONTADO PELO FR21PAG1 DA MESMA COMPETENCIA (ATE 6%        00000070
//* DO SALARIO BASE), O PEDIDO DE COMPRA DO FORNECEDOR (PEDVALE)        00000080
//* E O CUSTO POR SETOR (RELVAL). TABVR TRAZ O VALOR DIARIO DE          00000090
//* CADA FAIXA DO VALE-REFEICAO.                                        00000100
//* PODE SER REPETIDO NO MES: VALES E PEDVALE SAO REGRAVADOS.           00000110
//* O VALOR DOS PEDIDOS VAI PARA O CONTAS A PAGAR NO TITPAG             00000120
//* (DISP=MOD), CARREGADO PELO PROXIMO EXECAP1.                         00000130
//*****************************************************************     00000140
//STEP1    EXEC PGM=IKJEFT01                                            00000150
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000160
//TABVR    DD   DSN=PR.FOUR021.TABVR,DISP=SHR                           00000170
//FEREVT   DD   DSN=PR.FOUR021.FEREVT,DISP=SHR                          00000180
//ABSAPL   DD   DSN=PR.FOUR021.ABSAPL,DISP=SHR                          00000190
//VALES    DD   DSN=PR.FOUR021.VALES,DISP=OLD                           00000200
//PEDVALE  DD   DSN=PR.FOUR021.PEDVALE,DISP=OLD                         00000210
//RELVAL   DD   DSN=PR.FOUR021.RELVAL,DISP=OLD                          00000220
//TITPAG   DD   DSN=PR.FOUR021.TITPAG,DISP=MOD                          00000230
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00000240
//FERIADOS DD   DSN=PR.FOUR021.FERIADOS,DISP=SHR                        00000250
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000260
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000270
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000280
//SYSOUT   DD   SYSOUT=*                                                00000290
//SYSTSPRT DD   SYSOUT=*                                                00000300
//SYSTSIN  DD   *                                                       00000310
DSN  SYSTEM(DB8G)                                                       00000320
RUN  PROGRAM(FR21VAL1) PLAN(FR21VAL1) LIB('PR.FOUR021.OBJ')             00000330
END                                                                     00000340
