//FOUR021X JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000010
//*****************************************************************     00000020
//* COMISSAO DE VENDAS DA COMPETENCIA - FR21COM1 (PROGRAMA DB2, VIA     00000030
//* TSO), RODADO ANTES DO EXEPAG1 DA MESMA COMPETENCIA. LE TODAS AS     00000040
//* GERACOES DO RESUMO DE VENDAS (VENDAS, SAIDA DO PRGTEST4) E SO       00000050
//* CONSIDERA AS VENDAS DATADAS NO MES; VALORIZA PELO PRODMAS, LIGA     00000060
//* O VENDEDOR AO FUNCIONARIO PELO VENDFUNC E APLICA AS TAXAS E O       00000070
//* BONUS POR ATINGIMENTO DA META DO TABCOM (CARGA INICIAL NO           00000080
//* CRIACOM). O COMISSAO E REGRAVADO A CADA EXECUCAO, SO COM OS         00000090
//* FUNCIONARIOS ATIVOS, E E PAGO PELO FR21PAG1 NA FOLH-COMISSAO.       00000100
//* RELCOM: EXTRATO POR VENDEDOR E EXCECOES.                            00000110
//* PARMS: COMPETENCIA AAAAMM, SE PRECISO (PADRAO: MES DA DATA DE       00000120
//* NEGOCIO, O MESMO DA FOLHA).                                         00000130
//*****************************************************************     00000140
//STEP1    EXEC PGM=IKJEFT01                                            00000150
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000160
//VENDAS   DD   DSN=GR.FOUR021.VENDAS,DISP=SHR                          00000170
//PRODMAS  DD   DSN=GR.FOUR021.PRODMAS,DISP=SHR                         00000180
//VENDFUNC DD   DSN=PR.FOUR021.VENDFUNC,DISP=SHR                        00000190
//TABCOM   DD   DSN=PR.FOUR021.TABCOM,DISP=SHR                          00000200
//COMISSAO DD   DSN=PR.FOUR021.COMISSAO,DISP=OLD                        00000210
//RELCOM   DD   DSN=GR.FOUR021.RELCOM(+1),DISP=(NEW,CATLG,DELETE),      00000220
//              UNIT=SYSDA,SPACE=(TRK,(5,2),RLSE),                      00000230
//              DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)                    00000240
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00000250
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000260
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000270
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000280
//SYSOUT   DD   SYSOUT=*                                                00000290
//SYSTSPRT DD   SYSOUT=*                                                00000300
//SYSTSIN  DD   *                                                       00000310
DSN  SYSTEM(DB8G)                                                       00000320
RUN  PROGRAM(FR21COM1) PLAN(FR21COM1) LIB('PR.FOUR021.OBJ') +           00000330
     PARMS('/')                                                         00000340
END                                                                     00000350
