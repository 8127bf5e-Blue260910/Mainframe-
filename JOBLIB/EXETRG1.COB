//FOUR021X JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000010
//*****************************************************************     00000020
//* TRIAGEM DA FOLHA ANTES DA REMESSA - FR21TRG1 (PROGRAMA DB2, VIA     00000030
//* TSO). RODA DEPOIS DO EXEPAG1 E ANTES DO FR21BNC1 DA FOLHA:          00000040
//* COMPARA A GERACAO CORRENTE DO FOLHPAG COM A ANTERIOR, O             00000050
//* CADASTRO COMPLEMENTAR (IVAN.FUNCCOMP), O IVAN.FUNC E O CADASTRO     00000060
//* CLIENTES E RETEM (TRGRET) OS PAGAMENTOS SUSPEITOS. O FR21BNC1       00000070
//* DA FOLHA RECEBE O TRGRET E DEIXA OS RETIDOS FORA DA REMESSA.        00000080
//* LIBERACAO: UM CARTAO POR PAGAMENTO NO LIBFOLH (FUNCIONARIO,         00000090
//* COMPETENCIA E RESPONSAVEL) E NOVA EXECUCAO DESTE JOB ANTES DO       00000100
//* CORTE DA REMESSA. CADA EXECUCAO GUARDA A RELACAO DE EXCECOES        00000110
//* NUMA GERACAO DO RELTRG (CRIAGDG3), PARA O VISTO, E AS EXCECOES      00000120
//* NO TRGHIST. RC 4 = HA PAGAMENTO RETIDO.                             00000130
//* PARM: PERCENTUAL DE VARIACAO DO LIQUIDO (9(03)V99) E O BANCO DA     00000140
//* CASA NA COMPARACAO COM O CADASTRO CLIENTES.                         00000150
//*****************************************************************     00000160
//STEP1    EXEC PGM=IKJEFT01                                            00000170
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000180
//FOLHPAG  DD   DSN=GR.FOUR021.FOLHPAG(0),DISP=SHR                      00000190
//FOLHANT  DD   DSN=GR.FOUR021.FOLHPAG(-1),DISP=SHR                     00000200
//CLIENTES DD   DSN=GR.FOUR021.CLIVSAM,DISP=SHR                         00000210
//LIBFOLH  DD   DSN=PR.FOUR021.LIBFOLH,DISP=SHR                         00000220
//TRGRET   DD   DSN=PR.FOUR021.TRGRET,DISP=OLD                          00000230
//TRGHIST  DD   DSN=PR.FOUR021.TRGHIST,DISP=MOD                         00000240
//RELTRG   DD   DSN=GR.FOUR021.RELTRG(+1),DISP=(NEW,CATLG,DELETE),      00000250
//              UNIT=SYSDA,SPACE=(TRK,(2,1),RLSE),                      00000260
//              DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)                    00000270
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00000280
//FERIADOS DD   DSN=PR.FOUR021.FERIADOS,DISP=SHR                        00000290
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000300
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000310
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000320
//SYSOUT   DD   SYSOUT=*                                                00000330
//SYSTSPRT DD   SYSOUT=*                                                00000340
//SYSTSIN  DD   *                                                       00000350
DSN  SYSTEM(DB8G)                                                       00000360
RUN  PROGRAM(FR21TRG1) PLAN(FR21TRG1) LIB('PR.FOUR021.OBJ') +           00000370
     PARMS('02000/')                                                    00000380
END                                                                     00000390
