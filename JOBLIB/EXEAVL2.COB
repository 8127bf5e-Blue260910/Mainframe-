//FOUR021X JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000010
//*****************************************************************     00000020
//* PROPOSTA DE MERITO DO CICLO DE AVALIACAO - FR21AVL2 (DB2).          00000030
//* PERCENTUAL DA MATRIZ PELA NOTA E POSICAO NA FAIXA DO CARGO,         00000040
//* LIMITADO AO TETO DO CARGO E, POR SETOR, A FOLGA DO ORCAMENTO        00000050
//* DO QUADRO (QDR-ORCSAL MENOS A MASSA SALARIAL). O RELAVL2 SAI        00000060
//* COM UMA FOLHA POR SETOR PARA ASSINATURA DA APROVACAO.               00000070
//* A PARM E O CICLO AAAAMM. PODE SER REPETIDO ATE A APROVACAO.         00000080
//*****************************************************************     00000090
//STEP1    EXEC PGM=IKJEFT01                                            00000100
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000110
//RELAVL2  DD   SYSOUT=*                                                00000120
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000130
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000140
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000150
//SYSOUT   DD   SYSOUT=*                                                00000160
//SYSTSPRT DD   SYSOUT=*                                                00000170
//SYSTSIN  DD   *                                                       00000180
DSN  SYSTEM(DB8G)                                                       00000190
RUN  PROGRAM(FR21AVL2) PLAN(FR21AVL2) LIB('PR.FOUR021.OBJ') +           00000200
     PARMS('202610/')                                                   00000210
END                                                                     00000220
