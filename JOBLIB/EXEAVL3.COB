//FOUR021X JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000010
//*****************************************************************     00000020
//* APROVACAO DA PROPOSTA DE MERITO - FR21AVL3 (DB2). LE AS             00000030
//* DECISOES DO AVLAPR (POR SETOR OU FUNCIONARIO) E GRAVA OS            00000040
//* AUMENTOS APROVADOS NO APROVADOS, ENTRADA DO FR21APL1, COM A         00000050
//* REFERENCIA 'AVAL' + CICLO. A CRITICA SAI NO RELAVL3.                00000060
//* PASSO 2 - ESVAZIA O AVLAPR PARA NAO REPROCESSAR AS DECISOES.        00000070
//*****************************************************************     00000080
//STEP1    EXEC PGM=IKJEFT01                                            00000090
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000100
//AVLAPR   DD   DSN=PR.FOUR021.AVLAPR,DISP=SHR                          00000110
//APROVADOS DD  DSN=PR.FOUR021.APROVADOS,DISP=OLD                       00000120
//RELAVL3  DD   SYSOUT=*                                                00000130
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000140
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000150
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000160
//SYSOUT   DD   SYSOUT=*                                                00000170
//SYSTSPRT DD   SYSOUT=*                                                00000180
//SYSTSIN  DD   *                                                       00000190
DSN  SYSTEM(DB8G)                                                       00000200
RUN  PROGRAM(FR21AVL3) PLAN(FR21AVL3) LIB('PR.FOUR021.OBJ')             00000210
END                                                                     00000220
//STEP2    EXEC PGM=IEBGENER,COND=(0,NE)                                00000230
//SYSUT1   DD   DUMMY,DCB=(RECFM=FB,LRECL=40,BLKSIZE=4000)              00000240
//SYSUT2   DD   DSN=PR.FOUR021.AVLAPR,DISP=OLD                          00000250
//SYSPRINT DD   SYSOUT=*                                                00000260
//SYSIN    DD   DUMMY                                                   00000270
