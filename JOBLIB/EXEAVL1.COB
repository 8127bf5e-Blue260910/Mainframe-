//FOUR021X JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000010
//*****************************************************************     00000020
//* REGISTRO DO CICLO DE AVALIACAO DE DESEMPENHO - FR21AVL1             00000030
//* (PROGRAMA DB2). LE O AVLMOV MONTADO PELO RH: AVALIACOES DO          00000040
//* CICLO ('A', NOTA E AVALIADOR = GERENTE DO SETOR, EM                 00000050
//* IVAN.AVALIAC) E CELULAS DA MATRIZ DE MERITO ('M', NOTA X            00000060
//* POSICAO NA FAIXA DO CARGO, EM IVAN.MATRIZMER). A CRITICA SAI        00000070
//* NO RELAVL1.                                                         00000080
//* PASSO 2 - ESVAZIA O AVLMOV PARA NAO REPROCESSAR O MOVIMENTO.        00000090
//*****************************************************************     00000100
//STEP1    EXEC PGM=IKJEFT01                                            00000110
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000120
//AVLMOV   DD   DSN=PR.FOUR021.AVLMOV,DISP=SHR                          00000130
//RELAVL1  DD   SYSOUT=*                                                00000140
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000150
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000160
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000170
//SYSOUT   DD   SYSOUT=*                                                00000180
//SYSTSPRT DD   SYSOUT=*                                                00000190
//SYSTSIN  DD   *                                                       00000200
DSN  SYSTEM(DB8G)                                                       00000210
RUN  PROGRAM(FR21AVL1) PLAN(FR21AVL1) LIB('PR.FOUR021.OBJ')             00000220
END                                                                     00000230
//STEP2    EXEC PGM=IEBGENER,COND=(0,NE)                                00000240
//SYSUT1   DD   DUMMY,DCB=(RECFM=FB,LRECL=40,BLKSIZE=4000)              00000250
//SYSUT2   DD   DSN=PR.FOUR021.AVLMOV,DISP=OLD                          00000260
//SYSPRINT DD   SYSOUT=*                                                00000270
//SYSIN    DD   DUMMY                                                   00000280
