//FOUR021X JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000010
//*****************************************************************     00000020
//* MANUTENCAO DAS REQUISICOES DE VAGA - FR21REQ1 (PROGRAMA DB2)        00000030
//* LE O MOVIMENTO REQMOV (A-ABERTURA, S-SALARIO OFERECIDO,             00000040
//* C-CANCELAMENTO) E ATUALIZA IVAN.REQUIS. ABERTURA SO PASSA COM       00000050
//* VAGA LIVRE NO QUADRO DO SETOR (IVAN.QUADRO); A CRITICA SAI NO       00000060
//* RELREQ. O FECHAMENTO POR ADMISSAO E FEITO PELO FR21ADM1.            00000070
//* PASSO 2 - ESVAZIA O REQMOV PARA NAO REPROCESSAR O MOVIMENTO.        00000080
//*****************************************************************     00000090
//STEP1    EXEC PGM=IKJEFT01                                            00000100
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000110
//REQMOV   DD   DSN=PR.FOUR021.REQMOV,DISP=SHR                          00000120
//RELREQ   DD   SYSOUT=*                                                00000130
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000140
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000150
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000160
//SYSOUT   DD   SYSOUT=*                                                00000170
//SYSTSPRT DD   SYSOUT=*                                                00000180
//SYSTSIN  DD   *                                                       00000190
DSN  SYSTEM(DB8G)                                                       00000200
RUN  PROGRAM(FR21REQ1) PLAN(FR21REQ1) LIB('PR.FOUR021.OBJ')             00000210
END                                                                     00000220
//STEP2    EXEC PGM=IEBGENER,COND=(0,NE)                                00000230
//SYSUT1   DD   DUMMY,DCB=(RECFM=FB,LRECL=40,BLKSIZE=4000)              00000240
//SYSUT2   DD   DSN=PR.FOUR021.REQMOV,DISP=OLD                          00000250
//SYSPRINT DD   SYSOUT=*                                                00000260
//SYSIN    DD   DUMMY                                                   00000270
