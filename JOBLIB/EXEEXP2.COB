//FOUR021X JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000010
//*****************************************************************     00000020
//* DECISOES DOS GERENTES SOBRE OS CONTRATOS DE EXPERIENCIA -           00000030
//* FR21EXP2 (PROGRAMA DB2). LE O EXPDEC (P-PRORROGAR, E-EFETIVAR,      00000040
//* D-DESLIGAR) E REGISTRA EM IVAN.EXPERIEN; A CRITICA SAI NO           00000050
//* RELDEC. CADA DESLIGAMENTO ENTRA NO DEMITIDOS (DISP=MOD) COM A       00000060
//* DATA DE FIM DO TERMO, PARA O PROCESSAMENTO DO FR21DEM1.             00000070
//* PASSO 2 - ESVAZIA O EXPDEC PARA NAO REPROCESSAR AS DECISOES.        00000080
//*****************************************************************     00000090
//STEP1    EXEC PGM=IKJEFT01                                            00000100
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000110
//EXPDEC   DD   DSN=PR.FOUR021.EXPDEC,DISP=SHR                          00000120
//DEMITIDO DD   DSN=PR.FOUR021.DEMITIDOS,DISP=MOD                       00000130
//RELDEC   DD   SYSOUT=*                                                00000140
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000150
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000160
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000170
//SYSOUT   DD   SYSOUT=*                                                00000180
//SYSTSPRT DD   SYSOUT=*                                                00000190
//SYSTSIN  DD   *                                                       00000200
DSN  SYSTEM(DB8G)                                                       00000210
RUN  PROGRAM(FR21EXP2) PLAN(FR21EXP2) LIB('PR.FOUR021.OBJ')             00000220
END                                                                     00000230
//STEP2    EXEC PGM=IEBGENER,COND=(0,NE)                                00000240
//SYSUT1   DD   DUMMY,DCB=(RECFM=FB,LRECL=40,BLKSIZE=4000)              00000250
//SYSUT2   DD   DSN=PR.FOUR021.EXPDEC,DISP=OLD                          00000260
//SYSPRINT DD   SYSOUT=*                                                00000270
//SYSIN    DD   DUMMY                                                   00000280
