//FOUR021X JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000010
//*****************************************************************     00000020
//* REPASSE DE PENSAO ALIMENTICIA - FR21PEN1 (PROGRAMA DB2, VIA         00000030
//* TSO), DEPOIS DO EXEPAG1 DA COMPETENCIA E NA MESMA DATA DE           00000040
//* PROCESSAMENTO: CASA AS LINHAS 'P' DO FOLHDED COM AS ORDENS          00000050
//* VIGENTES DO IVAN.PENSAO, GRAVA O PAGAVUL (TIPO 'PEN') COM A         00000060
//* CONTA DE CADA BENEFICIARIO E O DEMONSTRATIVO POR ORDEM              00000070
//* (RELPEN) PARA O JUIZO. O FR21BNC1 DO PASSO 2 TRANSFORMA O           00000080
//* PAGAVUL NA REMESSA DOS BENEFICIARIOS (FOLHPAG DUMMY).               00000090
//*****************************************************************     00000100
//STEP1    EXEC PGM=IKJEFT01                                            00000110
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000120
//FOLHDED  DD   DSN=PR.FOUR021.FOLHDED,DISP=SHR                         00000130
//PAGAVUL  DD   DSN=PR.FOUR021.PAGAVUL.PEN,DISP=OLD                     00000140
//RELPEN   DD   DSN=PR.FOUR021.RELPEN,DISP=OLD                          00000150
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00000160
//FERIADOS DD   DSN=PR.FOUR021.FERIADOS,DISP=SHR                        00000170
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000180
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000190
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000200
//SYSOUT   DD   SYSOUT=*                                                00000210
//SYSTSPRT DD   SYSOUT=*                                                00000220
//SYSTSIN  DD   *                                                       00000230
DSN  SYSTEM(DB8G)                                                       00000240
RUN  PROGRAM(FR21PEN1) PLAN(FR21PEN1) LIB('PR.FOUR021.OBJ')             00000250
END                                                                     00000260
//STEP2    EXEC PGM=FR21BNC1,COND=(0,NE)                                00000270
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000280
//FOLHPAG  DD   DUMMY,DCB=(RECFM=FB,LRECL=250,BLKSIZE=2500)             00000290
//FCOMPSEQ DD   DSN=PR.FOUR021.FCOMPSEQ,DISP=SHR                        00000300
//PAGAVUL  DD   DSN=PR.FOUR021.PAGAVUL.PEN,DISP=SHR                     00000310
//REMESSA  DD   DSN=PR.FOUR021.REMESSA,DISP=OLD                         00000320
//BNCREJ   DD   DSN=PR.FOUR021.BNCREJ,DISP=OLD                          00000330
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000340
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000350
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000360
//SYSOUT   DD   SYSOUT=*                                                00000370
