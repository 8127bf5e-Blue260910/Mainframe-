//FOUR021X JOB 'CRIANOT',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01)
//*****************************************************************
//* AVISOS POR E-MAIL AO FUNCIONARIO
//* PASSO 1 - GDG DA INTERFACE DO GATEWAY DE CORREIO (MAILGW,
//*           MLGBOOK, LRECL 200), UMA GERACAO POR NOITE
//* PASSO 2 - CAIXA DE SAIDA NOTIFIC (LNKNOTF, LRECL 75), VAZIA;
//*           OS PROGRAMAS GRAVAM PELO FR21NOT0 (DISP=MOD) E O
//*           EXENOT1 ESVAZIA DEPOIS DE GERAR O MAILGW
//*****************************************************************
//STEP1     EXEC PGM=IDCAMS
//SYSPRINT  DD   SYSOUT=*
//SYSIN     DD   *
  DEFINE GENERATIONDATAGROUP   -
   (NAME(GR.FOUR021.MAILGW)    -
   NOEMPTY   -
   SCRATCH   -
   LIMIT(31) )
//STEP2    EXEC PGM=IEBGENER,COND=(0,NE)
//SYSUT1   DD   DUMMY,DCB=(RECFM=FB,LRECL=75,BLKSIZE=7500)
//SYSUT2   DD   DSN=PR.FOUR021.NOTIFIC,DISP=(NEW,CATLG,DELETE),
//              UNIT=SYSDA,SPACE=(TRK,(5,5),RLSE),
//              DCB=(RECFM=FB,LRECL=75,BLKSIZE=7500)
//SYSPRINT DD   SYSOUT=*
//SYSIN    DD   DUMMY
