//FOUR021X JOB 'CRIACOM',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01)
//*****************************************************************
//* COMISSAO DE VENDAS (FR21COM1)
//* PASSO 1 - VENDFUNC (LRECL 30): VENDEDOR 9(03), FUNCIONARIO
//*           9(05), FAIXA X(01) E META DO MES 9(09)V99
//* PASSO 2 - TABCOM (LRECL 20): TIPO 'C' (COMISSAO) OU 'B'
//*           (BONUS), FAIXA, PRODUTO ('**' = DEMAIS), ATINGIMENTO
//*           MINIMO DA META 9(03) E PERCENTUAL 9(03)V99
//* PASSO 3 - COMISSAO (LRECL 80, CMSBOOK), VAZIO ATE O PRIMEIRO
//*           EXECOM1
//* PASSO 4 - GDG DO EXTRATO DE COMISSOES (RELCOM)
//*****************************************************************
//STEP1    EXEC PGM=IEBGENER
//SYSUT1   DD   *
01000100A00000500000
01100101A00000300000
02000102B00000800000
//SYSUT2   DD   DSN=PR.FOUR021.VENDFUNC,DISP=(NEW,CATLG,DELETE),
//              UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//              DCB=(RECFM=FB,LRECL=30,BLKSIZE=3000)
//SYSPRINT DD   SYSOUT=*
//SYSIN    DD   *
 GENERATE MAXFLDS=1
 RECORD FIELD=(30,1,,1)
/*
//STEP2    EXEC PGM=IEBGENER,COND=(0,NE)
//SYSUT1   DD   *
CA**00000300
CA0100000500
CB**00000200
BA**08000100
BA**10000250
BB**10000150
//SYSUT2   DD   DSN=PR.FOUR021.TABCOM,DISP=(NEW,CATLG,DELETE),
//              UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//              DCB=(RECFM=FB,LRECL=20,BLKSIZE=2000)
//SYSPRINT DD   SYSOUT=*
//SYSIN    DD   *
 GENERATE MAXFLDS=1
 RECORD FIELD=(20,1,,1)
/*
//STEP3    EXEC PGM=IEBGENER,COND=(0,NE)
//SYSUT1   DD   DUMMY,DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//SYSUT2   DD   DSN=PR.FOUR021.COMISSAO,DISP=(NEW,CATLG,DELETE),
//              UNIT=SYSDA,SPACE=(TRK,(5,5),RLSE),
//              DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//SYSPRINT DD   SYSOUT=*
//SYSIN    DD   DUMMY
//STEP4    EXEC PGM=IDCAMS,COND=(0,NE)
//SYSPRINT DD   SYSOUT=*
//SYSIN    DD   *
  DEFINE GENERATIONDATAGROUP   -
   (NAME(GR.FOUR021.RELCOM)    -
   NOEMPTY   -
   SCRATCH   -
   LIMIT(12) )
/*
