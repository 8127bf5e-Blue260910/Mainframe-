//FOUR021X JOB 'CRIAETQ',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01)
//*****************************************************************
//* CONTROLE DE ESTOQUE DE PRODUTOS (FR21ETQ1 / FR21ETQ2)
//* O PRODMAS PASSA AO LAYOUT PRODBOOK (LRECL 60, CRIAVSA2): O
//* CLUSTER ANTIGO (LRECL 21) DEVE SER DESCARREGADO E RECARREGADO
//* COM OS CAMPOS DE ESTOQUE ZERADOS ANTES DO PRIMEIRO EXEETQ1.
//* PASSO 1 - ESTMOV (LRECL 40): MOVIMENTO DE ESTOQUE DO DIA -
//*           CODIGO X(02), TIPO 'E' ENTRADA / 'D' DEVOLUCAO /
//*           'A' AJUSTE, SINAL '+'/'-' (SO AJUSTE), QTDE 9(07),
//*           DATA 9(08) E DOCUMENTO X(10). ESVAZIADO PELO EXEETQ1
//*           DEPOIS DA POSTAGEM
//* PASSO 2 - CONTAGEM (LRECL 30): CONTAGEM FISICA - CODIGO X(02),
//*           QTDE 9(07), DATA 9(08) E EQUIPE X(10), UM REGISTRO
//*           POR PRODUTO E LOCAL. ESVAZIADO PELO EXEETQ3
//* PASSO 3 - ESTHIST (LRECL 60): HISTORICO DOS MOVIMENTOS
//*           POSTADOS, ACRESCIDO A CADA EXECUCAO
//* PASSO 4 - RELREP: SUGESTAO DE REPOSICAO DO DIA
//* PASSO 5 - GDG DOS RELATORIOS DA POSTAGEM (RELETQ) E DA
//*           VALORIZACAO MENSAL (RELINV)
//*****************************************************************
//STEP1    EXEC PGM=IEBGENER
//SYSUT1   DD   DUMMY,DCB=(RECFM=FB,LRECL=40,BLKSIZE=4000)
//SYSUT2   DD   DSN=PR.FOUR021.ESTMOV,DISP=(NEW,CATLG,DELETE),
//              UNIT=SYSDA,SPACE=(TRK,(5,5),RLSE),
//              DCB=(RECFM=FB,LRECL=40,BLKSIZE=4000)
//SYSPRINT DD   SYSOUT=*
//SYSIN    DD   DUMMY
//STEP2    EXEC PGM=IEBGENER,COND=(0,NE)
//SYSUT1   DD   DUMMY,DCB=(RECFM=FB,LRECL=30,BLKSIZE=3000)
//SYSUT2   DD   DSN=PR.FOUR021.CONTAGEM,DISP=(NEW,CATLG,DELETE),
//              UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//              DCB=(RECFM=FB,LRECL=30,BLKSIZE=3000)
//SYSPRINT DD   SYSOUT=*
//SYSIN    DD   DUMMY
//STEP3    EXEC PGM=IEBGENER,COND=(0,NE)
//SYSUT1   DD   DUMMY,DCB=(RECFM=FB,LRECL=60,BLKSIZE=6000)
//SYSUT2   DD   DSN=PR.FOUR021.ESTHIST,DISP=(NEW,CATLG,DELETE),
//              UNIT=SYSDA,SPACE=(TRK,(10,10),RLSE),
//              DCB=(RECFM=FB,LRECL=60,BLKSIZE=6000)
//SYSPRINT DD   SYSOUT=*
//SYSIN    DD   DUMMY
//STEP4    EXEC PGM=IEBGENER,COND=(0,NE)
//SYSUT1   DD   DUMMY,DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//SYSUT2   DD   DSN=PR.FOUR021.RELREP,DISP=(NEW,CATLG,DELETE),
//              UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//              DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//SYSPRINT DD   SYSOUT=*
//SYSIN    DD   DUMMY
//STEP5    EXEC PGM=IDCAMS,COND=(0,NE)
//SYSPRINT DD   SYSOUT=*
//SYSIN    DD   *
  DEFINE GENERATIONDATAGROUP   -
   (NAME(GR.FOUR021.RELETQ)    -
   NOEMPTY   -
   SCRATCH   -
   LIMIT(30) )
  DEFINE GENERATIONDATAGROUP   -
   (NAME(GR.FOUR021.RELINV)    -
   NOEMPTY   -
   SCRATCH   -
   LIMIT(12) )
/*
