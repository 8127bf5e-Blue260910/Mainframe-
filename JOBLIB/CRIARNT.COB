//FOUR021X JOB 'CRIARNT',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01)
//*****************************************************************
//* RENTABILIDADE DE PROJETOS (FR21RNT1)
//* PASSO 1 - CUSTACU (LRECL 100), VAZIO: A PRIMEIRA EXECUCAO SAI
//*           COM O ANO SO COM O MES DA COMPETENCIA
//* PASSO 2 - CUSTACUN (LRECL 100), ACUMULADO QUE O EXERNT1
//*           COPIA PARA O CUSTACU
//* PASSO 3 - RNTCSV (LRECL 260), ARQUIVO PARA A PLANILHA
//*****************************************************************
//STEP1    EXEC PGM=IEBGENER
//SYSUT1   DD   DUMMY,DCB=(RECFM=FB,LRECL=100,BLKSIZE=10000)
//SYSUT2   DD   DSN=PR.FOUR021.CUSTACU,DISP=(NEW,CATLG,DELETE),
//              UNIT=SYSDA,SPACE=(TRK,(5,5),RLSE),
//              DCB=(RECFM=FB,LRECL=100,BLKSIZE=10000)
//SYSPRINT DD   SYSOUT=*
//SYSIN    DD   DUMMY
//STEP2    EXEC PGM=IEBGENER,COND=(0,NE)
//SYSUT1   DD   DUMMY,DCB=(RECFM=FB,LRECL=100,BLKSIZE=10000)
//SYSUT2   DD   DSN=PR.FOUR021.CUSTACUN,DISP=(NEW,CATLG,DELETE),
//              UNIT=SYSDA,SPACE=(TRK,(5,5),RLSE),
//              DCB=(RECFM=FB,LRECL=100,BLKSIZE=10000)
//SYSPRINT DD   SYSOUT=*
//SYSIN    DD   DUMMY
//STEP3    EXEC PGM=IEBGENER,COND=(0,NE)
//SYSUT1   DD   DUMMY,DCB=(RECFM=FB,LRECL=260,BLKSIZE=26000)
//SYSUT2   DD   DSN=PR.FOUR021.RNTCSV,DISP=(NEW,CATLG,DELETE),
//              UNIT=SYSDA,SPACE=(TRK,(5,5),RLSE),
//              DCB=(RECFM=FB,LRECL=260,BLKSIZE=26000)
//SYSPRINT DD   SYSOUT=*
//SYSIN    DD   DUMMY
