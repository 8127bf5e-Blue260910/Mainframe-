//FOUR021X JOB 'CRIALIQ',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01)
//*****************************************************************
//* POSICAO DIARIA DE LIQUIDEZ POR AGENCIA (FR21LIQ1)
//* PASSO 1 - POSANT (LRECL 50), VAZIO: A PRIMEIRA EXECUCAO SAI
//*           SEM VARIACAO DIARIA ('SEM BASE')
//* PASSO 2 - POSNOVO (LRECL 50), POSICAO DO DIA QUE O EXELIQ1
//*           COPIA PARA O POSANT
//*****************************************************************
//STEP1    EXEC PGM=IEBGENER
//SYSUT1   DD   DUMMY,DCB=(RECFM=FB,LRECL=50,BLKSIZE=5000)
//SYSUT2   DD   DSN=PR.FOUR021.POSANT,DISP=(NEW,CATLG,DELETE),
//              UNIT=SYSDA,SPACE=(TRK,(5,5),RLSE),
//              DCB=(RECFM=FB,LRECL=50,BLKSIZE=5000)
//SYSPRINT DD   SYSOUT=*
//SYSIN    DD   DUMMY
//STEP2    EXEC PGM=IEBGENER,COND=(0,NE)
//SYSUT1   DD   DUMMY,DCB=(RECFM=FB,LRECL=50,BLKSIZE=5000)
//SYSUT2   DD   DSN=PR.FOUR021.POSNOVO,DISP=(NEW,CATLG,DELETE),
//              UNIT=SYSDA,SPACE=(TRK,(5,5),RLSE),
//              DCB=(RECFM=FB,LRECL=50,BLKSIZE=5000)
//SYSPRINT DD   SYSOUT=*
//SYSIN    DD   DUMMY
