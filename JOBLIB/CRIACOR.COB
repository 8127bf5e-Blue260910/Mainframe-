//FOUR021X JOB 'CRIACOR',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01)
//*****************************************************************
//* CORRESPONDENCIA DEVOLVIDA PELO CORREIO (FR21COR1 / FR21COR2)
//* O CADCLI PASSA A LRECL 132 (CADBOOK, CRIACAD): O CLUSTER
//* ANTIGO DEVE SER DESCARREGADO E RECARREGADO COM OS CAMPOS DA
//* DEVOLUCAO EM BRANCO/ZERO (ENDERECO VALIDO) ANTES DO EXECOR1.
//* PASSO 1 - CORDEV (LRECL 40): AVISOS DE DEVOLUCAO DA GRAFICA -
//*           CONTA X(08), TIPO DO DOCUMENTO X(02) ('EX','CB','KY',
//*           'DR','OU'), MOTIVO 9(02) (01 A 09) E DATA DA
//*           DEVOLUCAO 9(08). ESVAZIADO PELO EXECOR1
//* PASSO 2 - CORHIS (LRECL 40, CORBOOK): HISTORICO DAS
//*           DEVOLUCOES, ACRESCIDO A CADA EXECUCAO
//* PASSO 3 - CORSORT (LRECL 40): CORHIS CLASSIFICADO PARA O
//*           FR21COR2
//*****************************************************************
//STEP1    EXEC PGM=IEBGENER
//SYSUT1   DD   DUMMY,DCB=(RECFM=FB,LRECL=40,BLKSIZE=4000)
//SYSUT2   DD   DSN=PR.FOUR021.CORDEV,DISP=(NEW,CATLG,DELETE),
//              UNIT=SYSDA,SPACE=(TRK,(5,5),RLSE),
//              DCB=(RECFM=FB,LRECL=40,BLKSIZE=4000)
//SYSPRINT DD   SYSOUT=*
//SYSIN    DD   DUMMY
//STEP2    EXEC PGM=IEBGENER,COND=(0,NE)
//SYSUT1   DD   DUMMY,DCB=(RECFM=FB,LRECL=40,BLKSIZE=4000)
//SYSUT2   DD   DSN=PR.FOUR021.CORHIS,DISP=(NEW,CATLG,DELETE),
//              UNIT=SYSDA,SPACE=(TRK,(10,10),RLSE),
//              DCB=(RECFM=FB,LRECL=40,BLKSIZE=4000)
//SYSPRINT DD   SYSOUT=*
//SYSIN    DD   DUMMY
//STEP3    EXEC PGM=IEBGENER,COND=(0,NE)
//SYSUT1   DD   DUMMY,DCB=(RECFM=FB,LRECL=40,BLKSIZE=4000)
//SYSUT2   DD   DSN=PR.FOUR021.CORSORT,DISP=(NEW,CATLG,DELETE),
//              UNIT=SYSDA,SPACE=(TRK,(10,10),RLSE),
//              DCB=(RECFM=FB,LRECL=40,BLKSIZE=4000)
//SYSPRINT DD   SYSOUT=*
//SYSIN    DD   DUMMY
