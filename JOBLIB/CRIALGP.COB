//FOUR021X JOB 'CRIALGP',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01)
//*****************************************************************
//* PEDIDOS DE TITULARES DE DADOS - LGPD (FR21LGP1)
//* PASSO 1 - LGPDREQ (LRECL 80): PEDIDOS DO DIA, MONTADOS PELO
//*           ATENDIMENTO. PROTOCOLO X(10), TIPO X(01) ('A' ACESSO
//*           / 'E' ELIMINACAO), CPF X(11), DATA DO PEDIDO 9(08)
//*           E CANAL X(10). COMECA VAZIO
//* PASSO 2 - LGPDLOG (LRECL 100, LGPBOOK): LOG ACUMULADO DOS
//*           PEDIDOS PARA O ENCARREGADO DE DADOS (DPO)
//*****************************************************************
//STEP1    EXEC PGM=IEBGENER
//SYSUT1   DD   DUMMY,DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//SYSUT2   DD   DSN=PR.FOUR021.LGPDREQ,DISP=(NEW,CATLG,DELETE),
//              UNIT=SYSDA,SPACE=(TRK,(5,5),RLSE),
//              DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//SYSPRINT DD   SYSOUT=*
//SYSIN    DD   DUMMY
//STEP2    EXEC PGM=IEBGENER,COND=(0,NE)
//SYSUT1   DD   DUMMY,DCB=(RECFM=FB,LRECL=100,BLKSIZE=10000)
//SYSUT2   DD   DSN=PR.FOUR021.LGPDLOG,DISP=(NEW,CATLG,DELETE),
//              UNIT=SYSDA,SPACE=(TRK,(10,10),RLSE),
//              DCB=(RECFM=FB,LRECL=100,BLKSIZE=10000)
//SYSPRINT DD   SYSOUT=*
//SYSIN    DD   DUMMY
