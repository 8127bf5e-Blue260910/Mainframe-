//FOUR021X JOB 'CRIAPTB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01)
//*****************************************************************
//* PORTABILIDADE DE SALARIO (FR21PTB1/FR21PTB2/FR21PTB3)
//* PASSO 1 - DEFINE DO PTBCTL (PTBBOOK, LRECL 160, CHAVE 12:
//*           CONTA SALARIO DO EVSA0407 + SEQUENCIAL DO PEDIDO)
//* PASSO 2 - PTBPED (LRECL 100): PEDIDOS DE PORTABILIDADE E DE
//*           CANCELAMENTO RECEBIDOS DOS OUTROS BANCOS E DAS
//*           AGENCIAS NO DIA. COMECA VAZIO
//* PASSO 3 - PTBRET (LRECL 80): RESPOSTAS AOS BANCOS DESTINO
//*****************************************************************
//STEP1     EXEC PGM=IDCAMS
//SYSPRINT  DD   SYSOUT=*
//SYSIN     DD   *
 DEFINE CLUSTER (NAME(GR.FOUR021.PTBVSAM) -
    IXD -
    VOL(PR39X7) -
    RECORDSIZE(160 160) -
    SHR(2) -
    TRK(5 2) -
    UNIQUE -
    KEYS(12 0) -
    FREESPACE(10 10) ) -
    DATA(NAME(GR.FOUR021.PTBVSAM.DATA)) -
    INDEX(NAME(GR.FOUR021.PTBVSAM.INDEX))
/*
//STEP2    EXEC PGM=IEBGENER,COND=(0,NE)
//SYSUT1   DD   DUMMY,DCB=(RECFM=FB,LRECL=100,BLKSIZE=10000)
//SYSUT2   DD   DSN=PR.FOUR021.PTBPED,DISP=(NEW,CATLG,DELETE),
//              UNIT=SYSDA,SPACE=(TRK,(5,5),RLSE),
//              DCB=(RECFM=FB,LRECL=100,BLKSIZE=10000)
//SYSPRINT DD   SYSOUT=*
//SYSIN    DD   DUMMY
//STEP3    EXEC PGM=IEBGENER,COND=(0,NE)
//SYSUT1   DD   DUMMY,DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//SYSUT2   DD   DSN=PR.FOUR021.PTBRET,DISP=(NEW,CATLG,DELETE),
//              UNIT=SYSDA,SPACE=(TRK,(5,5),RLSE),
//              DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//SYSPRINT DD   SYSOUT=*
//SYSIN    DD   DUMMY
