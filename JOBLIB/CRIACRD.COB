//FOUR021X JOB 'CRIACRD',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01)
//*****************************************************************
//* CARTAO DE DEBITO DA CONTA CORRENTE (FR21CRD1/FR21CRD2)
//* PASSO 1 - DEFINE DO CRDCAD (CRDBOOK, LRECL 80, CHAVE 16:
//*           NUMERO DO CARTAO) - CADASTRO CARTAO X CONTA
//* PASSO 2 - DEFINE DO LQCLIQ (LQCBOOK, LRECL 90, CHAVE 12:
//*           IDENTIFICADOR DA TRANSACAO NA PROCESSADORA)
//* PASSO 3 - CRDMOV (LRECL 80): SOLICITACOES DE INCLUSAO,
//*           BLOQUEIO, DESBLOQUEIO E CANCELAMENTO DE CARTOES
//* PASSO 4 - LIQCRD (LRECL 100): LIQUIDACAO DIARIA RECEBIDA DA
//*           PROCESSADORA. COMECA VAZIO
//* PASSO 5 - MOVCRD (LRECL 55, LAYOUT MOV0106E): MOVIMENTOS DA
//*           LIQUIDACAO PARA A POSTAGEM NOTURNA
//*****************************************************************
//STEP1     EXEC PGM=IDCAMS
//SYSPRINT  DD   SYSOUT=*
//SYSIN     DD   *
 DEFINE CLUSTER (NAME(GR.FOUR021.CRDVSAM) -
    IXD -
    VOL(PR39X7) -
    RECORDSIZE(80 80) -
    SHR(2) -
    TRK(5 2) -
    UNIQUE -
    KEYS(16 0) -
    FREESPACE(10 10) ) -
    DATA(NAME(GR.FOUR021.CRDVSAM.DATA)) -
    INDEX(NAME(GR.FOUR021.CRDVSAM.INDEX))
/*
//STEP2     EXEC PGM=IDCAMS,COND=(0,NE)
//SYSPRINT  DD   SYSOUT=*
//SYSIN     DD   *
 DEFINE CLUSTER (NAME(GR.FOUR021.LQCVSAM) -
    IXD -
    VOL(PR39X7) -
    RECORDSIZE(90 90) -
    SHR(2) -
    TRK(5 2) -
    UNIQUE -
    KEYS(12 0) -
    FREESPACE(10 10) ) -
    DATA(NAME(GR.FOUR021.LQCVSAM.DATA)) -
    INDEX(NAME(GR.FOUR021.LQCVSAM.INDEX))
/*
//STEP3    EXEC PGM=IEBGENER,COND=(0,NE)
//SYSUT1   DD   DUMMY,DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//SYSUT2   DD   DSN=PR.FOUR021.CRDMOV,DISP=(NEW,CATLG,DELETE),
//              UNIT=SYSDA,SPACE=(TRK,(5,5),RLSE),
//              DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//SYSPRINT DD   SYSOUT=*
//SYSIN    DD   DUMMY
//STEP4    EXEC PGM=IEBGENER,COND=(0,NE)
//SYSUT1   DD   DUMMY,DCB=(RECFM=FB,LRECL=100,BLKSIZE=10000)
//SYSUT2   DD   DSN=PR.FOUR021.LIQCRD,DISP=(NEW,CATLG,DELETE),
//              UNIT=SYSDA,SPACE=(TRK,(5,5),RLSE),
//              DCB=(RECFM=FB,LRECL=100,BLKSIZE=10000)
//SYSPRINT DD   SYSOUT=*
//SYSIN    DD   DUMMY
//STEP5    EXEC PGM=IEBGENER,COND=(0,NE)
//SYSUT1   DD   DUMMY,DCB=(RECFM=FB,LRECL=55,BLKSIZE=5500)
//SYSUT2   DD   DSN=PR.FOUR021.MOVCRD,DISP=(NEW,CATLG,DELETE),
//              UNIT=SYSDA,SPACE=(TRK,(5,5),RLSE),
//              DCB=(RECFM=FB,LRECL=55,BLKSIZE=5500)
//SYSPRINT DD   SYSOUT=*
//SYSIN    DD   DUMMY
