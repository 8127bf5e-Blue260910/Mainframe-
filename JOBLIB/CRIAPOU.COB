//FOUR021X JOB 'CRIAPOU',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01)
//*****************************************************************
//* CLUSTER KSDS DOS DEPOSITOS DA CONTA POUPANCA
//* PASSO 1 - DEFINE DO POUDEP (POUBOOK, LRECL 60, CHAVE 16)
//* ABERTURA PELO FR21POU1, RENDIMENTO DIARIO PELO FR21POU2
//*****************************************************************
//STEP1     EXEC PGM=IDCAMS
//SYSPRINT  DD   SYSOUT=*
//SYSIN     DD   *
 DEFINE CLUSTER (NAME(GR.FOUR021.POUVSAM) -
    IXD -
    VOL(PR39X7) -
    RECORDSIZE(60 60) -
    SHR(2) -
    TRK(5 2) -
    UNIQUE -
    KEYS(16 0) -
    FREESPACE(10 10) ) -
    DATA(NAME(GR.FOUR021.POUVSAM.DATA)) -
    INDEX(NAME(GR.FOUR021.POUVSAM.INDEX))
