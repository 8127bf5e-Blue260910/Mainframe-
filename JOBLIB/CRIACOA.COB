//FOUR021X JOB 'CRIACOA',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01)
//*****************************************************************
//* CLUSTER KSDS DOS CASOS DE COMUNICACAO AO COAF
//* PASSO 1 - DEFINE DO COACAS (COABOOK, LRECL 130, CHAVE 26)
//* ABERTURA, DECISAO, PRAZO E COMUNICACAO PELO FR21COA1
//*****************************************************************
//STEP1     EXEC PGM=IDCAMS
//SYSPRINT  DD   SYSOUT=*
//SYSIN     DD   *
 DEFINE CLUSTER (NAME(GR.FOUR021.COAVSAM) -
    IXD -
    VOL(PR39X7) -
    RECORDSIZE(130 130) -
    SHR(2) -
    TRK(2 1) -
    UNIQUE -
    KEYS(26 0) -
    FREESPACE(10 10) ) -
    DATA(NAME(GR.FOUR021.COAVSAM.DATA)) -
    INDEX(NAME(GR.FOUR021.COAVSAM.INDEX))
