//FOUR021X JOB 'CRIALIM',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01)
//*****************************************************************
//* CLUSTER KSDS DOS CONTRATOS DE CHEQUE ESPECIAL (LIMBOOK,
//* LRECL 80)
//* PASSO 1 - DEFINE DO CLUSTER
//* TAXA CONTRATADA PELO FR21LIM1, APROPRIACAO DIARIA DE JUROS E
//* IOF PELO FR21CES1 E COBRANCA MENSAL PELO FR21CES2
//*****************************************************************
//STEP1     EXEC PGM=IDCAMS
//SYSPRINT  DD   SYSOUT=*
//SYSIN     DD   *
 DEFINE CLUSTER (NAME(GR.FOUR021.LIMVSAM) -
    IXD -
    VOL(PR39X7) -
    RECORDSIZE(80 80) -
    SHR(2) -
    TRK(2 1) -
    UNIQUE -
    KEYS(8 0) -
    FREESPACE(04 04) ) -
    DATA(NAME(GR.FOUR021.LIMVSAM.DATA)) -
    INDEX(NAME(GR.FOUR021.LIMVSAM.INDEX))
