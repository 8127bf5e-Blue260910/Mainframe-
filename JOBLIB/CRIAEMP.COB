//FOUR021X JOB 'CRIAEMP',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01)
//*****************************************************************
//* CLUSTERS KSDS DO EMPRESTIMO PESSOAL
//* PASSO 1 - DEFINE DOS CONTRATOS (EMPBOOK, LRECL 80, CHAVE 11)
//*           E DAS PARCELAS (PARCBOOK, LRECL 80, CHAVE 14)
//* CONTRATACAO PELO FR21EMP1 E COBRANCA DIARIA PELO FR21EMP2
//*****************************************************************
//STEP1     EXEC PGM=IDCAMS
//SYSPRINT  DD   SYSOUT=*
//SYSIN     DD   *
 DEFINE CLUSTER (NAME(GR.FOUR021.EMPVSAM) -
    IXD -
    VOL(PR39X7) -
    RECORDSIZE(80 80) -
    SHR(2) -
    TRK(2 1) -
    UNIQUE -
    KEYS(11 0) -
    FREESPACE(04 04) ) -
    DATA(NAME(GR.FOUR021.EMPVSAM.DATA)) -
    INDEX(NAME(GR.FOUR021.EMPVSAM.INDEX))
 DEFINE CLUSTER (NAME(GR.FOUR021.PARVSAM) -
    IXD -
    VOL(PR39X7) -
    RECORDSIZE(80 80) -
    SHR(2) -
    TRK(5 2) -
    UNIQUE -
    KEYS(14 0) -
    FREESPACE(04 04) ) -
    DATA(NAME(GR.FOUR021.PARVSAM.DATA)) -
    INDEX(NAME(GR.FOUR021.PARVSAM.INDEX))
