//FOUR021X JOB 'CRIATAL',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01)
//*****************************************************************
//* CLUSTER KSDS DO CADASTRO DE TALOES DE CHEQUE
//* PASSO 1 - DEFINE DO TALCHQ (TALBOOK, LRECL 60, CHAVE 14)
//* EMISSAO E SUSTACAO PELO FR21TAL1, COMPENSACAO PELO FR21TAL2
//*****************************************************************
//STEP1     EXEC PGM=IDCAMS
//SYSPRINT  DD   SYSOUT=*
//SYSIN     DD   *
 DEFINE CLUSTER (NAME(GR.FOUR021.TALVSAM) -
    IXD -
    VOL(PR39X7) -
    RECORDSIZE(60 60) -
    SHR(2) -
    TRK(5 2) -
    UNIQUE -
    KEYS(14 0) -
    FREESPACE(10 10) ) -
    DATA(NAME(GR.FOUR021.TALVSAM.DATA)) -
    INDEX(NAME(GR.FOUR021.TALVSAM.INDEX))
