//FOUR021X JOB 'CRIACBR',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01)
//*****************************************************************
//* CLUSTER KSDS DO CONTROLE DA COBRANCA DE CONTAS DEVEDORAS
//* PASSO 1 - DEFINE DO CBRCTL (CBRBOOK, LRECL 100, CHAVE 8)
//* ENVELHECIMENTO DIARIO PELO FR21CBR1, RELATORIO SEMANAL FR21CBR2
//*****************************************************************
//STEP1     EXEC PGM=IDCAMS
//SYSPRINT  DD   SYSOUT=*
//SYSIN     DD   *
 DEFINE CLUSTER (NAME(GR.FOUR021.CBRVSAM) -
    IXD -
    VOL(PR39X7) -
    RECORDSIZE(100 100) -
    SHR(2) -
    TRK(2 1) -
    UNIQUE -
    KEYS(08 0) -
    FREESPACE(10 10) ) -
    DATA(NAME(GR.FOUR021.CBRVSAM.DATA)) -
    INDEX(NAME(GR.FOUR021.CBRVSAM.INDEX))
