//FOUR021X JOB 'CRIAPAC',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01)
//*****************************************************************
//* CLUSTER KSDS DO PACOTE DE SERVICOS POR CONTA (PACBOOK, LRECL 60)
//* PASSO 1 - DEFINE DO CLUSTER
//* A CARGA E MANUTENCAO SAO FEITAS PELO FR21PAC1 (PACMOV)
//*****************************************************************
//STEP1     EXEC PGM=IDCAMS
//SYSPRINT  DD   SYSOUT=*
//SYSIN     DD   *
 DEFINE CLUSTER (NAME(GR.FOUR021.PACVSAM) -
    IXD -
    VOL(PR39X7) -
    RECORDSIZE(60 60) -
    SHR(2) -
    TRK(2 1) -
    UNIQUE -
    KEYS(08 0) -
    FREESPACE(04 04) ) -
    DATA(NAME(GR.FOUR021.PACVSAM.DATA)) -
    INDEX(NAME(GR.FOUR021.PACVSAM.INDEX))
