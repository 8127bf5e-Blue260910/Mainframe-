//FOUR021X JOB 'CRIATED',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01)
//*****************************************************************
//* CLUSTER KSDS DO REGISTRO DE TRANSFERENCIAS PARA OUTROS BANCOS
//* PASSO 1 - DEFINE DO TEDCTL (TEDBOOK, LRECL 120, CHAVE 13)
//* ENVIO PELO FR21TED1, RETORNO E RELATORIO PELO FR21TED2
//*****************************************************************
//STEP1     EXEC PGM=IDCAMS
//SYSPRINT  DD   SYSOUT=*
//SYSIN     DD   *
 DEFINE CLUSTER (NAME(GR.FOUR021.TEDVSAM) -
    IXD -
    VOL(PR39X7) -
    RECORDSIZE(120 120) -
    SHR(2) -
    TRK(5 2) -
    UNIQUE -
    KEYS(13 0) -
    FREESPACE(10 10) ) -
    DATA(NAME(GR.FOUR021.TEDVSAM.DATA)) -
    INDEX(NAME(GR.FOUR021.TEDVSAM.INDEX))
