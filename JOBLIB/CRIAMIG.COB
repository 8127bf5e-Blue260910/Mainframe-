//FOUR021X JOB 'CRIAMIG',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01)
//*****************************************************************
//* CLUSTER KSDS DA REFERENCIA CRUZADA DE CONTAS MIGRADAS NA
//* INCORPORACAO DE AGENCIAS (MIGBOOK, LRECL 40, CHAVE = CONTA
//* ANTIGA)
//* PASSO 1 - DEFINE DO CLUSTER
//* A CARGA E FEITA PELO FR21MIG1 (EXEMIG1); A CONSULTA PELO
//* FR21MIG2 E PELO REDIRECIONAMENTO DO FR21EDMV
//* O CLUSTER NAO E RECRIADO A CADA INCORPORACAO: ELE ACUMULA
//*****************************************************************
//STEP1     EXEC PGM=IDCAMS
//SYSPRINT  DD   SYSOUT=*
//SYSIN     DD   *
 DEFINE CLUSTER (NAME(GR.FOUR021.MIGVSAM) -
    IXD -
    VOL(PR39X7) -
    RECORDSIZE(40 40) -
    SHR(2) -
    TRK(2 1) -
    UNIQUE -
    KEYS(08 0) -
    FREESPACE(04 04) ) -
    DATA(NAME(GR.FOUR021.MIGVSAM.DATA)) -
    INDEX(NAME(GR.FOUR021.MIGVSAM.INDEX))
