//FOUR021X JOB 'CRIACDX',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01)
//*****************************************************************
//* INDICE ALTERNADO POR DOCUMENTO SOBRE O CADASTRO CADCLI
//* (CADBOOK: TIPO-DOC + DOCUMENTO NO OFFSET 8, 15 BYTES, CHAVES
//* REPETIDAS - UM CPF/CNPJ PODE TER VARIAS CONTAS)
//* PASSO 1 - DEFINE DO AIX E DO PATH (CADPATH, USADO PELA
//*           VISAO CONSOLIDADA DO CLIENTE F21CIPO)
//* PASSO 2 - BLDINDEX
//* RODAR DE NOVO APOS RECARGA DO CADCLI (CRIACAD)
//*****************************************************************
//STEP1     EXEC PGM=IDCAMS
//SYSPRINT  DD   SYSOUT=*
//SYSIN     DD   *
 DEFINE AIX (NAME(GR.FOUR021.CADVSAM.AIXDOC) -
    RELATE(GR.FOUR021.CADVSAM) -
    VOL(PR39X7) -
    KEYS(15 8) -
    NONUNIQUEKEY -
    UPGRADE -
    RECORDSIZE(80 200) -
    TRK(2 1) ) -
    DATA(NAME(GR.FOUR021.CADVSAM.AIXDOC.DATA)) -
    INDEX(NAME(GR.FOUR021.CADVSAM.AIXDOC.INDEX))
 DEFINE PATH (NAME(GR.FOUR021.CADPATH) -
    PATHENTRY(GR.FOUR021.CADVSAM.AIXDOC))
//STEP2     EXEC PGM=IDCAMS,COND=(0,NE)
//SYSPRINT  DD   SYSOUT=*
//SYSIN     DD   *
 BLDINDEX INDATASET(GR.FOUR021.CADVSAM) -
    OUTDATASET(GR.FOUR021.CADVSAM.AIXDOC)
