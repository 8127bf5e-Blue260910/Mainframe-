//FOUR021X JOB 'CRIACAD',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01)
//*****************************************************************
//* CLUSTER KSDS DO CADASTRO COMPLEMENTAR (CADBOOK, LRECL 132)
//* PASSO 1 - DEFINE DO CLUSTER
//* A CARGA E MANUTENCAO SAO FEITAS PELO FR21CAD1 (CADMOV)
//*****************************************************************
 DEFINE CLUSTER (NAME(GR.FOUR021.CADVSAM) -
    IXD -
    VOL(PR39X7) -
    RECORDSIZE(132 132) -
    SHR(2) -
    TRK(2 1) -
    UNIQUE -
