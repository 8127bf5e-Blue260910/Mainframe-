//FOUR021X JOB 'CRIACLI',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01)  00000010
//*****************************************************************     00000020
//* CLUSTER KSDS DO CADASTRO CLIENTES (CLIBOOK, LRECL 73)               00000030
//* PASSO 1 - DEFINE DO CLUSTER                                         00000040
//* PASSO 2 - CARGA INICIAL PELO FR21CLD1 A PARTIR DO SEQUENCIAL        00000050
//*****************************************************************     00000060
 DEFINE CLUSTER (NAME(GR.FOUR021.CLIVSAM) -                             00000100
    IXD -                                                               00000110
    VOL(PR39X7) -                                                       00000120
    RECORDSIZE(73 73) -                                                 00000130
    SHR(2) -                                                            00000140
    TRK(2 1) -                                                          00000150
    UNIQUE -                                                            00000160
