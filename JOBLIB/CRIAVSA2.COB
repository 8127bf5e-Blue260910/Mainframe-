//FOUR021X JOB 'CRIAVSA2',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000010
//*****************************************************************     00000020
//* CLUSTER KSDS DO CADASTRO DE PRODUTOS (PRODBOOK, LRECL 60)           00000030
//* MANTIDO PELO FR21PRDM; SALDO DE ESTOQUE MOVIMENTADO PELO FR21ETQ1   00000040
//*****************************************************************     00000050
//STEP1     EXEC PGM=IDCAMS                                             00000060
//SYSPRINT  DD   SYSOUT=*                                               00000070
 DEFINE CLUSTER (NAME(GR.FOUR021.PRODMAS) -                             00000090
    IXD -                                                               00000100
    VOL(PR39X7) -                                                       00000110
    RECORDSIZE(60 60) -                                                 00000120
    SHR(2) -                                                            00000130
    TRK(1 1) -                                                          00000140
    UNIQUE -                                                            00000150
