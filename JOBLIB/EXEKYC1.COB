//FOUR021X JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000010
//*****************************************************************     00000020
//* REVISAO PERIODICA DO CADASTRO (FR21KYC1), MENSAL, NO PRIMEIRO       00000030
//* DIA UTIL DO MES:                                                    00000040
//* PASSO 1 - CLASSIFICA O CADCLI PELO VENCIMENTO DA REVISAO,           00000050
//*           MARCA OS BLOQUEADOS (CREDITO NOVO RECUSADO PELO           00000060
//*           FR21LIM1 E PELO FR21CDB1), GRAVA O EXTRATO DE CARTAS      00000070
//*           CARTKYC PARA AS AGENCIAS, O RELKYC DOS A VENCER E         00000080
//*           VENCIDOS E O RESUMO RESKYC POR AGENCIA                    00000090
//*           PARM = ANTECEDENCIA EM DIAS(3) + CARENCIA EM DIAS(3)      00000100
//*****************************************************************     00000110
//STEP01   EXEC PGM=FR21KYC1,PARM='060090'                              00000120
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000130
//CADCLI   DD   DSN=GR.FOUR021.CADVSAM,DISP=OLD                         00000140
//CLIENTES DD   DSN=GR.FOUR021.CLIVSAM,DISP=SHR                         00000150
//CARTKYC  DD   DSN=PR.FOUR021.CARTKYC,DISP=OLD                         00000160
//RELKYC   DD   DSN=PR.FOUR021.RELKYC,DISP=OLD                          00000170
//RESKYC   DD   DSN=PR.FOUR021.RESKYC,DISP=OLD                          00000180
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00000190
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000200
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000210
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000220
//SYSOUT   DD   SYSOUT=*                                                00000230
