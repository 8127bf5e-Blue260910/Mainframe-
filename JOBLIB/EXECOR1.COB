//FOUR021X JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000010
//*****************************************************************     00000020
//* CORRESPONDENCIA DEVOLVIDA PELO CORREIO - ROTINA DIARIA, ANTES       00000030
//* DA CADEIA NOTURNA (FR21EX06 / FR21SPT1 / FR21CBR1 / FR21KYC1):      00000040
//* PASSO 1 - FR21COR1: APLICA OS AVISOS DE DEVOLUCAO DA GRAFICA        00000050
//*           (CORDEV), MARCA O ENDERECO DO CADCLI COMO INVALIDO,       00000060
//*           ACRESCENTA O HISTORICO CORHIS E EMITE A CRITICA           00000070
//*           (RELCOR1) E A LISTA DE CONTATO POR AGENCIA (LISCOR)       00000080
//* PASSO 2 - ESVAZIA O CORDEV JA APLICADO (RECUSADOS SAO               00000090
//*           CORRIGIDOS A PARTIR DO RELCOR1)                           00000100
//*****************************************************************     00000110
//STEP01   EXEC PGM=FR21COR1                                            00000120
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000130
//CORDEV   DD   DSN=PR.FOUR021.CORDEV,DISP=SHR                          00000140
//CADCLI   DD   DSN=GR.FOUR021.CADVSAM,DISP=OLD                         00000150
//CLIENTES DD   DSN=GR.FOUR021.CLIVSAM,DISP=SHR                         00000160
//CORHIS   DD   DSN=PR.FOUR021.CORHIS,DISP=MOD                          00000170
//RELCOR1  DD   DSN=PR.FOUR021.RELCOR1,DISP=OLD                         00000180
//LISCOR   DD   DSN=PR.FOUR021.LISCOR,DISP=OLD                          00000190
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00000200
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000210
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000220
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000230
//SYSOUT   DD   SYSOUT=*                                                00000240
//STEP02   EXEC PGM=IEBGENER,COND=(0,NE)                                00000250
//SYSUT1   DD   DUMMY,DCB=(RECFM=FB,LRECL=40,BLKSIZE=4000)              00000260
//SYSUT2   DD   DSN=PR.FOUR021.CORDEV,DISP=OLD                          00000270
//SYSPRINT DD   SYSOUT=*                                                00000280
//SYSIN    DD   DUMMY                                                   00000290
