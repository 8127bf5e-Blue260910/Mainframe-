//FOUR021X JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000010
//*****************************************************************     00000020
//* CONTRATACAO DE EMPRESTIMO PESSOAL (FR21EMP1), ANTES DO              00000030
//* EXEWRH1 DA NOITE:                                                   00000040
//* PASSO 1 - CRITICA DOS PEDIDOS (EMPMOV), CONTRATO NO EMPMAS,         00000050
//*           CRONOGRAMA PRICE NO EMPPAR (FR21CALC) E CREDITO DE        00000060
//*           LIBERACAO DO PRINCIPAL NO MOVEMP (LAYOUT MOV0106E);       00000070
//*           CRITICA E CRONOGRAMA NO RELEMP                            00000080
//* PASSO 2 - ANEXA OS CREDITOS A ENTRADA DO DEPOSITO (MOV0106E)        00000090
//*           PARA POSTAGEM NA NOITE PELO FR21WRH1/FR21EX04             00000100
//*****************************************************************     00000110
//STEP01   EXEC PGM=FR21EMP1                                            00000120
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000130
//EMPMOV   DD   DSN=PR.FOUR021.EMPMOV,DISP=SHR                          00000140
//CLIENTES DD   DSN=GR.FOUR021.CLIVSAM,DISP=SHR                         00000150
//EMPMAS   DD   DSN=GR.FOUR021.EMPVSAM,DISP=OLD                         00000160
//EMPPAR   DD   DSN=GR.FOUR021.PARVSAM,DISP=OLD                         00000170
//MOVEMP   DD   DSN=PR.FOUR021.MOVEMP,DISP=OLD                          00000180
//RELEMP   DD   DSN=PR.FOUR021.RELEMP,DISP=OLD                          00000190
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00000200
//FERIADOS DD   DSN=PR.FOUR021.FERIADOS,DISP=SHR                        00000210
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000220
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000230
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000240
//SYSOUT   DD   SYSOUT=*                                                00000250
//STEP02   EXEC PGM=IEBGENER,COND=(0,NE)                                00000260
//SYSUT1   DD   DSN=PR.FOUR021.MOVEMP,DISP=SHR                          00000270
//SYSUT2   DD   DSN=PR.FOUR021.MOV0106E,DISP=MOD                        00000280
//SYSPRINT DD   SYSOUT=*                                                00000290
//SYSIN    DD   DUMMY                                                   00000300
