//FOUR021X JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000010
//*****************************************************************     00000020
//* RENDIMENTO DIARIO DA CONTA POUPANCA (FR21POU2), DEPOIS DO           00000030
//* EXEPOU1 E ANTES DO EXEWRH1 DA NOITE:                                00000040
//* PASSO 1 - CONCILIA OS DEPOSITOS DO POUDEP COM O SALDO POSTADO       00000050
//*           (DEPOSITO NOVO / RESGATE DOS MAIS RECENTES) E GERA O      00000060
//*           CREDITO DE RENDIMENTO DE CADA DEPOSITO QUE FEZ            00000070
//*           ANIVERSARIO, PELA TAXA DE REFERENCIA VIGENTE (TAXPOU),    00000080
//*           NO MOVPOU (LAYOUT MOV0106E). POSICAO NO RELPOU            00000090
//* PASSO 2 - ANEXA OS CREDITOS A ENTRADA DO DEPOSITO (MOV0106E)        00000100
//*           PARA POSTAGEM NA NOITE PELO FR21WRH1/FR21EX04             00000110
//*****************************************************************     00000120
//STEP01   EXEC PGM=FR21POU2                                            00000130
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000140
//CLIENTES DD   DSN=GR.FOUR021.CLIVSAM,DISP=SHR                         00000150
//POUDEP   DD   DSN=GR.FOUR021.POUVSAM,DISP=OLD                         00000160
//TAXPOU   DD   DSN=PR.FOUR021.TAXPOU,DISP=SHR                          00000170
//MOVPOU   DD   DSN=PR.FOUR021.MOVPOU,DISP=OLD                          00000180
//RELPOU   DD   DSN=PR.FOUR021.RELPOU,DISP=OLD                          00000190
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00000200
//FERIADOS DD   DSN=PR.FOUR021.FERIADOS,DISP=SHR                        00000210
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000220
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000230
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000240
//SYSOUT   DD   SYSOUT=*                                                00000250
//STEP02   EXEC PGM=IEBGENER,COND=(0,NE)                                00000260
//SYSUT1   DD   DSN=PR.FOUR021.MOVPOU,DISP=SHR                          00000270
//SYSUT2   DD   DSN=PR.FOUR021.MOV0106E,DISP=MOD                        00000280
//SYSPRINT DD   SYSOUT=*                                                00000290
//SYSIN    DD   DUMMY                                                   00000300
