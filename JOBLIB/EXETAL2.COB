//FOUR021X JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000010
//*****************************************************************     00000020
//* COMPENSACAO DE CHEQUES (FR21TAL2), ANTES DO EXEWRH1 DA NOITE:       00000030
//* PASSO 1 - CLASSIFICA OS CHEQUES APRESENTADOS POR CONTA E FOLHA      00000040
//* PASSO 2 - CONFERE CADA CHEQUE COM O TALCHQ E COM O DISPONIVEL       00000050
//*           DA CONTA: PAGO VIRA DEBITO 'J' NO MOVCHQ (LAYOUT          00000060
//*           MOV0106E), DEVOLVIDO VAI PARA A CAMARA (DEVCHQ) COM O     00000070
//*           MOTIVO PADRAO E TARIFA DE DEVOLUCAO; INCLUSOES NO CCF     00000080
//*           NO CCFREM. RESULTADO NO RELCHQ                            00000090
//* PASSO 3 - ANEXA OS DEBITOS A ENTRADA DO DEPOSITO (MOV0106E)         00000100
//*           PARA POSTAGEM NA NOITE PELO FR21WRH1/FR21EX04             00000110
//*****************************************************************     00000120
//STEP01   EXEC PGM=SORT                                                00000130
//SORTIN   DD   DSN=PR.FOUR021.CMPCHQ,DISP=SHR                          00000140
//SORTOUT  DD   DSN=PR.FOUR021.CMPCHQ,DISP=OLD                          00000150
//SYSOUT   DD   SYSOUT=*                                                00000160
//SYSIN    DD   *                                                       00000170
 SORT FIELDS=(01,14,CH,A)                                               00000180
/*                                                                      00000190
//STEP02   EXEC PGM=FR21TAL2,COND=(0,NE)                                00000200
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000210
//CMPCHQ   DD   DSN=PR.FOUR021.CMPCHQ,DISP=SHR                          00000220
//CLIENTES DD   DSN=GR.FOUR021.CLIVSAM,DISP=SHR                         00000230
//BLOQJUD  DD   DSN=GR.FOUR021.BLQVSAM,DISP=SHR                         00000240
//TALCHQ   DD   DSN=GR.FOUR021.TALVSAM,DISP=OLD                         00000250
//MOVCHQ   DD   DSN=PR.FOUR021.MOVCHQ,DISP=OLD                          00000260
//DEVCHQ   DD   DSN=PR.FOUR021.DEVCHQ,DISP=OLD                          00000270
//CCFREM   DD   DSN=PR.FOUR021.CCFREM,DISP=MOD                          00000280
//RELCHQ   DD   DSN=PR.FOUR021.RELCHQ,DISP=OLD                          00000290
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00000300
//FERIADOS DD   DSN=PR.FOUR021.FERIADOS,DISP=SHR                        00000310
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000320
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000330
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000340
//SYSOUT   DD   SYSOUT=*                                                00000350
//STEP03   EXEC PGM=IEBGENER,COND=(0,NE)                                00000360
//SYSUT1   DD   DSN=PR.FOUR021.MOVCHQ,DISP=SHR                          00000370
//SYSUT2   DD   DSN=PR.FOUR021.MOV0106E,DISP=MOD                        00000380
//SYSPRINT DD   SYSOUT=*                                                00000390
//SYSIN    DD   DUMMY                                                   00000400
