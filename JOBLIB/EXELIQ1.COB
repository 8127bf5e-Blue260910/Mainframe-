//FOUR021X JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000010
//*****************************************************************     00000020
//* POSICAO DE LIQUIDEZ E EXPOSICAO POR AGENCIA (FR21LIQ1), DIARIA,     00000030
//* DE MANHA ANTES DE ABRIR A JANELA (CADEIA NOTURNA JA CONCLUIDA:      00000040
//* SALDOS, CDB E DEPOSITO ATUALIZADOS). DATA-BASE = DATA DE NEGOCIO    00000050
//* PASSO 1 - RELLIQ POR REGIAO/AGENCIA PARA A TESOURARIA E A           00000060
//*           POSICAO DO DIA NO POSNOVO (BASE DA VARIACAO)              00000070
//* PASSO 2 - POSNOVO PASSA A SER O POSANT DA PROXIMA EXECUCAO          00000080
//*****************************************************************     00000090
//STEP01   EXEC PGM=FR21LIQ1                                            00000100
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000110
//AGENSEQ  DD   DSN=PR.FOUR021.AGENSEQ,DISP=SHR                         00000120
//CLIENTES DD   DSN=GR.FOUR021.CLIVSAM,DISP=SHR                         00000130
//BLOQJUD  DD   DSN=GR.FOUR021.BLQVSAM,DISP=SHR                         00000140
//CDBMAS   DD   DSN=GR.FOUR021.CDBVSAM,DISP=SHR                         00000150
//ORDPERM  DD   DSN=PR.FOUR021.ORDPERM,DISP=SHR                         00000160
//WAREHOUS DD   DSN=PR.FOUR021.WAREHOUS,DISP=SHR                        00000170
//POSANT   DD   DSN=PR.FOUR021.POSANT,DISP=SHR                          00000180
//POSNOVO  DD   DSN=PR.FOUR021.POSNOVO,DISP=OLD                         00000190
//RELLIQ   DD   SYSOUT=*                                                00000200
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00000210
//FERIADOS DD   DSN=PR.FOUR021.FERIADOS,DISP=SHR                        00000220
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000230
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000240
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000250
//SYSOUT   DD   SYSOUT=*                                                00000260
//STEP02   EXEC PGM=IEBGENER,COND=(0,NE)                                00000270
//SYSUT1   DD   DSN=PR.FOUR021.POSNOVO,DISP=SHR                         00000280
//SYSUT2   DD   DSN=PR.FOUR021.POSANT,DISP=OLD                          00000290
//SYSPRINT DD   SYSOUT=*                                                00000300
//SYSIN    DD   DUMMY                                                   00000310
