//FOUR021X JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000010
//*****************************************************************     00000020
//* EXPOSICAO AO FGC POR DEPOSITANTE (FR21FGC1/FR21FGC2), MENSAL,       00000030
//* NO ULTIMO DIA UTIL DO MES, DEPOIS DA CADEIA NOTURNA (SALDOS         00000040
//* E CDB JA ATUALIZADOS). A DATA-BASE E A DATA DE NEGOCIO.             00000050
//* PASSO 1 - BALANCE-LINE CLIENTES X CDBMAS: UMA LINHA POR CONTA       00000060
//*           COM DEPOSITO (FGCCTA), JA COM A PARCELA DO TITULAR        00000070
//*           NAS CONTAS CONJUNTAS                                      00000080
//* PASSO 2 - CLASSIFICA POR DEPOSITANTE + CONTA                        00000090
//* PASSO 3 - CONSOLIDA POR DEPOSITANTE: ARQUIVO REGULATORIO            00000100
//*           (FGCREG), CONTAS SINALIZADAS (RELFGC) E RESUMO POR        00000110
//*           AGENCIA E FAIXA (RESFGC)                                  00000120
//*           PARM = TETO DE COBERTURA POR DEPOSITANTE EM REAIS         00000130
//*****************************************************************     00000140
//STEP01   EXEC PGM=FR21FGC1                                            00000150
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000160
//CLIENTES DD   DSN=GR.FOUR021.CLIVSAM,DISP=SHR                         00000170
//CDBMAS   DD   DSN=GR.FOUR021.CDBVSAM,DISP=SHR                         00000180
//CADCLI   DD   DSN=GR.FOUR021.CADVSAM,DISP=SHR                         00000190
//FGCCTA   DD   DSN=PR.FOUR021.FGCCTA,DISP=OLD                          00000200
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000210
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000220
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000230
//SYSOUT   DD   SYSOUT=*                                                00000240
//STEP02   EXEC PGM=SORT,COND=(0,NE)                                    00000250
//SORTIN   DD   DSN=PR.FOUR021.FGCCTA,DISP=SHR                          00000260
//SORTOUT  DD   DSN=PR.FOUR021.FGCSORT,DISP=OLD                         00000270
//SYSOUT   DD   SYSOUT=*                                                00000280
//SYSIN    DD   *                                                       00000290
  SORT FIELDS=(01,15,CH,A,16,08,CH,A)                                   00000300
//STEP03   EXEC PGM=FR21FGC2,COND=(0,NE),PARM='00250000'                00000310
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000320
//FGCSORT  DD   DSN=PR.FOUR021.FGCSORT,DISP=SHR                         00000330
//FGCREG   DD   DSN=PR.FOUR021.FGCREG,DISP=OLD                          00000340
//RELFGC   DD   DSN=PR.FOUR021.RELFGC,DISP=OLD                          00000350
//RESFGC   DD   DSN=PR.FOUR021.RESFGC,DISP=OLD                          00000360
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00000370
//FERIADOS DD   DSN=PR.FOUR021.FERIADOS,DISP=SHR                        00000380
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000390
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000400
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000410
//SYSOUT   DD   SYSOUT=*                                                00000420
