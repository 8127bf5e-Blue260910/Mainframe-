//FOUR021X JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,05) 00000010
//*****************************************************************     00000020
//* INCORPORACAO DE AGENCIA - MIGRACAO DAS CONTAS (FR21MIG1/MIG2)       00000030
//* RODA FORA DA JANELA NOTURNA, COM O BACKUP DOS VSAM TIRADO           00000040
//* ANTES (VSAM NAO TEM DESFAZIMENTO).                                  00000050
//* PASSO 1 - FR21MIG1 LE O MAPA (REGISTRO 'A' + TROCAS 'C'),           00000060
//*           CRITICA TUDO ANTES DE ALTERAR (RC 8 = MAPA RECUSADO,      00000070
//*           NADA MUDA), REGRAVA CLIENTES/CADCLI/HISTMOV/CDBMAS/       00000080
//*           BLOQJUD/LIMCON/POUDEP/TALCHQ/EMPMAS/EMPPAR/PACCTA/        00000090
//*           CBRCTL NA CHAVE NOVA, ALIMENTA O MIGXREF, REAPONTA OS     00000100
//*           CARTOES DO CRDCAD, IMPRIME A PROVA ANTES X DEPOIS NO      00000110
//*           RELMIG E GERA O AGMOV QUE MARCA A AGENCIA ANTIGA COM      00000120
//*           STATUS 'M'                                                00000130
//* PASSO 2 - FR21MIG2 TROCA AS CHAVES NAS ORDENS PERMANENTES E         00000140
//*           NO DEPOSITO DE MOVIMENTOS FUTUROS (PROVA NO RELMIG2)      00000150
//* PASSOS 3/4 - DEVOLVEM ORDPERM E WAREHOUS JA COM CHAVE NOVA          00000160
//* PASSO 5 - FR21AGM1 (DB2) APLICA O STATUS 'M' E REDESCARREGA O       00000170
//*           AGENSEQ; A PARTIR DAI O FR21EDMV REDIRECIONA OS           00000180
//*           MOVIMENTOS DA CHAVE ANTIGA ATE O FIM DA TRANSICAO         00000190
//* RC 4 NO PASSO 1 = SOBRA NA AGENCIA ANTIGA, CONFERIR O RELMIG        00000200
//*****************************************************************     00000210
//STEP01   EXEC PGM=FR21MIG1                                            00000220
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000230
//MIGMAP   DD   DSN=PR.FOUR021.MIGMAP,DISP=SHR                          00000240
//AGENSEQ  DD   DSN=PR.FOUR021.AGENSEQ,DISP=SHR                         00000250
//CLIENTES DD   DSN=GR.FOUR021.CLIVSAM,DISP=OLD                         00000260
//CADCLI   DD   DSN=GR.FOUR021.CADVSAM,DISP=OLD                         00000270
//HISTMOV  DD   DSN=GR.FOUR021.HISVSAM,DISP=OLD                         00000280
//CDBMAS   DD   DSN=GR.FOUR021.CDBVSAM,DISP=OLD                         00000290
//BLOQJUD  DD   DSN=GR.FOUR021.BLQVSAM,DISP=OLD                         00000300
//LIMCON   DD   DSN=GR.FOUR021.LIMVSAM,DISP=OLD                         00000310
//POUDEP   DD   DSN=GR.FOUR021.POUVSAM,DISP=OLD                         00000320
//TALCHQ   DD   DSN=GR.FOUR021.TALVSAM,DISP=OLD                         00000330
//EMPMAS   DD   DSN=GR.FOUR021.EMPVSAM,DISP=OLD                         00000340
//EMPPAR   DD   DSN=GR.FOUR021.PARVSAM,DISP=OLD                         00000350
//PACCTA   DD   DSN=GR.FOUR021.PACVSAM,DISP=OLD                         00000360
//CBRCTL   DD   DSN=GR.FOUR021.CBRVSAM,DISP=OLD                         00000370
//CRDCAD   DD   DSN=GR.FOUR021.CRDVSAM,DISP=OLD                         00000380
//MIGXREF  DD   DSN=GR.FOUR021.MIGVSAM,DISP=OLD                         00000390
//AGMOV    DD   DSN=PR.FOUR021.AGMOV,DISP=OLD                           00000400
//RELMIG   DD   SYSOUT=*                                                00000410
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00000420
//FERIADOS DD   DSN=PR.FOUR021.FERIADOS,DISP=SHR                        00000430
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000440
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000450
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000460
//SYSOUT   DD   SYSOUT=*                                                00000470
//STEP02   EXEC PGM=FR21MIG2,COND=(4,LT)                                00000480
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000490
//MIGXREF  DD   DSN=GR.FOUR021.MIGVSAM,DISP=SHR                         00000500
//ORDPERM  DD   DSN=PR.FOUR021.ORDPERM,DISP=SHR                         00000510
//ORDNOVO  DD   DSN=PR.FOUR021.ORDMIG,DISP=OLD                          00000520
//WRHANT   DD   DSN=PR.FOUR021.WAREHOUS,DISP=SHR                        00000530
//WRHNOVO  DD   DSN=PR.FOUR021.WRHMIG,DISP=OLD                          00000540
//RELMIG2  DD   SYSOUT=*                                                00000550
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000560
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000570
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000580
//SYSOUT   DD   SYSOUT=*                                                00000590
//STEP03   EXEC PGM=IEBGENER,COND=((4,LT,STEP01),(0,NE,STEP02))         00000600
//SYSUT1   DD   DSN=PR.FOUR021.ORDMIG,DISP=SHR                          00000610
//SYSUT2   DD   DSN=PR.FOUR021.ORDPERM,DISP=OLD                         00000620
//SYSPRINT DD   SYSOUT=*                                                00000630
//SYSIN    DD   DUMMY                                                   00000640
//STEP04   EXEC PGM=IEBGENER,COND=((4,LT,STEP01),(0,NE,STEP02))         00000650
//SYSUT1   DD   DSN=PR.FOUR021.WRHMIG,DISP=SHR                          00000660
//SYSUT2   DD   DSN=PR.FOUR021.WAREHOUS,DISP=OLD                        00000670
//SYSPRINT DD   SYSOUT=*                                                00000680
//SYSIN    DD   DUMMY                                                   00000690
//STEP05   EXEC PGM=IKJEFT01,COND=(4,LT,STEP01)                         00000700
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000710
//AGMOV    DD   DSN=PR.FOUR021.AGMOV,DISP=SHR                           00000720
//AGENSEQ  DD   DSN=PR.FOUR021.AGENSEQ,DISP=OLD                         00000730
//RELAGM   DD   SYSOUT=*                                                00000740
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000750
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000760
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000770
//SYSOUT   DD   SYSOUT=*                                                00000780
//SYSTSPRT DD   SYSOUT=*                                                00000790
//SYSTSIN  DD   *                                                       00000800
DSN  SYSTEM(DB8G)                                                       00000810
RUN  PROGRAM(FR21AGM1) PLAN(FR21AGM1) LIB('PR.FOUR021.OBJ')             00000820
END                                                                     00000830
