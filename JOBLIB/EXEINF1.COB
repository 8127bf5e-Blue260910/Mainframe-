//FOUR021X JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000010
//*****************************************************************     00000020
//* INFORME ANUAL DE RENDIMENTOS DE CLIENTES (FR21INF1/FR21INF2),       00000030
//* UMA VEZ POR ANO, NO PRIMEIRO DIA UTIL DE JANEIRO, ANTES DA          00000040
//* CADEIA NOTURNA (O CLIENTES AINDA E A IMAGEM DE 31/12). O            00000050
//* ANO-CALENDARIO E O ANTERIOR AO DA DATA DE NEGOCIO.                  00000060
//* PASSO 1 - GUARDA A IMAGEM CLISEQ DE 31/12 NO GDG SLDANO; A          00000070
//*           GERACAO ANTERIOR E O SALDO DE 31/12 DO ANO ANTERIOR       00000080
//*           (NO PRIMEIRO ANO, SLDANT EM DD DUMMY)                     00000090
//* PASSO 2 - CLASSIFICA OS DIARIOS DE JUROS DO ANO (JURANO)            00000100
//* PASSO 3 - CLASSIFICA OS RENDIMENTOS DE CDB (CDBREN)                 00000110
//* PASSO 4 - CONSOLIDA POR CONTA (INFCTA) E CONCILIA O IMPOSTO         00000120
//*           COM OS RECOLHIMENTOS DO ANO (IRFANO E IRFCDB)             00000130
//*           RC=8: DIVERGENCIA - PASSOS 5 E 6 NAO RODAM;               00000140
//*           CONFERIR O RELINF; NA REPETICAO, NAO RODAR O PASSO 1      00000150
//*           E LER SLDATU=SLDANO(0) E SLDANT=SLDANO(-1)                00000160
//* PASSO 5 - CLASSIFICA POR DOCUMENTO DO TITULAR + CONTA               00000170
//* PASSO 6 - UM INFORME POR DOCUMENTO NO INTERCAMBIO DA GRAFICA        00000180
//*           PARM = CNPJ DA FONTE PAGADORA                             00000190
//*****************************************************************     00000200
//STEP01   EXEC PGM=IEBGENER                                            00000210
//SYSUT1   DD   DSN=PR.FOUR021.CLIENTES,DISP=SHR                        00000220
//SYSUT2   DD   DSN=GR.FOUR021.SLDANO(+1),DISP=(NEW,CATLG,DELETE),      00000230
//              UNIT=SYSDA,SPACE=(TRK,(5,2),RLSE),                      00000240
//              DCB=(RECFM=FB,LRECL=46)                                 00000250
//SYSPRINT DD   SYSOUT=*                                                00000260
//SYSIN    DD   DUMMY                                                   00000270
//STEP02   EXEC PGM=SORT,COND=(0,NE)                                    00000280
//SORTIN   DD   DSN=PR.FOUR021.JURANO,DISP=SHR                          00000290
//SORTOUT  DD   DSN=PR.FOUR021.JURSORT,DISP=OLD                         00000300
//SYSOUT   DD   SYSOUT=*                                                00000310
//SYSIN    DD   *                                                       00000320
  SORT FIELDS=(01,08,CH,A)                                              00000330
//STEP03   EXEC PGM=SORT,COND=(0,NE)                                    00000340
//SORTIN   DD   DSN=PR.FOUR021.CDBREN,DISP=SHR                          00000350
//SORTOUT  DD   DSN=PR.FOUR021.CDRSORT,DISP=OLD                         00000360
//SYSOUT   DD   SYSOUT=*                                                00000370
//SYSIN    DD   *                                                       00000380
  SORT FIELDS=(01,11,CH,A)                                              00000390
//STEP04   EXEC PGM=FR21INF1,COND=(0,NE)                                00000400
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000410
//SLDATU   DD   DSN=GR.FOUR021.SLDANO(+1),DISP=SHR                      00000420
//SLDANT   DD   DSN=GR.FOUR021.SLDANO(0),DISP=SHR                       00000430
//JURSORT  DD   DSN=PR.FOUR021.JURSORT,DISP=SHR                         00000440
//CDRSORT  DD   DSN=PR.FOUR021.CDRSORT,DISP=SHR                         00000450
//IRFANO   DD   DSN=PR.FOUR021.IRFANO,DISP=SHR                          00000460
//IRFCDB   DD   DSN=PR.FOUR021.IRFCDB,DISP=SHR                          00000470
//CADCLI   DD   DSN=GR.FOUR021.CADVSAM,DISP=SHR                         00000480
//CLIENTES DD   DSN=GR.FOUR021.CLIVSAM,DISP=SHR                         00000490
//INFCTA   DD   DSN=PR.FOUR021.INFCTA,DISP=OLD                          00000500
//RELINF   DD   DSN=PR.FOUR021.RELINF,DISP=OLD                          00000510
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00000520
//FERIADOS DD   DSN=PR.FOUR021.FERIADOS,DISP=SHR                        00000530
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000540
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000550
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000560
//SYSOUT   DD   SYSOUT=*                                                00000570
//STEP05   EXEC PGM=SORT,COND=(4,LT)                                    00000580
//SORTIN   DD   DSN=PR.FOUR021.INFCTA,DISP=SHR                          00000590
//SORTOUT  DD   DSN=PR.FOUR021.INFSORT,DISP=OLD                         00000600
//SYSOUT   DD   SYSOUT=*                                                00000610
//SYSIN    DD   *                                                       00000620
  SORT FIELDS=(01,15,CH,A,16,08,CH,A)                                   00000630
//STEP06   EXEC PGM=FR21INF2,COND=(4,LT),PARM='12345678000190'          00000640
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000650
//INFSORT  DD   DSN=PR.FOUR021.INFSORT,DISP=SHR                         00000660
//CADCLI   DD   DSN=GR.FOUR021.CADVSAM,DISP=SHR                         00000670
//INFMAL   DD   DSN=PR.FOUR021.INFMAL,DISP=OLD                          00000680
//INDINF   DD   DSN=PR.FOUR021.INDINF,DISP=OLD                          00000690
//RELINF2  DD   DSN=PR.FOUR021.RELINF2,DISP=OLD                         00000700
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000710
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000720
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000730
//SYSOUT   DD   SYSOUT=*                                                00000740
