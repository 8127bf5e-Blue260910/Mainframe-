//FOUR021X JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000010
//*****************************************************************     00000020
//* CONTAS A PAGAR - EXECUCAO DIARIA, DEPOIS DO EXEVAL1 E DAS           00000030
//* EXECUCOES DO FR21CAR1 E DO FR21GIA1 DO DIA:                         00000040
//* PASSO 1 - FR21CAP1 PARM='02' (PRAZO DO BANCO EM DIAS UTEIS):        00000050
//*           CARREGA OS TITULOS DOS SISTEMAS (TITPAG) E OS             00000060
//*           LANCAMENTOS MANUAIS (PAGMAN), BAIXA O RETORNO DO          00000070
//*           BANCO (RETPAG), GRAVA A REMESSA DO DIA (REMPAG) E O       00000080
//*           RELATORIO DE PROGRAMACAO, AGING E PREVISAO DE CAIXA       00000090
//*           (RELPAG). RC 4 = HA CRITICAS OU REJEICOES NO RELPAG       00000100
//* PASSO 2 - COPIA A CARTEIRA ATUALIZADA (CTAPAGN) SOBRE O CTAPAG      00000110
//* PASSOS 3 A 5 - ESVAZIA TITPAG, PAGMAN E RETPAG JA PROCESSADOS       00000120
//*           (LANCAMENTOS CRITICADOS SAO REDIGITADOS A PARTIR DO       00000130
//*           RELPAG)                                                   00000140
//* SE O PASSO 1 TERMINAR COM RC 8 NADA E COPIADO NEM ESVAZIADO:        00000150
//* CORRIGIR E REEXECUTAR O JOB INTEIRO.                                00000160
//*****************************************************************     00000170
//STEP01   EXEC PGM=FR21CAP1,PARM='02'                                  00000180
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000190
//CTAPAG   DD   DSN=PR.FOUR021.CTAPAG,DISP=SHR                          00000200
//FAVPAG   DD   DSN=PR.FOUR021.FAVPAG,DISP=SHR                          00000210
//TITPAG   DD   DSN=PR.FOUR021.TITPAG,DISP=SHR                          00000220
//PAGMAN   DD   DSN=PR.FOUR021.PAGMAN,DISP=SHR                          00000230
//RETPAG   DD   DSN=PR.FOUR021.RETPAG,DISP=SHR                          00000240
//CTAPAGN  DD   DSN=PR.FOUR021.CTAPAGN,DISP=OLD                         00000250
//REMPAG   DD   DSN=GR.FOUR021.REMPAG(+1),DISP=(NEW,CATLG,DELETE),      00000260
//              UNIT=SYSDA,SPACE=(TRK,(5,2),RLSE),                      00000270
//              DCB=(RECFM=FB,LRECL=120,BLKSIZE=12000)                  00000280
//RELPAG   DD   DSN=GR.FOUR021.RELPAG(+1),DISP=(NEW,CATLG,DELETE),      00000290
//              UNIT=SYSDA,SPACE=(TRK,(5,2),RLSE),                      00000300
//              DCB=(RECFM=FB,LRECL=100,BLKSIZE=10000)                  00000310
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00000320
//FERIADOS DD   DSN=PR.FOUR021.FERIADOS,DISP=SHR                        00000330
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000340
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000350
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000360
//SYSOUT   DD   SYSOUT=*                                                00000370
//STEP02   EXEC PGM=IEBGENER,COND=(4,LT)                                00000380
//SYSUT1   DD   DSN=PR.FOUR021.CTAPAGN,DISP=SHR                         00000390
//SYSUT2   DD   DSN=PR.FOUR021.CTAPAG,DISP=OLD                          00000400
//SYSPRINT DD   SYSOUT=*                                                00000410
//SYSIN    DD   DUMMY                                                   00000420
//STEP03   EXEC PGM=IEBGENER,COND=(4,LT)                                00000430
//SYSUT1   DD   DUMMY,DCB=(RECFM=FB,LRECL=140,BLKSIZE=14000)            00000440
//SYSUT2   DD   DSN=PR.FOUR021.TITPAG,DISP=OLD                          00000450
//SYSPRINT DD   SYSOUT=*                                                00000460
//SYSIN    DD   DUMMY                                                   00000470
//STEP04   EXEC PGM=IEBGENER,COND=(4,LT)                                00000480
//SYSUT1   DD   DUMMY,DCB=(RECFM=FB,LRECL=140,BLKSIZE=14000)            00000490
//SYSUT2   DD   DSN=PR.FOUR021.PAGMAN,DISP=OLD                          00000500
//SYSPRINT DD   SYSOUT=*                                                00000510
//SYSIN    DD   DUMMY                                                   00000520
//STEP05   EXEC PGM=IEBGENER,COND=(4,LT)                                00000530
//SYSUT1   DD   DUMMY,DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)              00000540
//SYSUT2   DD   DSN=PR.FOUR021.RETPAG,DISP=OLD                          00000550
//SYSPRINT DD   SYSOUT=*                                                00000560
//SYSIN    DD   DUMMY                                                   00000570
