//FOUR021X JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000010
//*****************************************************************     00000020
//* RELATORIO MATINAL DA JANELA BATCH (FR21RUNR)                        00000030
//* PASSO 1 - CASA INICIO/FIM DO RUNCTL E IMPRIME O RELATORIO,          00000031
//*           COM A TENDENCIA DE VOLUMES E TEMPOS CONTRA A MEDIA        00000032
//*           DO MESMO DIA DA SEMANA (FAIXAS DO RUNTOL); REGRAVA        00000033
//*           O HISTORICO DE EXECUCOES NO RUNHISN                       00000034
//* PASSO 2 - COPIA O RUNHISN DE VOLTA NO RUNHIST                       00000035
//* PASSO 3 - ESVAZIA O RUNCTL PARA A PROXIMA JANELA; COM RC 4          00000036
//*           (EXECUCOES SEM FIM) O ARQUIVO E PRESERVADO P/ANALISE      00000051
//*****************************************************************     00000060
//STEP01   EXEC PGM=FR21RUNR                                            00000070
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000080
//RUNCTL   DD   DSN=PR.FOUR021.RUNCTL,DISP=SHR                          00000090
//RELRUN   DD   DSN=PR.FOUR021.RELRUN,DISP=OLD                          00000100
//RUNHIST  DD   DSN=PR.FOUR021.RUNHIST,DISP=SHR                         00000101
//RUNHISN  DD   DSN=PR.FOUR021.RUNHISN,DISP=OLD                         00000102
//RUNTOL   DD   DSN=PR.FOUR021.RUNTOL,DISP=SHR                          00000103
//SYSOUT   DD   SYSOUT=*                                                00000110
//STEP02   EXEC PGM=IEBGENER,COND=(4,LT)                                00000111
//SYSUT1   DD   DSN=PR.FOUR021.RUNHISN,DISP=SHR                         00000112
//SYSUT2   DD   DSN=PR.FOUR021.RUNHIST,DISP=OLD                         00000113
//SYSPRINT DD   SYSOUT=*                                                00000114
//SYSIN    DD   DUMMY                                                   00000115
//STEP03   EXEC PGM=IEBGENER,COND=(0,NE,STEP01)                         00000116
//SYSUT1   DD   DUMMY,DCB=(RECFM=FB,LRECL=48,BLKSIZE=4800)              00000130
//SYSUT2   DD   DSN=PR.FOUR021.RUNCTL,DISP=OLD                          00000140
//SYSPRINT DD   SYSOUT=*                                                00000150
