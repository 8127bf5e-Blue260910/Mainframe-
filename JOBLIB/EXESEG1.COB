//FOUR021X JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000010
//*****************************************************************     00000020
//* RELATORIO SEMANAL DE SEGURANCA DO MENU ONLINE, NA JANELA            00000030
//* BATCH, DEPOIS DA DESCARGA DA FILA TD 'SJRN' NO SESSLOG:             00000040
//* PASSO 1 - FR21SEG1: TENTATIVAS FALHAS, BLOQUEIOS E LIBERACOES,      00000050
//*           ALTERACOES DE PERFIL E DE PARAMETROS DA SEMANA;           00000060
//*           INATIVA NO USUARIOS O OPERADOR SEM USO HA MAIS DOS        00000070
//*           DIAS DO PARAMETRO (PADRAO 90) E LISTA BLOQUEADOS E        00000080
//*           INATIVOS (RELSEG). RC 4 = HOUVE BLOQUEIO NA SEMANA        00000090
//*           OU INATIVACAO AGORA                                       00000100
//* PASSO 2 - GUARDA O JORNAL DA SEMANA NO SESSHIST                     00000110
//* PASSO 3 - ESVAZIA O SESSLOG                                         00000120
//*****************************************************************     00000130
//STEP01   EXEC PGM=FR21SEG1                                            00000140
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000150
//SESSLOG  DD   DSN=PR.FOUR021.SESSLOG,DISP=SHR                         00000160
//USUARIOS DD   DSN=GR.FOUR021.USUARIOS,DISP=OLD                        00000170
//RELSEG   DD   DSN=GR.FOUR021.RELSEG(+1),DISP=(NEW,CATLG,DELETE),      00000180
//              UNIT=SYSDA,SPACE=(TRK,(5,2),RLSE),                      00000190
//              DCB=(RECFM=FB,LRECL=100,BLKSIZE=10000)                  00000200
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00000210
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000220
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000230
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000240
//SYSOUT   DD   SYSOUT=*                                                00000250
//STEP02   EXEC PGM=IEBGENER,COND=(4,LT)                                00000260
//SYSUT1   DD   DSN=PR.FOUR021.SESSLOG,DISP=SHR                         00000270
//SYSUT2   DD   DSN=GR.FOUR021.SESSHIST(+1),DISP=(NEW,CATLG,DELETE),    00000280
//              UNIT=SYSDA,SPACE=(TRK,(10,10),RLSE),                    00000290
//              DCB=(RECFM=FB,LRECL=100,BLKSIZE=10000)                  00000300
//SYSPRINT DD   SYSOUT=*                                                00000310
//SYSIN    DD   DUMMY                                                   00000320
//STEP03   EXEC PGM=IEBGENER,COND=(4,LT)                                00000330
//SYSUT1   DD   DUMMY,DCB=(RECFM=FB,LRECL=100,BLKSIZE=10000)            00000340
//SYSUT2   DD   DSN=PR.FOUR021.SESSLOG,DISP=OLD                         00000350
//SYSPRINT DD   SYSOUT=*                                                00000360
//SYSIN    DD   DUMMY                                                   00000370
