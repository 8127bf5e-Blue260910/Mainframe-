//FOUR021X JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000010
//*****************************************************************     00000020
//* RELATORIO MENSAL DE PORTABILIDADE DE SALARIO (FR21PTB3), NO         00000030
//* ULTIMO DIA UTIL DO MES DEPOIS DO EXETED2:                           00000040
//* PASSO 1 - ATIVAS, NOVAS, CANCELADAS POR MOTIVO E REPASSES DA        00000050
//*           COMPETENCIA COM A SITUACAO DA TED NO TEDCTL. SEM PARM     00000060
//*           A COMPETENCIA E O MES DA DATA DE PROCESSAMENTO; PARA      00000070
//*           REEMITIR UM MES INFORMAR PARM='AAAAMM'                    00000080
//*****************************************************************     00000090
//STEP01   EXEC PGM=FR21PTB3                                            00000100
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000110
//PTBCTL   DD   DSN=GR.FOUR021.PTBVSAM,DISP=SHR                         00000120
//TEDCTL   DD   DSN=GR.FOUR021.TEDVSAM,DISP=SHR                         00000130
//RELPTB3  DD   SYSOUT=*                                                00000140
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00000150
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000160
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000170
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000180
//SYSOUT   DD   SYSOUT=*                                                00000190
