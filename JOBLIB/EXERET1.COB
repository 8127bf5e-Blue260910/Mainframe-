//FOUR021X JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000010
//*****************************************************************     00000020
//* DIFERENCAS DE AUMENTO RETROATIVO (FR21RET1), ANTES DO EXEPAG1:      00000030
//* LE OS AUMENTOS COM DATA EFETIVA PASSADA GRAVADOS PELO FR21APL1      00000040
//* (AUMRET) E AS ULTIMAS SEIS GERACOES DO GDG FOLHPAG; GRAVA AS        00000050
//* DIFERENCAS POR COMPETENCIA NO DIFRET, PAGO PELO FR21PAG1, E O       00000060
//* RELATORIO RELRET. O AUMRET E O DIFRET SO SAO ESVAZIADOS PELO        00000070
//* EXEPAG1 DEPOIS DA FOLHA GRAVADA: ESTE JOB PODE SER REPETIDO.        00000080
//*****************************************************************     00000090
//STEP01   EXEC PGM=FR21RET1                                            00000100
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000110
//AUMRET   DD   DSN=PR.FOUR021.AUMRET,DISP=SHR                          00000120
//FOLHRET  DD   DSN=GR.FOUR021.FOLHPAG(0),DISP=SHR                      00000130
//         DD   DSN=GR.FOUR021.FOLHPAG(-1),DISP=SHR                     00000140
//         DD   DSN=GR.FOUR021.FOLHPAG(-2),DISP=SHR                     00000150
//         DD   DSN=GR.FOUR021.FOLHPAG(-3),DISP=SHR                     00000160
//         DD   DSN=GR.FOUR021.FOLHPAG(-4),DISP=SHR                     00000170
//         DD   DSN=GR.FOUR021.FOLHPAG(-5),DISP=SHR                     00000180
//DIFRET   DD   DSN=PR.FOUR021.DIFRET,DISP=OLD                          00000190
//RELRET   DD   DSN=PR.FOUR021.RELRET,DISP=OLD                          00000200
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00000210
//FERIADOS DD   DSN=PR.FOUR021.FERIADOS,DISP=SHR                        00000220
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000230
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000240
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000250
//SYSOUT   DD   SYSOUT=*                                                00000260
