//FOUR021X JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000010
//*****************************************************************     00000020
//* ESTATISTICA MENSAL DA CORRESPONDENCIA DEVOLVIDA (FR21COR2),         00000030
//* NO FECHAMENTO DO MES:                                               00000040
//* PASSO 1 - CLASSIFICA O HISTORICO CORHIS POR AGENCIA E MOTIVO        00000050
//* PASSO 2 - FR21COR2: DEVOLUCOES DO MES POR AGENCIA E MOTIVO,         00000060
//*           TOTAL GERAL E POR TIPO DE DOCUMENTO (RELCOR2).            00000070
//*           PARM='AAAAMM' PARA OUTRO MES; SEM PARM, O MES DA          00000080
//*           DATA DE NEGOCIO                                           00000090
//*****************************************************************     00000100
//STEP01   EXEC PGM=SORT                                                00000110
//SORTIN   DD   DSN=PR.FOUR021.CORHIS,DISP=SHR                          00000120
//SORTOUT  DD   DSN=PR.FOUR021.CORSORT,DISP=OLD                         00000130
//SYSOUT   DD   SYSOUT=*                                                00000140
//SYSIN    DD   *                                                       00000150
  SORT FIELDS=(01,04,CH,A,11,02,CH,A,05,04,CH,A)                        00000160
//STEP02   EXEC PGM=FR21COR2,COND=(0,NE)                                00000170
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000180
//CORSORT  DD   DSN=PR.FOUR021.CORSORT,DISP=SHR                         00000190
//RELCOR2  DD   DSN=PR.FOUR021.RELCOR2,DISP=OLD                         00000200
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00000210
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000220
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000230
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000240
//SYSOUT   DD   SYSOUT=*                                                00000250
