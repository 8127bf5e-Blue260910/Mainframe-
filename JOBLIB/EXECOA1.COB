//FOUR021X JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000010
//*****************************************************************     00000020
//* COMUNICACAO AO COAF DE OPERACOES EM ESPECIE (FR21COA1), DIARIO      00000030
//* DEPOIS DA CADEIA NOTURNA (FR21EX04):                                00000040
//* PASSO 1 - CLASSIFICA AS GERACOES DO MOVHIST DA JANELA MOVEL         00000050
//*           (10 DIAS; ACRESCENTAR GERACOES SE A JANELA CRESCER)       00000060
//* PASSO 2 - APLICA AS DECISOES DO ANALISTA (COAFDEC), ABRE OS         00000070
//*           CASOS DO DIA NO COACAS E GRAVA NO COAFCOM OS CASOS        00000080
//*           A COMUNICAR E OS VENCIDOS NO PRAZO SEM DECISAO            00000090
//*           PARM = LIMITE(8) + JANELA EM DIAS(3) + PRAZO(3)           00000100
//*****************************************************************     00000110
//STEP01   EXEC PGM=SORT                                                00000120
//SORTIN   DD   DSN=GR.FOUR021.MOVHIST(0),DISP=SHR                      00000130
//         DD   DSN=GR.FOUR021.MOVHIST(-1),DISP=SHR                     00000140
//         DD   DSN=GR.FOUR021.MOVHIST(-2),DISP=SHR                     00000150
//         DD   DSN=GR.FOUR021.MOVHIST(-3),DISP=SHR                     00000160
//         DD   DSN=GR.FOUR021.MOVHIST(-4),DISP=SHR                     00000170
//         DD   DSN=GR.FOUR021.MOVHIST(-5),DISP=SHR                     00000180
//         DD   DSN=GR.FOUR021.MOVHIST(-6),DISP=SHR                     00000190
//         DD   DSN=GR.FOUR021.MOVHIST(-7),DISP=SHR                     00000200
//         DD   DSN=GR.FOUR021.MOVHIST(-8),DISP=SHR                     00000210
//         DD   DSN=GR.FOUR021.MOVHIST(-9),DISP=SHR                     00000220
//SORTOUT  DD   DSN=PR.FOUR021.MOVHCOAF,DISP=OLD                        00000230
//SYSOUT   DD   SYSOUT=*                                                00000240
//SYSIN    DD   *                                                       00000250
  SORT FIELDS=(01,08,CH,A,39,08,CH,A,47,01,CH,A,09,30,CH,A)             00000260
//STEP02   EXEC PGM=FR21COA1,PARM='00050000010045'                      00000270
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000280
//MOVHCOAF DD   DSN=PR.FOUR021.MOVHCOAF,DISP=SHR                        00000290
//CLIENTES DD   DSN=GR.FOUR021.CLIVSAM,DISP=SHR                         00000300
//CADCLI   DD   DSN=GR.FOUR021.CADVSAM,DISP=SHR                         00000310
//COAFDEC  DD   DSN=PR.FOUR021.COAFDEC,DISP=SHR                         00000320
//COACAS   DD   DSN=GR.FOUR021.COAVSAM,DISP=SHR                         00000330
//COAFCOM  DD   DSN=PR.FOUR021.COAFCOM,DISP=OLD                         00000340
//RELCOA   DD   DSN=PR.FOUR021.RELCOA,DISP=OLD                          00000350
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00000360
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000370
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000380
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000390
//SYSOUT   DD   SYSOUT=*                                                00000400
