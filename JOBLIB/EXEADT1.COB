//FOUR021X JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000010
//*****************************************************************     00000020
//* ADIANTAMENTO QUINZENAL - FR21ADT1 (PROGRAMA DB2, VIA TSO), NO       00000030
//* DIA 15: FUNCIONARIOS ATIVOS DO IVAN.FUNC COM OPCAO NO ADTOPC,       00000040
//* FORA OS COM AUSENCIA NAO REMUNERADA NA COMPETENCIA (ABSAPL).        00000050
//* GRAVA O ADIANT, DESCONTADO PELO FR21PAG1 DA MESMA COMPETENCIA,      00000060
//* E O PAGAVUL (TIPO 'ADT'), QUE O FR21BNC1 DO PASSO 2 TRANSFORMA      00000070
//* NA REMESSA SEM A FOLHA (FOLHPAG DUMMY).                             00000080
//* PODE SER REPETIDO NO MES: O ADIANT E O PAGAVUL SAO REGRAVADOS.      00000090
//*****************************************************************     00000100
//STEP1    EXEC PGM=IKJEFT01                                            00000110
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000120
//ADTOPC   DD   DSN=PR.FOUR021.ADTOPC,DISP=SHR                          00000130
//ABSAPL   DD   DSN=PR.FOUR021.ABSAPL,DISP=SHR                          00000140
//PAGAVUL  DD   DSN=PR.FOUR021.PAGAVUL.ADT,DISP=OLD                     00000150
//ADIANT   DD   DSN=PR.FOUR021.ADIANT,DISP=OLD                          00000160
//RELADT   DD   DSN=PR.FOUR021.RELADT,DISP=OLD                          00000170
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00000180
//FERIADOS DD   DSN=PR.FOUR021.FERIADOS,DISP=SHR                        00000190
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000200
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000210
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000220
//SYSOUT   DD   SYSOUT=*                                                00000230
//SYSTSPRT DD   SYSOUT=*                                                00000240
//SYSTSIN  DD   *                                                       00000250
DSN  SYSTEM(DB8G)                                                       00000260
RUN  PROGRAM(FR21ADT1) PLAN(FR21ADT1) LIB('PR.FOUR021.OBJ')             00000270
END                                                                     00000280
//STEP2    EXEC PGM=FR21BNC1,COND=(0,NE)                                00000290
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000300
//FOLHPAG  DD   DUMMY,DCB=(RECFM=FB,LRECL=250,BLKSIZE=2500)             00000310
//FCOMPSEQ DD   DSN=PR.FOUR021.FCOMPSEQ,DISP=SHR                        00000320
//PAGAVUL  DD   DSN=PR.FOUR021.PAGAVUL.ADT,DISP=SHR                     00000330
//REMESSA  DD   DSN=PR.FOUR021.REMESSA,DISP=OLD                         00000340
//BNCREJ   DD   DSN=PR.FOUR021.BNCREJ,DISP=OLD                          00000350
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000360
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000370
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000380
//SYSOUT   DD   SYSOUT=*                                                00000390
