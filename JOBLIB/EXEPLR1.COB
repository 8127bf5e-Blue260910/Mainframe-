//FOUR021X JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000010
//*****************************************************************     00000020
//* PARTICIPACAO NOS LUCROS - FR21PLR1 (PROGRAMA DB2, VIA TSO), UMA     00000030
//* VEZ POR ANO, DEPOIS DE APURADAS AS METAS DOS SETORES (METAPLR)      00000040
//* E CARREGADA A TABELA EXCLUSIVA DA PLR NO IVAN.FAIXADESC (TIPO       00000050
//* 'P', PELO FR21FXM1). A REGRA DE DISTRIBUICAO VEM NO PARMPLR.        00000060
//* GRAVA O PLRANO, LIDO PELO INFORME ANUAL (FR21ANO1), E O PAGAVUL     00000070
//* (TIPO 'PLR'), QUE O FR21BNC1 DO PASSO 2 TRANSFORMA NA REMESSA       00000080
//* SEM A FOLHA (FOLHPAG DUMMY). O RESUMO POR SETOR PARA A              00000090
//* DIRETORIA SAI NO RELPLR.                                            00000100
//* PODE SER REPETIDO: O PLRANO E O PAGAVUL SAO REGRAVADOS.             00000110
//*****************************************************************     00000120
//STEP1    EXEC PGM=IKJEFT01                                            00000130
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000140
//PARMPLR  DD   DSN=PR.FOUR021.PARMPLR,DISP=SHR                         00000150
//METAPLR  DD   DSN=PR.FOUR021.METAPLR,DISP=SHR                         00000160
//PAGAVUL  DD   DSN=PR.FOUR021.PAGAVUL.PLR,DISP=OLD                     00000170
//PLRANO   DD   DSN=PR.FOUR021.PLRANO,DISP=OLD                          00000180
//RELPLR   DD   DSN=PR.FOUR021.RELPLR,DISP=OLD                          00000190
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00000200
//FERIADOS DD   DSN=PR.FOUR021.FERIADOS,DISP=SHR                        00000210
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000220
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000230
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000240
//SYSOUT   DD   SYSOUT=*                                                00000250
//SYSTSPRT DD   SYSOUT=*                                                00000260
//SYSTSIN  DD   *                                                       00000270
DSN  SYSTEM(DB8G)                                                       00000280
RUN  PROGRAM(FR21PLR1) PLAN(FR21PLR1) LIB('PR.FOUR021.OBJ')             00000290
END                                                                     00000300
//STEP2    EXEC PGM=FR21BNC1,COND=(0,NE)                                00000310
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000320
//FOLHPAG  DD   DUMMY,DCB=(RECFM=FB,LRECL=250,BLKSIZE=2500)             00000330
//FCOMPSEQ DD   DSN=PR.FOUR021.FCOMPSEQ,DISP=SHR                        00000340
//PAGAVUL  DD   DSN=PR.FOUR021.PAGAVUL.PLR,DISP=SHR                     00000350
//REMESSA  DD   DSN=PR.FOUR021.REMESSA,DISP=OLD                         00000360
//BNCREJ   DD   DSN=PR.FOUR021.BNCREJ,DISP=OLD                          00000370
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000380
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000390
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000400
//SYSOUT   DD   SYSOUT=*                                                00000410
