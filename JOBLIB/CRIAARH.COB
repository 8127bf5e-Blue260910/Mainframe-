//FOUR021X JOB 'CRIAARH',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01)
//*****************************************************************
//* ARQUIVAMENTO E EXPURGO DOS HISTORICOS (FR21ARH1/FR21ARH2)
//* PASSO 1 - ARQHIDX (LRECL 80, ARQXBOOK): INDICE DAS GERACOES
//*           ARQUIVADAS, ESTENDIDO A CADA ARQUIVAMENTO ('A') E
//*           EXPURGO ('E'). COMECA VAZIO
//* PASSO 2 - EVTMSTN (LRECL 66): MESTRE DE EVENTOS REGRAVADO NO
//*           EXPURGO DO EVTMST E COPIADO DE VOLTA PELO EXEARH1
//* PASSO 3 - EVTREC (LRECL 66): EVENTOS RECUPERADOS PELO FR21ARH2
//* PASSO 4 - CARGA DA RETENCAO (IVAN.RETENCAO) PELO FR21ARH1 NO
//*           MODO 'M'. CARTAO: TABELA X(08), ANOS NA BASE 9(02),
//*           ANOS EM ARQUIVO 9(02). O MESMO PASSO ALTERA A
//*           RETENCAO DE UMA TABELA JA CADASTRADA
//*****************************************************************
//STEP1    EXEC PGM=IEBGENER
//SYSUT1   DD   DUMMY,DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//SYSUT2   DD   DSN=PR.FOUR021.ARQHIDX,DISP=(NEW,CATLG,DELETE),
//              UNIT=SYSDA,SPACE=(TRK,(5,5),RLSE),
//              DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//SYSPRINT DD   SYSOUT=*
//SYSIN    DD   DUMMY
//STEP2    EXEC PGM=IEBGENER,COND=(0,NE)
//SYSUT1   DD   DUMMY,DCB=(RECFM=FB,LRECL=66,BLKSIZE=6600)
//SYSUT2   DD   DSN=PR.FOUR021.EVTMSTN,DISP=(NEW,CATLG,DELETE),
//              UNIT=SYSDA,SPACE=(TRK,(10,10),RLSE),
//              DCB=(RECFM=FB,LRECL=66,BLKSIZE=6600)
//SYSPRINT DD   SYSOUT=*
//SYSIN    DD   DUMMY
//STEP3    EXEC PGM=IEBGENER,COND=(0,NE)
//SYSUT1   DD   DUMMY,DCB=(RECFM=FB,LRECL=66,BLKSIZE=6600)
//SYSUT2   DD   DSN=PR.FOUR021.EVTREC,DISP=(NEW,CATLG,DELETE),
//              UNIT=SYSDA,SPACE=(TRK,(10,10),RLSE),
//              DCB=(RECFM=FB,LRECL=66,BLKSIZE=6600)
//SYSPRINT DD   SYSOUT=*
//SYSIN    DD   DUMMY
//STEP4    EXEC PGM=IKJEFT01,COND=(0,NE)
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR
//RETCARD  DD   *
AUDFUNC 0510
HISTSAL 0530
HISTTRF 0530
FUNCHIST0530
EVTMST  0510
/*
//RELARH   DD   SYSOUT=*
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR
//FERIADOS DD   DSN=PR.FOUR021.FERIADOS,DISP=SHR
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR
//SYSOUT   DD   SYSOUT=*
//SYSTSPRT DD   SYSOUT=*
//SYSTSIN  DD   *
DSN  SYSTEM(DB8G)
RUN  PROGRAM(FR21ARH1) PLAN(FR21ARH1) LIB('PR.FOUR021.OBJ') +
     PARMS('M/')
END
