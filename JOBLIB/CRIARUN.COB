//FOUR021X JOB 'CRIARUN',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01)
//*****************************************************************
//* CONFERENCIA DE VOLUME DA JANELA BATCH (FR21VOL1, CHAMADO PELO
//* PORTAO FR21GAT1 E PELO RELATORIO MATINAL FR21RUNR)
//* PASSO 1 - RUNHIST (LRECL 60, RUNHBOOK): HISTORICO DAS
//*           EXECUCOES COMPLETAS, 26 SEMANAS. COMECA VAZIO: ATE
//*           JUNTAR AMOSTRAS DO MESMO DIA DA SEMANA O VOLUME NAO
//*           E JULGADO
//* PASSO 2 - RUNHISN (LRECL 60): HISTORICO REGRAVADO PELO FR21RUNR
//*           E COPIADO DE VOLTA NO RUNHIST PELO EXERUNR
//* PASSO 3 - RUNTOL (LRECL 80, RUNTBOOK): FAIXAS DE TOLERANCIA
//*           POR PROGRAMA E CONTADOR ('L' LIDOS / 'G' GRAVADOS):
//*           PROGRAMA X(08), CONTADOR X(01), PERCENTUAL MINIMO E
//*           MAXIMO SOBRE A MEDIA 9(03), SEMANAS NA MEDIA 9(02) E
//*           AMOSTRAS MINIMAS 9(02). '*PADRAO' VALE PARA OS DEMAIS
//*****************************************************************
//STEP1    EXEC PGM=IEBGENER
//SYSUT1   DD   DUMMY,DCB=(RECFM=FB,LRECL=60,BLKSIZE=6000)
//SYSUT2   DD   DSN=PR.FOUR021.RUNHIST,DISP=(NEW,CATLG,DELETE),
//              UNIT=SYSDA,SPACE=(TRK,(10,10),RLSE),
//              DCB=(RECFM=FB,LRECL=60,BLKSIZE=6000)
//SYSPRINT DD   SYSOUT=*
//SYSIN    DD   DUMMY
//STEP2    EXEC PGM=IEBGENER,COND=(0,NE)
//SYSUT1   DD   DUMMY,DCB=(RECFM=FB,LRECL=60,BLKSIZE=6000)
//SYSUT2   DD   DSN=PR.FOUR021.RUNHISN,DISP=(NEW,CATLG,DELETE),
//              UNIT=SYSDA,SPACE=(TRK,(10,10),RLSE),
//              DCB=(RECFM=FB,LRECL=60,BLKSIZE=6000)
//SYSPRINT DD   SYSOUT=*
//SYSIN    DD   DUMMY
//STEP3    EXEC PGM=IEBGENER,COND=(0,NE)
//SYSUT1   DD   *
*PADRAO L0701500402
*PADRAO G0701500402
FR21EDMVL0801300402
FR21EDMVG0801300402
/*
//SYSUT2   DD   DSN=PR.FOUR021.RUNTOL,DISP=(NEW,CATLG,DELETE),
//              UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//              DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//SYSPRINT DD   SYSOUT=*
//SYSIN    DD   DUMMY
