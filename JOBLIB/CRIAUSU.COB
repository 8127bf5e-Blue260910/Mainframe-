//FOUR021X JOB 'CRIAUSU',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01)
//*****************************************************************
//* SEGURANCA DOS OPERADORES DO MENU ONLINE (F21CIP0 / F21CIPP /
//* FR21SEG1)
//* PASSO 1 - CLUSTER KSDS USUARIOS NO LAYOUT USUBOOK (LRECL 70,
//*           CHAVE OPERADOR X(08)). O CLUSTER ANTIGO (LRECL 39)
//*           DEVE SER DESCARREGADO E RECARREGADO: OS CAMPOS NOVOS
//*           EM BRANCO VALEM COMO ATIVO, SEM TENTATIVAS E COM
//*           SENHA PROVISORIA (TROCA NO PRIMEIRO SIGNON). O
//*           REGISTRO '*PARAMET' (TENTATIVAS, DIAS DE VALIDADE DA
//*           SENHA E DIAS PARA INATIVACAO) E GRAVADO PELA F9 DA
//*           T21P; SEM ELE VALEM 3 / 45 / 90
//* PASSO 2 - SESSLOG (LRECL 100, SESBOOK): DESCARGA DA FILA TD
//*           'SJRN' (JORNAL DE SESSOES) FEITA PELA OPERACAO.
//*           ESVAZIADO PELO EXESEG1 DEPOIS DO RELATORIO
//* PASSO 3 - GDG DO HISTORICO DO JORNAL (SESSHIST) E DO
//*           RELATORIO SEMANAL DE SEGURANCA (RELSEG)
//*****************************************************************
//STEP1    EXEC PGM=IDCAMS
//SYSPRINT DD   SYSOUT=*
//SYSIN    DD   *
 DEFINE CLUSTER (NAME(GR.FOUR021.USUARIOS) -
    IXD -
    VOL(PR39X7) -
    RECORDSIZE(70 70) -
    SHR(2) -
    TRK(1 1) -
    UNIQUE -
    KEYS(08 0) -
    FREESPACE(04 04) ) -
    DATA(NAME(GR.FOUR021.USUARIOS.DATA)) -
    INDEX(NAME(GR.FOUR021.USUARIOS.INDEX))
/*
//STEP2    EXEC PGM=IEBGENER,COND=(0,NE)
//SYSUT1   DD   DUMMY,DCB=(RECFM=FB,LRECL=100,BLKSIZE=10000)
//SYSUT2   DD   DSN=PR.FOUR021.SESSLOG,DISP=(NEW,CATLG,DELETE),
//              UNIT=SYSDA,SPACE=(TRK,(10,10),RLSE),
//              DCB=(RECFM=FB,LRECL=100,BLKSIZE=10000)
//SYSPRINT DD   SYSOUT=*
//SYSIN    DD   DUMMY
//STEP3    EXEC PGM=IDCAMS,COND=(0,NE)
//SYSPRINT DD   SYSOUT=*
//SYSIN    DD   *
  DEFINE GENERATIONDATAGROUP   -
   (NAME(GR.FOUR021.SESSHIST)  -
   NOEMPTY   -
   SCRATCH   -
   LIMIT(52) )
  DEFINE GENERATIONDATAGROUP   -
   (NAME(GR.FOUR021.RELSEG)    -
   NOEMPTY   -
   SCRATCH   -
   LIMIT(52) )
/*
