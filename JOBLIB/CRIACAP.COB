//FOUR021X JOB 'CRIACAP',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01)
//*****************************************************************
//* CONTAS A PAGAR (FR21CAP1)
//* PASSO 1 - CTAPAG (LRECL 140, PAGBOOK): CARTEIRA DE TITULOS
//*           A PAGAR, VAZIA ATE A PRIMEIRA EXECUCAO DO EXECAP1
//* PASSO 2 - CTAPAGN: CARTEIRA ATUALIZADA DO DIA, COPIADA
//*           SOBRE O CTAPAG PELO EXECAP1
//* PASSO 3 - TITPAG (LRECL 140, PAGBOOK): TITULOS GRAVADOS PELO
//*           FR21CAR1, FR21GIA1 E FR21VAL1 (DISP=MOD), ESVAZIADO
//*           PELO EXECAP1 DEPOIS DA CARGA
//* PASSO 4 - PAGMAN (LRECL 140, PAGBOOK): LANCAMENTOS MANUAIS -
//*           ORIGEM 'MANU', FAVORECIDO, DOCUMENTO, EMISSAO,
//*           VENCIMENTO, VALOR E HISTORICO; SITUACAO 'C' CANCELA
//*           O TITULO EM ABERTO DE MESMA CHAVE. ESVAZIADO PELO
//*           EXECAP1
//* PASSO 5 - RETPAG (LRECL 80): RETORNO DOS PAGAMENTOS DO BANCO,
//*           ESVAZIADO PELO EXECAP1
//* PASSO 6 - FAVPAG (LRECL 80): CADASTRO DE FAVORECIDOS - CODIGO
//*           X(06), NOME X(30), CNPJ 9(14), FORMA 'C' CREDITO EM
//*           CONTA / 'T' TRIBUTO, BANCO 9(03), AGENCIA 9(05),
//*           CONTA X(12), SITUACAO 'A'/'I'. CARGA INICIAL COM OS
//*           ORGAOS DAS GUIAS; CONSIG (BANCO DA CONSIGNACAO),
//*           FORNVT/FORNVR (FORNECEDORES DOS VALES) E AS
//*           OPERADORAS DOS PLANOS SAO INCLUIDOS PELA AREA
//*           FINANCEIRA ANTES DO PRIMEIRO EXECAP1
//* PASSO 7 - GDG DA REMESSA AO BANCO (REMPAG) E DO RELATORIO
//*           (RELPAG)
//*****************************************************************
//STEP1    EXEC PGM=IEBGENER
//SYSUT1   DD   DUMMY,DCB=(RECFM=FB,LRECL=140,BLKSIZE=14000)
//SYSUT2   DD   DSN=PR.FOUR021.CTAPAG,DISP=(NEW,CATLG,DELETE),
//              UNIT=SYSDA,SPACE=(TRK,(10,5),RLSE),
//              DCB=(RECFM=FB,LRECL=140,BLKSIZE=14000)
//SYSPRINT DD   SYSOUT=*
//SYSIN    DD   DUMMY
//STEP2    EXEC PGM=IEBGENER,COND=(0,NE)
//SYSUT1   DD   DUMMY,DCB=(RECFM=FB,LRECL=140,BLKSIZE=14000)
//SYSUT2   DD   DSN=PR.FOUR021.CTAPAGN,DISP=(NEW,CATLG,DELETE),
//              UNIT=SYSDA,SPACE=(TRK,(10,5),RLSE),
//              DCB=(RECFM=FB,LRECL=140,BLKSIZE=14000)
//SYSPRINT DD   SYSOUT=*
//SYSIN    DD   DUMMY
//STEP3    EXEC PGM=IEBGENER,COND=(0,NE)
//SYSUT1   DD   DUMMY,DCB=(RECFM=FB,LRECL=140,BLKSIZE=14000)
//SYSUT2   DD   DSN=PR.FOUR021.TITPAG,DISP=(NEW,CATLG,DELETE),
//              UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//              DCB=(RECFM=FB,LRECL=140,BLKSIZE=14000)
//SYSPRINT DD   SYSOUT=*
//SYSIN    DD   DUMMY
//STEP4    EXEC PGM=IEBGENER,COND=(0,NE)
//SYSUT1   DD   DUMMY,DCB=(RECFM=FB,LRECL=140,BLKSIZE=14000)
//SYSUT2   DD   DSN=PR.FOUR021.PAGMAN,DISP=(NEW,CATLG,DELETE),
//              UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//              DCB=(RECFM=FB,LRECL=140,BLKSIZE=14000)
//SYSPRINT DD   SYSOUT=*
//SYSIN    DD   DUMMY
//STEP5    EXEC PGM=IEBGENER,COND=(0,NE)
//SYSUT1   DD   DUMMY,DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//SYSUT2   DD   DSN=PR.FOUR021.RETPAG,DISP=(NEW,CATLG,DELETE),
//              UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//              DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//SYSPRINT DD   SYSOUT=*
//SYSIN    DD   DUMMY
//STEP6    EXEC PGM=IEBGENER,COND=(0,NE)
//SYSUT1   DD   *
INSS  INSTITUTO NACIONAL DO SEGURO  29979036000140T00000000            A
RECFEDRECEITA FEDERAL DO BRASIL     00394460000141T00000000            A
/*
//SYSUT2   DD   DSN=PR.FOUR021.FAVPAG,DISP=(NEW,CATLG,DELETE),
//              UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//              DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//SYSPRINT DD   SYSOUT=*
//SYSIN    DD   DUMMY
//STEP7    EXEC PGM=IDCAMS,COND=(0,NE)
//SYSPRINT DD   SYSOUT=*
//SYSIN    DD   *
  DEFINE GENERATIONDATAGROUP   -
   (NAME(GR.FOUR021.REMPAG)    -
   NOEMPTY   -
   SCRATCH   -
   LIMIT(30) )
  DEFINE GENERATIONDATAGROUP   -
   (NAME(GR.FOUR021.RELPAG)    -
   NOEMPTY   -
   SCRATCH   -
   LIMIT(30) )
/*
