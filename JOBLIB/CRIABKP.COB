//FOUR021X JOB 'CRIABKP',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01)  00000010
//*****************************************************************     00000020
//* BACKUP NOTURNO DOS CLUSTERS (EXEBKP1) E TESTE DE RESTAURACAO        00000030
//* MENSAL (EXEBKP2), CONFERIDOS PELO FR21BKV1:                         00000040
//* PASSO 1 - GDGS GR.FOUR021.BKP.<ARQUIVO> - UMA GERACAO POR NOITE     00000050
//*           PARA CLIENTES, EVSA0407, HISTMOV, CDBMAS E BLOQJUD;       00000060
//*           31 GERACOES COBREM UM MES                                 00000070
//* PASSO 2 - BKPCAT (LRECL 120, BKCBOOK): CATALOGO ACUMULADO DAS       00000080
//*           VERIFICACOES E TESTES DE RESTAURACAO. COMECA VAZIO        00000090
//*****************************************************************     00000100
//STEP1     EXEC PGM=IDCAMS                                             00000110
//SYSPRINT  DD   SYSOUT=*                                               00000120
//SYSIN     DD   *                                                      00000130
  DEFINE GENERATIONDATAGROUP   -                                        00000140
   (NAME(GR.FOUR021.BKP.CLIENTES) -                                     00000150
   NOEMPTY   -                                                          00000160
   NOSCRATCH -                                                          00000170
   LIMIT(31) )                                                          00000180
  DEFINE GENERATIONDATAGROUP   -                                        00000190
   (NAME(GR.FOUR021.BKP.EVSA0407) -                                     00000200
   NOEMPTY   -                                                          00000210
   NOSCRATCH -                                                          00000220
   LIMIT(31) )                                                          00000230
  DEFINE GENERATIONDATAGROUP   -                                        00000240
   (NAME(GR.FOUR021.BKP.HISTMOV) -                                      00000250
   NOEMPTY   -                                                          00000260
   NOSCRATCH -                                                          00000270
   LIMIT(31) )                                                          00000280
  DEFINE GENERATIONDATAGROUP   -                                        00000290
   (NAME(GR.FOUR021.BKP.CDBMAS) -                                       00000300
   NOEMPTY   -                                                          00000310
   NOSCRATCH -                                                          00000320
   LIMIT(31) )                                                          00000330
  DEFINE GENERATIONDATAGROUP   -                                        00000340
   (NAME(GR.FOUR021.BKP.BLOQJUD) -                                      00000350
   NOEMPTY   -                                                          00000360
   NOSCRATCH -                                                          00000370
   LIMIT(31) )                                                          00000380
//STEP2    EXEC PGM=IEBGENER,COND=(0,NE)                                00000390
//SYSUT1   DD   DUMMY,DCB=(RECFM=FB,LRECL=120,BLKSIZE=12000)            00000400
//SYSUT2   DD   DSN=PR.FOUR021.BKPCAT,DISP=(NEW,CATLG,DELETE),          00000410
//              UNIT=SYSDA,SPACE=(TRK,(10,10),RLSE),                    00000420
//              DCB=(RECFM=FB,LRECL=120,BLKSIZE=12000)                  00000430
//SYSPRINT DD   SYSOUT=*                                                00000440
//SYSIN    DD   DUMMY                                                   00000450
