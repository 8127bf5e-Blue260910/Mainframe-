//FOUR021X JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000010
//*****************************************************************     00000020
//* RENTABILIDADE DE PROJETOS (FR21RNT1), MENSAL, DEPOIS DO RATEIO      00000030
//* DE CUSTO DA FOLHA (FR21CST1) E DA CARTEIRA ATUALIZADA (FR21REC1)    00000040
//*           PARM = MARGEM MINIMA 9(03)V99 + COMPETENCIA AAAAMM        00000050
//*           (OPCIONAL - SEM ELA VALE A COMPETENCIA DO CUSTPROJ)       00000060
//* PASSO 1 - RELRNT POR SETOR DONO/PROJETO, RNTCSV PARA A AREA         00000070
//*           FINANCEIRA E O CUSTO ACUMULADO DO ANO NO CUSTACUN         00000080
//* PASSO 2 - CUSTACUN PASSA A SER O CUSTACU DA PROXIMA EXECUCAO        00000090
//*****************************************************************     00000100
//STEP01   EXEC PGM=FR21RNT1,PARM='01000'                               00000110
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000120
//PROJMAS  DD   DSN=PR.FOUR021.PROJMAS,DISP=SHR                         00000130
//CUSTPROJ DD   DSN=PR.FOUR021.CUSTPROJ,DISP=SHR                        00000140
//CUSTACU  DD   DSN=PR.FOUR021.CUSTACU,DISP=SHR                         00000150
//CONTASREC DD  DSN=PR.FOUR021.CONTASREC,DISP=SHR                       00000160
//CUSTACUN DD   DSN=PR.FOUR021.CUSTACUN,DISP=OLD                        00000170
//RELRNT   DD   SYSOUT=*                                                00000180
//RNTCSV   DD   DSN=PR.FOUR021.RNTCSV,DISP=OLD                          00000190
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00000200
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000210
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000220
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000230
//SYSOUT   DD   SYSOUT=*                                                00000240
//STEP02   EXEC PGM=IEBGENER,COND=(0,NE)                                00000250
//SYSUT1   DD   DSN=PR.FOUR021.CUSTACUN,DISP=SHR                        00000260
//SYSUT2   DD   DSN=PR.FOUR021.CUSTACU,DISP=OLD                         00000270
//SYSPRINT DD   SYSOUT=*                                                00000280
//SYSIN    DD   DUMMY                                                   00000290
