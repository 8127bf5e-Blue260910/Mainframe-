//FOUR021X JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000010
//*****************************************************************     00000020
//* AVISOS POR E-MAIL AO FUNCIONARIO - FR21NOT1 (PROGRAMA DB2)          00000030
//* LE A CAIXA DE SAIDA NOTIFIC, GRAVADA NO DIA PELO FR21NOT0 NA        00000040
//* FOLHA (FR21PAG1), FERIAS (FR21FER2), AUMENTOS (FR21APL1),           00000050
//* TRANSFERENCIAS (FR21TRF1) E ADESOES A BENEFICIOS (FR21ENR1),        00000060
//* E GERA A INTERFACE DO GATEWAY DE CORREIO (MAILGW, GERACAO DA        00000070
//* NOITE). OS TEXTOS SAO OS MODELOS NOT* DO ARQUIVO MENSAGEM           00000080
//* (CRIAMSG). O RELEMAIL LISTA P/O RH OS FUNCIONARIOS COM E-MAIL       00000090
//* EM BRANCO OU INVALIDO, CUJOS AVISOS FICARAM RETIDOS.                00000100
//* PASSO 2 - COM O MAILGW GERADO, ESVAZIA A NOTIFIC P/QUE OS           00000110
//* AVISOS NAO SEJAM ENVIADOS DE NOVO NA NOITE SEGUINTE.                00000120
//*****************************************************************     00000130
//STEP1    EXEC PGM=IKJEFT01                                            00000140
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000150
//NOTIFIC  DD   DSN=PR.FOUR021.NOTIFIC,DISP=SHR                         00000160
//MENSAGEM DD   DSN=PR.FOUR021.MENSAGEM,DISP=SHR                        00000170
//MAILGW   DD   DSN=GR.FOUR021.MAILGW(+1),DISP=(NEW,CATLG,DELETE),      00000180
//              UNIT=SYSDA,SPACE=(TRK,(5,5),RLSE),                      00000190
//              DCB=(RECFM=FB,LRECL=200,BLKSIZE=2000)                   00000200
//RELEMAIL DD   SYSOUT=*                                                00000210
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000220
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000230
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000240
//SYSOUT   DD   SYSOUT=*                                                00000250
//SYSTSPRT DD   SYSOUT=*                                                00000260
//SYSTSIN  DD   *                                                       00000270
DSN  SYSTEM(DB8G)                                                       00000280
RUN  PROGRAM(FR21NOT1) PLAN(FR21NOT1) LIB('PR.FOUR021.OBJ')             00000290
END                                                                     00000300
//STEP2    EXEC PGM=IEBGENER,COND=(0,NE)                                00000310
//SYSUT1   DD   DUMMY,DCB=(RECFM=FB,LRECL=75,BLKSIZE=7500)              00000320
//SYSUT2   DD   DSN=PR.FOUR021.NOTIFIC,DISP=OLD                         00000330
//SYSPRINT DD   SYSOUT=*                                                00000340
//SYSIN    DD   DUMMY                                                   00000350
