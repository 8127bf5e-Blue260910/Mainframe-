//FOUR021X JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000010
//*****************************************************************     00000020
//* LIQUIDACAO DO CARTAO DE DEBITO (FR21CRD2), ANTES DO EXEWRH1         00000030
//* DA NOITE E DEPOIS DO EXECRD1:                                       00000040
//* PASSO 1 - CONFERE O LOTE DA PROCESSADORA (LIQCRD) COM O             00000050
//*           TRAILER (LOTE DIVERGENTE: RC 8, NADA POSTADO) E CADA      00000060
//*           ITEM COM O CRDCAD E A SITUACAO DA CONTA: COMPRA E         00000070
//*           SAQUE VIRAM DEBITO 'J', ESTORNO E CHARGEBACK CREDITO      00000080
//*           'C' CASADO COM O ORIGINAL (LQCLIQ), NO MOVCRD (LAYOUT     00000090
//*           MOV0106E). RECUSAS E CONCILIACAO NO RELCRD2               00000100
//* PASSO 2 - ANEXA OS MOVIMENTOS A ENTRADA DO DEPOSITO (MOV0106E)      00000110
//*           PARA POSTAGEM NA NOITE PELO FR21WRH1/FR21EX04             00000120
//*****************************************************************     00000130
//STEP01   EXEC PGM=FR21CRD2                                            00000140
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000150
//LIQCRD   DD   DSN=PR.FOUR021.LIQCRD,DISP=SHR                          00000160
//CRDCAD   DD   DSN=GR.FOUR021.CRDVSAM,DISP=SHR                         00000170
//CLIENTES DD   DSN=GR.FOUR021.CLIVSAM,DISP=SHR                         00000180
//LQCLIQ   DD   DSN=GR.FOUR021.LQCVSAM,DISP=OLD                         00000190
//MOVCRD   DD   DSN=PR.FOUR021.MOVCRD,DISP=OLD                          00000200
//RELCRD2  DD   DSN=PR.FOUR021.RELCRD2,DISP=OLD                         00000210
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00000220
//FERIADOS DD   DSN=PR.FOUR021.FERIADOS,DISP=SHR                        00000230
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000240
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000250
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000260
//SYSOUT   DD   SYSOUT=*                                                00000270
//STEP02   EXEC PGM=IEBGENER,COND=(0,NE)                                00000280
//SYSUT1   DD   DSN=PR.FOUR021.MOVCRD,DISP=SHR                          00000290
//SYSUT2   DD   DSN=PR.FOUR021.MOV0106E,DISP=MOD                        00000300
//SYSPRINT DD   SYSOUT=*                                                00000310
//SYSIN    DD   DUMMY                                                   00000320
