//FOUR021X JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000010
//*****************************************************************     00000020
//* COBRANCA MENSAL DOS ENCARGOS DO CHEQUE ESPECIAL (FR21CES2),         00000030
//* NO PRIMEIRO DIA UTIL DO MES, DEPOIS DO EXECES1 E ANTES DO           00000040
//* EXEWRH1 DA NOITE:                                                   00000050
//* PASSO 1 - DEBITOS TIPO 'J' DE JUROS E IOF PENDENTES NO MOVCES       00000060
//*           (LAYOUT MOV0106E), COBRANCA NO DIARIO DE ENCARGOS         00000070
//*           (CESJRN, EM EXTENSAO), TOTAIS DE RECOLHIMENTO DO IOF      00000080
//*           (IOFREM) E RELATORIO DE COBRANCA (RELIOF); CONTA          00000090
//*           ENCERRADA/BLOQUEADA/DORMENTE FICA RETIDA NO LIMCON        00000100
//* PASSO 2 - ANEXA OS DEBITOS A ENTRADA DO DEPOSITO (MOV0106E)         00000110
//*           PARA POSTAGEM NA NOITE PELO FR21WRH1/FR21EX04             00000120
//*****************************************************************     00000130
//STEP01   EXEC PGM=FR21CES2                                            00000140
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000150
//LIMCON   DD   DSN=GR.FOUR021.LIMVSAM,DISP=OLD                         00000160
//CLIENTES DD   DSN=GR.FOUR021.CLIVSAM,DISP=SHR                         00000170
//MOVCES   DD   DSN=PR.FOUR021.MOVCES,DISP=OLD                          00000180
//CESJRN   DD   DSN=PR.FOUR021.CESJRN,DISP=MOD                          00000190
//IOFREM   DD   DSN=PR.FOUR021.IOFREM,DISP=OLD                          00000200
//RELIOF   DD   DSN=PR.FOUR021.RELIOF,DISP=OLD                          00000210
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00000220
//FERIADOS DD   DSN=PR.FOUR021.FERIADOS,DISP=SHR                        00000230
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000240
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000250
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000260
//SYSOUT   DD   SYSOUT=*                                                00000270
//STEP02   EXEC PGM=IEBGENER,COND=(0,NE)                                00000280
//SYSUT1   DD   DSN=PR.FOUR021.MOVCES,DISP=SHR                          00000290
//SYSUT2   DD   DSN=PR.FOUR021.MOV0106E,DISP=MOD                        00000300
//SYSPRINT DD   SYSOUT=*                                                00000310
//SYSIN    DD   DUMMY                                                   00000320
