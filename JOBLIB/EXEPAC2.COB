//FOUR021X JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000010
//*****************************************************************     00000020
//* COBRANCA MENSAL DOS PACOTES DE SERVICOS (FR21PAC2), NO              00000030
//* PRIMEIRO DIA UTIL DO MES, ANTES DO EXEWRH1 DA NOITE:                00000040
//* PASSO 1 - CONTA OS MOVIMENTOS DA COMPETENCIA NO HISTMOV             00000050
//*           CONTRA A FRANQUIA DO PACOTE (TABPAC), GRAVA OS            00000060
//*           DEBITOS TIPO 'J' DE MENSALIDADE E EXCEDENTE NO MOVPAC     00000070
//*           (LAYOUT MOV0106E), O DETALHE PARA O FR21CTB1 (TARPAC,     00000080
//*           EM EXTENSAO), O RELPAC POR CONTA E A RECEITA POR          00000090
//*           PACOTE E AGENCIA (RESPAC); EFETIVA AS TROCAS VIGENTES     00000100
//* PASSO 2 - ANEXA OS DEBITOS A ENTRADA DO DEPOSITO (MOV0106E)         00000110
//*           PARA POSTAGEM NA NOITE PELO FR21WRH1/FR21EX04             00000120
//*****************************************************************     00000130
//STEP01   EXEC PGM=FR21PAC2                                            00000140
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000150
//TABPAC   DD   DSN=PR.FOUR021.TABPAC,DISP=SHR                          00000160
//PACCTA   DD   DSN=GR.FOUR021.PACVSAM,DISP=OLD                         00000170
//CLIENTES DD   DSN=GR.FOUR021.CLIVSAM,DISP=SHR                         00000180
//HISTMOV  DD   DSN=GR.FOUR021.HISVSAM,DISP=SHR                         00000190
//MOVPAC   DD   DSN=PR.FOUR021.MOVPAC,DISP=OLD                          00000200
//TARPAC   DD   DSN=PR.FOUR021.TARPAC,DISP=MOD                          00000210
//RELPAC   DD   DSN=PR.FOUR021.RELPAC,DISP=OLD                          00000220
//RESPAC   DD   DSN=PR.FOUR021.RESPAC,DISP=OLD                          00000230
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00000240
//FERIADOS DD   DSN=PR.FOUR021.FERIADOS,DISP=SHR                        00000250
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000260
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000270
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000280
//SYSOUT   DD   SYSOUT=*                                                00000290
//STEP02   EXEC PGM=IEBGENER,COND=(0,NE)                                00000300
//SYSUT1   DD   DSN=PR.FOUR021.MOVPAC,DISP=SHR                          00000310
//SYSUT2   DD   DSN=PR.FOUR021.MOV0106E,DISP=MOD                        00000320
//SYSPRINT DD   SYSOUT=*                                                00000330
//SYSIN    DD   DUMMY                                                   00000340
