//FOUR021X JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000010
//*****************************************************************     00000020
//* MANUTENCAO DOS PACOTES DE SERVICOS DAS CONTAS (FR21PAC1),           00000030
//* SOB DEMANDA, COM O LOTE DE PEDIDOS DAS AGENCIAS:                    00000040
//* PASSO 1 - APLICA O PACMOV NO CLUSTER PACCTA: ADESAO (I) E           00000050
//*           EXCLUSAO (E) NA HORA; TROCA (A) AGENDADA PARA O DIA 1     00000060
//*           DO MES SEGUINTE AO AVISO DE 30 DIAS (EFETIVADA PELO       00000070
//*           FR21PAC2, AVISADA NO EXTRATO DO FR21EX06); (C) CANCELA    00000080
//*           A TROCA PENDENTE. PEDIDOS RECUSADOS NO RELPAC1            00000090
//*****************************************************************     00000100
//STEP01   EXEC PGM=FR21PAC1                                            00000110
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000120
//PACMOV   DD   DSN=PR.FOUR021.PACMOV,DISP=SHR                          00000130
//TABPAC   DD   DSN=PR.FOUR021.TABPAC,DISP=SHR                          00000140
//CLIENTES DD   DSN=GR.FOUR021.CLIVSAM,DISP=SHR                         00000150
//PACCTA   DD   DSN=GR.FOUR021.PACVSAM,DISP=OLD                         00000160
//RELPAC1  DD   DSN=PR.FOUR021.RELPAC1,DISP=OLD                         00000170
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00000180
//FERIADOS DD   DSN=PR.FOUR021.FERIADOS,DISP=SHR                        00000190
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000200
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000210
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000220
//SYSOUT   DD   SYSOUT=*                                                00000230
