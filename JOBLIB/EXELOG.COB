//FOUR021X JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000010
//*****************************************************************     00000020
//* CADEIA DE HORAS ATE O BALANCE LINE FR21EX02:                        00000030
//* PASSO 0 - FR21PNT2: RECARREGA FERIAS/AUSENCIAS (PNTINDS) DO         00000031
//*           APONTAMENTO ONLINE (T21L) E DESCARREGA O PNTVSAM NO       00000032
//*           PONTODIA, FORA OS PROJETO/MES JA APROVADOS                00000033
//* PASSO 1 - CAPTURA/CRITICA DO PONTO DATADO (FR21PNT1):               00000040
//*           CALENDARIO DE DIAS UTEIS E FERIAS APROVADAS; AS           00000050
//*           HORAS LIMPAS SAEM AGREGADAS NO LAYOUT ARQUIIN2,           00000060
//*           VISTO DO SETOR DONO SEGUE PARA O ARQUIIN2;                00000110
//*           REPROVADO VOLTA (DEVOLVE) E SEM VEREDITO FICA NO          00000120
//*           RELAPR                                                    00000130
//*           (O VEREDITO 'A' TRAVA O PROJETO/MES NO PNTFECH)           00000131
//* PASSO 4 - CLASSIFICA O ARQUIIN2 APROVADO POR CHAVE (ORDEM DO        00000140
//*           BALANCE LINE)                                             00000150
//* PASSO 5 - FR21EX02 (VERSAO NAO PARTICIONADA; A PARTICIONADA         00000160
//*           PARTE DO MESMO ARQUIIN2 APROVADO VIA EXEPAR02)            00000170
//*****************************************************************     00000180
//STEP00   EXEC PGM=FR21PNT2                                            0000018A
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             0000018B
//FERMOV   DD   DSN=PR.FOUR021.FERMOV,DISP=SHR                          0000018C
//ABSAPL   DD   DSN=PR.FOUR021.ABSAPL,DISP=SHR                          0000018D
//PNTONL   DD   DSN=GR.FOUR021.PNTVSAM,DISP=SHR                         0000018E
//PNTFECH  DD   DSN=GR.FOUR021.PNTFECH,DISP=SHR                         0000018F
//PNTINDS  DD   DSN=GR.FOUR021.PNTINDS,DISP=OLD                         0000018G
//PONTODIA DD   DSN=PR.FOUR021.PONTODIA,DISP=OLD                        0000018H
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        0000018I
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         0000018J
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           0000018K
//SYSOUT   DD   SYSOUT=*                                                0000018L
//*-------------------------------                                      0000018M
//STEP01   EXEC PGM=FR21PNT1,PARM='N',COND=(0,NE)                       00000190
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000200
//PONTODIA DD   DSN=PR.FOUR021.PONTODIA,DISP=SHR                        00000210
//FERMOV   DD   DSN=PR.FOUR021.FERMOV,DISP=SHR                          00000220
//ARQUIIN2 DD   DSN=PR.FOUR021.ARQUIIN2,DISP=OLD                        00000440
//DEVOLVE  DD   DSN=PR.FOUR021.DEVOLVE,DISP=OLD                         00000450
//RELAPR   DD   DSN=PR.FOUR021.RELAPR,DISP=OLD                          00000460
//PNTFECH  DD   DSN=GR.FOUR021.PNTFECH,DISP=SHR                         00000461
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000470
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000480
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000490
