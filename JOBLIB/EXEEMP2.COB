//FOUR021X JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000010
//*****************************************************************     00000020
//* COBRANCA DIARIA DAS PARCELAS DE EMPRESTIMO (FR21EMP2), DEPOIS       00000030
//* DO EXEEMP1 E ANTES DO EXEWRH1 DA NOITE:                             00000040
//* PASSO 1 - DEBITOS TIPO 'J' DAS PARCELAS VENCIDAS ATE A DATA DE      00000050
//*           NEGOCIO (E DE MULTA/MORA DAS JA EM ATRASO) NO MOVEMP2     00000060
//*           (LAYOUT MOV0106E), QUANDO O DISPONIVEL DA CONTA COBRE;    00000070
//*           SENAO A PARCELA FICA VENCIDA NO EMPPAR. RELATORIO DE      00000080
//*           INADIMPLENCIA POR AGENCIA E FAIXA DE ATRASO (RELATR)      00000090
//* PASSO 2 - ANEXA OS DEBITOS A ENTRADA DO DEPOSITO (MOV0106E)         00000100
//*           PARA POSTAGEM NA NOITE PELO FR21WRH1/FR21EX04             00000110
//*****************************************************************     00000120
//STEP01   EXEC PGM=FR21EMP2                                            00000130
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000140
//EMPMAS   DD   DSN=GR.FOUR021.EMPVSAM,DISP=OLD                         00000150
//EMPPAR   DD   DSN=GR.FOUR021.PARVSAM,DISP=OLD                         00000160
//CLIENTES DD   DSN=GR.FOUR021.CLIVSAM,DISP=SHR                         00000170
//BLOQJUD  DD   DSN=GR.FOUR021.BLQVSAM,DISP=SHR                         00000180
//MOVEMP2  DD   DSN=PR.FOUR021.MOVEMP2,DISP=OLD                         00000190
//RELATR   DD   DSN=PR.FOUR021.RELATR,DISP=OLD                          00000200
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00000210
//FERIADOS DD   DSN=PR.FOUR021.FERIADOS,DISP=SHR                        00000220
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000230
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000240
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000250
//SYSOUT   DD   SYSOUT=*                                                00000260
//STEP02   EXEC PGM=IEBGENER,COND=(0,NE)                                00000270
//SYSUT1   DD   DSN=PR.FOUR021.MOVEMP2,DISP=SHR                         00000280
//SYSUT2   DD   DSN=PR.FOUR021.MOV0106E,DISP=MOD                        00000290
//SYSPRINT DD   SYSOUT=*                                                00000300
//SYSIN    DD   DUMMY                                                   00000310
