//FOUR021X JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000010
//*****************************************************************     00000020
//* ENVIO DE TED PARA OUTROS BANCOS (FR21TED1), ANTES DO EXEWRH1        00000030
//* DA NOITE:                                                           00000040
//* PASSO 1 - ENVIA AS TED AGENDADAS PARA HOJE E OS PEDIDOS DO DIA      00000050
//*           FEITOS ATE O HORARIO DE CORTE (DEBITO 'J' DO VALOR E      00000060
//*           DA TARIFA NO MOVTED, REMESSA NO TEDREM); PEDIDOS APOS     00000070
//*           O CORTE FICAM AGENDADOS NO TEDCTL PARA O PROXIMO DIA      00000080
//*           UTIL. CRITICA NO RELTED1                                  00000090
//* PASSO 2 - ANEXA OS DEBITOS A ENTRADA DO DEPOSITO (MOV0106E)         00000100
//*           PARA POSTAGEM NA NOITE PELO FR21WRH1/FR21EX04             00000110
//*****************************************************************     00000120
//STEP01   EXEC PGM=FR21TED1                                            00000130
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000140
//TEDMOV   DD   DSN=PR.FOUR021.TEDMOV,DISP=SHR                          00000150
//CLIENTES DD   DSN=GR.FOUR021.CLIVSAM,DISP=SHR                         00000160
//BLOQJUD  DD   DSN=GR.FOUR021.BLQVSAM,DISP=SHR                         00000170
//TEDCTL   DD   DSN=GR.FOUR021.TEDVSAM,DISP=OLD                         00000180
//TEDREM   DD   DSN=PR.FOUR021.TEDREM,DISP=OLD                          00000190
//MOVTED   DD   DSN=PR.FOUR021.MOVTED,DISP=OLD                          00000200
//RELTED1  DD   DSN=PR.FOUR021.RELTED1,DISP=OLD                         00000210
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00000220
//FERIADOS DD   DSN=PR.FOUR021.FERIADOS,DISP=SHR                        00000230
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000240
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000250
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000260
//SYSOUT   DD   SYSOUT=*                                                00000270
//STEP02   EXEC PGM=IEBGENER,COND=(0,NE)                                00000280
//SYSUT1   DD   DSN=PR.FOUR021.MOVTED,DISP=SHR                          00000290
//SYSUT2   DD   DSN=PR.FOUR021.MOV0106E,DISP=MOD                        00000300
//SYSPRINT DD   SYSOUT=*                                                00000310
//SYSIN    DD   DUMMY                                                   00000320
