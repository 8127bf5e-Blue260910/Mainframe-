//FOUR021X JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000010
//*****************************************************************     00000020
//* RETORNO DAS TED (FR21TED2), DEPOIS DO EXETED1 E ANTES DO            00000030
//* EXEWRH1 DA NOITE:                                                   00000040
//* PASSO 1 - FECHA AS TED CONFIRMADAS PELA CAMARA E DEVOLVE O          00000050
//*           VALOR DAS REJEITADAS COM CREDITO 'C' NO MOVTED2 (A        00000060
//*           TARIFA NAO E DEVOLVIDA). RELATORIO DIARIO DE TED          00000070
//*           ENVIADAS, CONFIRMADAS E REJEITADAS NO RELTED              00000080
//* PASSO 2 - ANEXA OS CREDITOS A ENTRADA DO DEPOSITO (MOV0106E)        00000090
//*           PARA POSTAGEM NA NOITE PELO FR21WRH1/FR21EX04             00000100
//*****************************************************************     00000110
//STEP01   EXEC PGM=FR21TED2                                            00000120
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000130
//TEDRET   DD   DSN=PR.FOUR021.TEDRET,DISP=SHR                          00000140
//TEDCTL   DD   DSN=GR.FOUR021.TEDVSAM,DISP=OLD                         00000150
//MOVTED2  DD   DSN=PR.FOUR021.MOVTED2,DISP=OLD                         00000160
//RELTED   DD   DSN=PR.FOUR021.RELTED,DISP=OLD                          00000170
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00000180
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000190
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000200
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000210
//SYSOUT   DD   SYSOUT=*                                                00000220
//STEP02   EXEC PGM=IEBGENER,COND=(0,NE)                                00000230
//SYSUT1   DD   DSN=PR.FOUR021.MOVTED2,DISP=SHR                         00000240
//SYSUT2   DD   DSN=PR.FOUR021.MOV0106E,DISP=MOD                        00000250
//SYSPRINT DD   SYSOUT=*                                                00000260
//SYSIN    DD   DUMMY                                                   00000270
