//FOUR021X JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000010
//*****************************************************************     00000020
//* DECLARACAO ANUAL DO IMPOSTO RETIDO - FR21DRF1 (PROGRAMA DB2,        00000030
//* VIA TSO), UMA VEZ POR ANO, NO INICIO DO ANO SEGUINTE, DEPOIS        00000040
//* DO INFORME ANUAL (FR21ANO1). O ANO-CALENDARIO E O ANTERIOR AO       00000050
//* DA DATA DE NEGOCIO; A PARM E O CNPJ DO DECLARANTE.                  00000060
//* FOLHANO LE TODAS AS GERACOES DO FOLHPAG (SO ENTRAM AS               00000070
//* COMPETENCIAS DO ANO). JURANO, IRFANO E GUIAANO SAO OS               00000080
//* ACUMULADOS DO ANO DO JURNAL, DO IRFREM E DO GUIAREM.                00000090
//* FOLH13, PLRANO, JURANO E IRFANO SAO OPCIONAIS (DD DUMMY).           00000100
//* RC=8: CONCILIACAO DIVERGENTE OU GUIA FALTANDO - CONFERIR O          00000110
//* RELDIRF ANTES DE ENVIAR O DIRFARQ.                                  00000120
//* PODE SER REPETIDO: O DIRFARQ E O RELDIRF SAO REGRAVADOS.            00000130
//*****************************************************************     00000140
//STEP1    EXEC PGM=IKJEFT01                                            00000150
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000160
//FOLHANO  DD   DSN=GR.FOUR021.FOLHPAG,DISP=SHR                         00000170
//FOLH13   DD   DSN=PR.FOUR021.FOLH13,DISP=SHR                          00000180
//PLRANO   DD   DSN=PR.FOUR021.PLRANO,DISP=SHR                          00000190
//JURANO   DD   DSN=PR.FOUR021.JURANO,DISP=SHR                          00000200
//IRFANO   DD   DSN=PR.FOUR021.IRFANO,DISP=SHR                          00000210
//GUIAANO  DD   DSN=PR.FOUR021.GUIAANO,DISP=SHR                         00000220
//CADCLI   DD   DSN=GR.FOUR021.CADVSAM,DISP=SHR                         00000230
//CLIENTES DD   DSN=GR.FOUR021.CLIVSAM,DISP=SHR                         00000240
//DIRFARQ  DD   DSN=PR.FOUR021.DIRFARQ,DISP=OLD                         00000250
//RELDIRF  DD   DSN=PR.FOUR021.RELDIRF,DISP=OLD                         00000260
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00000270
//FERIADOS DD   DSN=PR.FOUR021.FERIADOS,DISP=SHR                        00000280
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000290
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000300
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000310
//SYSOUT   DD   SYSOUT=*                                                00000320
//SYSTSPRT DD   SYSOUT=*                                                00000330
//SYSTSIN  DD   *                                                       00000340
DSN  SYSTEM(DB8G)                                                       00000350
RUN  PROGRAM(FR21DRF1) PLAN(FR21DRF1) LIB('PR.FOUR021.OBJ') +           00000360
     PARMS('12345678000190/')                                           00000370
END                                                                     00000380
