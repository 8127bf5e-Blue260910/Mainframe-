//FOUR021X JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000010
//*****************************************************************     00000020
//* SITUACAO DO PAGAMENTO NOS HOLERITES - FR21HOL1 (PROGRAMA DB2,       00000030
//* VIA TSO), DEPOIS DO FR21BNC2 PROCESSAR O RETORNO DO BANCO:          00000040
//* MARCA O HOLERITE MAIS RECENTE DE CADA FUNCIONARIO DO PAGOS          00000050
//* COMO LIQUIDADO OU RECUSADO (COM O MOTIVO) PARA A CONSULTA           00000060
//* ONLINE (F21CIPK). A CARGA DA FOLHA E O PASSO 4 DO EXEPAG1;          00000070
//* AQUI FOLHPAG E FOLHDED VEM DUMMY.                                   00000080
//* PODE SER REPETIDO: A SITUACAO E REGRAVADA.                          00000090
//*****************************************************************     00000100
//STEP1    EXEC PGM=IKJEFT01                                            00000110
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000120
//FOLHPAG  DD   DUMMY,DCB=(RECFM=FB,LRECL=250,BLKSIZE=2500)             00000130
//FOLHDED  DD   DUMMY,DCB=(RECFM=FB,LRECL=29,BLKSIZE=2900)              00000140
//PAGOS    DD   DSN=PR.FOUR021.PAGOS,DISP=SHR                           00000150
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00000160
//FERIADOS DD   DSN=PR.FOUR021.FERIADOS,DISP=SHR                        00000170
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000180
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000190
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000200
//SYSOUT   DD   SYSOUT=*                                                00000210
//SYSTSPRT DD   SYSOUT=*                                                00000220
//SYSTSIN  DD   *                                                       00000230
DSN  SYSTEM(DB8G)                                                       00000240
RUN  PROGRAM(FR21HOL1) PLAN(FR21HOL1) LIB('PR.FOUR021.OBJ')             00000250
END                                                                     00000260
