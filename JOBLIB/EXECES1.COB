//FOUR021X JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000010
//*****************************************************************     00000020
//* APROPRIACAO DIARIA DOS ENCARGOS DO CHEQUE ESPECIAL (FR21CES1),      00000030
//* DEPOIS DA POSTAGEM DA NOITE (CADEIA DO FR21EX04):                   00000040
//* JUROS PELA TAXA CONTRATADA (LIMCON) E IOF DIARIO + ADICIONAL        00000050
//* (TABELA TAXCES COM VIGENCIA) SOBRE A PARTE NEGATIVA DO SALDO,       00000060
//* ACUMULADOS POR CONTA NO LIMCON. DIARIO DE ENCARGOS (CESJRN)         00000070
//* PARA O FR21CTB1; DATA DE NEGOCIO DO CONTROLE DATAPROC               00000080
//*****************************************************************     00000090
//STEP01   EXEC PGM=FR21CES1                                            00000100
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000110
//CLIENTES DD   DSN=GR.FOUR021.CLIVSAM,DISP=SHR                         00000120
//LIMCON   DD   DSN=GR.FOUR021.LIMVSAM,DISP=OLD                         00000130
//TAXCES   DD   DSN=PR.FOUR021.TAXCES,DISP=SHR                          00000140
//CESJRN   DD   DSN=PR.FOUR021.CESJRN,DISP=OLD                          00000150
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00000160
//FERIADOS DD   DSN=PR.FOUR021.FERIADOS,DISP=SHR                        00000170
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000180
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000190
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000200
//SYSOUT   DD   SYSOUT=*                                                00000210
