//FOUR021X JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000010
//*****************************************************************     00000020
//* EXCECOES DE DEPENDENTES DE IRRF - FR21IRD1 (PROGRAMA DB2, VIA       00000030
//* TSO), MENSAL, ANTES DO EXEPAG1 DA COMPETENCIA: LISTA NO RELDIR      00000040
//* OS DEPENDENTES MARCADOS PARA O IRRF (IVAN.DEPEND, DEPIR = 'S')      00000050
//* QUE NAO SAO MAIS ELEGIVEIS PELA IDADE/ESTUDANTE/PARENTESCO,         00000060
//* DESTACANDO OS QUE PERDERAM A ELEGIBILIDADE NO MES.                  00000070
//*****************************************************************     00000080
//STEP1    EXEC PGM=IKJEFT01                                            00000090
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000100
//RELDIR   DD   DSN=PR.FOUR021.RELDIR,DISP=OLD                          00000110
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00000120
//FERIADOS DD   DSN=PR.FOUR021.FERIADOS,DISP=SHR                        00000130
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000140
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000150
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000160
//SYSOUT   DD   SYSOUT=*                                                00000170
//SYSTSPRT DD   SYSOUT=*                                                00000180
//SYSTSIN  DD   *                                                       00000190
DSN  SYSTEM(DB8G)                                                       00000200
RUN  PROGRAM(FR21IRD1) PLAN(FR21IRD1) LIB('PR.FOUR021.OBJ')             00000210
END                                                                     00000220
