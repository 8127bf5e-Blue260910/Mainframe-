//* PARA AS SAIDAS DO CICLO INTERROMPIDO (FOLHPAG/FOLHDED/FOLHREJ       00000120
//* DO JOB QUE CAIU); O CONSNOVO DO CICLO CAIDO E A PROPRIA             00000130
//* ENTRADA DO RETRATO DE CONSIGNACOES.                                 00000140
//* DIFERENCAS DE AUMENTO RETROATIVO NO DIFRET (EXERET1); COM A         00000141
//* FOLHA GRAVADA, OS PASSOS 2 E 3 ESVAZIAM O AUMRET E O DIFRET P/A     00000142
//* DIFERENCA NAO SEJA PAGA DE NOVO NO MES SEGUINTE.                    00000143
//* O ADIANTAMENTO QUINZENAL DA COMPETENCIA (ADIANT, EXEADT1) E         00000144
//* DESCONTADO NA FOLHA; ADIANT DE OUTRA COMPETENCIA E IGNORADO.        00000145
//* A PARTE DO FUNCIONARIO NO VALE-TRANSPORTE (VALES, EXEVAL1) E        00000146
//* DESCONTADA DA MESMA FORMA, SO A DA COMPETENCIA DA FOLHA.            00000147
//* DEPENDENTES DE IRRF DO IVAN.DEPEND ELEGIVEIS (FR21DIR1) REDUZEM     00000148
//* A BASE DO IMPOSTO; AS EXCECOES SAEM ANTES NO EXEIRD1.               00000149
//* BANCO DE HORAS DA COMPETENCIA (BHVENC, EXEBHR1): AS HORAS           0000014A
//* CREDITADAS NO BANCO NAO SAO PAGAS E AS VENCIDAS ENTRAM NAS          0000014B
//* EXTRAS A 50 PCT.                                                    0000014C
//* COPARTICIPACAO DO PLANO MEDICO DA COMPETENCIA (COPDESC,             0000014D
//* EXECOP1), JA LIMITADA AO TETO MENSAL, DESCONTADA APOS O VT.         0000014E
//* O PASSO 4 (FR21HOL1) CARREGA OS HOLERITES DA COMPETENCIA EM         0000014F
//* IVAN.HOLERITE/HOLDESC PARA A CONSULTA ONLINE (F21CIPK); A           0000014G
//* SITUACAO DO PAGAMENTO ENTRA DEPOIS, PELO EXEHOL1.                   0000014H
//* CADA HOLERITE GRAVADO DEIXA O AVISO AO FUNCIONARIO NA CAIXA DE      0000014I
//* SAIDA NOTIFIC (DISP=MOD), LIDA A NOITE PELO EXENOT1.                0000014J
//* COMISSAO DE VENDAS DA COMPETENCIA (COMISSAO, EXECOM1) PAGA          0000014K
//* COMO VERBA PROPRIA, DENTRO DO BRUTO.                                0000014L
//*****************************************************************     00000150
//STEP1    EXEC PGM=IKJEFT01                                            00000160
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000170
//FEREVT   DD   DSN=PR.FOUR021.FEREVT,DISP=SHR                          00000230
//ABSAPL   DD   DSN=PR.FOUR021.ABSAPL,DISP=SHR                          00000240
//ANUENIO  DD   DSN=PR.FOUR021.ANUENIO,DISP=SHR                         00000250
//DIFRET   DD   DSN=PR.FOUR021.DIFRET,DISP=SHR                          00000255
//ADIANT   DD   DSN=PR.FOUR021.ADIANT,DISP=SHR                          00000256
//VALES    DD   DSN=PR.FOUR021.VALES,DISP=SHR                           00000257
//BHVENC   DD   DSN=PR.FOUR021.BHVENC,DISP=SHR                          00000258
//COPDESC  DD   DSN=PR.FOUR021.COPDESC,DISP=SHR                         00000259
//COMISSAO DD   DSN=PR.FOUR021.COMISSAO,DISP=SHR                        0000025A
//FOLHPAG  DD   DSN=GR.FOUR021.FOLHPAG(+1),DISP=(NEW,CATLG,DELETE),     00000260
//              UNIT=SYSDA,SPACE=(TRK,(5,2),RLSE),                      00000270
//              DCB=(RECFM=FB,LRECL=250,BLKSIZE=2500)                   00000280
//FOLHDED  DD   DSN=PR.FOUR021.FOLHDED,DISP=OLD                         00000290
//FOLHREJ  DD   DSN=PR.FOUR021.FOLHREJ,DISP=OLD                         00000300
//FPGSALV  DD   DUMMY,DCB=(RECFM=FB,LRECL=250,BLKSIZE=2500)             00000310
//FDESALV  DD   DUMMY,DCB=(RECFM=FB,LRECL=29,BLKSIZE=2900)              00000320
//FRJSALV  DD   DUMMY,DCB=(RECFM=FB,LRECL=65,BLKSIZE=6500)              00000330
//CHKPNT   DD   DSN=PR.FOUR021.CHKPNT,DISP=SHR                          00000340
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000370
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000380
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000390
//NOTIFIC  DD   DSN=PR.FOUR021.NOTIFIC,DISP=MOD                         00000391
//SYSOUT   DD   SYSOUT=*                                                00000400
//SYSTSPRT DD   SYSOUT=*                                                00000410
//SYSTSIN  DD   *                                                       00000420
DSN  SYSTEM(DB8G)                                                       00000430
RUN  PROGRAM(FR21PAG1) PLAN(FR21PAG1) LIB('PR.FOUR021.OBJ')             00000440
END                                                                     00000450
//STEP2    EXEC PGM=IEBGENER,COND=(0,NE)                                00000460
//SYSUT1   DD   DUMMY,DCB=(RECFM=FB,LRECL=50,BLKSIZE=5000)              00000470
//SYSUT2   DD   DSN=PR.FOUR021.AUMRET,DISP=OLD                          00000480
//SYSPRINT DD   SYSOUT=*                                                00000490
//SYSIN    DD   DUMMY                                                   00000500
//STEP3    EXEC PGM=IEBGENER,COND=(0,NE)                                00000510
//SYSUT1   DD   DUMMY,DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)              00000520
//SYSUT2   DD   DSN=PR.FOUR021.DIFRET,DISP=OLD                          00000530
//SYSPRINT DD   SYSOUT=*                                                00000540
//SYSIN    DD   DUMMY                                                   00000550
//STEP4    EXEC PGM=IKJEFT01,COND=(0,NE)                                00000560
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000570
//FOLHPAG  DD   DSN=GR.FOUR021.FOLHPAG(+1),DISP=SHR                     00000580
//FOLHDED  DD   DSN=PR.FOUR021.FOLHDED,DISP=SHR                         00000590
//PAGOS    DD   DUMMY,DCB=(RECFM=FB,LRECL=50,BLKSIZE=5000)              00000600
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00000610
//FERIADOS DD   DSN=PR.FOUR021.FERIADOS,DISP=SHR                        00000620
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000630
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000640
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000650
//SYSOUT   DD   SYSOUT=*                                                00000660
//SYSTSPRT DD   SYSOUT=*                                                00000670
//SYSTSIN  DD   *                                                       00000680
DSN  SYSTEM(DB8G)                                                       00000690
RUN  PROGRAM(FR21HOL1) PLAN(FR21HOL1) LIB('PR.FOUR021.OBJ')             00000700
END                                                                     00000710
