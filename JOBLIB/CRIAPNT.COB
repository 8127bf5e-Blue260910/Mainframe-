//FOUR021X JOB 'CRIAPNT',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01)  00000010
//*****************************************************************     00000020
//* CLUSTERS KSDS DO APONTAMENTO ONLINE DE HORAS (T21L - F21CIPL)       00000030
//* PNTVSAM - APONTAMENTOS (PNTBOOK, LRECL 46, CHAVE 33:                00000040
//*           FUNCIONARIO + PROJETO + DATA), DESCARREGADO NO            00000050
//*           PONTODIA PELO FR21PNT2                                    00000060
//* PNTFECH - PERIODOS APROVADOS (FCHBOOK, LRECL 30, CHAVE 26:          00000070
//*           PROJETO + PERIODO), GRAVADO PELO FR21APR1                 00000080
//* PNTINDS - FERIAS E AUSENCIAS (INDBOOK, LRECL 24, CHAVE 16),         00000090
//*           REUSE: RECARREGADO TODA NOITE PELO FR21PNT2               00000100
//*****************************************************************     00000110
//STEP1     EXEC PGM=IDCAMS                                             00000120
//SYSPRINT  DD   SYSOUT=*                                               00000130
//SYSIN     DD   *                                                      00000140
 DEFINE CLUSTER (NAME(GR.FOUR021.PNTVSAM) -                             00000150
    IXD -                                                               00000160
    VOL(PR39X7) -                                                       00000170
    RECORDSIZE(46 46) -                                                 00000180
    SHR(2) -                                                            00000190
    TRK(5 5) -                                                          00000200
    UNIQUE -                                                            00000210
    KEYS(33 0) -                                                        00000220
    FREESPACE(10 10) ) -                                                00000230
    DATA(NAME(GR.FOUR021.PNTVSAM.DATA)) -                               00000240
    INDEX(NAME(GR.FOUR021.PNTVSAM.INDEX))                               00000250
 DEFINE CLUSTER (NAME(GR.FOUR021.PNTFECH) -                             00000260
    IXD -                                                               00000270
    VOL(PR39X7) -                                                       00000280
    RECORDSIZE(30 30) -                                                 00000290
    SHR(2) -                                                            00000300
    TRK(1 1) -                                                          00000310
    UNIQUE -                                                            00000320
    KEYS(26 0) -                                                        00000330
    FREESPACE(04 04) ) -                                                00000340
    DATA(NAME(GR.FOUR021.PNTFECH.DATA)) -                               00000350
    INDEX(NAME(GR.FOUR021.PNTFECH.INDEX))                               00000360
 DEFINE CLUSTER (NAME(GR.FOUR021.PNTINDS) -                             00000370
    IXD -                                                               00000380
    VOL(PR39X7) -                                                       00000390
    RECORDSIZE(24 24) -                                                 00000400
    SHR(2) -                                                            00000410
    TRK(2 1) -                                                          00000420
    UNIQUE -                                                            00000430
    REUSE -                                                             00000440
    KEYS(16 0) -                                                        00000450
    FREESPACE(04 04) ) -                                                00000460
    DATA(NAME(GR.FOUR021.PNTINDS.DATA)) -                               00000470
    INDEX(NAME(GR.FOUR021.PNTINDS.INDEX))                               00000480
