//*****************************************************************     00000020
//* GDGS DE ARQUIVAMENTO DOS RELATORIOS NOTURNOS (FR21ARQ0):            00000030
//* ARQUIOUT, RELATBEN, RELATDB2 E RELLOG - UMA GERACAO POR NOITE       00000040
//* E RELTRG - RELACAO DE EXCECOES DA TRIAGEM DA FOLHA (FR21TRG1),      00000041
//* UMA GERACAO POR EXECUCAO, GUARDADA COM O VISTO                      00000042
//* E SLDANO - IMAGEM CLISEQ DE 31/12 PARA O INFORME ANUAL DE           00000043
//* RENDIMENTOS DE CLIENTES (EXEINF1), UMA GERACAO POR ANO              00000044
//* E ARQH.<TABELA> - HISTORICOS ARQUIVADOS PELO FR21ARH1 (AUDFUNC,     0000004A
//* HISTSAL, HISTTRF, FUNCHIST E EVTMST), UMA GERACAO POR MES;          0000004B
//* 255 GERACOES COBREM 21 ANOS. O VENCIMENTO DE CADA GERACAO           0000004C
//* ESTA NO INDICE ARQHIDX (LISTADO PELO FR21ARH2)                      0000004D
//*****************************************************************     00000050
//STEP1     EXEC PGM=IDCAMS                                             00000060
//SYSPRINT  DD   SYSOUT=*                                               00000070
   NOEMPTY   -                                                          00000260
   NOSCRATCH -                                                          00000270
   LIMIT(35) )                                                          00000280
  DEFINE GENERATIONDATAGROUP   -                                        00000290
   (NAME(GR.FOUR021.RELTRG)   -                                         00000300
   NOEMPTY   -                                                          00000310
   NOSCRATCH -                                                          00000320
   LIMIT(60) )                                                          00000330
  DEFINE GENERATIONDATAGROUP   -                                        00000340
   (NAME(GR.FOUR021.SLDANO)   -                                         00000350
   NOEMPTY   -                                                          00000360
   NOSCRATCH -                                                          00000370
   LIMIT(10) )                                                          00000380
  DEFINE GENERATIONDATAGROUP   -                                        0000038A
   (NAME(GR.FOUR021.ARQH.AUDFUNC) -                                     0000038B
   NOEMPTY   -                                                          0000038C
   NOSCRATCH -                                                          0000038D
   LIMIT(255) )                                                         0000038E
  DEFINE GENERATIONDATAGROUP   -                                        0000038F
   (NAME(GR.FOUR021.ARQH.HISTSAL) -                                     0000038G
   NOEMPTY   -                                                          0000038H
   NOSCRATCH -                                                          0000038I
   LIMIT(255) )                                                         0000038J
  DEFINE GENERATIONDATAGROUP   -                                        0000038K
   (NAME(GR.FOUR021.ARQH.HISTTRF) -                                     0000038L
   NOEMPTY   -                                                          0000038M
   NOSCRATCH -                                                          0000038N
   LIMIT(255) )                                                         0000038O
  DEFINE GENERATIONDATAGROUP   -                                        0000038P
   (NAME(GR.FOUR021.ARQH.FUNCHIST) -                                    0000038Q
   NOEMPTY   -                                                          0000038R
   NOSCRATCH -                                                          0000038S
   LIMIT(255) )                                                         0000038T
  DEFINE GENERATIONDATAGROUP   -                                        0000038U
   (NAME(GR.FOUR021.ARQH.EVTMST) -                                      0000038V
   NOEMPTY   -                                                          0000038W
   NOSCRATCH -                                                          0000038X
   LIMIT(255) )                                                         0000038Y
