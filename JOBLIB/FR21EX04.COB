//* PASSO 2 - CLASSIFICA O MOVOK POR CHAVE/TIPO (ORDEM QUE O            00000090
//*           FR21EX04 EXIGE PARA POSTAR POR CONTA)                     00000100
//* PASSO 3 - POSTAGEM FR21EX04 SOBRE O KSDS CLIENTES, COM PORTAO       00000110
//*           DE PREDECESSOR (FECHAMENTO E VOLUME DO FR21EDMV CONTRA    00000111
//*           O HISTORICO RUNHIST; 'S' NA COLUNA 2 DO LIBERA SOLTA O    00000112
//*           VOLUME), CHECKPOINT/RETOMADA, JORNAL DE                   00000113
//*           IMAGENS E DATA DE NEGOCIO DO CONTROLE DATAPROC            00000130
//* PASSO 4 - CONSOLIDACAO FR21HIS1 DO DIA NO CLUSTER HISTMOV           00000140
//*           (BASE DO EXTRATO E DA CONSULTA T21E, SEMPRE NO DIA)       00000150
//* PASSO 5 - PASSO NOTURNO FR21UNC1: TARIFA, DEVEDORES, DORMENCIA      00000160
//*           E IMAGEM SEQUENCIAL DE RETAGUARDA                         00000170
//* PASSO 6 - COBRANCA FR21CBR1 DAS CONTAS DEVEDORAS (CARTAS,           00000171
//*           BLOQUEIO DE DEBITOS 'D' E NEGATIVACAO NO BUREAU),         00000172
//*           DEPOIS DO FR21UNC1 QUE CARIMBA CLI-DATA-NEG               00000173
//* NA RETOMADA DO PASSO 3 A OPERACAO TROCA MOVHSALV/MOVRSALV DE        00000180
//* DUMMY PARA AS SAIDAS DO CICLO INTERROMPIDO (MOVHIST/MOVREJ DO       00000190
//* JOB QUE CAIU) E REAPONTA O CLIJRNL PARA A MESMA GERACAO             00000200
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00000230
//MOV0106  DD   DSN=PR.FOUR021.MOV0106,DISP=SHR                         00000240
//AGENSEQ  DD   DSN=PR.FOUR021.AGENSEQ,DISP=SHR                         00000250
//MIGXREF  DD   DSN=GR.FOUR021.MIGVSAM,DISP=SHR                         00000255
//MOVOK    DD   DSN=PR.FOUR021.MOVOK,DISP=OLD                           00000260
//MOVREJE  DD   DSN=PR.FOUR021.MOVREJE,DISP=OLD                         00000270
//EDITSUM  DD   DSN=PR.FOUR021.EDITSUM,DISP=OLD                         00000280
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00000660
//FERIADOS DD   DSN=PR.FOUR021.FERIADOS,DISP=SHR                        00000670
//RUNCTL   DD   DSN=PR.FOUR021.RUNCTL,DISP=MOD                          00000680
//RUNHIST  DD   DSN=PR.FOUR021.RUNHIST,DISP=SHR                         00000681
//RUNTOL   DD   DSN=PR.FOUR021.RUNTOL,DISP=SHR                          00000682
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000690
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000700
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00000710
//CARTDRM  DD   DSN=PR.FOUR021.CARTDRM,DISP=OLD                         00000940
//ESCHEAT  DD   DSN=PR.FOUR021.ESCHEAT,DISP=OLD                         00000950
//TARDIA   DD   DSN=PR.FOUR021.TARDIA,DISP=OLD                          00000960
//PACCTA   DD   DSN=GR.FOUR021.PACVSAM,DISP=SHR                         00000961
//CLIJRNL  DD   DSN=GR.FOUR021.CLIJRNL(+1),DISP=SHR                     00000970
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00000980
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00000990
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00001000
//SYSOUT   DD   SYSOUT=*                                                00001010
//*-------------------------------                                      00001020
//STEP06   EXEC PGM=FR21CBR1,COND=(0,NE)                                00001030
//STEPLIB  DD   DSN=PR.FOUR021.OBJ,DISP=SHR                             00001040
//CLIENTES DD   DSN=GR.FOUR021.CLIVSAM,DISP=SHR                         00001050
//CADCLI   DD   DSN=GR.FOUR021.CADVSAM,DISP=SHR                         00001060
//CBRCTL   DD   DSN=GR.FOUR021.CBRVSAM,DISP=OLD                         00001070
//CARTCBR  DD   DSN=PR.FOUR021.CARTCBR,DISP=OLD                         00001080
//NEGBUR   DD   DSN=PR.FOUR021.NEGBUR,DISP=OLD                          00001090
//RELCBR   DD   DSN=PR.FOUR021.RELCBR,DISP=OLD                          00001100
//CLIJRNL  DD   DSN=GR.FOUR021.CLIJRNL(+1),DISP=SHR                     00001110
//DATAPROC DD   DSN=PR.FOUR021.DATAPROC,DISP=SHR                        00001120
//LOGERROS DD   DSN=PR.FOUR021.LOGERROS,DISP=MOD                        00001130
//ALERTAS  DD   DSN=PR.FOUR021.ALERTAS,DISP=MOD                         00001140
//RUNID    DD   DSN=PR.FOUR021.RUNID,DISP=SHR                           00001150
//SYSOUT   DD   SYSOUT=*                                                00001160
