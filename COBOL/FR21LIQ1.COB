      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21LIQ1.                                            00000050
                                                                        00000060
      *=============================================================*   00000070
      *   AUTOR....:VICTOR ARANDA                                       00000080
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000090
      *   DATA ....:15/10/2026                                          00000100
      *-------------------------------------------------------------*   00000110
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000120
      *  1.0   15/10/26   VICTOR ARANDA       VERSAO INICIAL            00000130
      *-------------------------------------------------------------*   00000140
      *   OBJETIVO: POSICAO DIARIA DE LIQUIDEZ E EXPOSICAO POR          00000150
      *      AGENCIA PARA A TESOURARIA, EMITIDA DE MANHA ANTES DE       00000160
      *      ABRIR A JANELA. POR AGENCIA:                               00000170
      *      - SALDOS POSITIVOS, SALDOS NEGATIVOS (CHEQUE ESPECIAL      00000180
      *        USADO) CONTRA O LIMITE CONCEDIDO (CLI-LIMITE) E O        00000190
      *        PERCENTUAL DE USO DO LIMITE;                             00000200
      *      - TOTAL BLOQUEADO JUDICIALMENTE (BLOQJUD ATIVOS);          00000210
      *      - CDB ATIVOS PELO SALDO ATUALIZADO (PRINCIPAL MAIS         00000220
      *        JUROS APROPRIADOS) E OS VENCIMENTOS NOS PROXIMOS         00000230
      *        7, 8 A 30 E 31 A 90 DIAS (VENCIDO NAO LIQUIDADO          00000240
      *        ENTRA NA FAIXA DE 7 DIAS);                               00000250
      *      - DEBITOS AGENDADOS PARA O PROXIMO DIA UTIL: ORDENS        00000260
      *        PERMANENTES (MESMA REGRA DE DATA DEVIDA DO FR21ORD1)     00000270
      *        E MOVIMENTOS DO DEPOSITO (WAREHOUS, DEBITOS E            00000280
      *        TRANSFERENCIAS). O MOVIMENTO DO DEPOSITO QUE E A         00000290
      *        PROPRIA ORDEM JA GERADA PELO FR21ORD1 (MESMA CONTA,      00000300
      *        VALOR E DATA) CONTA SO UMA VEZ, NA COLUNA DAS ORDENS;    00000310
      *      - POSICAO LIQUIDA = SALDOS POSITIVOS + CDB - CHEQUE        00000320
      *        ESPECIAL USADO - DEBITOS AGENDADOS, E A VARIACAO         00000330
      *        CONTRA A POSICAO DA EXECUCAO ANTERIOR (POSANT).          00000340
      *      NOME E REGIAO VEM DO CADASTRO DE AGENCIAS (IVAN.AGENCIA,   00000350
      *      PELA DESCARGA AGENSEQ DO FR21AGM1). O RELATORIO SAI        00000360
      *      POR REGIAO, COM SUBTOTAL DA REGIAO E TOTAL GERAL.          00000370
      *      CONTA DE AGENCIA FORA DO CADASTRO SAI NA REGIAO            00000380
      *      'SEM REGIAO'. A POSICAO DO DIA E GRAVADA NO POSNOVO,       00000390
      *      QUE O JOB COPIA PARA O POSANT; A REEXECUCAO NO MESMO       00000400
      *      DIA MANTEM A BASE ANTERIOR GUARDADA NO PROPRIO             00000410
      *      REGISTRO. DATA-BASE = DATA DE NEGOCIO (FR21DTA1).          00000420
      *-------------------------------------------------------------*   00000430
      *   ARQUIVOS.....:                                                00000440
      *                                                                 00000450
      *   NAME                I/O                                       00000460
      *   AGENSEQ              I   (CADASTRO DE AGENCIAS)               00000470
      *   CLIENTES             I   (CLIBOOK)                            00000480
      *   BLOQJUD              I   (BLQBOOK)                            00000490
      *   CDBMAS               I   (CDBBOOK)                            00000500
      *   ORDPERM              I   (CADASTRO DE ORDENS)                 00000510
      *   WAREHOUS             I   (DEPOSITO - LAYOUT MOV0106E)         00000520
      *   POSANT               I   (POSICAO DA EXECUCAO ANTERIOR)       00000530
      *   POSNOVO              O   (POSICAO DO DIA)                     00000540
      *   RELLIQ               O   (RELATORIO DA TESOURARIA)            00000550
      *-------------------------------------------------------------*   00000560
      *   MODULOS....:                                                  00000570
      *   FR21DTA1             DATA DE NEGOCIO DA JANELA (LNKDPRC)      00000580
      *   DATANEG              CALENDARIO DE DIAS UTEIS                 00000590
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000600
      *=============================================================*   00000610
       ENVIRONMENT                               DIVISION.              00000620
      *=============================================================*   00000630
                                                                        00000640
      *-------------------------------------------------------------*   00000650
       CONFIGURATION                                        SECTION.    00000660
      *-------------------------------------------------------------*   00000670
       SPECIAL-NAMES.                                                   00000680
           DECIMAL-POINT IS COMMA.                                      00000690
                                                                        00000700
                                                                        00000710
       INPUT-OUTPUT                                         SECTION.    00000720
       FILE-CONTROL.                                                    00000730
           SELECT AGENSEQ  ASSIGN TO AGENSEQ                            00000740
               FILE STATUS  IS WRK-FS-AGENSEQ.                          00000750
                                                                        00000760
           SELECT CLIENTES ASSIGN TO CLIENTES                           00000770
               ORGANIZATION  IS INDEXED                                 00000780
               ACCESS MODE   IS SEQUENTIAL                              00000790
               RECORD KEY    IS CLI-CHAVE                               00000800
               FILE STATUS   IS WRK-FS-CLIENTES.                        00000810
                                                                        00000820
           SELECT BLOQJUD  ASSIGN TO BLOQJUD                            00000830
               ORGANIZATION  IS INDEXED                                 00000840
               ACCESS MODE   IS SEQUENTIAL                              00000850
               RECORD KEY    IS BLQ-CHAVE-REG                           00000860
               FILE STATUS   IS WRK-FS-BLOQJUD.                         00000870
                                                                        00000880
           SELECT CDBMAS   ASSIGN TO CDBMAS                             00000890
               ORGANIZATION  IS INDEXED                                 00000900
               ACCESS MODE   IS SEQUENTIAL                              00000910
               RECORD KEY    IS CDB-CHAVE-REG                           00000920
               FILE STATUS   IS WRK-FS-CDBMAS.                          00000930
                                                                        00000940
           SELECT ORDPERM  ASSIGN TO ORDPERM                            00000950
               FILE STATUS  IS WRK-FS-ORDPERM.                          00000960
                                                                        00000970
           SELECT WAREHOUS ASSIGN TO WAREHOUS                           00000980
               FILE STATUS  IS WRK-FS-WAREHOUS.                         00000990
                                                                        00001000
           SELECT POSANT   ASSIGN TO POSANT                             00001010
               FILE STATUS  IS WRK-FS-POSANT.                           00001020
                                                                        00001030
           SELECT POSNOVO  ASSIGN TO POSNOVO                            00001040
               FILE STATUS  IS WRK-FS-POSNOVO.                          00001050
                                                                        00001060
           SELECT RELLIQ   ASSIGN TO RELLIQ                             00001070
               FILE STATUS  IS WRK-FS-RELLIQ.                           00001080
                                                                        00001090
      *=============================================================*   00001100
       DATA                                                DIVISION.    00001110
      *=============================================================*   00001120
       FILE                                                 SECTION.    00001130
      *=============================================================*   00001140
                                                                        00001150
      *-------------------------------------------------------------*   00001160
      *       CADASTRO DE AGENCIAS (FR21AGM1)  LRECL = 45           *   00001170
      *-------------------------------------------------------------*   00001180
       FD AGENSEQ                                                       00001190
           RECORDING  MODE IS F                                         00001200
           BLOCK CONTAINS 0 RECORDS.                                    00001210
                                                                        00001220
       01 FD-AGENSEQ.                                                   00001230
          05 FD-AS-CODAGEN   PIC X(04).                                 00001240
          05 FD-AS-NOMEAGEN  PIC X(30).                                 00001250
          05 FD-AS-REGIAO    PIC X(10).                                 00001260
          05 FD-AS-STATUS    PIC X(01).                                 00001270
                                                                        00001280
      *-------------------------------------------------------------*   00001290
      *       ARQUIVO CLIENTES (KSDS)          LRECL = 73           *   00001300
      *-------------------------------------------------------------*   00001310
       FD CLIENTES.                                                     00001320
                                                                        00001330
       COPY 'CLIBOOK'.                                                  00001340
                                                                        00001350
      *-------------------------------------------------------------*   00001360
      *       BLOQUEIOS JUDICIAIS (KSDS)       LRECL = 56           *   00001370
      *-------------------------------------------------------------*   00001380
       FD BLOQJUD.                                                      00001390
                                                                        00001400
       COPY 'BLQBOOK'.                                                  00001410
                                                                        00001420
      *-------------------------------------------------------------*   00001430
      *       DEPOSITOS A PRAZO (KSDS)         LRECL = 41           *   00001440
      *-------------------------------------------------------------*   00001450
       FD CDBMAS.                                                       00001460
                                                                        00001470
       COPY 'CDBBOOK'.                                                  00001480
                                                                        00001490
      *-------------------------------------------------------------*   00001500
      *       CADASTRO DE ORDENS PERMANENTES   LRECL = 57           *   00001510
      *-------------------------------------------------------------*   00001520
       FD ORDPERM                                                       00001530
           RECORDING  MODE IS F                                         00001540
           BLOCK CONTAINS 0 RECORDS.                                    00001550
                                                                        00001560
       01 FD-ORDPERM.                                                   00001570
          05 FD-OP-CHAVE.                                               00001580
             10 FD-OP-AGENCIA PIC X(04).                                00001590
             10 FD-OP-CONTA   PIC X(04).                                00001600
          05 FD-OP-TEXTO     PIC X(30).                                 00001610
          05 FD-OP-VALOR     PIC 9(08).                                 00001620
          05 FD-OP-TIPO      PIC X(01).                                 00001630
          05 FD-OP-DIA       PIC 9(02).                                 00001640
          05 FD-OP-DATA-FIM  PIC 9(08).                                 00001650
                                                                        00001660
      *-------------------------------------------------------------*   00001670
      *       DEPOSITO DE MOVIMENTOS FUTUROS   LRECL = 55           *   00001680
      *       (LAYOUT MOV0106E)                                     *   00001690
      *-------------------------------------------------------------*   00001700
       FD WAREHOUS                                                      00001710
           RECORDING  MODE IS F                                         00001720
           BLOCK CONTAINS 0 RECORDS.                                    00001730
                                                                        00001740
       01 FD-WAREHOUS.                                                  00001750
          05 FD-WH-CHAVE.                                               00001760
             10 FD-WH-AGENCIA PIC X(04).                                00001770
             10 FD-WH-CONTA   PIC X(04).                                00001780
          05 FD-WH-TEXTO     PIC X(30).                                 00001790
          05 FD-WH-VALOR     PIC 9(08).                                 00001800
          05 FD-WH-TIPO      PIC X(01).                                 00001810
          05 FD-WH-DATA-EFET PIC 9(08).                                 00001820
                                                                        00001830
      *-------------------------------------------------------------*   00001840
      *       POSICAO DA EXECUCAO ANTERIOR     LRECL = 50           *   00001850
      *-------------------------------------------------------------*   00001860
       FD POSANT                                                        00001870
           RECORDING  MODE IS F                                         00001880
           BLOCK CONTAINS 0 RECORDS.                                    00001890
                                                                        00001900
       01 FD-POSANT.                                                    00001910
          05 FD-PA-AGENCIA   PIC X(04).                                 00001920
          05 FD-PA-DATA      PIC 9(08).                                 00001930
          05 FD-PA-LIQUIDA   PIC S9(13).                                00001940
          05 FD-PA-DATA-ANT  PIC 9(08).                                 00001950
          05 FD-PA-LIQ-ANT   PIC S9(13).                                00001960
          05 FD-PA-TEM-ANT   PIC X(01).                                 00001970
          05 FILLER          PIC X(03).                                 00001980
                                                                        00001990
      *-------------------------------------------------------------*   00002000
      *       POSICAO DO DIA                   LRECL = 50           *   00002010
      *-------------------------------------------------------------*   00002020
       FD POSNOVO                                                       00002030
           RECORDING  MODE IS F                                         00002040
           BLOCK CONTAINS 0 RECORDS.                                    00002050
                                                                        00002060
       01 FD-POSNOVO    PIC X(50).                                      00002070
                                                                        00002080
      *-------------------------------------------------------------*   00002090
      *       ARQUIVO DE SAIDA   RELLIQ   LRECL = 132               *   00002100
      *-------------------------------------------------------------*   00002110
       FD RELLIQ                                                        00002120
           RECORDING  MODE IS F                                         00002130
           BLOCK CONTAINS 0 RECORDS.                                    00002140
                                                                        00002150
       01 FD-RELLIQ     PIC X(132).                                     00002160
                                                                        00002170
      *-------------------------------------------------------------*   00002180
       WORKING-STORAGE                                      SECTION.    00002190
      *-------------------------------------------------------------*   00002200
                                                                        00002210
      *------------------LOG-DE-ERROS-------------------------------*   00002220
                                                                        00002230
       01 WRK-DADOS.                                                    00002240
           05 WRK-PROGRAMA  PIC X(08).                                  00002250
           05 WRK-SECAO     PIC X(04).                                  00002260
           05 WRK-MENSAGEM  PIC X(30).                                  00002270
           05 WRK-STATUS    PIC X(02).                                  00002280
           05 WRK-SEVERIDADE PIC X(01).                                 00002290
           05 FILLER        PIC X(22).                                  00002300
                                                                        00002310
      *------------------CALENDARIO DE DIAS UTEIS-------------------*   00002320
                                                                        00002330
           COPY 'LNKDTNEG'.                                             00002340
                                                                        00002350
           COPY 'LNKDPRC'.                                              00002360
                                                                        00002370
      *--------------------LOGICA-----------------------------------*   00002380
                                                                        00002390
       77 WRK-CONTAS-LIDAS    PIC 9(07) VALUE 0.                        00002400
                                                                        00002410
       77 WRK-BLOQ-LIDOS      PIC 9(07) VALUE 0.                        00002420
                                                                        00002430
       77 WRK-CDB-LIDOS       PIC 9(07) VALUE 0.                        00002440
                                                                        00002450
       77 WRK-ORDENS-LIDAS    PIC 9(07) VALUE 0.                        00002460
                                                                        00002470
       77 WRK-ORDENS-D1       PIC 9(07) VALUE 0.                        00002480
                                                                        00002490
       77 WRK-DEPOSITO-LIDOS  PIC 9(07) VALUE 0.                        00002500
                                                                        00002510
       77 WRK-DEPOSITO-D1     PIC 9(07) VALUE 0.                        00002520
                                                                        00002530
       77 WRK-DEPOSITO-DUPL   PIC 9(07) VALUE 0.                        00002540
                                                                        00002550
       77 WRK-MSG-FINAL       PIC X(17) VALUE 'FINAL DE PROGRAMA'.      00002560
                                                                        00002570
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00002580
                                                                        00002590
       77 WRK-HOJE            PIC 9(08) VALUE 0.                        00002600
                                                                        00002610
       77 WRK-DATA-BASE-ANT   PIC 9(08) VALUE 0.                        00002620
                                                                        00002630
       77 WRK-TEM-POSANT      PIC X(01) VALUE 'N'.                      00002640
                                                                        00002650
       77 WRK-DIAS-VENC       PIC S9(07) VALUE 0.                       00002660
                                                                        00002670
       77 WRK-PCT-USO         PIC 9(05)V99 VALUE 0.                     00002680
                                                                        00002690
       01 WRK-PROX-UTIL.                                                00002700
          05 WRK-PU-ANO       PIC 9(04).                                00002710
          05 WRK-PU-MES       PIC 9(02).                                00002720
          05 WRK-PU-DIA       PIC 9(02).                                00002730
       01 WRK-PROX-UTIL-N REDEFINES WRK-PROX-UTIL                       00002740
                              PIC 9(08).                                00002750
                                                                        00002760
       01 WRK-DATA-DEVIDA.                                              00002770
          05 WRK-DV-ANO       PIC 9(04).                                00002780
          05 WRK-DV-MES       PIC 9(02).                                00002790
          05 WRK-DV-DIA       PIC 9(02).                                00002800
       01 WRK-DATA-DEVIDA-N REDEFINES WRK-DATA-DEVIDA                   00002810
                              PIC 9(08).                                00002820
                                                                        00002830
       77 WRK-DIA-ORDEM       PIC 9(02) VALUE 0.                        00002840
                                                                        00002850
       77 WRK-ORDEM-DEVIDA    PIC X(01) VALUE 'N'.                      00002860
                                                                        00002870
      *-----------CADASTRO DE AGENCIAS E ACUMULADOS-----------------*   00002880
      *       OS GRUPOS DE VALORES DA TABELA, DO SUBTOTAL, DO TOTAL     00002890
      *       E DA IMPRESSAO TEM O MESMO DESENHO (MOVE DE GRUPO)        00002900
                                                                        00002910
       77 WRK-QTD-AG          PIC 9(03) VALUE 0.                        00002920
                                                                        00002930
       77 WRK-IND-AG          PIC 9(03) VALUE 0.                        00002940
                                                                        00002950
       77 WRK-AG-PROCURA      PIC X(04) VALUE SPACES.                   00002960
                                                                        00002970
       01 WRK-TAB-AGE.                                                  00002980
          05 WRK-TAB-AGE-OCR OCCURS 100 TIMES.                          00002990
             10 WRK-TA-AGENCIA  PIC X(04).                              00003000
             10 WRK-TA-NOME     PIC X(30).                              00003010
             10 WRK-TA-REGIAO   PIC X(10).                              00003020
             10 WRK-TA-STATUS   PIC X(01).                              00003030
             10 WRK-TA-TEM-MOV  PIC X(01).                              00003040
             10 WRK-TA-TEM-ANT  PIC X(01).                              00003050
             10 WRK-TA-DATA-ANT PIC 9(08).                              00003060
             10 WRK-TA-LIQ-ANT  PIC S9(13).                             00003070
             10 WRK-TA-VALORES.                                         00003080
                15 WRK-TA-SALDO-POS PIC S9(13).                         00003090
                15 WRK-TA-SALDO-NEG PIC S9(13).                         00003100
                15 WRK-TA-LIMITE    PIC S9(13).                         00003110
                15 WRK-TA-BLOQ      PIC S9(13).                         00003120
                15 WRK-TA-CDB       PIC S9(13).                         00003130
                15 WRK-TA-VENC7     PIC S9(13).                         00003140
                15 WRK-TA-VENC30    PIC S9(13).                         00003150
                15 WRK-TA-VENC90    PIC S9(13).                         00003160
                15 WRK-TA-ORD-D1    PIC S9(13).                         00003170
                15 WRK-TA-DEP-D1    PIC S9(13).                         00003180
                15 WRK-TA-LIQUIDA   PIC S9(13).                         00003190
                15 WRK-TA-VARIACAO  PIC S9(13).                         00003200
                                                                        00003210
       01 WRK-SB-VALORES.                                               00003220
          05 WRK-SB-SALDO-POS PIC S9(13).                               00003230
          05 WRK-SB-SALDO-NEG PIC S9(13).                               00003240
          05 WRK-SB-LIMITE    PIC S9(13).                               00003250
          05 WRK-SB-BLOQ      PIC S9(13).                               00003260
          05 WRK-SB-CDB       PIC S9(13).                               00003270
          05 WRK-SB-VENC7     PIC S9(13).                               00003280
          05 WRK-SB-VENC30    PIC S9(13).                               00003290
          05 WRK-SB-VENC90    PIC S9(13).                               00003300
          05 WRK-SB-ORD-D1    PIC S9(13).                               00003310
          05 WRK-SB-DEP-D1    PIC S9(13).                               00003320
          05 WRK-SB-LIQUIDA   PIC S9(13).                               00003330
          05 WRK-SB-VARIACAO  PIC S9(13).                               00003340
                                                                        00003350
       01 WRK-TG-VALORES.                                               00003360
          05 WRK-TG-SALDO-POS PIC S9(13).                               00003370
          05 WRK-TG-SALDO-NEG PIC S9(13).                               00003380
          05 WRK-TG-LIMITE    PIC S9(13).                               00003390
          05 WRK-TG-BLOQ      PIC S9(13).                               00003400
          05 WRK-TG-CDB       PIC S9(13).                               00003410
          05 WRK-TG-VENC7     PIC S9(13).                               00003420
          05 WRK-TG-VENC30    PIC S9(13).                               00003430
          05 WRK-TG-VENC90    PIC S9(13).                               00003440
          05 WRK-TG-ORD-D1    PIC S9(13).                               00003450
          05 WRK-TG-DEP-D1    PIC S9(13).                               00003460
          05 WRK-TG-LIQUIDA   PIC S9(13).                               00003470
          05 WRK-TG-VARIACAO  PIC S9(13).                               00003480
                                                                        00003490
       01 WRK-IM-VALORES.                                               00003500
          05 WRK-IM-SALDO-POS PIC S9(13).                               00003510
          05 WRK-IM-SALDO-NEG PIC S9(13).                               00003520
          05 WRK-IM-LIMITE    PIC S9(13).                               00003530
          05 WRK-IM-BLOQ      PIC S9(13).                               00003540
          05 WRK-IM-CDB       PIC S9(13).                               00003550
          05 WRK-IM-VENC7     PIC S9(13).                               00003560
          05 WRK-IM-VENC30    PIC S9(13).                               00003570
          05 WRK-IM-VENC90    PIC S9(13).                               00003580
          05 WRK-IM-ORD-D1    PIC S9(13).                               00003590
          05 WRK-IM-DEP-D1    PIC S9(13).                               00003600
          05 WRK-IM-LIQUIDA   PIC S9(13).                               00003610
          05 WRK-IM-VARIACAO  PIC S9(13).                               00003620
                                                                        00003630
      *-----------QUEBRA POR REGIAO---------------------------------*   00003640
                                                                        00003650
       77 WRK-REG-ANTERIOR    PIC X(10) VALUE LOW-VALUES.               00003660
                                                                        00003670
       77 WRK-REG-ATUAL       PIC X(10) VALUE SPACES.                   00003680
                                                                        00003690
       77 WRK-ACHOU-REG       PIC X(01) VALUE 'N'.                      00003700
                                                                        00003710
       77 WRK-ACHOU-AG        PIC X(01) VALUE 'N'.                      00003720
                                                                        00003730
      *-----------ORDENS DEVIDAS NO PROXIMO DIA UTIL----------------*   00003740
      *       CONFERIDAS CONTRA O DEPOSITO PARA NAO CONTAR DUAS VEZES   00003750
      *       A ORDEM QUE O FR21ORD1 JA LANCOU NO DEPOSITO              00003760
                                                                        00003770
       01 WRK-TAB-ORD.                                                  00003780
          05 WRK-TAB-ORD-QTD PIC 9(04) VALUE 0.                         00003790
          05 WRK-TAB-ORD-OCR OCCURS 999 TIMES.                          00003800
             10 WRK-TO-CHAVE    PIC X(08).                              00003810
             10 WRK-TO-VALOR    PIC 9(08).                              00003820
             10 WRK-TO-USADA    PIC X(01).                              00003830
                                                                        00003840
       77 WRK-IND-ORD         PIC 9(04) VALUE 0.                        00003850
                                                                        00003860
       77 WRK-ACHOU-ORD       PIC X(01) VALUE 'N'.                      00003870
                                                                        00003880
      *--------------------STATUS-----------------------------------*   00003890
                                                                        00003900
       77 WRK-FS-AGENSEQ  PIC 9(02).                                    00003910
                                                                        00003920
       77 WRK-FS-CLIENTES PIC 9(02).                                    00003930
                                                                        00003940
       77 WRK-FS-BLOQJUD  PIC 9(02).                                    00003950
                                                                        00003960
       77 WRK-FS-CDBMAS   PIC 9(02).                                    00003970
                                                                        00003980
       77 WRK-FS-ORDPERM  PIC 9(02).                                    00003990
                                                                        00004000
       77 WRK-FS-WAREHOUS PIC 9(02).                                    00004010
                                                                        00004020
       77 WRK-FS-POSANT   PIC 9(02).                                    00004030
                                                                        00004040
       77 WRK-FS-POSNOVO  PIC 9(02).                                    00004050
                                                                        00004060
       77 WRK-FS-RELLIQ   PIC 9(02).                                    00004070
                                                                        00004080
      *--------------------LAYOUT DA POSICAO DO DIA-----------------*   00004090
                                                                        00004100
       01 WRK-POSICAO.                                                  00004110
          05 WRK-PS-AGENCIA  PIC X(04).                                 00004120
          05 WRK-PS-DATA     PIC 9(08).                                 00004130
          05 WRK-PS-LIQUIDA  PIC S9(13).                                00004140
          05 WRK-PS-DATA-ANT PIC 9(08).                                 00004150
          05 WRK-PS-LIQ-ANT  PIC S9(13).                                00004160
          05 WRK-PS-TEM-ANT  PIC X(01).                                 00004170
          05 FILLER          PIC X(03) VALUE SPACES.                    00004180
                                                                        00004190
      *--------------------LINHAS DO RELLIQ-------------------------*   00004200
                                                                        00004210
       01 WRK-CABEC1.                                                   00004220
          05 FILLER   PIC X(44) VALUE                                   00004230
             'POSICAO DE LIQUIDEZ E EXPOSICAO POR AGENCIA '.            00004240
          05 FILLER   PIC X(12) VALUE ' DATA-BASE: '.                   00004250
          05 WRK-C1-DATA     PIC 9(08).                                 00004260
          05 FILLER   PIC X(20) VALUE '  PROXIMO DIA UTIL: '.           00004270
          05 WRK-C1-PROX     PIC 9(08).                                 00004280
          05 FILLER   PIC X(17) VALUE '  BASE ANTERIOR: '.              00004290
          05 WRK-C1-ANT      PIC 9(08).                                 00004300
          05 FILLER   PIC X(15) VALUE SPACES.                           00004310
                                                                        00004320
       01 WRK-CABEC2.                                                   00004330
          05 FILLER   PIC X(44) VALUE                                   00004340
             'AG   NOME DA AGENCIA           REGIAO      S'.            00004350
          05 FILLER   PIC X(44) VALUE                                   00004360
             'ALDO POSITIVO   CH.ESP. USADO  LIMITE CONCED'.            00004370
          05 FILLER   PIC X(44) VALUE                                   00004380
             '.  USO LIM %  BLOQ. JUDICIAL                '.            00004390
                                                                        00004400
       01 WRK-CABEC3.                                                   00004410
          05 FILLER   PIC X(44) VALUE                                   00004420
             '      CDB ATUALIZADO VENC ATE 7D  VENC 8-30D'.            00004430
          05 FILLER   PIC X(44) VALUE                                   00004440
             ' VENC 31-90D  ORDENS D+1 DEPOSIT D+1 POSICAO'.            00004450
          05 FILLER   PIC X(44) VALUE                                   00004460
             ' LIQUIDA    VARIACAO DIA                    '.            00004470
                                                                        00004480
       01 WRK-LINHA-A.                                                  00004490
          05 WRK-RA-AGENCIA  PIC X(04).                                 00004500
          05 FILLER          PIC X(01) VALUE SPACE.                     00004510
          05 WRK-RA-NOME     PIC X(25).                                 00004520
          05 FILLER          PIC X(01) VALUE SPACE.                     00004530
          05 WRK-RA-REGIAO   PIC X(10).                                 00004540
          05 FILLER          PIC X(02) VALUE SPACES.                    00004550
          05 WRK-RA-SALDO-POS PIC ZZ.ZZZ.ZZZ.ZZ9.                       00004560
          05 FILLER          PIC X(02) VALUE SPACES.                    00004570
          05 WRK-RA-SALDO-NEG PIC ZZ.ZZZ.ZZZ.ZZ9.                       00004580
          05 FILLER          PIC X(02) VALUE SPACES.                    00004590
          05 WRK-RA-LIMITE   PIC ZZ.ZZZ.ZZZ.ZZ9.                        00004600
          05 FILLER          PIC X(02) VALUE SPACES.                    00004610
          05 WRK-RA-USO      PIC ZZ.ZZ9,99.                             00004620
          05 FILLER          PIC X(02) VALUE SPACES.                    00004630
          05 WRK-RA-BLOQ     PIC ZZ.ZZZ.ZZZ.ZZ9.                        00004640
          05 FILLER          PIC X(16) VALUE SPACES.                    00004650
                                                                        00004660
       01 WRK-LINHA-B.                                                  00004670
          05 FILLER          PIC X(06) VALUE SPACES.                    00004680
          05 WRK-RB-CDB      PIC ZZ.ZZZ.ZZZ.ZZ9.                        00004690
          05 FILLER          PIC X(01) VALUE SPACE.                     00004700
          05 WRK-RB-VENC7    PIC ZZZ.ZZZ.ZZ9.                           00004710
          05 FILLER          PIC X(01) VALUE SPACE.                     00004720
          05 WRK-RB-VENC30   PIC ZZZ.ZZZ.ZZ9.                           00004730
          05 FILLER          PIC X(01) VALUE SPACE.                     00004740
          05 WRK-RB-VENC90   PIC ZZZ.ZZZ.ZZ9.                           00004750
          05 FILLER          PIC X(01) VALUE SPACE.                     00004760
          05 WRK-RB-ORD-D1   PIC ZZZ.ZZZ.ZZ9.                           00004770
          05 FILLER          PIC X(01) VALUE SPACE.                     00004780
          05 WRK-RB-DEP-D1   PIC ZZZ.ZZZ.ZZ9.                           00004790
          05 FILLER          PIC X(01) VALUE SPACE.                     00004800
          05 WRK-RB-LIQUIDA  PIC -ZZ.ZZZ.ZZZ.ZZ9.                       00004810
          05 FILLER          PIC X(01) VALUE SPACE.                     00004820
          05 WRK-RB-VARIACAO PIC -ZZ.ZZZ.ZZZ.ZZ9.                       00004830
          05 FILLER          PIC X(01) VALUE SPACE.                     00004840
          05 WRK-RB-OBS      PIC X(10).                                 00004850
          05 FILLER          PIC X(09) VALUE SPACES.                    00004860
                                                                        00004870
      *=============================================================*   00004880
       PROCEDURE DIVISION.                                              00004890
      *=============================================================*   00004900
                                                                        00004910
      *=============================================================*   00004920
       0000-PRINCIPAL                                       SECTION.    00004930
                                                                        00004940
            PERFORM 1000-INICIAR.                                       00004950
            PERFORM 1100-CARREGAR-AGENCIAS.                             00004960
            PERFORM 1200-CARREGAR-BASE.                                 00004970
            PERFORM 1300-CARREGAR-ORDENS                                00004980
               UNTIL WRK-FS-ORDPERM EQUAL 10.                           00004990
            PERFORM 2000-PROCESSAR-CONTAS                               00005000
               UNTIL WRK-FS-CLIENTES EQUAL 10.                          00005010
            PERFORM 2200-PROCESSAR-BLOQUEIOS                            00005020
               UNTIL WRK-FS-BLOQJUD EQUAL 10.                           00005030
            PERFORM 2300-PROCESSAR-CDB                                  00005040
               UNTIL WRK-FS-CDBMAS EQUAL 10.                            00005050
            PERFORM 2400-PROCESSAR-DEPOSITO                             00005060
               UNTIL WRK-FS-WAREHOUS EQUAL 10.                          00005070
            PERFORM 3000-FINALIZAR.                                     00005080
                                                                        00005090
       0000-99-FIM.                                            EXIT.    00005100
      *=============================================================*   00005110
                                                                        00005120
      *=============================================================*   00005130
       1000-INICIAR                                         SECTION.    00005140
                                                                        00005150
            OPEN INPUT  AGENSEQ.                                        00005160
            OPEN INPUT  CLIENTES.                                       00005170
            OPEN INPUT  BLOQJUD.                                        00005180
            OPEN INPUT  CDBMAS.                                         00005190
            OPEN INPUT  ORDPERM.                                        00005200
            OPEN INPUT  WAREHOUS.                                       00005210
            OPEN OUTPUT POSNOVO.                                        00005220
            OPEN OUTPUT RELLIQ.                                         00005230
                                                                        00005240
            IF WRK-FS-AGENSEQ NOT EQUAL ZEROS                           00005250
               MOVE 'FR21LIQ1'                  TO WRK-PROGRAMA         00005260
               MOVE '1000'                      TO WRK-SECAO            00005270
               MOVE 'ERRO OPEN AGENSEQ        ' TO WRK-MENSAGEM         00005280
               MOVE WRK-FS-AGENSEQ              TO WRK-STATUS           00005290
               PERFORM 9000-TRATARERROS                                 00005300
            END-IF.                                                     00005310
                                                                        00005320
            IF WRK-FS-CLIENTES NOT EQUAL ZEROS                          00005330
               MOVE 'FR21LIQ1'                  TO WRK-PROGRAMA         00005340
               MOVE '1000'                      TO WRK-SECAO            00005350
               MOVE 'ERRO OPEN CLIENTES       ' TO WRK-MENSAGEM         00005360
               MOVE WRK-FS-CLIENTES             TO WRK-STATUS           00005370
               PERFORM 9000-TRATARERROS                                 00005380
            END-IF.                                                     00005390
                                                                        00005400
            IF WRK-FS-BLOQJUD NOT EQUAL ZEROS                           00005410
               MOVE 'FR21LIQ1'                  TO WRK-PROGRAMA         00005420
               MOVE '1000'                      TO WRK-SECAO            00005430
               MOVE 'ERRO OPEN BLOQJUD        ' TO WRK-MENSAGEM         00005440
               MOVE WRK-FS-BLOQJUD              TO WRK-STATUS           00005450
               PERFORM 9000-TRATARERROS                                 00005460
            END-IF.                                                     00005470
                                                                        00005480
            IF WRK-FS-CDBMAS NOT EQUAL ZEROS                            00005490
               MOVE 'FR21LIQ1'                  TO WRK-PROGRAMA         00005500
               MOVE '1000'                      TO WRK-SECAO            00005510
               MOVE 'ERRO OPEN CDBMAS         ' TO WRK-MENSAGEM         00005520
               MOVE WRK-FS-CDBMAS               TO WRK-STATUS           00005530
               PERFORM 9000-TRATARERROS                                 00005540
            END-IF.                                                     00005550
                                                                        00005560
            IF WRK-FS-ORDPERM NOT EQUAL ZEROS                           00005570
               MOVE 'FR21LIQ1'                  TO WRK-PROGRAMA         00005580
               MOVE '1000'                      TO WRK-SECAO            00005590
               MOVE 'ERRO OPEN ORDPERM        ' TO WRK-MENSAGEM         00005600
               MOVE WRK-FS-ORDPERM              TO WRK-STATUS           00005610
               PERFORM 9000-TRATARERROS                                 00005620
            END-IF.                                                     00005630
                                                                        00005640
            IF WRK-FS-WAREHOUS NOT EQUAL ZEROS                          00005650
               MOVE 'FR21LIQ1'                  TO WRK-PROGRAMA         00005660
               MOVE '1000'                      TO WRK-SECAO            00005670
               MOVE 'ERRO OPEN WAREHOUS       ' TO WRK-MENSAGEM         00005680
               MOVE WRK-FS-WAREHOUS             TO WRK-STATUS           00005690
               PERFORM 9000-TRATARERROS                                 00005700
            END-IF.                                                     00005710
                                                                        00005720
            IF WRK-FS-POSNOVO NOT EQUAL ZEROS                           00005730
               MOVE 'FR21LIQ1'                  TO WRK-PROGRAMA         00005740
               MOVE '1000'                      TO WRK-SECAO            00005750
               MOVE 'ERRO OPEN POSNOVO        ' TO WRK-MENSAGEM         00005760
               MOVE WRK-FS-POSNOVO              TO WRK-STATUS           00005770
               PERFORM 9000-TRATARERROS                                 00005780
            END-IF.                                                     00005790
                                                                        00005800
            IF WRK-FS-RELLIQ NOT EQUAL ZEROS                            00005810
               MOVE 'FR21LIQ1'                  TO WRK-PROGRAMA         00005820
               MOVE '1000'                      TO WRK-SECAO            00005830
               MOVE 'ERRO OPEN RELLIQ         ' TO WRK-MENSAGEM         00005840
               MOVE WRK-FS-RELLIQ               TO WRK-STATUS           00005850
               PERFORM 9000-TRATARERROS                                 00005860
            END-IF.                                                     00005870
                                                                        00005880
            MOVE 'FR21LIQ1' TO LNK-DP-PROGRAMA.                         00005890
            MOVE ZEROS      TO LNK-DP-DIAS-TOL.                         00005900
            CALL 'FR21DTA1' USING LNK-DPRC.                             00005910
            MOVE LNK-DP-DATA TO WRK-HOJE.                               00005920
                                                                        00005930
      *                 PROXIMO DIA UTIL DEPOIS DA DATA-BASE; SEM O     00005940
      *                 CALENDARIO FICA O DIA SEGUINTE                  00005950
                                                                        00005960
            COMPUTE WRK-PROX-UTIL-N = FUNCTION DATE-OF-INTEGER          00005970
               (FUNCTION INTEGER-OF-DATE(WRK-HOJE) + 1).                00005980
            MOVE 'P'             TO LNK-DN-OPERACAO.                    00005990
            MOVE WRK-PROX-UTIL-N TO LNK-DN-DATA1.                       00006000
            CALL 'DATANEG' USING LNK-DATANEG.                           00006010
            IF LNK-DN-STATUS EQUAL '0'                                  00006020
               MOVE LNK-DN-RESULTADO TO WRK-PROX-UTIL-N                 00006030
            END-IF.                                                     00006040
                                                                        00006050
            INITIALIZE WRK-TAB-AGE WRK-SB-VALORES WRK-TG-VALORES.       00006060
                                                                        00006070
            READ ORDPERM.                                               00006080
            READ CLIENTES.                                              00006090
            READ BLOQJUD.                                               00006100
            READ CDBMAS.                                                00006110
            READ WAREHOUS.                                              00006120
                                                                        00006130
       1000-99-FIM.                                            EXIT.    00006140
      *=============================================================*   00006150
                                                                        00006160
      *=============================================================*   00006170
       1100-CARREGAR-AGENCIAS                               SECTION.    00006180
                                                                        00006190
      *                 CADASTRO INTEIRO EM TABELA, NA ORDEM DA         00006200
      *                 DESCARGA; NOME E REGIAO DE CADA AGENCIA         00006210
                                                                        00006220
           READ AGENSEQ.                                                00006230
                                                                        00006240
           PERFORM UNTIL WRK-FS-AGENSEQ NOT EQUAL ZEROS                 00006250
              IF WRK-QTD-AG EQUAL 100                                   00006260
                 MOVE 'FR21LIQ1'                  TO WRK-PROGRAMA       00006270
                 MOVE '1100'                      TO WRK-SECAO          00006280
                 MOVE 'EXCESSO DE AGENCIAS      ' TO WRK-MENSAGEM       00006290
                 MOVE SPACES                      TO WRK-STATUS         00006300
                 PERFORM 9000-TRATARERROS                               00006310
              END-IF                                                    00006320
              ADD 1 TO WRK-QTD-AG                                       00006330
              MOVE WRK-QTD-AG     TO WRK-IND-AG                         00006340
              MOVE FD-AS-CODAGEN  TO WRK-TA-AGENCIA(WRK-IND-AG)         00006350
              MOVE FD-AS-NOMEAGEN TO WRK-TA-NOME(WRK-IND-AG)            00006360
              MOVE FD-AS-REGIAO   TO WRK-TA-REGIAO(WRK-IND-AG)          00006370
              MOVE FD-AS-STATUS   TO WRK-TA-STATUS(WRK-IND-AG)          00006380
              MOVE 'N'            TO WRK-TA-TEM-MOV(WRK-IND-AG)         00006390
              MOVE 'N'            TO WRK-TA-TEM-ANT(WRK-IND-AG)         00006400
              READ AGENSEQ                                              00006410
           END-PERFORM.                                                 00006420
                                                                        00006430
           CLOSE AGENSEQ.                                               00006440
                                                                        00006450
       1100-99-FIM.                                            EXIT.    00006460
      *=============================================================*   00006470
                                                                        00006480
      *=============================================================*   00006490
       1200-CARREGAR-BASE                                   SECTION.    00006500
                                                                        00006510
      *                 POSICAO DA EXECUCAO ANTERIOR. REGISTRO DO       00006520
      *                 PROPRIO DIA (REEXECUCAO) DEVOLVE A BASE QUE     00006530
      *                 JA TINHA SIDO USADA; SEM POSANT NAO HA          00006540
      *                 VARIACAO                                        00006550
                                                                        00006560
           OPEN INPUT POSANT.                                           00006570
                                                                        00006580
           IF WRK-FS-POSANT NOT EQUAL ZEROS                             00006590
              DISPLAY 'POSANT INDISPONIVEL - SEM VARIACAO DIARIA'       00006600
              GO TO 1200-99-FIM                                         00006610
           END-IF.                                                      00006620
                                                                        00006630
           MOVE 'S' TO WRK-TEM-POSANT.                                  00006640
           READ POSANT.                                                 00006650
                                                                        00006660
           PERFORM UNTIL WRK-FS-POSANT NOT EQUAL ZEROS                  00006670
              MOVE FD-PA-AGENCIA TO WRK-AG-PROCURA                      00006680
              PERFORM 2900-LOCALIZAR-AGENCIA                            00006690
              EVALUATE TRUE                                             00006700
                 WHEN FD-PA-DATA LESS WRK-HOJE                          00006710
                    MOVE 'S'           TO WRK-TA-TEM-ANT(WRK-IND-AG)    00006720
                    MOVE FD-PA-DATA    TO WRK-TA-DATA-ANT(WRK-IND-AG)   00006730
                    MOVE FD-PA-LIQUIDA TO WRK-TA-LIQ-ANT(WRK-IND-AG)    00006740
                 WHEN FD-PA-DATA EQUAL WRK-HOJE                         00006750
                    MOVE FD-PA-TEM-ANT TO WRK-TA-TEM-ANT(WRK-IND-AG)    00006760
                    MOVE FD-PA-DATA-ANT                                 00006770
                                       TO WRK-TA-DATA-ANT(WRK-IND-AG)   00006780
                    MOVE FD-PA-LIQ-ANT TO WRK-TA-LIQ-ANT(WRK-IND-AG)    00006790
                 WHEN OTHER                                             00006800
                    CONTINUE                                            00006810
              END-EVALUATE                                              00006820
              IF WRK-TA-TEM-ANT(WRK-IND-AG) EQUAL 'S'                   00006830
                 AND WRK-TA-DATA-ANT(WRK-IND-AG)                        00006840
                                       GREATER WRK-DATA-BASE-ANT        00006850
                 MOVE WRK-TA-DATA-ANT(WRK-IND-AG) TO WRK-DATA-BASE-ANT  00006860
              END-IF                                                    00006870
              READ POSANT                                               00006880
           END-PERFORM.                                                 00006890
                                                                        00006900
           CLOSE POSANT.                                                00006910
                                                                        00006920
       1200-99-FIM.                                            EXIT.    00006930
      *=============================================================*   00006940
                                                                        00006950
      *=============================================================*   00006960
       1300-CARREGAR-ORDENS                                 SECTION.    00006970
                                                                        00006980
           ADD 1 TO WRK-ORDENS-LIDAS.                                   00006990
                                                                        00007000
      *                 SO ORDENS DE DEBITO; DIA INVALIDO NAO           00007010
      *                 DISPARA NO FR21ORD1 E AQUI TAMBEM NAO           00007020
                                                                        00007030
           IF FD-OP-TIPO NOT EQUAL 'D'                                  00007040
              OR FD-OP-DIA IS NOT NUMERIC                               00007050
              OR FD-OP-DIA LESS 01                                      00007060
              GO TO 1300-50-LER                                         00007070
           END-IF.                                                      00007080
                                                                        00007090
           IF FD-OP-DIA GREATER 28                                      00007100
              MOVE 28        TO WRK-DIA-ORDEM                           00007110
           ELSE                                                         00007120
              MOVE FD-OP-DIA TO WRK-DIA-ORDEM                           00007130
           END-IF.                                                      00007140
                                                                        00007150
      *                 DATA DEVIDA NO MES DO PROXIMO DIA UTIL E NO     00007160
      *                 MES ANTERIOR (A DO FIM DO MES PODE ROLAR        00007170
      *                 PARA O COMECO DO SEGUINTE)                      00007180
                                                                        00007190
           MOVE 'N'        TO WRK-ORDEM-DEVIDA.                         00007200
           MOVE WRK-PU-ANO TO WRK-DV-ANO.                               00007210
           MOVE WRK-PU-MES TO WRK-DV-MES.                               00007220
           PERFORM 1350-CONFERIR-DATA-DEVIDA.                           00007230
                                                                        00007240
           IF WRK-ORDEM-DEVIDA NOT EQUAL 'S'                            00007250
              IF WRK-PU-MES EQUAL 01                                    00007260
                 COMPUTE WRK-DV-ANO = WRK-PU-ANO - 1                    00007270
                 MOVE 12 TO WRK-DV-MES                                  00007280
              ELSE                                                      00007290
                 MOVE WRK-PU-ANO TO WRK-DV-ANO                          00007300
                 COMPUTE WRK-DV-MES = WRK-PU-MES - 1                    00007310
              END-IF                                                    00007320
              PERFORM 1350-CONFERIR-DATA-DEVIDA                         00007330
           END-IF.                                                      00007340
                                                                        00007350
           IF WRK-ORDEM-DEVIDA NOT EQUAL 'S'                            00007360
              GO TO 1300-50-LER                                         00007370
           END-IF.                                                      00007380
                                                                        00007390
           ADD 1 TO WRK-ORDENS-D1.                                      00007400
           MOVE FD-OP-AGENCIA TO WRK-AG-PROCURA.                        00007410
           PERFORM 2900-LOCALIZAR-AGENCIA.                              00007420
           ADD FD-OP-VALOR TO WRK-TA-ORD-D1(WRK-IND-AG).                00007430
           MOVE 'S'        TO WRK-TA-TEM-MOV(WRK-IND-AG).               00007440
                                                                        00007450
           IF WRK-TAB-ORD-QTD LESS 999                                  00007460
              ADD 1 TO WRK-TAB-ORD-QTD                                  00007470
              MOVE WRK-TAB-ORD-QTD TO WRK-IND-ORD                       00007480
              MOVE FD-OP-CHAVE TO WRK-TO-CHAVE(WRK-IND-ORD)             00007490
              MOVE FD-OP-VALOR TO WRK-TO-VALOR(WRK-IND-ORD)             00007500
              MOVE 'N'         TO WRK-TO-USADA(WRK-IND-ORD)             00007510
           ELSE                                                         00007520
              MOVE 'FR21LIQ1'                  TO WRK-PROGRAMA          00007530
              MOVE '1300'                      TO WRK-SECAO             00007540
              MOVE 'EXCESSO DE ORDENS NO DIA  ' TO WRK-MENSAGEM         00007550
              MOVE SPACES                      TO WRK-STATUS            00007560
              PERFORM 9000-TRATARERROS                                  00007570
           END-IF.                                                      00007580
                                                                        00007590
       1300-50-LER.                                                     00007600
           READ ORDPERM.                                                00007610
                                                                        00007620
       1300-99-FIM.                                            EXIT.    00007630
      *=============================================================*   00007640
                                                                        00007650
      *=============================================================*   00007660
       1350-CONFERIR-DATA-DEVIDA                            SECTION.    00007670
                                                                        00007680
      *                 MESMA REGRA DO FR21ORD1: FIM DE SEMANA OU       00007690
      *                 FERIADO ROLA PARA O PROXIMO DIA UTIL E A        00007700
      *                 DATA-FIM VALE CONTRA A DATA JA ROLADA           00007710
                                                                        00007720
           MOVE WRK-DIA-ORDEM     TO WRK-DV-DIA.                        00007730
           MOVE 'P'               TO LNK-DN-OPERACAO.                   00007740
           MOVE WRK-DATA-DEVIDA-N TO LNK-DN-DATA1.                      00007750
           CALL 'DATANEG' USING LNK-DATANEG.                            00007760
           IF LNK-DN-STATUS EQUAL '0'                                   00007770
              MOVE LNK-DN-RESULTADO TO WRK-DATA-DEVIDA-N                00007780
           END-IF.                                                      00007790
                                                                        00007800
           IF WRK-DATA-DEVIDA-N EQUAL WRK-PROX-UTIL-N                   00007810
              AND (FD-OP-DATA-FIM EQUAL ZEROS                           00007820
                   OR FD-OP-DATA-FIM NOT LESS WRK-DATA-DEVIDA-N)        00007830
              MOVE 'S' TO WRK-ORDEM-DEVIDA                              00007840
           END-IF.                                                      00007850
                                                                        00007860
       1350-99-FIM.                                            EXIT.    00007870
      *=============================================================*   00007880
                                                                        00007890
      *=============================================================*   00007900
       2000-PROCESSAR-CONTAS                                SECTION.    00007910
                                                                        00007920
           ADD 1 TO WRK-CONTAS-LIDAS.                                   00007930
                                                                        00007940
           MOVE CLI-AGENCIA TO WRK-AG-PROCURA.                          00007950
           PERFORM 2900-LOCALIZAR-AGENCIA.                              00007960
           MOVE 'S' TO WRK-TA-TEM-MOV(WRK-IND-AG).                      00007970
                                                                        00007980
           IF CLI-SALDO GREATER ZEROS                                   00007990
              ADD CLI-SALDO TO WRK-TA-SALDO-POS(WRK-IND-AG)             00008000
           ELSE                                                         00008010
              SUBTRACT CLI-SALDO FROM WRK-TA-SALDO-NEG(WRK-IND-AG)      00008020
           END-IF.                                                      00008030
                                                                        00008040
      *                 LIMITE DE CONTA ENCERRADA NAO E CONCEDIDO       00008050
                                                                        00008060
           IF CLI-SITUACAO NOT EQUAL 'X'                                00008070
              AND CLI-LIMITE IS NUMERIC                                 00008080
              ADD CLI-LIMITE TO WRK-TA-LIMITE(WRK-IND-AG)               00008090
           END-IF.                                                      00008100
                                                                        00008110
           READ CLIENTES.                                               00008120
                                                                        00008130
       2000-99-FIM.                                            EXIT.    00008140
      *=============================================================*   00008150
                                                                        00008160
      *=============================================================*   00008170
       2200-PROCESSAR-BLOQUEIOS                             SECTION.    00008180
                                                                        00008190
           ADD 1 TO WRK-BLOQ-LIDOS.                                     00008200
                                                                        00008210
           IF BLQ-SITUACAO EQUAL 'A'                                    00008220
              MOVE BLQ-AGENCIA TO WRK-AG-PROCURA                        00008230
              PERFORM 2900-LOCALIZAR-AGENCIA                            00008240
              ADD BLQ-VALOR TO WRK-TA-BLOQ(WRK-IND-AG)                  00008250
              MOVE 'S'      TO WRK-TA-TEM-MOV(WRK-IND-AG)               00008260
           END-IF.                                                      00008270
                                                                        00008280
           READ BLOQJUD.                                                00008290
                                                                        00008300
       2200-99-FIM.                                            EXIT.    00008310
      *=============================================================*   00008320
                                                                        00008330
      *=============================================================*   00008340
       2300-PROCESSAR-CDB                                   SECTION.    00008350
                                                                        00008360
           ADD 1 TO WRK-CDB-LIDOS.                                      00008370
                                                                        00008380
           IF CDB-SITUACAO NOT EQUAL 'A'                                00008390
              GO TO 2300-50-LER                                         00008400
           END-IF.                                                      00008410
                                                                        00008420
           MOVE CDB-AGENCIA TO WRK-AG-PROCURA.                          00008430
           PERFORM 2900-LOCALIZAR-AGENCIA.                              00008440
           ADD CDB-SALDO-ATU TO WRK-TA-CDB(WRK-IND-AG).                 00008450
           MOVE 'S'          TO WRK-TA-TEM-MOV(WRK-IND-AG).             00008460
                                                                        00008470
      *                 FAIXAS DE VENCIMENTO EM DIAS CORRIDOS A         00008480
      *                 PARTIR DA DATA-BASE                             00008490
                                                                        00008500
           IF CDB-DATA-VENC IS NOT NUMERIC                              00008510
              OR CDB-DATA-VENC EQUAL ZEROS                              00008520
              GO TO 2300-50-LER                                         00008530
           END-IF.                                                      00008540
                                                                        00008550
           COMPUTE WRK-DIAS-VENC =                                      00008560
                   FUNCTION INTEGER-OF-DATE(CDB-DATA-VENC)              00008570
                 - FUNCTION INTEGER-OF-DATE(WRK-HOJE).                  00008580
                                                                        00008590
           EVALUATE TRUE                                                00008600
              WHEN WRK-DIAS-VENC NOT GREATER 7                          00008610
                 ADD CDB-SALDO-ATU TO WRK-TA-VENC7(WRK-IND-AG)          00008620
              WHEN WRK-DIAS-VENC NOT GREATER 30                         00008630
                 ADD CDB-SALDO-ATU TO WRK-TA-VENC30(WRK-IND-AG)         00008640
              WHEN WRK-DIAS-VENC NOT GREATER 90                         00008650
                 ADD CDB-SALDO-ATU TO WRK-TA-VENC90(WRK-IND-AG)         00008660
              WHEN OTHER                                                00008670
                 CONTINUE                                               00008680
           END-EVALUATE.                                                00008690
                                                                        00008700
       2300-50-LER.                                                     00008710
           READ CDBMAS.                                                 00008720
                                                                        00008730
       2300-99-FIM.                                            EXIT.    00008740
      *=============================================================*   00008750
                                                                        00008760
      *=============================================================*   00008770
       2400-PROCESSAR-DEPOSITO                              SECTION.    00008780
                                                                        00008790
           ADD 1 TO WRK-DEPOSITO-LIDOS.                                 00008800
                                                                        00008810
      *                 DEBITOS E TRANSFERENCIAS (DEBITO NA ORIGEM)     00008820
      *                 COM DATA EFETIVA ATE O PROXIMO DIA UTIL         00008830
                                                                        00008840
           IF (FD-WH-TIPO NOT EQUAL 'D' AND NOT EQUAL 'T')              00008850
              OR FD-WH-DATA-EFET NOT GREATER WRK-HOJE                   00008860
              OR FD-WH-DATA-EFET GREATER WRK-PROX-UTIL-N                00008870
              GO TO 2400-50-LER                                         00008880
           END-IF.                                                      00008890
                                                                        00008900
      *                 ORDEM PERMANENTE JA LANCADA NO DEPOSITO PELO    00008910
      *                 FR21ORD1 CONTA SO NA COLUNA DAS ORDENS          00008920
                                                                        00008930
           IF FD-WH-TIPO EQUAL 'D'                                      00008940
              AND FD-WH-DATA-EFET EQUAL WRK-PROX-UTIL-N                 00008950
              PERFORM 2450-CONFERIR-ORDEM                               00008960
              IF WRK-ACHOU-ORD EQUAL 'S'                                00008970
                 ADD 1 TO WRK-DEPOSITO-DUPL                             00008980
                 GO TO 2400-50-LER                                      00008990
              END-IF                                                    00009000
           END-IF.                                                      00009010
                                                                        00009020
           ADD 1 TO WRK-DEPOSITO-D1.                                    00009030
           MOVE FD-WH-AGENCIA TO WRK-AG-PROCURA.                        00009040
           PERFORM 2900-LOCALIZAR-AGENCIA.                              00009050
           ADD FD-WH-VALOR TO WRK-TA-DEP-D1(WRK-IND-AG).                00009060
           MOVE 'S'        TO WRK-TA-TEM-MOV(WRK-IND-AG).               00009070
                                                                        00009080
       2400-50-LER.                                                     00009090
           READ WAREHOUS.                                               00009100
                                                                        00009110
       2400-99-FIM.                                            EXIT.    00009120
      *=============================================================*   00009130
                                                                        00009140
      *=============================================================*   00009150
       2450-CONFERIR-ORDEM                                  SECTION.    00009160
                                                                        00009170
           MOVE 'N' TO WRK-ACHOU-ORD.                                   00009180
                                                                        00009190
           PERFORM VARYING WRK-IND-ORD FROM 1 BY 1 UNTIL                00009200
              WRK-IND-ORD > WRK-TAB-ORD-QTD OR WRK-ACHOU-ORD = 'S'      00009210
              IF WRK-TO-CHAVE(WRK-IND-ORD) EQUAL FD-WH-CHAVE            00009220
                 AND WRK-TO-VALOR(WRK-IND-ORD) EQUAL FD-WH-VALOR        00009230
                 AND WRK-TO-USADA(WRK-IND-ORD) EQUAL 'N'                00009240
                 MOVE 'S' TO WRK-ACHOU-ORD                              00009250
                 MOVE 'S' TO WRK-TO-USADA(WRK-IND-ORD)                  00009260
              END-IF                                                    00009270
           END-PERFORM.                                                 00009280
                                                                        00009290
       2450-99-FIM.                                            EXIT.    00009300
      *=============================================================*   00009310
                                                                        00009320
      *=============================================================*   00009330
       2900-LOCALIZAR-AGENCIA                               SECTION.    00009340
                                                                        00009350
      *                 DEVOLVE EM WRK-IND-AG A POSICAO DA AGENCIA NA   00009360
      *                 TABELA; AGENCIA FORA DO CADASTRO ENTRA NO       00009370
      *                 FIM DA TABELA NA REGIAO 'SEM REGIAO'            00009380
                                                                        00009390
           IF WRK-IND-AG GREATER ZEROS                                  00009400
              AND WRK-IND-AG NOT GREATER WRK-QTD-AG                     00009410
              IF WRK-TA-AGENCIA(WRK-IND-AG) EQUAL WRK-AG-PROCURA        00009420
                 GO TO 2900-99-FIM                                      00009430
              END-IF                                                    00009440
           END-IF.                                                      00009450
                                                                        00009460
           MOVE 'N' TO WRK-ACHOU-AG.                                    00009470
                                                                        00009480
           PERFORM VARYING WRK-IND-AG FROM 1 BY 1 UNTIL                 00009490
              WRK-IND-AG > WRK-QTD-AG OR WRK-ACHOU-AG = 'S'             00009500
              IF WRK-TA-AGENCIA(WRK-IND-AG) EQUAL WRK-AG-PROCURA        00009510
                 MOVE 'S' TO WRK-ACHOU-AG                               00009520
              END-IF                                                    00009530
           END-PERFORM.                                                 00009540
                                                                        00009550
           IF WRK-ACHOU-AG EQUAL 'S'                                    00009560
              SUBTRACT 1 FROM WRK-IND-AG                                00009570
              GO TO 2900-99-FIM                                         00009580
           END-IF.                                                      00009590
                                                                        00009600
           IF WRK-QTD-AG EQUAL 100                                      00009610
              MOVE 'FR21LIQ1'                  TO WRK-PROGRAMA          00009620
              MOVE '2900'                      TO WRK-SECAO             00009630
              MOVE 'EXCESSO DE AGENCIAS      ' TO WRK-MENSAGEM          00009640
              MOVE SPACES                      TO WRK-STATUS            00009650
              PERFORM 9000-TRATARERROS                                  00009660
           END-IF.                                                      00009670
                                                                        00009680
           ADD 1 TO WRK-QTD-AG.                                         00009690
           MOVE WRK-QTD-AG     TO WRK-IND-AG.                           00009700
           MOVE WRK-AG-PROCURA TO WRK-TA-AGENCIA(WRK-IND-AG).           00009710
           MOVE 'AGENCIA NAO CADASTRADA' TO WRK-TA-NOME(WRK-IND-AG).    00009720
           MOVE 'SEM REGIAO'   TO WRK-TA-REGIAO(WRK-IND-AG).            00009730
           MOVE SPACE          TO WRK-TA-STATUS(WRK-IND-AG).            00009740
           MOVE 'N'            TO WRK-TA-TEM-MOV(WRK-IND-AG).           00009750
           MOVE 'N'            TO WRK-TA-TEM-ANT(WRK-IND-AG).           00009760
                                                                        00009770
       2900-99-FIM.                                            EXIT.    00009780
      *=============================================================*   00009790
                                                                        00009800
      *=============================================================*   00009810
       3000-FINALIZAR                                       SECTION.    00009820
                                                                        00009830
             PERFORM 3050-CALCULAR-POSICAO                              00009840
                VARYING WRK-IND-AG FROM 1 BY 1                          00009850
                UNTIL WRK-IND-AG GREATER WRK-QTD-AG.                    00009860
                                                                        00009870
             MOVE WRK-HOJE          TO WRK-C1-DATA.                     00009880
             MOVE WRK-PROX-UTIL-N   TO WRK-C1-PROX.                     00009890
             MOVE WRK-DATA-BASE-ANT TO WRK-C1-ANT.                      00009900
             WRITE FD-RELLIQ FROM WRK-CABEC1.                           00009910
             WRITE FD-RELLIQ FROM WRK-LINHA-VAZIA.                      00009920
             WRITE FD-RELLIQ FROM WRK-CABEC2.                           00009930
             WRITE FD-RELLIQ FROM WRK-CABEC3.                           00009940
                                                                        00009950
      *                 UMA PASSADA POR REGIAO, EM ORDEM ALFABETICA     00009960
                                                                        00009970
             MOVE 'S' TO WRK-ACHOU-REG.                                 00009980
             PERFORM 3100-IMPRIMIR-REGIAO                               00009990
                UNTIL WRK-ACHOU-REG NOT EQUAL 'S'.                      00010000
                                                                        00010010
             MOVE WRK-TG-VALORES TO WRK-IM-VALORES.                     00010020
             MOVE SPACES         TO WRK-RA-AGENCIA WRK-RA-REGIAO.       00010030
             MOVE 'TOTAL GERAL'  TO WRK-RA-NOME.                        00010040
             MOVE SPACES         TO WRK-RB-OBS.                         00010050
             WRITE FD-RELLIQ FROM WRK-LINHA-VAZIA.                      00010060
             PERFORM 3500-IMPRIMIR-LINHAS.                              00010070
                                                                        00010080
             DISPLAY 'CONTAS LIDAS..........' WRK-CONTAS-LIDAS.         00010090
             DISPLAY 'BLOQUEIOS LIDOS.......' WRK-BLOQ-LIDOS.           00010100
             DISPLAY 'CDB LIDOS.............' WRK-CDB-LIDOS.            00010110
             DISPLAY 'ORDENS LIDAS..........' WRK-ORDENS-LIDAS.         00010120
             DISPLAY 'ORDENS DEVIDAS D+1....' WRK-ORDENS-D1.            00010130
             DISPLAY 'DEPOSITO LIDOS........' WRK-DEPOSITO-LIDOS.       00010140
             DISPLAY 'DEPOSITO DEBITOS D+1..' WRK-DEPOSITO-D1.          00010150
             DISPLAY 'DEPOSITO JA EM ORDENS.' WRK-DEPOSITO-DUPL.        00010160
             DISPLAY 'AGENCIAS..............' WRK-QTD-AG.               00010170
             DISPLAY WRK-MSG-FINAL.                                     00010180
                                                                        00010190
             CLOSE CLIENTES BLOQJUD CDBMAS.                             00010200
             CLOSE ORDPERM WAREHOUS.                                    00010210
             CLOSE POSNOVO RELLIQ.                                      00010220
             STOP RUN.                                                  00010230
                                                                        00010240
       3000-99-FIM.                                            EXIT.    00010250
      *=============================================================*   00010260
                                                                        00010270
      *=============================================================*   00010280
       3050-CALCULAR-POSICAO                                SECTION.    00010290
                                                                        00010300
           COMPUTE WRK-TA-LIQUIDA(WRK-IND-AG) =                         00010310
                   WRK-TA-SALDO-POS(WRK-IND-AG)                         00010320
                 + WRK-TA-CDB(WRK-IND-AG)                               00010330
                 - WRK-TA-SALDO-NEG(WRK-IND-AG)                         00010340
                 - WRK-TA-ORD-D1(WRK-IND-AG)                            00010350
                 - WRK-TA-DEP-D1(WRK-IND-AG).                           00010360
                                                                        00010370
           IF WRK-TA-TEM-ANT(WRK-IND-AG) EQUAL 'S'                      00010380
              COMPUTE WRK-TA-VARIACAO(WRK-IND-AG) =                     00010390
                      WRK-TA-LIQUIDA(WRK-IND-AG)                        00010400
                    - WRK-TA-LIQ-ANT(WRK-IND-AG)                        00010410
           END-IF.                                                      00010420
                                                                        00010430
      *                 POSICAO DO DIA PARA A PROXIMA EXECUCAO          00010440
                                                                        00010450
           IF WRK-TA-TEM-MOV(WRK-IND-AG) EQUAL 'S'                      00010460
              OR WRK-TA-STATUS(WRK-IND-AG) EQUAL 'A'                    00010470
              MOVE WRK-TA-AGENCIA(WRK-IND-AG)  TO WRK-PS-AGENCIA        00010480
              MOVE WRK-HOJE                    TO WRK-PS-DATA           00010490
              MOVE WRK-TA-LIQUIDA(WRK-IND-AG)  TO WRK-PS-LIQUIDA        00010500
              MOVE WRK-TA-DATA-ANT(WRK-IND-AG) TO WRK-PS-DATA-ANT       00010510
              MOVE WRK-TA-LIQ-ANT(WRK-IND-AG)  TO WRK-PS-LIQ-ANT        00010520
              MOVE WRK-TA-TEM-ANT(WRK-IND-AG)  TO WRK-PS-TEM-ANT        00010530
              WRITE FD-POSNOVO FROM WRK-POSICAO                         00010540
           END-IF.                                                      00010550
                                                                        00010560
       3050-99-FIM.                                            EXIT.    00010570
      *=============================================================*   00010580
                                                                        00010590
      *=============================================================*   00010600
       3100-IMPRIMIR-REGIAO                                 SECTION.    00010610
                                                                        00010620
      *                 PROXIMA REGIAO (MENOR QUE AINDA NAO SAIU)       00010630
                                                                        00010640
           MOVE 'N'        TO WRK-ACHOU-REG.                            00010650
           MOVE HIGH-VALUES TO WRK-REG-ATUAL.                           00010660
                                                                        00010670
           PERFORM VARYING WRK-IND-AG FROM 1 BY 1                       00010680
                   UNTIL WRK-IND-AG GREATER WRK-QTD-AG                  00010690
              IF (WRK-TA-TEM-MOV(WRK-IND-AG) EQUAL 'S'                  00010700
                  OR WRK-TA-STATUS(WRK-IND-AG) EQUAL 'A')               00010710
                 AND WRK-TA-REGIAO(WRK-IND-AG) GREATER WRK-REG-ANTERIOR 00010720
                 AND WRK-TA-REGIAO(WRK-IND-AG) LESS WRK-REG-ATUAL       00010730
                 MOVE WRK-TA-REGIAO(WRK-IND-AG) TO WRK-REG-ATUAL        00010740
                 MOVE 'S' TO WRK-ACHOU-REG                              00010750
              END-IF                                                    00010760
           END-PERFORM.                                                 00010770
                                                                        00010780
           IF WRK-ACHOU-REG NOT EQUAL 'S'                               00010790
              GO TO 3100-99-FIM                                         00010800
           END-IF.                                                      00010810
                                                                        00010820
           INITIALIZE WRK-SB-VALORES.                                   00010830
           WRITE FD-RELLIQ FROM WRK-LINHA-VAZIA.                        00010840
                                                                        00010850
           PERFORM 3200-IMPRIMIR-AGENCIA                                00010860
              VARYING WRK-IND-AG FROM 1 BY 1                            00010870
              UNTIL WRK-IND-AG GREATER WRK-QTD-AG.                      00010880
                                                                        00010890
           MOVE WRK-SB-VALORES TO WRK-IM-VALORES.                       00010900
           MOVE SPACES         TO WRK-RA-AGENCIA.                       00010910
           MOVE 'SUBTOTAL DA REGIAO' TO WRK-RA-NOME.                    00010920
           MOVE WRK-REG-ATUAL  TO WRK-RA-REGIAO.                        00010930
           MOVE SPACES         TO WRK-RB-OBS.                           00010940
           PERFORM 3500-IMPRIMIR-LINHAS.                                00010950
                                                                        00010960
           ADD WRK-SB-SALDO-POS TO WRK-TG-SALDO-POS.                    00010970
           ADD WRK-SB-SALDO-NEG TO WRK-TG-SALDO-NEG.                    00010980
           ADD WRK-SB-LIMITE    TO WRK-TG-LIMITE.                       00010990
           ADD WRK-SB-BLOQ      TO WRK-TG-BLOQ.                         00011000
           ADD WRK-SB-CDB       TO WRK-TG-CDB.                          00011010
           ADD WRK-SB-VENC7     TO WRK-TG-VENC7.                        00011020
           ADD WRK-SB-VENC30    TO WRK-TG-VENC30.                       00011030
           ADD WRK-SB-VENC90    TO WRK-TG-VENC90.                       00011040
           ADD WRK-SB-ORD-D1    TO WRK-TG-ORD-D1.                       00011050
           ADD WRK-SB-DEP-D1    TO WRK-TG-DEP-D1.                       00011060
           ADD WRK-SB-LIQUIDA   TO WRK-TG-LIQUIDA.                      00011070
           ADD WRK-SB-VARIACAO  TO WRK-TG-VARIACAO.                     00011080
                                                                        00011090
           MOVE WRK-REG-ATUAL TO WRK-REG-ANTERIOR.                      00011100
                                                                        00011110
       3100-99-FIM.                                            EXIT.    00011120
      *=============================================================*   00011130
                                                                        00011140
      *=============================================================*   00011150
       3200-IMPRIMIR-AGENCIA                                SECTION.    00011160
                                                                        00011170
           IF WRK-TA-REGIAO(WRK-IND-AG) NOT EQUAL WRK-REG-ATUAL         00011180
              GO TO 3200-99-FIM                                         00011190
           END-IF.                                                      00011200
                                                                        00011210
           IF WRK-TA-TEM-MOV(WRK-IND-AG) NOT EQUAL 'S'                  00011220
              AND WRK-TA-STATUS(WRK-IND-AG) NOT EQUAL 'A'               00011230
              GO TO 3200-99-FIM                                         00011240
           END-IF.                                                      00011250
                                                                        00011260
           MOVE WRK-TA-VALORES(WRK-IND-AG) TO WRK-IM-VALORES.           00011270
           MOVE WRK-TA-AGENCIA(WRK-IND-AG) TO WRK-RA-AGENCIA.           00011280
           MOVE WRK-TA-NOME(WRK-IND-AG)    TO WRK-RA-NOME.              00011290
           MOVE WRK-TA-REGIAO(WRK-IND-AG)  TO WRK-RA-REGIAO.            00011300
                                                                        00011310
           IF WRK-TA-TEM-ANT(WRK-IND-AG) EQUAL 'S'                      00011320
              MOVE SPACES     TO WRK-RB-OBS                             00011330
           ELSE                                                         00011340
              MOVE 'SEM BASE' TO WRK-RB-OBS                             00011350
           END-IF.                                                      00011360
                                                                        00011370
           PERFORM 3500-IMPRIMIR-LINHAS.                                00011380
                                                                        00011390
           ADD WRK-IM-SALDO-POS TO WRK-SB-SALDO-POS.                    00011400
           ADD WRK-IM-SALDO-NEG TO WRK-SB-SALDO-NEG.                    00011410
           ADD WRK-IM-LIMITE    TO WRK-SB-LIMITE.                       00011420
           ADD WRK-IM-BLOQ      TO WRK-SB-BLOQ.                         00011430
           ADD WRK-IM-CDB       TO WRK-SB-CDB.                          00011440
           ADD WRK-IM-VENC7     TO WRK-SB-VENC7.                        00011450
           ADD WRK-IM-VENC30    TO WRK-SB-VENC30.                       00011460
           ADD WRK-IM-VENC90    TO WRK-SB-VENC90.                       00011470
           ADD WRK-IM-ORD-D1    TO WRK-SB-ORD-D1.                       00011480
           ADD WRK-IM-DEP-D1    TO WRK-SB-DEP-D1.                       00011490
           ADD WRK-IM-LIQUIDA   TO WRK-SB-LIQUIDA.                      00011500
           ADD WRK-IM-VARIACAO  TO WRK-SB-VARIACAO.                     00011510
                                                                        00011520
       3200-99-FIM.                                            EXIT.    00011530
      *=============================================================*   00011540
                                                                        00011550
      *=============================================================*   00011560
       3500-IMPRIMIR-LINHAS                                 SECTION.    00011570
                                                                        00011580
      *                 DUAS LINHAS A PARTIR DE WRK-IM-VALORES; O       00011590
      *                 CHAMADOR PREENCHE AGENCIA, NOME, REGIAO E OBS   00011600
                                                                        00011610
           MOVE WRK-IM-SALDO-POS TO WRK-RA-SALDO-POS.                   00011620
           MOVE WRK-IM-SALDO-NEG TO WRK-RA-SALDO-NEG.                   00011630
           MOVE WRK-IM-LIMITE    TO WRK-RA-LIMITE.                      00011640
           MOVE WRK-IM-BLOQ      TO WRK-RA-BLOQ.                        00011650
                                                                        00011660
           IF WRK-IM-LIMITE GREATER ZEROS                               00011670
              COMPUTE WRK-PCT-USO ROUNDED =                             00011680
                      WRK-IM-SALDO-NEG * 100 / WRK-IM-LIMITE            00011690
                 ON SIZE ERROR                                          00011700
                    MOVE 99999,99 TO WRK-PCT-USO                        00011710
              END-COMPUTE                                               00011720
           ELSE                                                         00011730
              MOVE ZEROS TO WRK-PCT-USO                                 00011740
           END-IF.                                                      00011750
           MOVE WRK-PCT-USO TO WRK-RA-USO.                              00011760
                                                                        00011770
           MOVE WRK-IM-CDB       TO WRK-RB-CDB.                         00011780
           MOVE WRK-IM-VENC7     TO WRK-RB-VENC7.                       00011790
           MOVE WRK-IM-VENC30    TO WRK-RB-VENC30.                      00011800
           MOVE WRK-IM-VENC90    TO WRK-RB-VENC90.                      00011810
           MOVE WRK-IM-ORD-D1    TO WRK-RB-ORD-D1.                      00011820
           MOVE WRK-IM-DEP-D1    TO WRK-RB-DEP-D1.                      00011830
           MOVE WRK-IM-LIQUIDA   TO WRK-RB-LIQUIDA.                     00011840
           MOVE WRK-IM-VARIACAO  TO WRK-RB-VARIACAO.                    00011850
                                                                        00011860
           WRITE FD-RELLIQ FROM WRK-LINHA-A.                            00011870
           WRITE FD-RELLIQ FROM WRK-LINHA-B.                            00011880
                                                                        00011890
       3500-99-FIM.                                            EXIT.    00011900
      *=============================================================*   00011910
                                                                        00011920
      *=============================================================*   00011930
       9000-TRATARERROS                                     SECTION.    00011940
                                                                        00011950
             MOVE 'E' TO WRK-SEVERIDADE.                                00011960
             CALL 'GRAVALOG' USING WRK-DADOS.                           00011970
             STOP RUN.                                                  00011980
                                                                        00011990
       9000-99-FIM.                                            EXIT.    00012000
      *=============================================================*   00012010
