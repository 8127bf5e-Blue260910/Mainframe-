      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21VAL1.                                            00000050
                                                                        00000060
      *=============================================================*   00000070
      *   AUTOR....:VICTOR ARANDA                                       00000080
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000090
      *   DATA ....:15/10/2026                                          00000100
      *-------------------------------------------------------------*   00000110
      *   OBJETIVO: VALE-TRANSPORTE E VALE-REFEICAO DA COMPETENCIA      00000120
      *      (MES DA DATA DE NEGOCIO). PARA CADA FUNCIONARIO ATIVO      00000130
      *      COM CADASTRO EM IVAN.VALES (CUSTO DIARIO DE CONDUCAO E     00000140
      *      FAIXA DO VALE-REFEICAO) APURA OS DIAS DE CREDITO: DIAS     00000150
      *      UTEIS DO MES (DATANEG) MENOS OS DIAS UTEIS DE FERIAS       00000160
      *      (FEREVT) E DE AUSENCIAS (ABSAPL). O VALE-TRANSPORTE E      00000170
      *      DIAS X CUSTO DIARIO E O FUNCIONARIO PAGA ATE 6% DO         00000180
      *      SALARIO BASE (NUNCA MAIS QUE O CREDITO); O VALE-           00000190
      *      REFEICAO E DIAS X VALOR DIARIO DA FAIXA (TABVR).           00000200
      *      GRAVA O VALES, DESCONTADO PELO FR21PAG1 DA MESMA           00000210
      *      COMPETENCIA (FOLHDED TIPO 'V'), O PEDIDO DE COMPRA DO      00000220
      *      FORNECEDOR (PEDVALE: HEADER, DETALHE POR PRODUTO E         00000230
      *      TRAILER) E O CUSTO POR SETOR (RELVAL). O PEDIDO GERA OS    00000240
      *      TITULOS A PAGAR DOS FORNECEDORES (TITPAG, ACRESCENTADOS    00000241
      *      AO ARQUIVO): VALE-TRANSPORTE (FORNVT) E VALE-REFEICAO      00000242
      *      (FORNVR), VENCENDO 5 DIAS APOS A DATA DO PEDIDO. NA        00000243
      *      REEXECUCAO DO MES O FR21CAP1 ATUALIZA O TITULO AINDA       00000244
      *      EM ABERTO.                                                 00000245
      *-------------------------------------------------------------*   00000250
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000260
      *  1.0   15/10/26   VICTOR ARANDA    VERSAO INICIAL               00000270
      *  1.1   15/10/26   VICTOR ARANDA    TITULOS A PAGAR DO PEDIDO    00000271
      *                   AOS FORNECEDORES PARA O FR21CAP1 (TITPAG)     00000272
      *-------------------------------------------------------------*   00000280
      *   BASE DE DADOS:                                                00000290
      *   TABELA.DB2..                                                  00000300
      *    ------              I/O                 INCLUDE/BOOK         00000310
      *   IVAN.FUNC             I                  #BKFUNC----          00000320
      *   IVAN.VALES            I                  #BKVALE----          00000330
      *-------------------------------------------------------------*   00000340
      *   ARQUIVOS:                                                     00000350
      *    DDNAME              I/O                  COPY/BOOK           00000360
      *   TABVR                 I   (VALOR DIARIO POR FAIXA)            00000370
      *   FEREVT                I   (EVENTOS DE FERIAS - FR21FER2)      00000380
      *   ABSAPL                I   (AUSENCIAS APLICADAS - FR21ABS1)    00000390
      *   VALES                 O                  VALEBOOK---          00000400
      *   PEDVALE               O   (PEDIDO DE COMPRA DO FORNECEDOR)    00000410
      *   RELVAL                O   (CUSTO POR SETOR)                   00000420
      *   TITPAG                O                  PAGBOOK---           00000421
      *-------------------------------------------------------------*   00000430
      *   MODULOS....:                                                  00000440
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000450
      *   FR21DTA1             DATA DE PROCESSAMENTO (LNKDPRC)          00000460
      *   DATANEG              CALENDARIO DE DIAS UTEIS                 00000470
      *=============================================================*   00000480
       ENVIRONMENT                               DIVISION.              00000490
      *=============================================================*   00000500
                                                                        00000510
      *-------------------------------------------------------------*   00000520
       CONFIGURATION                                        SECTION.    00000530
      *-------------------------------------------------------------*   00000540
       SPECIAL-NAMES.                                                   00000550
           DECIMAL-POINT IS COMMA.                                      00000560
                                                                        00000570
                                                                        00000580
       INPUT-OUTPUT                                         SECTION.    00000590
       FILE-CONTROL.                                                    00000600
           SELECT TABVR     ASSIGN TO TABVR                             00000610
               FILE STATUS  IS WRK-FS-TABVR.                            00000620
                                                                        00000630
           SELECT FEREVT    ASSIGN TO FEREVT                            00000640
               FILE STATUS  IS WRK-FS-FEREVT.                           00000650
                                                                        00000660
           SELECT ABSAPL    ASSIGN TO ABSAPL                            00000670
               FILE STATUS  IS WRK-FS-ABSAPL.                           00000680
                                                                        00000690
           SELECT VALES     ASSIGN TO VALES                             00000700
               FILE STATUS  IS WRK-FS-VALES.                            00000710
                                                                        00000720
           SELECT PEDVALE   ASSIGN TO PEDVALE                           00000730
               FILE STATUS  IS WRK-FS-PEDVALE.                          00000740
                                                                        00000750
           SELECT RELVAL    ASSIGN TO RELVAL                            00000760
               FILE STATUS  IS WRK-FS-RELVAL.                           00000770
                                                                        00000771
           SELECT TITPAG    ASSIGN TO TITPAG                            00000772
               FILE STATUS  IS WRK-FS-TITPAG.                           00000773
                                                                        00000780
      *=============================================================*   00000790
       DATA                                                DIVISION.    00000800
      *=============================================================*   00000810
       FILE                                                 SECTION.    00000820
      *=============================================================*   00000830
                                                                        00000840
      *      ENTRADA - VALOR DIARIO DO VALE-REFEICAO LRECL = 26         00000850
      *      POR FAIXA (IVAN.VALES.GRADEVR)                             00000860
                                                                        00000870
       FD TABVR                                                         00000880
           RECORDING  MODE IS F                                         00000890
           BLOCK CONTAINS 0 RECORDS.                                    00000900
                                                                        00000910
       01 FD-TABVR.                                                     00000920
          05 FD-TV-FAIXA     PIC X(01).                                 00000930
          05 FD-TV-VALOR-DIA PIC 9(03)V99.                              00000940
          05 FD-TV-DESCRICAO PIC X(20).                                 00000950
                                                                        00000960
      *      ENTRADA - EVENTOS DE FERIAS (FR21FER2)  LRECL = 22         00000970
                                                                        00000980
       FD FEREVT                                                        00000990
           RECORDING  MODE IS F                                         00001000
           BLOCK CONTAINS 0 RECORDS.                                    00001010
                                                                        00001020
       01 FD-FEREVT.                                                    00001030
          05 FD-FE-IDFUNC    PIC 9(05).                                 00001040
          05 FD-FE-DIAS      PIC 9(03).                                 00001050
          05 FD-FE-DATA-INI  PIC 9(08).                                 00001060
          05 FD-FE-COMPET    PIC 9(06).                                 00001070
                                                                        00001080
      *      ENTRADA - AUSENCIAS APLICADAS (FR21ABS1) LRECL = 32        00001090
                                                                        00001100
       FD ABSAPL                                                        00001110
           RECORDING  MODE IS F                                         00001120
           BLOCK CONTAINS 0 RECORDS.                                    00001130
                                                                        00001140
       01 FD-ABSAPL.                                                    00001150
          05 FD-AP-IDFUNC    PIC 9(05).                                 00001160
          05 FD-AP-TIPO      PIC X(03).                                 00001170
          05 FD-AP-DATA-INI  PIC 9(08).                                 00001180
          05 FD-AP-DATA-FIM  PIC 9(08).                                 00001190
          05 FD-AP-DIAS      PIC 9(03).                                 00001200
          05 FD-AP-REMUNERA  PIC X(01).                                 00001210
          05 FD-AP-SETOR     PIC X(04).                                 00001220
                                                                        00001230
      *      SAIDA - VALES DA COMPETENCIA P/ FOLHA    LRECL = 60        00001240
                                                                        00001250
       FD VALES                                                         00001260
           RECORDING  MODE IS F                                         00001270
           BLOCK CONTAINS 0 RECORDS.                                    00001280
                                                                        00001290
       COPY 'VALEBOOK'.                                                 00001300
                                                                        00001310
      *      SAIDA - PEDIDO DE COMPRA DO FORNECEDOR   LRECL = 80        00001320
                                                                        00001330
       FD PEDVALE                                                       00001340
           RECORDING  MODE IS F                                         00001350
           BLOCK CONTAINS 0 RECORDS.                                    00001360
                                                                        00001370
       01 FD-PEDVALE      PIC X(80).                                    00001380
                                                                        00001390
      *      SAIDA - CUSTO POR SETOR                  LRECL = 80        00001400
                                                                        00001410
       FD RELVAL                                                        00001420
           RECORDING  MODE IS F                                         00001430
           BLOCK CONTAINS 0 RECORDS.                                    00001440
                                                                        00001450
       01 FD-RELVAL       PIC X(80).                                    00001460
                                                                        00001461
      *      SAIDA - TITULOS A PAGAR (FR21CAP1)       LRECL = 140       00001462
                                                                        00001463
       FD TITPAG                                                        00001464
           RECORDING  MODE IS F                                         00001465
           BLOCK CONTAINS 0 RECORDS.                                    00001466
                                                                        00001467
       COPY 'PAGBOOK'.                                                  00001468
                                                                        00001470
      *-------------------------------------------------------------*   00001480
       WORKING-STORAGE                                      SECTION.    00001490
      *-------------------------------------------------------------*   00001500
                                                                        00001510
           EXEC SQL                                                     00001520
              INCLUDE #BKFUNC                                           00001530
           END-EXEC.                                                    00001540
                                                                        00001550
           EXEC SQL                                                     00001560
              INCLUDE #BKVALE                                           00001570
           END-EXEC.                                                    00001580
                                                                        00001590
           EXEC SQL                                                     00001600
              INCLUDE SQLCA                                             00001610
           END-EXEC.                                                    00001620
                                                                        00001630
      *          ORDEM DE SETOR PARA A QUEBRA DO RELATORIO DE CUSTO     00001640
                                                                        00001650
           EXEC SQL                                                     00001660
              DECLARE CVALES CURSOR FOR                                 00001670
               SELECT F.ID, F.NOME, F.SALARIO, F.SETOR,                 00001680
                      V.OPTVT, V.CUSTOVT, V.GRADEVR                     00001690
                FROM IVAN.FUNC F , IVAN.VALES V                         00001700
                WHERE F.ID = V.IDFUNC                                   00001710
                  AND F.DATADEM IS NULL                                 00001720
                ORDER BY F.SETOR, F.ID                                  00001730
           END-EXEC.                                                    00001740
                                                                        00001750
      *------------------LOG-DE-ERROS-------------------------------*   00001760
                                                                        00001770
       01 WRK-DADOS.                                                    00001780
           05 WRK-PROGRAMA  PIC X(08).                                  00001790
           05 WRK-SECAO     PIC X(04).                                  00001800
           05 WRK-MENSAGEM  PIC X(30).                                  00001810
           05 WRK-STATUS    PIC X(02).                                  00001820
           05 WRK-SEVERIDADE PIC X(01).                                 00001830
           05 FILLER        PIC X(22).                                  00001840
                                                                        00001850
      *------------------DATA DE PROCESSAMENTO----------------------*   00001860
                                                                        00001870
           COPY 'LNKDPRC'.                                              00001880
                                                                        00001890
      *------------------CALENDARIO DE DIAS UTEIS-------------------*   00001900
                                                                        00001910
           COPY 'LNKDTNEG'.                                             00001920
                                                                        00001930
      *--------------------LOGICA-----------------------------------*   00001940
                                                                        00001950
       77 WRK-SQLCODE         PIC -999.                                 00001960
                                                                        00001970
       77 WRK-LIDOS           PIC 9(05) VALUE 0.                        00001980
                                                                        00001990
       77 WRK-GRAVADOS        PIC 9(05) VALUE 0.                        00002000
                                                                        00002010
       77 WRK-SEM-CREDITO     PIC 9(05) VALUE 0.                        00002020
                                                                        00002030
       77 WRK-QTD-PEDIDO      PIC 9(07) VALUE 0.                        00002040
                                                                        00002050
       01 WRK-DATA-SISTEMA.                                             00002060
          05 WRK-SIS-ANO      PIC 9(04).                                00002070
          05 WRK-SIS-MES      PIC 9(02).                                00002080
          05 WRK-SIS-DIA      PIC 9(02).                                00002090
                                                                        00002100
       77 WRK-COMPET-ATUAL    PIC 9(06) VALUE 0.                        00002110
                                                                        00002120
       01 WRK-INI-MES.                                                  00002130
          05 WRK-IM-ANOMES    PIC 9(06).                                00002140
          05 WRK-IM-DIA       PIC 9(02).                                00002150
                                                                        00002160
       01 WRK-PROX-MES.                                                 00002170
          05 WRK-PM-ANO       PIC 9(04).                                00002180
          05 WRK-PM-MES       PIC 9(02).                                00002190
          05 WRK-PM-DIA       PIC 9(02).                                00002200
       01 WRK-PROX-MES-N REDEFINES WRK-PROX-MES PIC 9(08).              00002201
                                                                        00002210
       77 WRK-FIM-MES         PIC 9(08).                                00002220
       77 WRK-UTEIS-MES       PIC 9(02) VALUE 0.                        00002230
                                                                        00002240
      *          CONTAGEM DE DIAS UTEIS DE WRK-CT-INI A WRK-CT-FIM      00002250
                                                                        00002260
       77 WRK-CT-INI          PIC 9(08).                                00002270
       77 WRK-CT-FIM          PIC 9(08).                                00002280
       77 WRK-CT-DIAS         PIC 9(03).                                00002290
       77 WRK-DATA-INT        PIC 9(08).                                00002300
       77 WRK-VENCTO-PED      PIC 9(08).                                00002301
                                                                        00002310
       77 WRK-IDFUNC          PIC 9(05).                                00002320
       77 WRK-SALARIO         PIC 9(08)V99.                             00002330
       77 WRK-CUSTO-DIA       PIC 9(05)V99.                             00002340
       77 WRK-VR-DIA          PIC 9(03)V99.                             00002350
       77 WRK-DIAS-AFAST      PIC 9(03).                                00002360
       77 WRK-DIAS-CREDITO    PIC 9(02).                                00002370
       77 WRK-VT-CREDITO      PIC 9(07)V99.                             00002380
       77 WRK-VR-CREDITO      PIC 9(07)V99.                             00002390
       77 WRK-VT-TETO         PIC 9(07)V99.                             00002400
       77 WRK-VT-DESCONTO     PIC 9(07)V99.                             00002410
       77 WRK-CUSTO-EMPRESA   PIC 9(07)V99.                             00002420
       77 WRK-PCT-VT          PIC 9(03)V99 VALUE 6.                     00002430
                                                                        00002440
      *-----------VALOR DIARIO DO VALE-REFEICAO POR FAIXA-----------*   00002450
                                                                        00002460
       01 WRK-TAB-VR.                                                   00002470
          05 WRK-TAB-VR-QTD  PIC 9(03) VALUE 0.                         00002480
          05 WRK-TAB-VR-OCR OCCURS 20 TIMES.                            00002490
             10 WRK-VR-FAIXA    PIC X(01).                              00002500
             10 WRK-VR-VALOR    PIC 9(03)V99.                           00002510
                                                                        00002520
       77 WRK-IND-VR          PIC 9(03).                                00002530
       77 WRK-ACHOU-VR        PIC X(01).                                00002540
                                                                        00002550
      *-----------FERIAS E AUSENCIAS RECORTADAS NA COMPETENCIA------*   00002560
                                                                        00002570
       01 WRK-TAB-AFA.                                                  00002580
          05 WRK-TAB-AF-QTD  PIC 9(03) VALUE 0.                         00002590
          05 WRK-TAB-AF-OCR OCCURS 500 TIMES.                           00002600
             10 WRK-AF-IDFUNC   PIC 9(05).                              00002610
             10 WRK-AF-INI      PIC 9(08).                              00002620
             10 WRK-AF-FIM      PIC 9(08).                              00002630
                                                                        00002640
       77 WRK-IND-AF          PIC 9(03).                                00002650
       77 WRK-AF-DATA-FIM     PIC 9(08).                                00002660
                                                                        00002670
      *-----------QUEBRA POR SETOR----------------------------------*   00002680
                                                                        00002690
       77 WRK-SETOR-ATUAL     PIC X(04) VALUE HIGH-VALUES.              00002700
       77 WRK-ST-QTDE         PIC 9(05) VALUE 0.                        00002710
       77 WRK-ST-VT           PIC 9(09)V99 VALUE 0.                     00002720
       77 WRK-ST-VR           PIC 9(09)V99 VALUE 0.                     00002730
       77 WRK-ST-DESCONTO     PIC 9(09)V99 VALUE 0.                     00002740
       77 WRK-ST-CUSTO        PIC 9(09)V99 VALUE 0.                     00002750
                                                                        00002760
       77 WRK-TOT-VT          PIC 9(11)V99 VALUE 0.                     00002770
       77 WRK-TOT-VR          PIC 9(11)V99 VALUE 0.                     00002780
       77 WRK-TOT-DESCONTO    PIC 9(11)V99 VALUE 0.                     00002790
       77 WRK-TOT-CUSTO       PIC 9(11)V99 VALUE 0.                     00002800
       77 WRK-TOT-PEDIDO      PIC 9(11)V99 VALUE 0.                     00002810
                                                                        00002820
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00002830
                                                                        00002840
       77 WRK-MSG-FINAL       PIC X(17) VALUE 'FINAL DE PROGRAMA'.      00002850
                                                                        00002860
      *--------------------STATUS-----------------------------------*   00002870
                                                                        00002880
       77 WRK-FS-TABVR     PIC 9(02).                                   00002890
                                                                        00002900
       77 WRK-FS-FEREVT    PIC 9(02).                                   00002910
                                                                        00002920
       77 WRK-FS-ABSAPL    PIC 9(02).                                   00002930
                                                                        00002940
       77 WRK-FS-VALES     PIC 9(02).                                   00002950
                                                                        00002960
       77 WRK-FS-PEDVALE   PIC 9(02).                                   00002970
                                                                        00002980
       77 WRK-FS-RELVAL    PIC 9(02).                                   00002990
                                                                        00002991
       77 WRK-FS-TITPAG    PIC 9(02).                                   00002992
                                                                        00003000
      *--------------------REGISTROS DO PEDIDO----------------------*   00003010
                                                                        00003020
       01 WRK-HEADER.                                                   00003030
          05 FILLER           PIC X(01) VALUE '0'.                      00003040
          05 WRK-H-COMPET     PIC 9(06).                                00003050
          05 WRK-H-DATA       PIC 9(08).                                00003060
          05 WRK-H-DIAS-UTEIS PIC 9(02).                                00003070
          05 FILLER           PIC X(63) VALUE SPACES.                   00003080
                                                                        00003090
      *          PRODUTO 'VT' VALE-TRANSPORTE / 'VR' VALE-REFEICAO      00003100
                                                                        00003110
       01 WRK-DETALHE.                                                  00003120
          05 FILLER           PIC X(01) VALUE '1'.                      00003130
          05 WRK-D-IDFUNC     PIC 9(05).                                00003140
          05 WRK-D-NOME       PIC X(30).                                00003150
          05 WRK-D-PRODUTO    PIC X(02).                                00003160
          05 WRK-D-DIAS       PIC 9(02).                                00003170
          05 WRK-D-VALOR-DIA  PIC 9(05)V99.                             00003180
          05 WRK-D-VALOR      PIC 9(07)V99.                             00003190
          05 FILLER           PIC X(24) VALUE SPACES.                   00003200
                                                                        00003210
       01 WRK-TRAILER.                                                  00003220
          05 FILLER           PIC X(01) VALUE '9'.                      00003230
          05 WRK-T-QTDE       PIC 9(07).                                00003240
          05 WRK-T-VALOR      PIC 9(11)V99.                             00003250
          05 FILLER           PIC X(59) VALUE SPACES.                   00003260
                                                                        00003270
      *--------------------LINHAS DO RELATORIO----------------------*   00003280
                                                                        00003290
       01 WRK-CABEC1.                                                   00003300
          05 FILLER   PIC X(46) VALUE                                   00003310
             'CUSTO DE VALE-TRANSPORTE/REFEICAO - COMPET.   '.          00003320
          05 WRK-C-MES        PIC 9(02).                                00003330
          05 FILLER           PIC X(01) VALUE '/'.                      00003340
          05 WRK-C-ANO        PIC 9(04).                                00003350
          05 FILLER           PIC X(14) VALUE '  DIAS UTEIS: '.         00003360
          05 WRK-C-UTEIS      PIC Z9.                                   00003370
          05 FILLER   PIC X(11).                                        00003380
                                                                        00003390
       01 WRK-CABEC2.                                                   00003400
          05 FILLER   PIC X(40) VALUE                                   00003410
             'FUNC. NOME               DIAS VALE-TRANS'.                00003420
          05 FILLER   PIC X(40) VALUE                                   00003430
             'P VALE-REFEIC.   DESC.FUNC.      EMPRESA'.                00003440
                                                                        00003450
       01 WRK-REL-DET.                                                  00003460
          05 WRK-R-ID        PIC 9(05).                                 00003470
          05 FILLER          PIC X(01).                                 00003480
          05 WRK-R-NOME      PIC X(18).                                 00003490
          05 FILLER          PIC X(01).                                 00003500
          05 WRK-R-DIAS      PIC Z9.                                    00003510
          05 FILLER          PIC X(01).                                 00003520
          05 WRK-R-VT        PIC Z.ZZZ.ZZ9,99.                          00003530
          05 FILLER          PIC X(01).                                 00003540
          05 WRK-R-VR        PIC Z.ZZZ.ZZ9,99.                          00003550
          05 FILLER          PIC X(01).                                 00003560
          05 WRK-R-DESCONTO  PIC Z.ZZZ.ZZ9,99.                          00003570
          05 FILLER          PIC X(01).                                 00003580
          05 WRK-R-CUSTO     PIC Z.ZZZ.ZZ9,99.                          00003590
          05 FILLER          PIC X(01).                                 00003600
                                                                        00003610
       01 WRK-REL-SETOR.                                                00003620
          05 FILLER          PIC X(06) VALUE 'SETOR '.                  00003630
          05 WRK-S-SETOR     PIC X(04).                                 00003640
          05 FILLER          PIC X(01).                                 00003650
          05 WRK-S-QTDE      PIC ZZZZ9.                                 00003660
          05 FILLER          PIC X(12) VALUE ' FUNC.      '.            00003670
          05 WRK-S-VT        PIC Z.ZZZ.ZZ9,99.                          00003680
          05 FILLER          PIC X(01).                                 00003690
          05 WRK-S-VR        PIC Z.ZZZ.ZZ9,99.                          00003700
          05 FILLER          PIC X(01).                                 00003710
          05 WRK-S-DESCONTO  PIC Z.ZZZ.ZZ9,99.                          00003720
          05 FILLER          PIC X(01).                                 00003730
          05 WRK-S-CUSTO     PIC Z.ZZZ.ZZ9,99.                          00003740
          05 FILLER          PIC X(01).                                 00003750
                                                                        00003760
       01 WRK-REL-CRITICA.                                              00003770
          05 WRK-RC-ID       PIC 9(05).                                 00003780
          05 FILLER          PIC X(02).                                 00003790
          05 WRK-RC-MOTIVO   PIC X(50).                                 00003800
          05 FILLER          PIC X(23).                                 00003810
                                                                        00003820
       01 WRK-TOTGERAL.                                                 00003830
          05 WRK-G-TITULO    PIC X(24).                                 00003840
          05 WRK-G-VALOR     PIC ZZ.ZZZ.ZZZ.ZZ9,99.                     00003850
          05 FILLER          PIC X(39).                                 00003860
                                                                        00003870
      *=============================================================*   00003880
       PROCEDURE DIVISION.                                              00003890
      *=============================================================*   00003900
                                                                        00003910
      *=============================================================*   00003920
       0000-PRINCIPAL                                       SECTION.    00003930
                                                                        00003940
            PERFORM 1000-INICIAR.                                       00003950
            PERFORM 2000-PROCESSAR UNTIL SQLCODE EQUAL 100.             00003960
            PERFORM 3000-FINALIZAR.                                     00003970
                                                                        00003980
       0000-99-FIM.                                            EXIT.    00003990
      *=============================================================*   00004000
                                                                        00004010
      *=============================================================*   00004020
       1000-INICIAR                                         SECTION.    00004030
                                                                        00004040
      *          COMPETENCIA = MES DA DATA DE NEGOCIO, A MESMA DO       00004050
      *          FR21PAG1 QUE VAI DESCONTAR O VALE-TRANSPORTE           00004060
                                                                        00004070
            MOVE 'FR21VAL1' TO LNK-DP-PROGRAMA.                         00004080
            MOVE ZEROS      TO LNK-DP-DIAS-TOL.                         00004090
            CALL 'FR21DTA1' USING LNK-DPRC.                             00004100
            MOVE LNK-DP-DATA TO WRK-DATA-SISTEMA.                       00004110
            MOVE WRK-DATA-SISTEMA(1:6) TO WRK-COMPET-ATUAL.             00004120
                                                                        00004130
      *          PRIMEIRO E ULTIMO DIA DA COMPETENCIA                   00004140
                                                                        00004150
            MOVE WRK-COMPET-ATUAL TO WRK-IM-ANOMES.                     00004160
            MOVE 01               TO WRK-IM-DIA.                        00004170
            MOVE WRK-SIS-ANO      TO WRK-PM-ANO.                        00004180
            MOVE WRK-SIS-MES      TO WRK-PM-MES.                        00004190
            MOVE 01               TO WRK-PM-DIA.                        00004200
            IF WRK-PM-MES EQUAL 12                                      00004210
               ADD 1 TO WRK-PM-ANO                                      00004220
               MOVE 01 TO WRK-PM-MES                                    00004230
            ELSE                                                        00004240
               ADD 1 TO WRK-PM-MES                                      00004250
            END-IF.                                                     00004260
            COMPUTE WRK-DATA-INT =                                      00004270
               FUNCTION INTEGER-OF-DATE(WRK-PROX-MES-N) - 1.            00004280
            COMPUTE WRK-FIM-MES =                                       00004290
               FUNCTION DATE-OF-INTEGER(WRK-DATA-INT).                  00004300
                                                                        00004310
            OPEN INPUT  TABVR.                                          00004320
            OPEN INPUT  FEREVT.                                         00004330
            OPEN INPUT  ABSAPL.                                         00004340
            OPEN OUTPUT VALES.                                          00004350
            OPEN OUTPUT PEDVALE.                                        00004360
            OPEN OUTPUT RELVAL.                                         00004370
                                                                        00004380
            IF WRK-FS-TABVR NOT EQUAL ZEROS                             00004390
               MOVE 'FR21VAL1'                  TO WRK-PROGRAMA         00004400
               MOVE '1000'                      TO WRK-SECAO            00004410
               MOVE 'ERRO OPEN TABVR         - ' TO WRK-MENSAGEM        00004420
               MOVE WRK-FS-TABVR                TO WRK-STATUS           00004430
               PERFORM 9000-TRATARERROS                                 00004440
            END-IF.                                                     00004450
                                                                        00004460
            IF WRK-FS-VALES NOT EQUAL ZEROS                             00004470
               MOVE 'FR21VAL1'                  TO WRK-PROGRAMA         00004480
               MOVE '1000'                      TO WRK-SECAO            00004490
               MOVE 'ERRO OPEN VALES         - ' TO WRK-MENSAGEM        00004500
               MOVE WRK-FS-VALES                TO WRK-STATUS           00004510
               PERFORM 9000-TRATARERROS                                 00004520
            END-IF.                                                     00004530
                                                                        00004540
            IF WRK-FS-PEDVALE NOT EQUAL ZEROS                           00004550
               MOVE 'FR21VAL1'                  TO WRK-PROGRAMA         00004560
               MOVE '1000'                      TO WRK-SECAO            00004570
               MOVE 'ERRO OPEN PEDVALE       - ' TO WRK-MENSAGEM        00004580
               MOVE WRK-FS-PEDVALE              TO WRK-STATUS           00004590
               PERFORM 9000-TRATARERROS                                 00004600
            END-IF.                                                     00004610
                                                                        00004620
            MOVE WRK-INI-MES TO WRK-CT-INI.                             00004630
            MOVE WRK-FIM-MES TO WRK-CT-FIM.                             00004640
            PERFORM 2150-CONTAR-UTEIS.                                  00004650
            MOVE WRK-CT-DIAS TO WRK-UTEIS-MES.                          00004660
                                                                        00004670
            MOVE WRK-COMPET-ATUAL TO WRK-H-COMPET.                      00004680
            MOVE WRK-DATA-SISTEMA TO WRK-H-DATA.                        00004690
            MOVE WRK-UTEIS-MES    TO WRK-H-DIAS-UTEIS.                  00004700
            WRITE FD-PEDVALE FROM WRK-HEADER.                           00004710
                                                                        00004720
            MOVE WRK-SIS-MES   TO WRK-C-MES.                            00004730
            MOVE WRK-SIS-ANO   TO WRK-C-ANO.                            00004740
            MOVE WRK-UTEIS-MES TO WRK-C-UTEIS.                          00004750
            WRITE FD-RELVAL FROM WRK-CABEC1.                            00004760
            WRITE FD-RELVAL FROM WRK-LINHA-VAZIA.                       00004770
            WRITE FD-RELVAL FROM WRK-CABEC2.                            00004780
            WRITE FD-RELVAL FROM WRK-LINHA-VAZIA.                       00004790
                                                                        00004800
            PERFORM 1300-CARREGAR-FAIXAS.                               00004810
            PERFORM 1350-CARREGAR-FERIAS.                               00004820
            PERFORM 1380-CARREGAR-AUSENCIAS.                            00004830
                                                                        00004840
            EXEC SQL                                                    00004850
               OPEN CVALES                                              00004860
            END-EXEC.                                                   00004870
                                                                        00004880
            IF SQLCODE NOT EQUAL 0                                      00004890
               MOVE SQLCODE TO WRK-SQLCODE                              00004900
               MOVE 'FR21VAL1'                  TO WRK-PROGRAMA         00004910
               MOVE '1000'                      TO WRK-SECAO            00004920
               MOVE 'ERRO OPEN CURSOR CVALES - ' TO WRK-MENSAGEM        00004930
               MOVE ZEROS                       TO WRK-STATUS           00004940
               PERFORM 9000-TRATARERROS                                 00004950
            END-IF.                                                     00004960
                                                                        00004970
            PERFORM 2500-LER-FUNCIONARIO.                               00004980
                                                                        00004990
       1000-99-FIM.                                            EXIT.    00005000
      *=============================================================*   00005010
                                                                        00005020
      *=============================================================*   00005030
       1300-CARREGAR-FAIXAS                                 SECTION.    00005040
                                                                        00005050
            READ TABVR.                                                 00005060
                                                                        00005070
            PERFORM UNTIL WRK-FS-TABVR NOT EQUAL ZEROS                  00005080
               IF WRK-TAB-VR-QTD NOT LESS 20                            00005090
                  MOVE 'FR21VAL1'                  TO WRK-PROGRAMA      00005100
                  MOVE '1300'                      TO WRK-SECAO         00005110
                  MOVE 'TABELA DE FAIXAS ESTOUROU' TO WRK-MENSAGEM      00005120
                  MOVE SPACES                      TO WRK-STATUS        00005130
                  PERFORM 9000-TRATARERROS                              00005140
               END-IF                                                   00005150
               ADD 1 TO WRK-TAB-VR-QTD                                  00005160
               MOVE WRK-TAB-VR-QTD  TO WRK-IND-VR                       00005170
               MOVE FD-TV-FAIXA     TO WRK-VR-FAIXA(WRK-IND-VR)         00005180
               MOVE FD-TV-VALOR-DIA TO WRK-VR-VALOR(WRK-IND-VR)         00005190
               READ TABVR                                               00005200
            END-PERFORM.                                                00005210
                                                                        00005220
            IF WRK-TAB-VR-QTD EQUAL ZEROS                               00005230
               DISPLAY 'TABELA DE VALE-REFEICAO VAZIA'                  00005240
            END-IF.                                                     00005250
                                                                        00005260
       1300-99-FIM.                                            EXIT.    00005270
      *=============================================================*   00005280
                                                                        00005290
      *=============================================================*   00005300
       1350-CARREGAR-FERIAS                                 SECTION.    00005310
                                                                        00005320
      *          PERIODO DE GOZO (DATA-INI + DIAS CORRIDOS) QUE         00005330
      *          ALCANCA A COMPETENCIA, RECORTADO NELA                  00005340
                                                                        00005350
            IF WRK-FS-FEREVT NOT EQUAL ZEROS                            00005360
               DISPLAY 'SEM EVENTOS DE FERIAS'                          00005370
               GO TO 1350-99-FIM                                        00005380
            END-IF.                                                     00005390
                                                                        00005400
            READ FEREVT.                                                00005410
                                                                        00005420
            PERFORM UNTIL WRK-FS-FEREVT NOT EQUAL ZEROS                 00005430
               IF FD-FE-DIAS GREATER ZEROS                              00005440
                  COMPUTE WRK-DATA-INT =                                00005450
                     FUNCTION INTEGER-OF-DATE(FD-FE-DATA-INI)           00005460
                     + FD-FE-DIAS - 1                                   00005470
                  COMPUTE WRK-AF-DATA-FIM =                             00005480
                     FUNCTION DATE-OF-INTEGER(WRK-DATA-INT)             00005490
                  MOVE FD-FE-IDFUNC   TO WRK-IDFUNC                     00005500
                  MOVE FD-FE-DATA-INI TO WRK-CT-INI                     00005510
                  MOVE WRK-AF-DATA-FIM TO WRK-CT-FIM                    00005520
                  PERFORM 1400-GUARDAR-AFASTAMENTO                      00005530
               END-IF                                                   00005540
               READ FEREVT                                              00005550
            END-PERFORM.                                                00005560
                                                                        00005570
       1350-99-FIM.                                            EXIT.    00005580
      *=============================================================*   00005590
                                                                        00005600
      *=============================================================*   00005610
       1380-CARREGAR-AUSENCIAS                              SECTION.    00005620
                                                                        00005630
      *          QUALQUER AUSENCIA, REMUNERADA OU NAO: SEM              00005640
      *          DESLOCAMENTO NEM REFEICAO NO TRABALHO                  00005650
                                                                        00005660
            IF WRK-FS-ABSAPL NOT EQUAL ZEROS                            00005670
               DISPLAY 'SEM AUSENCIAS APLICADAS'                        00005680
               GO TO 1380-99-FIM                                        00005690
            END-IF.                                                     00005700
                                                                        00005710
            READ ABSAPL.                                                00005720
                                                                        00005730
            PERFORM UNTIL WRK-FS-ABSAPL NOT EQUAL ZEROS                 00005740
               MOVE FD-AP-IDFUNC   TO WRK-IDFUNC                        00005750
               MOVE FD-AP-DATA-INI TO WRK-CT-INI                        00005760
               MOVE FD-AP-DATA-FIM TO WRK-CT-FIM                        00005770
               PERFORM 1400-GUARDAR-AFASTAMENTO                         00005780
               READ ABSAPL                                              00005790
            END-PERFORM.                                                00005800
                                                                        00005810
       1380-99-FIM.                                            EXIT.    00005820
      *=============================================================*   00005830
                                                                        00005840
      *=============================================================*   00005850
       1400-GUARDAR-AFASTAMENTO                             SECTION.    00005860
                                                                        00005870
      *          PERIODO WRK-CT-INI A WRK-CT-FIM DE WRK-IDFUNC;         00005880
      *          FORA DA COMPETENCIA E DESPREZADO                       00005890
                                                                        00005900
            IF WRK-CT-INI GREATER WRK-FIM-MES                           00005910
               OR WRK-CT-FIM LESS WRK-INI-MES                           00005920
               GO TO 1400-99-FIM                                        00005930
            END-IF.                                                     00005940
                                                                        00005950
            IF WRK-CT-INI LESS WRK-INI-MES                              00005960
               MOVE WRK-INI-MES TO WRK-CT-INI                           00005970
            END-IF.                                                     00005980
                                                                        00005990
            IF WRK-CT-FIM GREATER WRK-FIM-MES                           00006000
               MOVE WRK-FIM-MES TO WRK-CT-FIM                           00006010
            END-IF.                                                     00006020
                                                                        00006030
            IF WRK-TAB-AF-QTD NOT LESS 500                              00006040
               MOVE 'FR21VAL1'                  TO WRK-PROGRAMA         00006050
               MOVE '1400'                      TO WRK-SECAO            00006060
               MOVE 'TABELA AFASTAMENTO ESTOUROU' TO WRK-MENSAGEM       00006070
               MOVE SPACES                      TO WRK-STATUS           00006080
               PERFORM 9000-TRATARERROS                                 00006090
            END-IF.                                                     00006100
                                                                        00006110
            ADD 1 TO WRK-TAB-AF-QTD.                                    00006120
            MOVE WRK-TAB-AF-QTD TO WRK-IND-AF.                          00006130
            MOVE WRK-IDFUNC     TO WRK-AF-IDFUNC(WRK-IND-AF).           00006140
            MOVE WRK-CT-INI     TO WRK-AF-INI(WRK-IND-AF).              00006150
            MOVE WRK-CT-FIM     TO WRK-AF-FIM(WRK-IND-AF).              00006160
                                                                        00006170
       1400-99-FIM.                                            EXIT.    00006180
      *=============================================================*   00006190
                                                                        00006200
      *=============================================================*   00006210
       2000-PROCESSAR                                       SECTION.    00006220
                                                                        00006230
           ADD 1 TO WRK-LIDOS.                                          00006240
           MOVE DB2-ID TO WRK-IDFUNC.                                   00006250
                                                                        00006260
           IF DB2-SETOR NOT EQUAL WRK-SETOR-ATUAL                       00006270
              PERFORM 2400-QUEBRA-SETOR                                 00006280
           END-IF.                                                      00006290
                                                                        00006300
      *          DIAS DE CREDITO = UTEIS DO MES - UTEIS AFASTADO        00006310
                                                                        00006320
           MOVE ZEROS TO WRK-DIAS-AFAST.                                00006330
           PERFORM VARYING WRK-IND-AF FROM 1 BY 1 UNTIL                 00006340
              WRK-IND-AF > WRK-TAB-AF-QTD                               00006350
              IF WRK-AF-IDFUNC(WRK-IND-AF) EQUAL WRK-IDFUNC             00006360
                 MOVE WRK-AF-INI(WRK-IND-AF) TO WRK-CT-INI              00006370
                 MOVE WRK-AF-FIM(WRK-IND-AF) TO WRK-CT-FIM              00006380
                 PERFORM 2150-CONTAR-UTEIS                              00006390
                 ADD WRK-CT-DIAS TO WRK-DIAS-AFAST                      00006400
              END-IF                                                    00006410
           END-PERFORM.                                                 00006420
                                                                        00006430
           IF WRK-DIAS-AFAST NOT LESS WRK-UTEIS-MES                     00006440
              ADD 1 TO WRK-SEM-CREDITO                                  00006450
              MOVE WRK-IDFUNC TO WRK-RC-ID                              00006460
              MOVE 'AFASTADO TODOS OS DIAS UTEIS - SEM VALES'           00006470
                               TO WRK-RC-MOTIVO                         00006480
              WRITE FD-RELVAL FROM WRK-REL-CRITICA                      00006490
              GO TO 2000-50-LER                                         00006500
           END-IF.                                                      00006510
                                                                        00006520
           COMPUTE WRK-DIAS-CREDITO = WRK-UTEIS-MES - WRK-DIAS-AFAST.   00006530
                                                                        00006540
           MOVE DB2-SALARIO TO WRK-SALARIO.                             00006550
                                                                        00006560
           PERFORM 2100-CALCULAR-VALES.                                 00006570
                                                                        00006580
           IF WRK-VT-CREDITO EQUAL ZEROS                                00006590
              AND WRK-VR-CREDITO EQUAL ZEROS                            00006600
              ADD 1 TO WRK-SEM-CREDITO                                  00006610
              GO TO 2000-50-LER                                         00006620
           END-IF.                                                      00006630
                                                                        00006640
           PERFORM 2200-GRAVAR-VALES.                                   00006650
                                                                        00006660
       2000-50-LER.                                                     00006670
                                                                        00006680
           PERFORM 2500-LER-FUNCIONARIO.                                00006690
                                                                        00006700
       2000-99-FIM.                                            EXIT.    00006710
      *=============================================================*   00006720
                                                                        00006730
      *=============================================================*   00006740
       2100-CALCULAR-VALES                                  SECTION.    00006750
                                                                        00006760
           MOVE ZEROS TO WRK-VT-CREDITO WRK-VR-CREDITO                  00006770
                         WRK-VT-DESCONTO WRK-VR-DIA.                    00006780
                                                                        00006790
      *          VALE-TRANSPORTE: O FUNCIONARIO PAGA ATE 6% DO          00006800
      *          SALARIO BASE, NUNCA MAIS QUE O PROPRIO CREDITO         00006810
                                                                        00006820
           IF VAL-OPTVT EQUAL 'S'                                       00006830
              MOVE VAL-CUSTOVT TO WRK-CUSTO-DIA                         00006840
              COMPUTE WRK-VT-CREDITO =                                  00006850
                 WRK-DIAS-CREDITO * WRK-CUSTO-DIA                       00006860
              COMPUTE WRK-VT-TETO ROUNDED =                             00006870
                 WRK-SALARIO * WRK-PCT-VT / 100                         00006880
              IF WRK-VT-TETO LESS WRK-VT-CREDITO                        00006890
                 MOVE WRK-VT-TETO    TO WRK-VT-DESCONTO                 00006900
              ELSE                                                      00006910
                 MOVE WRK-VT-CREDITO TO WRK-VT-DESCONTO                 00006920
              END-IF                                                    00006930
           END-IF.                                                      00006940
                                                                        00006950
      *          VALE-REFEICAO: VALOR DIARIO DA FAIXA, SEM DESCONTO     00006960
                                                                        00006970
           IF VAL-GRADEVR EQUAL SPACES                                  00006980
              GO TO 2100-99-FIM                                         00006990
           END-IF.                                                      00007000
                                                                        00007010
           MOVE 'N' TO WRK-ACHOU-VR.                                    00007020
           PERFORM VARYING WRK-IND-VR FROM 1 BY 1 UNTIL                 00007030
              WRK-IND-VR > WRK-TAB-VR-QTD OR WRK-ACHOU-VR = 'S'         00007040
              IF WRK-VR-FAIXA(WRK-IND-VR) EQUAL VAL-GRADEVR             00007050
                 MOVE 'S' TO WRK-ACHOU-VR                               00007060
                 MOVE WRK-VR-VALOR(WRK-IND-VR) TO WRK-VR-DIA            00007070
              END-IF                                                    00007080
           END-PERFORM.                                                 00007090
                                                                        00007100
           IF WRK-ACHOU-VR NOT EQUAL 'S'                                00007110
              MOVE WRK-IDFUNC TO WRK-RC-ID                              00007120
              MOVE 'FAIXA DE VALE-REFEICAO FORA DA TABVR - SEM VR'      00007130
                               TO WRK-RC-MOTIVO                         00007140
              WRITE FD-RELVAL FROM WRK-REL-CRITICA                      00007150
              GO TO 2100-99-FIM                                         00007160
           END-IF.                                                      00007170
                                                                        00007180
           COMPUTE WRK-VR-CREDITO = WRK-DIAS-CREDITO * WRK-VR-DIA.      00007190
                                                                        00007200
       2100-99-FIM.                                            EXIT.    00007210
      *=============================================================*   00007220
                                                                        00007230
      *=============================================================*   00007240
       2150-CONTAR-UTEIS                                    SECTION.    00007250
                                                                        00007260
      *          O DATANEG CONTA DE DATA1 (EXCLUSIVE) A DATA2           00007270
      *          (INCLUSIVE); DATA1 = VESPERA DE WRK-CT-INI             00007280
                                                                        00007290
           COMPUTE WRK-DATA-INT =                                       00007300
              FUNCTION INTEGER-OF-DATE(WRK-CT-INI) - 1.                 00007310
           MOVE 'E' TO LNK-DN-OPERACAO.                                 00007320
           COMPUTE LNK-DN-DATA1 =                                       00007330
              FUNCTION DATE-OF-INTEGER(WRK-DATA-INT).                   00007340
           MOVE WRK-CT-FIM TO LNK-DN-DATA2.                             00007350
           CALL 'DATANEG' USING LNK-DATANEG.                            00007360
           MOVE LNK-DN-RESULTADO TO WRK-CT-DIAS.                        00007370
                                                                        00007380
       2150-99-FIM.                                            EXIT.    00007390
      *=============================================================*   00007400
                                                                        00007410
      *=============================================================*   00007420
       2200-GRAVAR-VALES                                    SECTION.    00007430
                                                                        00007440
           MOVE WRK-IDFUNC       TO VALE-IDFUNC.                        00007450
           MOVE WRK-COMPET-ATUAL TO VALE-COMPET.                        00007460
           MOVE DB2-SETOR        TO VALE-SETOR.                         00007470
           MOVE WRK-DIAS-CREDITO TO VALE-DIAS.                          00007480
           MOVE WRK-VT-CREDITO   TO VALE-VT-CREDITO.                    00007490
           MOVE WRK-VR-CREDITO   TO VALE-VR-CREDITO.                    00007500
           MOVE WRK-VT-DESCONTO  TO VALE-VT-DESCONTO.                   00007510
           MOVE WRK-DATA-SISTEMA TO VALE-DATA.                          00007520
           WRITE REG-BENVALE.                                           00007530
                                                                        00007540
           IF WRK-FS-VALES NOT EQUAL ZEROS                              00007550
              MOVE 'FR21VAL1'                  TO WRK-PROGRAMA          00007560
              MOVE '2200'                      TO WRK-SECAO             00007570
              MOVE 'ERRO GRAVACAO VALES     - ' TO WRK-MENSAGEM         00007580
              MOVE WRK-FS-VALES                TO WRK-STATUS            00007590
              PERFORM 9000-TRATARERROS                                  00007600
           END-IF.                                                      00007610
                                                                        00007620
           ADD 1 TO WRK-GRAVADOS.                                       00007630
                                                                        00007640
      *          PEDIDO DO FORNECEDOR: UM DETALHE POR PRODUTO           00007650
                                                                        00007660
           MOVE WRK-IDFUNC       TO WRK-D-IDFUNC.                       00007670
           MOVE DB2-NOME         TO WRK-D-NOME.                         00007680
           MOVE WRK-DIAS-CREDITO TO WRK-D-DIAS.                         00007690
                                                                        00007700
           IF WRK-VT-CREDITO GREATER ZEROS                              00007710
              MOVE 'VT'           TO WRK-D-PRODUTO                      00007720
              MOVE WRK-CUSTO-DIA  TO WRK-D-VALOR-DIA                    00007730
              MOVE WRK-VT-CREDITO TO WRK-D-VALOR                        00007740
              WRITE FD-PEDVALE FROM WRK-DETALHE                         00007750
              ADD 1 TO WRK-QTD-PEDIDO                                   00007760
              ADD WRK-VT-CREDITO TO WRK-TOT-PEDIDO                      00007770
           END-IF.                                                      00007780
                                                                        00007790
           IF WRK-VR-CREDITO GREATER ZEROS                              00007800
              MOVE 'VR'           TO WRK-D-PRODUTO                      00007810
              MOVE WRK-VR-DIA     TO WRK-D-VALOR-DIA                    00007820
              MOVE WRK-VR-CREDITO TO WRK-D-VALOR                        00007830
              WRITE FD-PEDVALE FROM WRK-DETALHE                         00007840
              ADD 1 TO WRK-QTD-PEDIDO                                   00007850
              ADD WRK-VR-CREDITO TO WRK-TOT-PEDIDO                      00007860
           END-IF.                                                      00007870
                                                                        00007880
      *          CUSTO DA EMPRESA = CREDITOS - PARTE DO FUNCIONARIO     00007890
                                                                        00007900
           COMPUTE WRK-CUSTO-EMPRESA =                                  00007910
              WRK-VT-CREDITO + WRK-VR-CREDITO - WRK-VT-DESCONTO.        00007920
                                                                        00007930
           MOVE WRK-IDFUNC        TO WRK-R-ID.                          00007940
           MOVE DB2-NOME          TO WRK-R-NOME.                        00007950
           MOVE WRK-DIAS-CREDITO  TO WRK-R-DIAS.                        00007960
           MOVE WRK-VT-CREDITO    TO WRK-R-VT.                          00007970
           MOVE WRK-VR-CREDITO    TO WRK-R-VR.                          00007980
           MOVE WRK-VT-DESCONTO   TO WRK-R-DESCONTO.                    00007990
           MOVE WRK-CUSTO-EMPRESA TO WRK-R-CUSTO.                       00008000
           WRITE FD-RELVAL FROM WRK-REL-DET.                            00008010
                                                                        00008020
           ADD 1                 TO WRK-ST-QTDE.                        00008030
           ADD WRK-VT-CREDITO    TO WRK-ST-VT.                          00008040
           ADD WRK-VR-CREDITO    TO WRK-ST-VR.                          00008050
           ADD WRK-VT-DESCONTO   TO WRK-ST-DESCONTO.                    00008060
           ADD WRK-CUSTO-EMPRESA TO WRK-ST-CUSTO.                       00008070
                                                                        00008080
       2200-99-FIM.                                            EXIT.    00008090
      *=============================================================*   00008100
                                                                        00008110
      *=============================================================*   00008120
       2400-QUEBRA-SETOR                                    SECTION.    00008130
                                                                        00008140
      *          TOTAL DO SETOR ANTERIOR E INICIO DO NOVO; NA           00008150
      *          PRIMEIRA LEITURA SO INICIA                             00008160
                                                                        00008170
           IF WRK-SETOR-ATUAL NOT EQUAL HIGH-VALUES                     00008180
              MOVE WRK-SETOR-ATUAL TO WRK-S-SETOR                       00008190
              MOVE WRK-ST-QTDE     TO WRK-S-QTDE                        00008200
              MOVE WRK-ST-VT       TO WRK-S-VT                          00008210
              MOVE WRK-ST-VR       TO WRK-S-VR                          00008220
              MOVE WRK-ST-DESCONTO TO WRK-S-DESCONTO                    00008230
              MOVE WRK-ST-CUSTO    TO WRK-S-CUSTO                       00008240
              WRITE FD-RELVAL FROM WRK-REL-SETOR                        00008250
              WRITE FD-RELVAL FROM WRK-LINHA-VAZIA                      00008260
              ADD WRK-ST-VT       TO WRK-TOT-VT                         00008270
              ADD WRK-ST-VR       TO WRK-TOT-VR                         00008280
              ADD WRK-ST-DESCONTO TO WRK-TOT-DESCONTO                   00008290
              ADD WRK-ST-CUSTO    TO WRK-TOT-CUSTO                      00008300
           END-IF.                                                      00008310
                                                                        00008320
           MOVE DB2-SETOR TO WRK-SETOR-ATUAL.                           00008330
           MOVE ZEROS TO WRK-ST-QTDE WRK-ST-VT WRK-ST-VR                00008340
                         WRK-ST-DESCONTO WRK-ST-CUSTO.                  00008350
                                                                        00008360
       2400-99-FIM.                                            EXIT.    00008370
      *=============================================================*   00008380
                                                                        00008390
      *=============================================================*   00008400
       2500-LER-FUNCIONARIO                                 SECTION.    00008410
                                                                        00008420
           EXEC SQL                                                     00008430
            FETCH CVALES                                                00008440
             INTO :DB2-ID,                                              00008450
                  :DB2-NOME,                                            00008460
                  :DB2-SALARIO,                                         00008470
                  :DB2-SETOR,                                           00008480
                  :VAL-OPTVT,                                           00008490
                  :VAL-CUSTOVT,                                         00008500
                  :VAL-GRADEVR                                          00008510
           END-EXEC.                                                    00008520
                                                                        00008530
           IF SQLCODE NOT EQUAL 0 AND 100                               00008540
              MOVE SQLCODE TO WRK-SQLCODE                               00008550
              MOVE 'FR21VAL1'                  TO WRK-PROGRAMA          00008560
              MOVE '2500'                      TO WRK-SECAO             00008570
              MOVE 'ERRO LEITURA CVALES     - ' TO WRK-MENSAGEM         00008580
              MOVE ZEROS                       TO WRK-STATUS            00008590
              PERFORM 9000-TRATARERROS                                  00008600
           END-IF.                                                      00008610
                                                                        00008620
       2500-99-FIM.                                            EXIT.    00008630
      *=============================================================*   00008640
                                                                        00008650
      *=============================================================*   00008660
       3000-FINALIZAR                                       SECTION.    00008670
                                                                        00008680
             EXEC SQL                                                   00008690
                CLOSE CVALES                                            00008700
             END-EXEC.                                                  00008710
                                                                        00008720
      *          TOTAL DO ULTIMO SETOR                                  00008730
                                                                        00008740
             MOVE HIGH-VALUES TO DB2-SETOR.                             00008750
             PERFORM 2400-QUEBRA-SETOR.                                 00008760
                                                                        00008770
             MOVE WRK-QTD-PEDIDO TO WRK-T-QTDE.                         00008780
             MOVE WRK-TOT-PEDIDO TO WRK-T-VALOR.                        00008790
             WRITE FD-PEDVALE FROM WRK-TRAILER.                         00008800
                                                                        00008801
             PERFORM 3500-GRAVAR-TITULOS.                               00008802
                                                                        00008810
             MOVE 'TOTAL VALE-TRANSPORTE.: ' TO WRK-G-TITULO.           00008820
             MOVE WRK-TOT-VT                 TO WRK-G-VALOR.            00008830
             WRITE FD-RELVAL FROM WRK-TOTGERAL.                         00008840
             MOVE 'TOTAL VALE-REFEICAO...: ' TO WRK-G-TITULO.           00008850
             MOVE WRK-TOT-VR                 TO WRK-G-VALOR.            00008860
             WRITE FD-RELVAL FROM WRK-TOTGERAL.                         00008870
             MOVE 'DESCONTADO NA FOLHA...: ' TO WRK-G-TITULO.           00008880
             MOVE WRK-TOT-DESCONTO           TO WRK-G-VALOR.            00008890
             WRITE FD-RELVAL FROM WRK-TOTGERAL.                         00008900
             MOVE 'CUSTO DA EMPRESA......: ' TO WRK-G-TITULO.           00008910
             MOVE WRK-TOT-CUSTO              TO WRK-G-VALOR.            00008920
             WRITE FD-RELVAL FROM WRK-TOTGERAL.                         00008930
                                                                        00008940
             DISPLAY 'FUNCIONARIOS LIDOS....' WRK-LIDOS.                00008950
             DISPLAY 'VALES GRAVADOS........' WRK-GRAVADOS.             00008960
             DISPLAY 'SEM CREDITO NO MES....' WRK-SEM-CREDITO.          00008970
             DISPLAY 'ITENS DO PEDIDO.......' WRK-QTD-PEDIDO.           00008980
             DISPLAY WRK-MSG-FINAL.                                     00008990
                                                                        00009000
             CLOSE TABVR.                                               00009010
             IF WRK-FS-FEREVT NOT EQUAL 35                              00009020
                CLOSE FEREVT                                            00009030
             END-IF.                                                    00009040
             IF WRK-FS-ABSAPL NOT EQUAL 35                              00009050
                CLOSE ABSAPL                                            00009060
             END-IF.                                                    00009070
             CLOSE VALES.                                               00009080
             CLOSE PEDVALE.                                             00009090
             CLOSE RELVAL.                                              00009100
             STOP RUN.                                                  00009110
                                                                        00009120
       3000-99-FIM.                                            EXIT.    00009130
      *=============================================================*   00009140
                                                                        00009150
      *=============================================================*   00009160
       3500-GRAVAR-TITULOS                                  SECTION.    00009170
                                                                        00009180
      *          TITULOS A PAGAR DO PEDIDO, ACRESCENTADOS AO TITPAG     00009190
      *          QUE O FR21CAP1 CARREGA NO DIA                          00009200
                                                                        00009210
           OPEN EXTEND TITPAG.                                          00009220
                                                                        00009230
           IF WRK-FS-TITPAG NOT EQUAL ZEROS                             00009240
              MOVE 'FR21VAL1'                  TO WRK-PROGRAMA          00009250
              MOVE '3500'                      TO WRK-SECAO             00009260
              MOVE 'ERRO OPEN TITPAG        - ' TO WRK-MENSAGEM         00009270
              MOVE WRK-FS-TITPAG               TO WRK-STATUS            00009280
              PERFORM 9000-TRATARERROS                                  00009290
           END-IF.                                                      00009300
                                                                        00009310
           MOVE WRK-DATA-SISTEMA TO WRK-VENCTO-PED.                     00009320
           COMPUTE WRK-DATA-INT =                                       00009330
              FUNCTION INTEGER-OF-DATE(WRK-VENCTO-PED) + 5.             00009331
           COMPUTE WRK-VENCTO-PED =                                     00009340
              FUNCTION DATE-OF-INTEGER(WRK-DATA-INT).                   00009350
                                                                        00009360
           MOVE SPACES           TO REG-CONTASPAG.                      00009370
           MOVE ZEROS            TO PAG-SEQ PAG-DATA-REMESSA            00009380
                                    PAG-DATA-PAGTO PAG-VALOR-PAGO.      00009390
           MOVE 'VAL1'           TO PAG-ORIGEM.                         00009400
           MOVE WRK-DATA-SISTEMA TO PAG-EMISSAO.                        00009410
           MOVE WRK-VENCTO-PED   TO PAG-VENCTO.                         00009420
           MOVE 'A'              TO PAG-SITUACAO.                       00009430
                                                                        00009440
           IF WRK-TOT-VT GREATER ZEROS                                  00009450
              MOVE 'FORNVT'      TO PAG-FAVORECIDO                      00009460
              MOVE SPACES        TO PAG-DOCUMENTO                       00009470
              STRING 'PEDVT-' WRK-COMPET-ATUAL DELIMITED BY SIZE        00009480
                     INTO PAG-DOCUMENTO                                 00009490
              MOVE WRK-TOT-VT    TO PAG-VALOR                           00009500
              MOVE 'PEDIDO DE VALE-TRANSPORTE' TO PAG-HISTORICO         00009510
              WRITE REG-CONTASPAG                                       00009520
           END-IF.                                                      00009530
                                                                        00009540
           IF WRK-TOT-VR GREATER ZEROS                                  00009550
              MOVE 'FORNVR'      TO PAG-FAVORECIDO                      00009560
              MOVE SPACES        TO PAG-DOCUMENTO                       00009570
              STRING 'PEDVR-' WRK-COMPET-ATUAL DELIMITED BY SIZE        00009580
                     INTO PAG-DOCUMENTO                                 00009590
              MOVE WRK-TOT-VR    TO PAG-VALOR                           00009600
              MOVE 'PEDIDO DE VALE-REFEICAO' TO PAG-HISTORICO           00009610
              WRITE REG-CONTASPAG                                       00009620
           END-IF.                                                      00009630
                                                                        00009640
           CLOSE TITPAG.                                                00009650
                                                                        00009660
       3500-99-FIM.                                            EXIT.    00009670
      *=============================================================*   00009680
       9000-TRATARERROS                                     SECTION.    00009690
                                                                        00009700
             MOVE 'E' TO WRK-SEVERIDADE.                                00009710
             CALL 'GRAVALOG' USING WRK-DADOS.                           00009720
             STOP RUN.                                                  00009730
                                                                        00009740
       9000-99-FIM.                                            EXIT.    00009750
      *=============================================================*   00009760
