      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21CNT1.                                            00000050
                                                                        00000060
      *=============================================================*   00000070
      *   AUTOR....:VICTOR ARANDA                                       00000080
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000090
      *   DATA ....:15/10/2026                                          00000100
      *-------------------------------------------------------------*   00000110
      *   OBJETIVO: COBRANCA MENSAL DA CONTINUIDADE DO PLANO MEDICO     00000120
      *      DO EX-FUNCIONARIO (IVAN.CONTPLAN, ABERTO PELO FR21DEM1     00000130
      *      NO DESLIGAMENTO SEM JUSTA CAUSA).                          00000140
      *      1) REGISTRA AS OPCOES RECEBIDAS (OPCCONT): 'S' ATIVA A     00000150
      *         CONTINUIDADE, 'N' ENCERRA; SO VALE DENTRO DO PRAZO      00000160
      *         DE OPCAO (DTLIMOPC).                                    00000170
      *      2) BAIXA OS PAGAMENTOS RECEBIDOS (PAGCONT), NA ORDEM       00000180
      *         DAS COMPETENCIAS COBRADAS.                              00000190
      *      3) PARA CADA REGISTRO PENDENTE OU ATIVO: ENCERRA QUEM      00000200
      *         NAO OPTOU NO PRAZO, QUEM PASSOU DO FIM DO DIREITO       00000210
      *         (DTFIMDIR) E QUEM DEVE 2 OU MAIS COMPETENCIAS; OS       00000220
      *         DEMAIS ATIVOS SAO COBRADOS NA COMPETENCIA (MES DA       00000230
      *         DATA DE NEGOCIO) PELO PREMIO INTEGRAL DA TABPLANO       00000240
      *         (PRECO DO PLANO X COTAS, SEM PARTE DA EMPRESA).         00000250
      *      SO OS REGISTROS ATIVOS VAO NA REMESSA DA OPERADORA         00000260
      *      (FR21CAR1). PODE SER REPETIDO NO MES: A COMPETENCIA JA     00000270
      *      COBRADA E COBRADA DE NOVO COM O MESMO VALOR.               00000280
      *-------------------------------------------------------------*   00000290
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000300
      *  1.0   15/10/26   VICTOR ARANDA    VERSAO INICIAL               00000310
      *-------------------------------------------------------------*   00000320
      *   BASE DE DADOS:                                                00000330
      *   TABELA.DB2..                                                  00000340
      *    ------              I/O                 INCLUDE/BOOK         00000350
      *   IVAN.FUNC             I                  #BKFUNC----          00000360
      *   IVAN.CONTPLAN        I/O                 #BKCPLN----          00000370
      *-------------------------------------------------------------*   00000380
      *   ARQUIVOS:                                                     00000390
      *    DDNAME              I/O                  COPY/BOOK           00000400
      *   TABPLANO              I   (PRECO DOS PLANOS)                  00000410
      *   OPCCONT               I   (OPCOES DOS EX-FUNCIONARIOS)        00000420
      *   PAGCONT               I   (PAGAMENTOS RECEBIDOS)              00000430
      *   COBCONT               O                  CBCBOOK----          00000440
      *   RELCNT                O   (RELATORIO DA CONTINUIDADE)         00000450
      *-------------------------------------------------------------*   00000460
      *   MODULOS....:                                                  00000470
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000480
      *   FR21DTA1             DATA DE PROCESSAMENTO (LNKDPRC)          00000490
      *=============================================================*   00000500
       ENVIRONMENT                               DIVISION.              00000510
      *=============================================================*   00000520
                                                                        00000530
      *-------------------------------------------------------------*   00000540
       CONFIGURATION                                        SECTION.    00000550
      *-------------------------------------------------------------*   00000560
       SPECIAL-NAMES.                                                   00000570
           DECIMAL-POINT IS COMMA.                                      00000580
                                                                        00000590
                                                                        00000600
       INPUT-OUTPUT                                         SECTION.    00000610
       FILE-CONTROL.                                                    00000620
           SELECT TABPLANO  ASSIGN TO TABPLANO                          00000630
               FILE STATUS  IS WRK-FS-TABPLANO.                         00000640
                                                                        00000650
           SELECT OPCCONT   ASSIGN TO OPCCONT                           00000660
               FILE STATUS  IS WRK-FS-OPCCONT.                          00000670
                                                                        00000680
           SELECT PAGCONT   ASSIGN TO PAGCONT                           00000690
               FILE STATUS  IS WRK-FS-PAGCONT.                          00000700
                                                                        00000710
           SELECT COBCONT   ASSIGN TO COBCONT                           00000720
               FILE STATUS  IS WRK-FS-COBCONT.                          00000730
                                                                        00000740
           SELECT RELCNT    ASSIGN TO RELCNT                            00000750
               FILE STATUS  IS WRK-FS-RELCNT.                           00000760
                                                                        00000770
      *=============================================================*   00000780
       DATA                                                DIVISION.    00000790
      *=============================================================*   00000800
       FILE                                                 SECTION.    00000810
      *=============================================================*   00000820
                                                                        00000830
      *      ENTRADA - TABELA DE PRECOS DOS PLANOS    LRECL = 21        00000840
      *      (A MESMA DO FR21BILL; SO O TIPO 'M' INTERESSA AQUI)        00000850
                                                                        00000860
       FD TABPLANO                                                      00000870
           RECORDING  MODE IS F                                         00000880
           BLOCK CONTAINS 0 RECORDS.                                    00000890
                                                                        00000900
       01 FD-TABPLANO.                                                  00000910
          05 FD-TP-TIPO      PIC X(01).                                 00000920
          05 FD-TP-PLANO     PIC X(10).                                 00000930
          05 FD-TP-PREMIO    PIC 9(05)V99.                              00000940
          05 FD-TP-PCT-FUNC  PIC 9(03).                                 00000950
                                                                        00000960
      *      ENTRADA - OPCAO PELA CONTINUIDADE        LRECL = 14        00000970
      *      OPCAO 'S' MANTEM O PLANO / 'N' RECUSA                      00000980
                                                                        00000990
       FD OPCCONT                                                       00001000
           RECORDING  MODE IS F                                         00001010
           BLOCK CONTAINS 0 RECORDS.                                    00001020
                                                                        00001030
       01 FD-OPCCONT.                                                   00001040
          05 FD-OC-IDFUNC    PIC 9(05).                                 00001050
          05 FD-OC-OPCAO     PIC X(01).                                 00001060
          05 FD-OC-DATA      PIC 9(08).                                 00001070
                                                                        00001080
      *      ENTRADA - PAGAMENTOS DA CONTINUIDADE     LRECL = 28        00001090
                                                                        00001100
       FD PAGCONT                                                       00001110
           RECORDING  MODE IS F                                         00001120
           BLOCK CONTAINS 0 RECORDS.                                    00001130
                                                                        00001140
       01 FD-PAGCONT.                                                   00001150
          05 FD-PC-IDFUNC    PIC 9(05).                                 00001160
          05 FD-PC-COMPET    PIC 9(06).                                 00001170
          05 FD-PC-VALOR     PIC 9(07)V99.                              00001180
          05 FD-PC-DATA      PIC 9(08).                                 00001190
                                                                        00001200
      *      SAIDA - COBRANCA DA CONTINUIDADE         LRECL = 80        00001210
                                                                        00001220
       FD COBCONT                                                       00001230
           RECORDING  MODE IS F                                         00001240
           BLOCK CONTAINS 0 RECORDS.                                    00001250
                                                                        00001260
       COPY 'CBCBOOK'.                                                  00001270
                                                                        00001280
      *      SAIDA - RELATORIO DA CONTINUIDADE        LRECL = 80        00001290
                                                                        00001300
       FD RELCNT                                                        00001310
           RECORDING  MODE IS F                                         00001320
           BLOCK CONTAINS 0 RECORDS.                                    00001330
                                                                        00001340
       01 FD-RELCNT       PIC X(80).                                    00001350
                                                                        00001360
      *-------------------------------------------------------------*   00001370
       WORKING-STORAGE                                      SECTION.    00001380
      *-------------------------------------------------------------*   00001390
                                                                        00001400
           EXEC SQL                                                     00001410
              INCLUDE #BKFUNC                                           00001420
           END-EXEC.                                                    00001430
                                                                        00001440
           EXEC SQL                                                     00001450
              INCLUDE #BKCPLN                                           00001460
           END-EXEC.                                                    00001470
                                                                        00001480
           EXEC SQL                                                     00001490
              INCLUDE SQLCA                                             00001500
           END-EXEC.                                                    00001510
                                                                        00001520
      *          REGISTROS AINDA EM ABERTO (PENDENTE DE OPCAO OU        00001530
      *          ATIVO). WITH HOLD: HA COMMIT A CADA REGISTRO           00001540
                                                                        00001550
           EXEC SQL                                                     00001560
              DECLARE CCONT CURSOR WITH HOLD FOR                        00001570
               SELECT C.IDFUNC, C.PLANMED, C.COTAS, C.DTLIMOPC,         00001580
                      C.DTFIMDIR, C.SITUACAO, C.COMPETFAT,              00001590
                      C.COMPETPAG, F.NOME                               00001600
                FROM IVAN.CONTPLAN C, IVAN.FUNC F                       00001610
                WHERE F.ID = C.IDFUNC                                   00001620
                  AND C.SITUACAO IN ('P', 'A')                          00001630
                ORDER BY C.IDFUNC                                       00001640
           END-EXEC.                                                    00001650
                                                                        00001660
      *------------------LOG-DE-ERROS-------------------------------*   00001670
                                                                        00001680
       01 WRK-DADOS.                                                    00001690
           05 WRK-PROGRAMA  PIC X(08).                                  00001700
           05 WRK-SECAO     PIC X(04).                                  00001710
           05 WRK-MENSAGEM  PIC X(30).                                  00001720
           05 WRK-STATUS    PIC X(02).                                  00001730
           05 WRK-SEVERIDADE PIC X(01).                                 00001740
           05 FILLER        PIC X(22).                                  00001750
                                                                        00001760
      *------------------DATA DE PROCESSAMENTO----------------------*   00001770
                                                                        00001780
           COPY 'LNKDPRC'.                                              00001790
                                                                        00001800
      *--------------------LOGICA-----------------------------------*   00001810
                                                                        00001820
       77 WRK-SQLCODE         PIC -999.                                 00001830
                                                                        00001840
       77 WRK-OPCOES          PIC 9(05) VALUE 0.                        00001850
                                                                        00001860
       77 WRK-PAGAMENTOS      PIC 9(05) VALUE 0.                        00001870
                                                                        00001880
       77 WRK-REJEITADOS      PIC 9(05) VALUE 0.                        00001890
                                                                        00001900
       77 WRK-COBRADOS        PIC 9(05) VALUE 0.                        00001910
                                                                        00001920
       77 WRK-ENCERRADOS      PIC 9(05) VALUE 0.                        00001930
                                                                        00001940
       77 WRK-PENDENTES       PIC 9(05) VALUE 0.                        00001950
                                                                        00001960
       01 WRK-DATA-SISTEMA.                                             00001970
          05 WRK-SIS-ANO      PIC 9(04).                                00001980
          05 WRK-SIS-MES      PIC 9(02).                                00001990
          05 WRK-SIS-DIA      PIC 9(02).                                00002000
                                                                        00002010
       77 WRK-COMPET-ATUAL    PIC 9(06) VALUE 0.                        00002020
       77 WRK-COMPET-ANT      PIC 9(06) VALUE 0.                        00002030
       77 WRK-DATA-DB2        PIC X(10).                                00002040
                                                                        00002050
      *          COMPETENCIA AAAAMM E SUA POSICAO EM MESES CORRIDOS     00002060
                                                                        00002070
       01 WRK-COMPET-CALC     PIC 9(06).                                00002080
       01 WRK-COMPET-CALC-R REDEFINES WRK-COMPET-CALC.                  00002090
          05 WRK-CC-ANO       PIC 9(04).                                00002100
          05 WRK-CC-MES       PIC 9(02).                                00002110
                                                                        00002120
       77 WRK-MES-ABS         PIC 9(06).                                00002130
       77 WRK-MES-ATUAL       PIC 9(06).                                00002140
       77 WRK-MES-PAG         PIC 9(06).                                00002150
       77 WRK-MES-FAT         PIC 9(06).                                00002160
       77 WRK-ATRASO          PIC S9(04).                               00002170
       77 WRK-MESES-ATRASO    PIC 9(02) VALUE 2.                        00002180
       77 WRK-DIA-VENCTO      PIC 9(02) VALUE 10.                       00002190
                                                                        00002200
       01 WRK-DATA-ISO.                                                 00002210
          05 WRK-ISO-ANO      PIC 9(04).                                00002220
          05 FILLER           PIC X(01) VALUE '-'.                      00002230
          05 WRK-ISO-MES      PIC 9(02).                                00002240
          05 FILLER           PIC X(01) VALUE '-'.                      00002250
          05 WRK-ISO-DIA      PIC 9(02).                                00002260
                                                                        00002270
       01 WRK-DATA-AUX        PIC 9(08).                                00002280
       01 WRK-DATA-AUX-R REDEFINES WRK-DATA-AUX.                        00002290
          05 WRK-AUX-ANO      PIC 9(04).                                00002300
          05 WRK-AUX-MES      PIC 9(02).                                00002310
          05 WRK-AUX-DIA      PIC 9(02).                                00002320
                                                                        00002330
       77 WRK-FIM-DIREITO     PIC 9(06).                                00002340
       77 WRK-COMPET-REL      PIC 9(06).                                00002350
       77 WRK-IDFUNC          PIC 9(05).                                00002360
       77 WRK-NOME            PIC X(30).                                00002370
       77 WRK-MOTIVO          PIC X(30).                                00002380
       77 WRK-PREMIO          PIC 9(07)V99.                             00002390
       77 WRK-ACHOU           PIC X(01).                                00002400
                                                                        00002410
      *-----------PRECO DO PLANO MEDICO (TABPLANO TIPO 'M')---------*   00002420
                                                                        00002430
       01 WRK-TAB-PR.                                                   00002440
          05 WRK-TAB-PR-QTD  PIC 9(03) VALUE 0.                         00002450
          05 WRK-TAB-PR-OCR OCCURS 50 TIMES.                            00002460
             10 WRK-PR-PLANO    PIC X(10).                              00002470
             10 WRK-PR-PREMIO   PIC 9(05)V99.                           00002480
                                                                        00002490
       77 WRK-IND-PR          PIC 9(03).                                00002500
       77 WRK-PLANO-CALC      PIC X(10).                                00002510
                                                                        00002520
      *-----------TOTAIS--------------------------------------------*   00002530
                                                                        00002540
       77 WRK-TOT-COBRADO     PIC 9(11)V99 VALUE 0.                     00002550
       77 WRK-TOT-RECEBIDO    PIC 9(11)V99 VALUE 0.                     00002560
                                                                        00002570
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00002580
                                                                        00002590
       77 WRK-MSG-FINAL       PIC X(17) VALUE 'FINAL DE PROGRAMA'.      00002600
                                                                        00002610
      *--------------------STATUS-----------------------------------*   00002620
                                                                        00002630
       77 WRK-FS-TABPLANO  PIC 9(02).                                   00002640
                                                                        00002650
       77 WRK-FS-OPCCONT   PIC 9(02).                                   00002660
                                                                        00002670
       77 WRK-FS-PAGCONT   PIC 9(02).                                   00002680
                                                                        00002690
       77 WRK-FS-COBCONT   PIC 9(02).                                   00002700
                                                                        00002710
       77 WRK-FS-RELCNT    PIC 9(02).                                   00002720
                                                                        00002730
      *--------------------LINHAS DO RELATORIO----------------------*   00002740
                                                                        00002750
       01 WRK-CABEC1.                                                   00002760
          05 FILLER   PIC X(44) VALUE                                   00002770
             'CONTINUIDADE DO PLANO MEDICO - COMPETENCIA  '.            00002780
          05 WRK-C-MES        PIC 9(02).                                00002790
          05 FILLER           PIC X(01) VALUE '/'.                      00002800
          05 WRK-C-ANO        PIC 9(04).                                00002810
          05 FILLER   PIC X(29).                                        00002820
                                                                        00002830
       01 WRK-CABEC2.                                                   00002840
          05 FILLER   PIC X(40) VALUE                                   00002850
             'FUNC. NOME                 COMPET.     V'.                00002860
          05 FILLER   PIC X(40) VALUE                                   00002870
             'ALOR OCORRENCIA                         '.                00002880
                                                                        00002890
       01 WRK-REL-DET.                                                  00002900
          05 WRK-R-ID        PIC 9(05).                                 00002910
          05 FILLER          PIC X(01).                                 00002920
          05 WRK-R-NOME      PIC X(20).                                 00002930
          05 FILLER          PIC X(01).                                 00002940
          05 WRK-R-COMPET    PIC 9(06).                                 00002950
          05 FILLER          PIC X(01).                                 00002960
          05 WRK-R-VALOR     PIC ZZZ.ZZ9,99.                            00002970
          05 FILLER          PIC X(01).                                 00002980
          05 WRK-R-OCORR     PIC X(30).                                 00002990
          05 FILLER          PIC X(05).                                 00003000
                                                                        00003010
       01 WRK-TOTGERAL.                                                 00003020
          05 WRK-G-TITULO    PIC X(24).                                 00003030
          05 WRK-G-VALOR     PIC ZZ.ZZZ.ZZZ.ZZ9,99.                     00003040
          05 FILLER          PIC X(39).                                 00003050
                                                                        00003060
      *=============================================================*   00003070
       PROCEDURE DIVISION.                                              00003080
      *=============================================================*   00003090
                                                                        00003100
      *=============================================================*   00003110
       0000-PRINCIPAL                                       SECTION.    00003120
                                                                        00003130
            PERFORM 1000-INICIAR.                                       00003140
            PERFORM 2000-REGISTRAR-OPCAO                                00003150
               UNTIL WRK-FS-OPCCONT NOT EQUAL ZEROS.                    00003160
            PERFORM 3000-BAIXAR-PAGAMENTO                               00003170
               UNTIL WRK-FS-PAGCONT NOT EQUAL ZEROS.                    00003180
            PERFORM 4000-COBRAR-CONTINUIDADE.                           00003190
            PERFORM 5000-FINALIZAR.                                     00003200
                                                                        00003210
       0000-99-FIM.                                            EXIT.    00003220
      *=============================================================*   00003230
                                                                        00003240
      *=============================================================*   00003250
       1000-INICIAR                                         SECTION.    00003260
                                                                        00003270
            MOVE 'FR21CNT1' TO LNK-DP-PROGRAMA.                         00003280
            MOVE ZEROS      TO LNK-DP-DIAS-TOL.                         00003290
            CALL 'FR21DTA1' USING LNK-DPRC.                             00003300
            MOVE LNK-DP-DATA TO WRK-DATA-SISTEMA.                       00003310
            MOVE WRK-DATA-SISTEMA(1:6) TO WRK-COMPET-ATUAL.             00003320
                                                                        00003330
            MOVE WRK-SIS-ANO TO WRK-DATA-DB2(1:4).                      00003340
            MOVE '-'         TO WRK-DATA-DB2(5:1).                      00003350
            MOVE WRK-SIS-MES TO WRK-DATA-DB2(6:2).                      00003360
            MOVE '-'         TO WRK-DATA-DB2(8:1).                      00003370
            MOVE WRK-SIS-DIA TO WRK-DATA-DB2(9:2).                      00003380
                                                                        00003390
      *          COMPETENCIA ANTERIOR E POSICAO DA ATUAL EM MESES       00003400
                                                                        00003410
            MOVE WRK-COMPET-ATUAL TO WRK-COMPET-CALC.                   00003420
            PERFORM 8000-MES-CORRIDO.                                   00003430
            MOVE WRK-MES-ABS TO WRK-MES-ATUAL.                          00003440
            SUBTRACT 1 FROM WRK-CC-MES.                                 00003450
            IF WRK-CC-MES EQUAL ZEROS                                   00003460
               MOVE 12 TO WRK-CC-MES                                    00003470
               SUBTRACT 1 FROM WRK-CC-ANO                               00003480
            END-IF.                                                     00003490
            MOVE WRK-COMPET-CALC TO WRK-COMPET-ANT.                     00003500
                                                                        00003510
            OPEN INPUT  TABPLANO.                                       00003520
            OPEN INPUT  OPCCONT.                                        00003530
            OPEN INPUT  PAGCONT.                                        00003540
            OPEN OUTPUT COBCONT.                                        00003550
            OPEN OUTPUT RELCNT.                                         00003560
                                                                        00003570
            IF WRK-FS-TABPLANO NOT EQUAL ZEROS                          00003580
               MOVE 'FR21CNT1'                  TO WRK-PROGRAMA         00003590
               MOVE '1000'                      TO WRK-SECAO            00003600
               MOVE 'ERRO OPEN TABPLANO      - ' TO WRK-MENSAGEM        00003610
               MOVE WRK-FS-TABPLANO             TO WRK-STATUS           00003620
               PERFORM 9000-TRATARERROS                                 00003630
            END-IF.                                                     00003640
                                                                        00003650
            IF WRK-FS-COBCONT NOT EQUAL ZEROS                           00003660
               MOVE 'FR21CNT1'                  TO WRK-PROGRAMA         00003670
               MOVE '1000'                      TO WRK-SECAO            00003680
               MOVE 'ERRO OPEN COBCONT       - ' TO WRK-MENSAGEM        00003690
               MOVE WRK-FS-COBCONT              TO WRK-STATUS           00003700
               PERFORM 9000-TRATARERROS                                 00003710
            END-IF.                                                     00003720
                                                                        00003730
            IF WRK-FS-RELCNT NOT EQUAL ZEROS                            00003740
               MOVE 'FR21CNT1'                  TO WRK-PROGRAMA         00003750
               MOVE '1000'                      TO WRK-SECAO            00003760
               MOVE 'ERRO OPEN RELCNT        - ' TO WRK-MENSAGEM        00003770
               MOVE WRK-FS-RELCNT               TO WRK-STATUS           00003780
               PERFORM 9000-TRATARERROS                                 00003790
            END-IF.                                                     00003800
                                                                        00003810
            PERFORM 1100-CARREGAR-PRECOS.                               00003820
                                                                        00003830
            MOVE WRK-SIS-MES TO WRK-C-MES.                              00003840
            MOVE WRK-SIS-ANO TO WRK-C-ANO.                              00003850
            WRITE FD-RELCNT FROM WRK-CABEC1.                            00003860
            WRITE FD-RELCNT FROM WRK-LINHA-VAZIA.                       00003870
            WRITE FD-RELCNT FROM WRK-CABEC2.                            00003880
            WRITE FD-RELCNT FROM WRK-LINHA-VAZIA.                       00003890
                                                                        00003900
      *          OPCOES E PAGAMENTOS SAO OPCIONAIS NO MES               00003910
                                                                        00003920
            IF WRK-FS-OPCCONT NOT EQUAL ZEROS                           00003930
               DISPLAY 'SEM ARQUIVO DE OPCOES'                          00003940
            ELSE                                                        00003950
               PERFORM 2900-LER-OPCAO                                   00003960
            END-IF.                                                     00003970
                                                                        00003980
            IF WRK-FS-PAGCONT NOT EQUAL ZEROS                           00003990
               DISPLAY 'SEM ARQUIVO DE PAGAMENTOS'                      00004000
            ELSE                                                        00004010
               PERFORM 3900-LER-PAGAMENTO                               00004020
            END-IF.                                                     00004030
                                                                        00004040
       1000-99-FIM.                                            EXIT.    00004050
      *=============================================================*   00004060
                                                                        00004070
      *=============================================================*   00004080
       1100-CARREGAR-PRECOS                                 SECTION.    00004090
                                                                        00004100
            READ TABPLANO.                                              00004110
                                                                        00004120
            PERFORM UNTIL WRK-FS-TABPLANO NOT EQUAL ZEROS               00004130
               IF FD-TP-TIPO EQUAL 'M'                                  00004140
                  IF WRK-TAB-PR-QTD NOT LESS 50                         00004150
                     MOVE 'FR21CNT1'                 TO WRK-PROGRAMA    00004160
                     MOVE '1100'                     TO WRK-SECAO       00004170
                     MOVE 'TABELA DE PLANOS ESTOUROU' TO WRK-MENSAGEM   00004180
                     MOVE SPACES                     TO WRK-STATUS      00004190
                     PERFORM 9000-TRATARERROS                           00004200
                  END-IF                                                00004210
                  ADD 1 TO WRK-TAB-PR-QTD                               00004220
                  MOVE WRK-TAB-PR-QTD TO WRK-IND-PR                     00004230
                  MOVE FD-TP-PLANO    TO WRK-PR-PLANO(WRK-IND-PR)       00004240
                  MOVE FD-TP-PREMIO   TO WRK-PR-PREMIO(WRK-IND-PR)      00004250
               END-IF                                                   00004260
               READ TABPLANO                                            00004270
            END-PERFORM.                                                00004280
                                                                        00004290
            IF WRK-TAB-PR-QTD EQUAL ZEROS                               00004300
               MOVE 'FR21CNT1'                  TO WRK-PROGRAMA         00004310
               MOVE '1100'                      TO WRK-SECAO            00004320
               MOVE 'TABELA DE PLANOS VAZIA  - ' TO WRK-MENSAGEM        00004330
               MOVE SPACES                      TO WRK-STATUS           00004340
               PERFORM 9000-TRATARERROS                                 00004350
            END-IF.                                                     00004360
                                                                        00004370
       1100-99-FIM.                                            EXIT.    00004380
      *=============================================================*   00004390
                                                                        00004400
      *=============================================================*   00004410
       2000-REGISTRAR-OPCAO                                 SECTION.    00004420
                                                                        00004430
      *          A OPCAO SO VALE PARA REGISTRO PENDENTE E DENTRO DO     00004440
      *          PRAZO; 'S' PASSA A ATIVO E A COBRANCA COMECA NA        00004450
      *          COMPETENCIA ATUAL, 'N' ENCERRA O REGISTRO              00004460
                                                                        00004470
            ADD 1 TO WRK-OPCOES.                                        00004480
            MOVE FD-OC-IDFUNC TO WRK-IDFUNC CPL-IDFUNC.                 00004490
            MOVE SPACES       TO WRK-NOME.                              00004500
            MOVE ZEROS        TO WRK-PREMIO.                            00004510
            MOVE WRK-COMPET-ATUAL TO WRK-COMPET-REL.                    00004520
                                                                        00004530
            EXEC SQL                                                    00004540
                 SELECT SITUACAO, DTLIMOPC                              00004550
                   INTO :CPL-SITUACAO, :CPL-DTLIMOPC                    00004560
                   FROM IVAN.CONTPLAN                                   00004570
                  WHERE IDFUNC = :CPL-IDFUNC                            00004580
            END-EXEC.                                                   00004590
                                                                        00004600
            IF SQLCODE EQUAL 100                                        00004610
               MOVE 'OPCAO SEM REGISTRO'       TO WRK-MOTIVO            00004620
               PERFORM 7000-REJEITAR                                    00004630
               GO TO 2000-90-PROXIMO                                    00004640
            END-IF.                                                     00004650
                                                                        00004660
            IF SQLCODE NOT EQUAL 0                                      00004670
               MOVE SQLCODE TO WRK-SQLCODE                              00004680
               MOVE 'FR21CNT1'                  TO WRK-PROGRAMA         00004690
               MOVE '2000'                      TO WRK-SECAO            00004700
               MOVE 'ERRO SELECT CONTPLAN    - ' TO WRK-MENSAGEM        00004710
               MOVE ZEROS                       TO WRK-STATUS           00004720
               PERFORM 9000-TRATARERROS                                 00004730
            END-IF.                                                     00004740
                                                                        00004750
            IF CPL-SITUACAO NOT EQUAL 'P'                               00004760
               MOVE 'OPCAO JA REGISTRADA'      TO WRK-MOTIVO            00004770
               PERFORM 7000-REJEITAR                                    00004780
               GO TO 2000-90-PROXIMO                                    00004790
            END-IF.                                                     00004800
                                                                        00004810
            MOVE FD-OC-DATA  TO WRK-DATA-AUX.                           00004820
            MOVE WRK-AUX-ANO TO WRK-ISO-ANO.                            00004830
            MOVE WRK-AUX-MES TO WRK-ISO-MES.                            00004840
            MOVE WRK-AUX-DIA TO WRK-ISO-DIA.                            00004850
                                                                        00004860
            IF WRK-DATA-ISO GREATER CPL-DTLIMOPC                        00004870
               MOVE 'OPCAO FORA DO PRAZO'      TO WRK-MOTIVO            00004880
               PERFORM 7000-REJEITAR                                    00004890
               GO TO 2000-90-PROXIMO                                    00004900
            END-IF.                                                     00004910
                                                                        00004920
            MOVE FD-OC-OPCAO  TO CPL-OPCAO.                             00004930
            MOVE WRK-DATA-ISO TO CPL-DTOPCAO.                           00004940
            MOVE WRK-DATA-DB2 TO CPL-DTULTALT.                          00004950
                                                                        00004960
            EVALUATE FD-OC-OPCAO                                        00004970
              WHEN 'S'                                                  00004980
                   MOVE 'A'            TO CPL-SITUACAO                  00004990
                   MOVE SPACES         TO CPL-MOTIVOENC                 00005000
                   MOVE WRK-COMPET-ANT TO CPL-COMPETPAG                 00005010
                   MOVE 'OPTOU PELA CONTINUIDADE' TO WRK-MOTIVO         00005020
              WHEN 'N'                                                  00005030
                   MOVE 'E'            TO CPL-SITUACAO                  00005040
                   MOVE 'RECUSOU A CONTINUIDADE' TO CPL-MOTIVOENC       00005050
                   MOVE '000000'       TO CPL-COMPETPAG                 00005060
                   MOVE 'RECUSOU A CONTINUIDADE' TO WRK-MOTIVO          00005070
              WHEN OTHER                                                00005080
                   MOVE 'OPCAO INVALIDA'           TO WRK-MOTIVO        00005090
                   PERFORM 7000-REJEITAR                                00005100
                   GO TO 2000-90-PROXIMO                                00005110
            END-EVALUATE.                                               00005120
                                                                        00005130
            EXEC SQL                                                    00005140
                 UPDATE IVAN.CONTPLAN                                   00005150
                    SET SITUACAO  = :CPL-SITUACAO,                      00005160
                        OPCAO     = :CPL-OPCAO,                         00005170
                        DTOPCAO   = :CPL-DTOPCAO,                       00005180
                        MOTIVOENC = :CPL-MOTIVOENC,                     00005190
                        COMPETPAG = :CPL-COMPETPAG,                     00005200
                        DTULTALT  = :CPL-DTULTALT                       00005210
                  WHERE IDFUNC = :CPL-IDFUNC                            00005220
            END-EXEC.                                                   00005230
                                                                        00005240
            PERFORM 6000-CONFIRMAR.                                     00005250
                                                                        00005260
            PERFORM 7100-RELATAR.                                       00005270
            IF CPL-SITUACAO EQUAL 'E'                                   00005280
               ADD 1 TO WRK-ENCERRADOS                                  00005290
            END-IF.                                                     00005300
                                                                        00005310
       2000-90-PROXIMO.                                                 00005320
                                                                        00005330
            PERFORM 2900-LER-OPCAO.                                     00005340
                                                                        00005350
       2000-99-FIM.                                            EXIT.    00005360
      *=============================================================*   00005370
                                                                        00005380
      *=============================================================*   00005390
       2900-LER-OPCAO                                       SECTION.    00005400
                                                                        00005410
           READ OPCCONT.                                                00005420
                                                                        00005430
           IF WRK-FS-OPCCONT NOT EQUAL ZEROS AND 10                     00005440
              MOVE 'FR21CNT1'                  TO WRK-PROGRAMA          00005450
              MOVE '2900'                      TO WRK-SECAO             00005460
              MOVE 'ERRO LEITURA OPCCONT    - ' TO WRK-MENSAGEM         00005470
              MOVE WRK-FS-OPCCONT              TO WRK-STATUS            00005480
              PERFORM 9000-TRATARERROS                                  00005490
           END-IF.                                                      00005500
                                                                        00005510
       2900-99-FIM.                                            EXIT.    00005520
      *=============================================================*   00005530
                                                                        00005540
      *=============================================================*   00005550
       3000-BAIXAR-PAGAMENTO                                SECTION.    00005560
                                                                        00005570
      *          O PAGAMENTO QUITA A COMPETENCIA SEGUINTE A ULTIMA      00005580
      *          PAGA, DESDE QUE JA COBRADA; A ULTIMA COBRADA PRECISA   00005590
      *          SER PAGA PELO VALOR INTEGRAL DA COBRANCA               00005600
                                                                        00005610
            ADD 1 TO WRK-PAGAMENTOS.                                    00005620
            MOVE FD-PC-IDFUNC TO WRK-IDFUNC CPL-IDFUNC.                 00005630
            MOVE SPACES       TO WRK-NOME.                              00005640
            MOVE FD-PC-VALOR  TO WRK-PREMIO.                            00005650
            MOVE FD-PC-COMPET TO WRK-COMPET-REL.                        00005660
                                                                        00005670
            EXEC SQL                                                    00005680
                 SELECT SITUACAO, COMPETFAT, VALFAT, COMPETPAG          00005690
                   INTO :CPL-SITUACAO, :CPL-COMPETFAT, :CPL-VALFAT,     00005700
                        :CPL-COMPETPAG                                  00005710
                   FROM IVAN.CONTPLAN                                   00005720
                  WHERE IDFUNC = :CPL-IDFUNC                            00005730
            END-EXEC.                                                   00005740
                                                                        00005750
            IF SQLCODE EQUAL 100                                        00005760
               MOVE 'PAGAMENTO SEM REGISTRO'   TO WRK-MOTIVO            00005770
               PERFORM 7000-REJEITAR                                    00005780
               GO TO 3000-90-PROXIMO                                    00005790
            END-IF.                                                     00005800
                                                                        00005810
            IF SQLCODE NOT EQUAL 0                                      00005820
               MOVE SQLCODE TO WRK-SQLCODE                              00005830
               MOVE 'FR21CNT1'                  TO WRK-PROGRAMA         00005840
               MOVE '3000'                      TO WRK-SECAO            00005850
               MOVE 'ERRO SELECT CONTPLAN    - ' TO WRK-MENSAGEM        00005860
               MOVE ZEROS                       TO WRK-STATUS           00005870
               PERFORM 9000-TRATARERROS                                 00005880
            END-IF.                                                     00005890
                                                                        00005900
            IF CPL-SITUACAO NOT EQUAL 'A'                               00005910
               MOVE 'PAGAMENTO DE NAO ATIVO'   TO WRK-MOTIVO            00005920
               PERFORM 7000-REJEITAR                                    00005930
               GO TO 3000-90-PROXIMO                                    00005940
            END-IF.                                                     00005950
                                                                        00005960
            IF FD-PC-COMPET NOT GREATER CPL-COMPETPAG                   00005970
               MOVE 'COMPETENCIA JA PAGA'      TO WRK-MOTIVO            00005980
               PERFORM 7000-REJEITAR                                    00005990
               GO TO 3000-90-PROXIMO                                    00006000
            END-IF.                                                     00006010
                                                                        00006020
            IF FD-PC-COMPET GREATER CPL-COMPETFAT                       00006030
               MOVE 'COMPETENCIA NAO COBRADA'  TO WRK-MOTIVO            00006040
               PERFORM 7000-REJEITAR                                    00006050
               GO TO 3000-90-PROXIMO                                    00006060
            END-IF.                                                     00006070
                                                                        00006080
      *          SO QUITA A COMPETENCIA SEGUINTE A ULTIMA PAGA          00006090
                                                                        00006100
            MOVE CPL-COMPETPAG TO WRK-COMPET-CALC.                      00006110
            PERFORM 8000-MES-CORRIDO.                                   00006120
            MOVE WRK-MES-ABS   TO WRK-MES-PAG.                          00006130
            MOVE FD-PC-COMPET  TO WRK-COMPET-CALC.                      00006140
            PERFORM 8000-MES-CORRIDO.                                   00006150
                                                                        00006160
            IF WRK-MES-ABS NOT EQUAL WRK-MES-PAG + 1                    00006170
               MOVE 'PAGAMENTO FORA DE ORDEM'  TO WRK-MOTIVO            00006180
               PERFORM 7000-REJEITAR                                    00006190
               GO TO 3000-90-PROXIMO                                    00006200
            END-IF.                                                     00006210
                                                                        00006220
            IF FD-PC-COMPET EQUAL CPL-COMPETFAT                         00006230
               AND FD-PC-VALOR LESS CPL-VALFAT                          00006240
               MOVE 'PAGAMENTO PARCIAL'        TO WRK-MOTIVO            00006250
               PERFORM 7000-REJEITAR                                    00006260
               GO TO 3000-90-PROXIMO                                    00006270
            END-IF.                                                     00006280
                                                                        00006290
            MOVE FD-PC-COMPET TO CPL-COMPETPAG.                         00006300
            MOVE WRK-DATA-DB2 TO CPL-DTULTALT.                          00006310
                                                                        00006320
            EXEC SQL                                                    00006330
                 UPDATE IVAN.CONTPLAN                                   00006340
                    SET COMPETPAG = :CPL-COMPETPAG,                     00006350
                        DTULTALT  = :CPL-DTULTALT                       00006360
                  WHERE IDFUNC = :CPL-IDFUNC                            00006370
            END-EXEC.                                                   00006380
                                                                        00006390
            PERFORM 6000-CONFIRMAR.                                     00006400
                                                                        00006410
            ADD FD-PC-VALOR TO WRK-TOT-RECEBIDO.                        00006420
            MOVE 'PAGAMENTO BAIXADO'           TO WRK-MOTIVO.           00006430
            PERFORM 7100-RELATAR.                                       00006440
                                                                        00006450
       3000-90-PROXIMO.                                                 00006460
                                                                        00006470
            PERFORM 3900-LER-PAGAMENTO.                                 00006480
                                                                        00006490
       3000-99-FIM.                                            EXIT.    00006500
      *=============================================================*   00006510
                                                                        00006520
      *=============================================================*   00006530
       3900-LER-PAGAMENTO                                   SECTION.    00006540
                                                                        00006550
           READ PAGCONT.                                                00006560
                                                                        00006570
           IF WRK-FS-PAGCONT NOT EQUAL ZEROS AND 10                     00006580
              MOVE 'FR21CNT1'                  TO WRK-PROGRAMA          00006590
              MOVE '3900'                      TO WRK-SECAO             00006600
              MOVE 'ERRO LEITURA PAGCONT    - ' TO WRK-MENSAGEM         00006610
              MOVE WRK-FS-PAGCONT              TO WRK-STATUS            00006620
              PERFORM 9000-TRATARERROS                                  00006630
           END-IF.                                                      00006640
                                                                        00006650
       3900-99-FIM.                                            EXIT.    00006660
      *=============================================================*   00006670
                                                                        00006680
      *=============================================================*   00006690
       4000-COBRAR-CONTINUIDADE                             SECTION.    00006700
                                                                        00006710
            EXEC SQL                                                    00006720
                 OPEN CCONT                                             00006730
            END-EXEC.                                                   00006740
                                                                        00006750
            IF SQLCODE NOT EQUAL 0                                      00006760
               MOVE SQLCODE TO WRK-SQLCODE                              00006770
               MOVE 'FR21CNT1'                  TO WRK-PROGRAMA         00006780
               MOVE '4000'                      TO WRK-SECAO            00006790
               MOVE 'ERRO OPEN CURSOR CCONT  - ' TO WRK-MENSAGEM        00006800
               MOVE ZEROS                       TO WRK-STATUS           00006810
               PERFORM 9000-TRATARERROS                                 00006820
            END-IF.                                                     00006830
                                                                        00006840
            PERFORM 4900-LER-REGISTRO.                                  00006850
                                                                        00006860
            PERFORM 4100-TRATAR-REGISTRO                                00006870
               UNTIL SQLCODE NOT EQUAL 0.                               00006880
                                                                        00006890
            IF SQLCODE NOT EQUAL 100                                    00006900
               MOVE SQLCODE TO WRK-SQLCODE                              00006910
               MOVE 'FR21CNT1'                  TO WRK-PROGRAMA         00006920
               MOVE '4000'                      TO WRK-SECAO            00006930
               MOVE 'ERRO FETCH CURSOR CCONT - ' TO WRK-MENSAGEM        00006940
               MOVE ZEROS                       TO WRK-STATUS           00006950
               PERFORM 9000-TRATARERROS                                 00006960
            END-IF.                                                     00006970
                                                                        00006980
            EXEC SQL                                                    00006990
                 CLOSE CCONT                                            00007000
            END-EXEC.                                                   00007010
                                                                        00007020
       4000-99-FIM.                                            EXIT.    00007030
      *=============================================================*   00007040
                                                                        00007050
      *=============================================================*   00007060
       4100-TRATAR-REGISTRO                                 SECTION.    00007070
                                                                        00007080
            MOVE CPL-IDFUNC       TO WRK-IDFUNC.                        00007090
            MOVE DB2-NOME         TO WRK-NOME.                          00007100
            MOVE ZEROS            TO WRK-PREMIO.                        00007110
            MOVE WRK-COMPET-ATUAL TO WRK-COMPET-REL.                    00007120
            MOVE WRK-DATA-DB2     TO CPL-DTULTALT.                      00007130
                                                                        00007140
      *          PENDENTE: ENCERRA SE O PRAZO DA OPCAO PASSOU           00007150
                                                                        00007160
            IF CPL-SITUACAO EQUAL 'P'                                   00007170
               IF WRK-DATA-DB2 GREATER CPL-DTLIMOPC                     00007180
                  MOVE 'NAO OPTOU NO PRAZO'    TO CPL-MOTIVOENC         00007190
                  PERFORM 4300-ENCERRAR                                 00007200
               ELSE                                                     00007210
                  ADD 1 TO WRK-PENDENTES                                00007220
                  MOVE 'AGUARDANDO OPCAO'      TO WRK-MOTIVO            00007230
                  PERFORM 7100-RELATAR                                  00007240
               END-IF                                                   00007250
               GO TO 4100-90-PROXIMO                                    00007260
            END-IF.                                                     00007270
                                                                        00007280
      *          ATIVO: ENCERRA NO FIM DO DIREITO (ULTIMO MES COBERTO   00007290
      *          E O MES DE DTFIMDIR)                                   00007300
                                                                        00007310
            MOVE CPL-DTFIMDIR(1:4) TO WRK-FIM-DIREITO(1:4).             00007320
            MOVE CPL-DTFIMDIR(6:2) TO WRK-FIM-DIREITO(5:2).             00007330
                                                                        00007340
            IF WRK-COMPET-ATUAL GREATER WRK-FIM-DIREITO                 00007350
               MOVE 'FIM DO PRAZO LEGAL'       TO CPL-MOTIVOENC         00007360
               PERFORM 4300-ENCERRAR                                    00007370
               GO TO 4100-90-PROXIMO                                    00007380
            END-IF.                                                     00007390
                                                                        00007400
      *          ATIVO: ENCERRA COM 2 COMPETENCIAS ANTERIORES A ATUAL   00007410
      *          COBRADAS E NAO PAGAS (A ATUAL, SE JA COBRADA NUM       00007420
      *          PROCESSAMENTO ANTERIOR DO MES, NAO CONTA)              00007430
                                                                        00007440
            MOVE ZEROS TO WRK-ATRASO.                                   00007450
                                                                        00007460
            IF CPL-COMPETFAT NOT EQUAL '000000'                         00007470
               MOVE CPL-COMPETPAG TO WRK-COMPET-CALC                    00007480
               PERFORM 8000-MES-CORRIDO                                 00007490
               MOVE WRK-MES-ABS   TO WRK-MES-PAG                        00007500
               MOVE CPL-COMPETFAT TO WRK-COMPET-CALC                    00007510
               PERFORM 8000-MES-CORRIDO                                 00007520
               MOVE WRK-MES-ABS   TO WRK-MES-FAT                        00007530
               IF WRK-MES-FAT NOT LESS WRK-MES-ATUAL                    00007540
                  COMPUTE WRK-MES-FAT = WRK-MES-ATUAL - 1               00007550
               END-IF                                                   00007560
               COMPUTE WRK-ATRASO = WRK-MES-FAT - WRK-MES-PAG           00007570
            END-IF.                                                     00007580
                                                                        00007590
            IF WRK-ATRASO NOT LESS WRK-MESES-ATRASO                     00007600
               MOVE 'FALTA DE PAGAMENTO'       TO CPL-MOTIVOENC         00007610
               PERFORM 4300-ENCERRAR                                    00007620
               GO TO 4100-90-PROXIMO                                    00007630
            END-IF.                                                     00007640
                                                                        00007650
            PERFORM 4200-COBRAR.                                        00007660
                                                                        00007670
       4100-90-PROXIMO.                                                 00007680
                                                                        00007690
            PERFORM 4900-LER-REGISTRO.                                  00007700
                                                                        00007710
       4100-99-FIM.                                            EXIT.    00007720
      *=============================================================*   00007730
                                                                        00007740
      *=============================================================*   00007750
       4200-COBRAR                                          SECTION.    00007760
                                                                        00007770
      *          PREMIO INTEGRAL = PRECO DO PLANO X COTAS               00007780
                                                                        00007790
            MOVE CPL-PLANMED TO WRK-PLANO-CALC.                         00007800
            MOVE 'N'         TO WRK-ACHOU.                              00007810
                                                                        00007820
            PERFORM VARYING WRK-IND-PR FROM 1 BY 1 UNTIL                00007830
               WRK-IND-PR > WRK-TAB-PR-QTD OR WRK-ACHOU = 'S'           00007840
               IF WRK-PR-PLANO(WRK-IND-PR) EQUAL WRK-PLANO-CALC         00007850
                  MOVE 'S' TO WRK-ACHOU                                 00007860
                  COMPUTE WRK-PREMIO ROUNDED =                          00007870
                     WRK-PR-PREMIO(WRK-IND-PR) * CPL-COTAS              00007880
               END-IF                                                   00007890
            END-PERFORM.                                                00007900
                                                                        00007910
            IF WRK-ACHOU NOT EQUAL 'S'                                  00007920
               MOVE 'PLANO SEM PRECO'          TO WRK-MOTIVO            00007930
               PERFORM 7000-REJEITAR                                    00007940
               GO TO 4200-99-FIM                                        00007950
            END-IF.                                                     00007960
                                                                        00007970
            MOVE WRK-COMPET-ATUAL TO CPL-COMPETFAT.                     00007980
            MOVE WRK-PREMIO       TO CPL-VALFAT.                        00007990
                                                                        00008000
            EXEC SQL                                                    00008010
                 UPDATE IVAN.CONTPLAN                                   00008020
                    SET COMPETFAT = :CPL-COMPETFAT,                     00008030
                        VALFAT    = :CPL-VALFAT,                        00008040
                        DTULTALT  = :CPL-DTULTALT                       00008050
                  WHERE IDFUNC = :CPL-IDFUNC                            00008060
            END-EXEC.                                                   00008070
                                                                        00008080
            PERFORM 6000-CONFIRMAR.                                     00008090
                                                                        00008100
            MOVE WRK-IDFUNC       TO CBC-IDFUNC.                        00008110
            MOVE WRK-NOME         TO CBC-NOME.                          00008120
            MOVE WRK-COMPET-ATUAL TO CBC-COMPET.                        00008130
            MOVE CPL-PLANMED      TO CBC-PLANO.                         00008140
            MOVE CPL-COTAS        TO CBC-COTAS.                         00008150
            MOVE WRK-PREMIO       TO CBC-VALOR.                         00008160
            MOVE WRK-COMPET-ATUAL TO CBC-VENCTO(1:6).                   00008170
            MOVE WRK-DIA-VENCTO   TO CBC-VENCTO(7:2).                   00008180
            MOVE WRK-DATA-SISTEMA TO CBC-DATA.                          00008190
            WRITE REG-COBCONT.                                          00008200
                                                                        00008210
            IF WRK-FS-COBCONT NOT EQUAL ZEROS                           00008220
               MOVE 'FR21CNT1'                  TO WRK-PROGRAMA         00008230
               MOVE '4200'                      TO WRK-SECAO            00008240
               MOVE 'ERRO GRAVACAO COBCONT   - ' TO WRK-MENSAGEM        00008250
               MOVE WRK-FS-COBCONT              TO WRK-STATUS           00008260
               PERFORM 9000-TRATARERROS                                 00008270
            END-IF.                                                     00008280
                                                                        00008290
            ADD 1          TO WRK-COBRADOS.                             00008300
            ADD WRK-PREMIO TO WRK-TOT-COBRADO.                          00008310
            MOVE 'COBRADO'                     TO WRK-MOTIVO.           00008320
            PERFORM 7100-RELATAR.                                       00008330
                                                                        00008340
       4200-99-FIM.                                            EXIT.    00008350
      *=============================================================*   00008360
                                                                        00008370
      *=============================================================*   00008380
       4300-ENCERRAR                                        SECTION.    00008390
                                                                        00008400
      *          ENCERRADO SAI DA REMESSA DA OPERADORA (FR21CAR1)       00008410
                                                                        00008420
            MOVE 'E' TO CPL-SITUACAO.                                   00008430
                                                                        00008440
            EXEC SQL                                                    00008450
                 UPDATE IVAN.CONTPLAN                                   00008460
                    SET SITUACAO  = :CPL-SITUACAO,                      00008470
                        MOTIVOENC = :CPL-MOTIVOENC,                     00008480
                        DTULTALT  = :CPL-DTULTALT                       00008490
                  WHERE IDFUNC = :CPL-IDFUNC                            00008500
            END-EXEC.                                                   00008510
                                                                        00008520
            PERFORM 6000-CONFIRMAR.                                     00008530
                                                                        00008540
            ADD 1 TO WRK-ENCERRADOS.                                    00008550
            MOVE SPACES        TO WRK-MOTIVO.                           00008560
            STRING 'ENCERRADO: ' CPL-MOTIVOENC                          00008570
                   DELIMITED BY SIZE INTO WRK-MOTIVO.                   00008580
            PERFORM 7100-RELATAR.                                       00008590
                                                                        00008600
       4300-99-FIM.                                            EXIT.    00008610
      *=============================================================*   00008620
                                                                        00008630
      *=============================================================*   00008640
       4900-LER-REGISTRO                                    SECTION.    00008650
                                                                        00008660
            EXEC SQL                                                    00008670
                 FETCH CCONT                                            00008680
                  INTO :CPL-IDFUNC, :CPL-PLANMED, :CPL-COTAS,           00008690
                       :CPL-DTLIMOPC, :CPL-DTFIMDIR, :CPL-SITUACAO,     00008700
                       :CPL-COMPETFAT, :CPL-COMPETPAG, :DB2-NOME        00008710
            END-EXEC.                                                   00008720
                                                                        00008730
       4900-99-FIM.                                            EXIT.    00008740
      *=============================================================*   00008750
                                                                        00008760
      *=============================================================*   00008770
       5000-FINALIZAR                                       SECTION.    00008780
                                                                        00008790
             WRITE FD-RELCNT FROM WRK-LINHA-VAZIA.                      00008800
             MOVE 'COBRADO NA COMPETENCIA: ' TO WRK-G-TITULO.           00008810
             MOVE WRK-TOT-COBRADO            TO WRK-G-VALOR.            00008820
             WRITE FD-RELCNT FROM WRK-TOTGERAL.                         00008830
             MOVE 'PAGAMENTOS BAIXADOS...: ' TO WRK-G-TITULO.           00008840
             MOVE WRK-TOT-RECEBIDO           TO WRK-G-VALOR.            00008850
             WRITE FD-RELCNT FROM WRK-TOTGERAL.                         00008860
                                                                        00008870
             DISPLAY 'OPCOES LIDAS..........' WRK-OPCOES.               00008880
             DISPLAY 'PAGAMENTOS LIDOS......' WRK-PAGAMENTOS.           00008890
             DISPLAY 'REJEITADOS............' WRK-REJEITADOS.           00008900
             DISPLAY 'COBRANCAS GRAVADAS....' WRK-COBRADOS.             00008910
             DISPLAY 'AGUARDANDO OPCAO......' WRK-PENDENTES.            00008920
             DISPLAY 'ENCERRADOS............' WRK-ENCERRADOS.           00008930
             DISPLAY WRK-MSG-FINAL.                                     00008940
                                                                        00008950
             CLOSE TABPLANO.                                            00008960
             IF WRK-FS-OPCCONT NOT EQUAL 35                             00008970
                CLOSE OPCCONT                                           00008980
             END-IF.                                                    00008990
             IF WRK-FS-PAGCONT NOT EQUAL 35                             00009000
                CLOSE PAGCONT                                           00009010
             END-IF.                                                    00009020
             CLOSE COBCONT.                                             00009030
             CLOSE RELCNT.                                              00009040
                                                                        00009050
             STOP RUN.                                                  00009060
                                                                        00009070
       5000-99-FIM.                                            EXIT.    00009080
      *=============================================================*   00009090
                                                                        00009100
      *=============================================================*   00009110
       6000-CONFIRMAR                                       SECTION.    00009120
                                                                        00009130
            IF SQLCODE NOT EQUAL 0                                      00009140
               MOVE SQLCODE TO WRK-SQLCODE                              00009150
               DISPLAY 'ERRO ' WRK-SQLCODE ' NA GRAVACAO CONTPLAN '     00009160
                       WRK-IDFUNC                                       00009170
               EXEC SQL                                                 00009180
                    ROLLBACK                                            00009190
               END-EXEC                                                 00009200
               MOVE 'FR21CNT1'                  TO WRK-PROGRAMA         00009210
               MOVE '6000'                      TO WRK-SECAO            00009220
               MOVE 'ERRO GRAVACAO CONTPLAN  - ' TO WRK-MENSAGEM        00009230
               MOVE ZEROS                       TO WRK-STATUS           00009240
               PERFORM 9000-TRATARERROS                                 00009250
            END-IF.                                                     00009260
                                                                        00009270
            EXEC SQL                                                    00009280
                 COMMIT                                                 00009290
            END-EXEC.                                                   00009300
                                                                        00009310
       6000-99-FIM.                                            EXIT.    00009320
      *=============================================================*   00009330
                                                                        00009340
      *=============================================================*   00009350
       7000-REJEITAR                                        SECTION.    00009360
                                                                        00009370
            ADD 1 TO WRK-REJEITADOS.                                    00009380
            PERFORM 7100-RELATAR.                                       00009390
                                                                        00009400
       7000-99-FIM.                                            EXIT.    00009410
      *=============================================================*   00009420
                                                                        00009430
      *=============================================================*   00009440
       7100-RELATAR                                         SECTION.    00009450
                                                                        00009460
            MOVE SPACES      TO WRK-REL-DET.                            00009470
            MOVE WRK-IDFUNC  TO WRK-R-ID.                               00009480
            MOVE WRK-NOME    TO WRK-R-NOME.                             00009490
            MOVE WRK-PREMIO  TO WRK-R-VALOR.                            00009500
            MOVE WRK-MOTIVO  TO WRK-R-OCORR.                            00009510
            MOVE WRK-COMPET-REL TO WRK-R-COMPET.                        00009520
            WRITE FD-RELCNT FROM WRK-REL-DET.                           00009530
                                                                        00009540
       7100-99-FIM.                                            EXIT.    00009550
      *=============================================================*   00009560
                                                                        00009570
      *=============================================================*   00009580
       8000-MES-CORRIDO                                     SECTION.    00009590
                                                                        00009600
      *          POSICAO DA COMPETENCIA AAAAMM EM MESES CORRIDOS        00009610
                                                                        00009620
            COMPUTE WRK-MES-ABS = WRK-CC-ANO * 12 + WRK-CC-MES.         00009630
                                                                        00009640
       8000-99-FIM.                                            EXIT.    00009650
      *=============================================================*   00009660
                                                                        00009670
      *=============================================================*   00009680
       9000-TRATARERROS                                     SECTION.    00009690
                                                                        00009700
             MOVE 'E' TO WRK-SEVERIDADE.                                00009710
             CALL 'GRAVALOG' USING WRK-DADOS.                           00009720
             STOP RUN.                                                  00009730
                                                                        00009740
       9000-99-FIM.                                            EXIT.    00009750
      *=============================================================*   00009760
