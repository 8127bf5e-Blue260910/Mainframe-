      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21CBR2.                                            00000050
                                                                        00000060
      *=============================================================*   00000070
      *   AUTOR....:VICTOR ARANDA                                       00000080
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000090
      *   DATA ....:15/10/2026                                          00000100
      *-------------------------------------------------------------*   00000110
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000120
      *  1.0   15/10/26   VICTOR ARANDA       VERSAO INICIAL            00000130
      *-------------------------------------------------------------*   00000140
      *   OBJETIVO: POSICAO SEMANAL DA COBRANCA. LE O CBRCTL NA         00000150
      *      ORDEM DA CHAVE (AGENCIA + CONTA) E, COM QUEBRA POR         00000160
      *      AGENCIA, TOTALIZA AS CONTAS EM COBRANCA POR ESTAGIO        00000170
      *      (LEMBRETE / NOTIFICACAO / BLOQUEIO / NEGATIVADA), COM A    00000180
      *      QUANTIDADE E O SALDO DEVEDOR EM ABERTO - O SALDO ATUAL     00000190
      *      DO CLUSTER CLIENTES. INFORMA AINDA AS CONTAS QUE SAIRAM    00000200
      *      DA COBRANCA NOS ULTIMOS 7 DIAS. TOTAL GERAL NO FIM.        00000210
      *-------------------------------------------------------------*   00000220
      *   ARQUIVOS.....:                                                00000230
      *                                                                 00000240
      *   NAME                I/O                                       00000250
      *   CBRCTL               I   (KSDS - CBRBOOK)                     00000260
      *   CLIENTES             I   (KSDS - CLIBOOK)                     00000270
      *   RELCBR2              O   (POSICAO POR AGENCIA E ESTAGIO)      00000280
      *-------------------------------------------------------------*   00000290
      *   MODULOS....:                                                  00000300
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000310
      *   FR21DTA1             DATA DE NEGOCIO DA JANELA (LNKDPRC)      00000320
      *=============================================================*   00000330
       ENVIRONMENT                               DIVISION.              00000340
      *=============================================================*   00000350
                                                                        00000360
      *-------------------------------------------------------------*   00000370
       CONFIGURATION                                        SECTION.    00000380
      *-------------------------------------------------------------*   00000390
       SPECIAL-NAMES.                                                   00000400
           DECIMAL-POINT IS COMMA.                                      00000410
                                                                        00000420
                                                                        00000430
       INPUT-OUTPUT                                         SECTION.    00000440
       FILE-CONTROL.                                                    00000450
           SELECT CBRCTL   ASSIGN TO CBRCTL                             00000460
               ORGANIZATION  IS INDEXED                                 00000470
               ACCESS MODE   IS SEQUENTIAL                              00000480
               RECORD KEY    IS CBR-CHAVE                               00000490
               FILE STATUS   IS WRK-FS-CBRCTL.                          00000500
                                                                        00000510
           SELECT CLIENTES ASSIGN TO CLIENTES                           00000520
               ORGANIZATION  IS INDEXED                                 00000530
               ACCESS MODE   IS RANDOM                                  00000540
               RECORD KEY    IS CLI-CHAVE                               00000550
               FILE STATUS   IS WRK-FS-CLIENTES.                        00000560
                                                                        00000570
           SELECT RELCBR2  ASSIGN TO RELCBR2                            00000580
               FILE STATUS  IS WRK-FS-RELCBR2.                          00000590
                                                                        00000600
      *=============================================================*   00000610
       DATA                                                DIVISION.    00000620
      *=============================================================*   00000630
       FILE                                                 SECTION.    00000640
      *=============================================================*   00000650
                                                                        00000660
      *-------------------------------------------------------------*   00000670
      *       CONTROLE DA COBRANCA (KSDS)   LRECL = 100             *   00000680
      *-------------------------------------------------------------*   00000690
       FD CBRCTL.                                                       00000700
                                                                        00000710
       COPY 'CBRBOOK'.                                                  00000720
                                                                        00000730
      *-------------------------------------------------------------*   00000740
      *       ARQUIVO CLIENTES (KSDS)   LRECL = 73                  *   00000750
      *-------------------------------------------------------------*   00000760
       FD CLIENTES.                                                     00000770
                                                                        00000780
       COPY 'CLIBOOK'.                                                  00000790
                                                                        00000800
      *-------------------------------------------------------------*   00000810
      *       ARQUIVO DE SAIDA   RELCBR2   LRECL = 132              *   00000820
      *-------------------------------------------------------------*   00000830
       FD RELCBR2                                                       00000840
           RECORDING  MODE IS F                                         00000850
           BLOCK CONTAINS 0 RECORDS.                                    00000860
                                                                        00000870
       01 FD-RELCBR2    PIC X(132).                                     00000880
                                                                        00000890
      *-------------------------------------------------------------*   00000900
       WORKING-STORAGE                                      SECTION.    00000910
      *-------------------------------------------------------------*   00000920
                                                                        00000930
      *------------------LOG-DE-ERROS-------------------------------*   00000940
                                                                        00000950
       01 WRK-DADOS.                                                    00000960
           05 WRK-PROGRAMA  PIC X(08).                                  00000970
           05 WRK-SECAO     PIC X(04).                                  00000980
           05 WRK-MENSAGEM  PIC X(30).                                  00000990
           05 WRK-STATUS    PIC X(02).                                  00001000
           05 WRK-SEVERIDADE PIC X(01).                                 00001010
           05 FILLER        PIC X(22).                                  00001020
                                                                        00001030
      *--------------------LOGICA-----------------------------------*   00001040
                                                                        00001050
       77 WRK-LIDOS           PIC 9(07) VALUE 0.                        00001060
                                                                        00001070
       77 WRK-AGENCIAS        PIC 9(05) VALUE 0.                        00001080
                                                                        00001090
       77 WRK-MSG-FINAL       PIC X(17) VALUE 'FINAL DE PROGRAMA'.      00001100
                                                                        00001110
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00001120
                                                                        00001130
       77 WRK-HOJE            PIC 9(08) VALUE 0.                        00001140
                                                                        00001150
       77 WRK-HOJE-INT        PIC 9(08) VALUE 0.                        00001160
                                                                        00001170
       77 WRK-SAIDA-INT       PIC 9(08) VALUE 0.                        00001180
                                                                        00001190
       77 WRK-AG-ATUAL        PIC X(04) VALUE SPACES.                   00001200
                                                                        00001210
       77 WRK-DEVEDOR         PIC 9(08) VALUE 0.                        00001220
                                                                        00001230
       77 WRK-IND-EST         PIC 9(01) VALUE 0.                        00001240
                                                                        00001250
      *        ACUMULADORES DA AGENCIA E GERAIS: OCORRENCIAS 1 A 4      00001260
      *        SAO OS ESTAGIOS DO CBRBOOK, A 5 O TOTAL EM COBRANCA      00001270
                                                                        00001280
       01 WRK-TAB-AGENCIA.                                              00001290
          05 WRK-AG-OCR OCCURS 5 TIMES.                                 00001300
             10 WRK-AG-QTD    PIC 9(05).                                00001310
             10 WRK-AG-VALOR  PIC 9(11).                                00001320
                                                                        00001330
       77 WRK-AG-QUITADAS     PIC 9(05) VALUE 0.                        00001340
                                                                        00001350
       01 WRK-TAB-GERAL.                                                00001360
          05 WRK-GR-OCR OCCURS 5 TIMES.                                 00001370
             10 WRK-GR-QTD    PIC 9(05).                                00001380
             10 WRK-GR-VALOR  PIC 9(11).                                00001390
                                                                        00001400
       77 WRK-GR-QUITADAS     PIC 9(05) VALUE 0.                        00001410
                                                                        00001420
           COPY 'LNKDPRC'.                                              00001430
                                                                        00001440
      *--------------------STATUS-----------------------------------*   00001450
                                                                        00001460
       77 WRK-FS-CBRCTL   PIC 9(02).                                    00001470
                                                                        00001480
       77 WRK-FS-CLIENTES PIC 9(02).                                    00001490
                                                                        00001500
       77 WRK-FS-RELCBR2  PIC 9(02).                                    00001510
                                                                        00001520
      *--------------------LINHAS DO RELATORIO----------------------*   00001530
                                                                        00001540
       01 WRK-CABEC1.                                                   00001550
          05 FILLER   PIC X(44) VALUE                                   00001560
             'COBRANCA - POSICAO SEMANAL POR AGENCIA  DATA'.            00001570
          05 FILLER   PIC X(01).                                        00001580
          05 WRK-C1-DATA PIC 9(08).                                     00001590
          05 FILLER   PIC X(79).                                        00001600
                                                                        00001610
       01 WRK-CABEC2.                                                   00001620
          05 FILLER   PIC X(44) VALUE                                   00001630
             'AGENCIA  ----- LEMBRETE -----  --- NOTIFICAC'.            00001640
          05 FILLER   PIC X(44) VALUE                                   00001650
             'AO ----  ----- BLOQUEIO -----  ---- NEGATIVA'.            00001660
          05 FILLER   PIC X(44) VALUE                                   00001670
             'DA ----  --- EM COBRANCA ----   SAIRAM 7D   '.            00001680
                                                                        00001690
       01 WRK-CABEC3.                                                   00001700
          05 FILLER   PIC X(44) VALUE                                   00001710
             '           QTD  SALDO DEVEDOR    QTD  SALDO '.            00001720
          05 FILLER   PIC X(44) VALUE                                   00001730
             'DEVEDOR    QTD  SALDO DEVEDOR    QTD  SALDO '.            00001740
          05 FILLER   PIC X(44) VALUE                                   00001750
             'DEVEDOR    QTD  SALDO DEVEDOR       QTDE    '.            00001760
                                                                        00001770
       01 WRK-DETALHE.                                                  00001780
          05 WRK-D-AGENCIA   PIC X(07).                                 00001790
          05 WRK-D-OCR OCCURS 5 TIMES.                                  00001800
             10 FILLER       PIC X(02).                                 00001810
             10 WRK-D-QTD    PIC ZZZZ9.                                 00001820
             10 FILLER       PIC X(01).                                 00001830
             10 WRK-D-VALOR  PIC ZZ.ZZZ.ZZZ.ZZ9.                        00001840
          05 FILLER          PIC X(06).                                 00001850
          05 WRK-D-QUITADAS  PIC ZZZZ9.                                 00001860
          05 FILLER          PIC X(04).                                 00001870
                                                                        00001880
      *=============================================================*   00001890
       PROCEDURE DIVISION.                                              00001900
      *=============================================================*   00001910
                                                                        00001920
      *=============================================================*   00001930
       0000-PRINCIPAL                                       SECTION.    00001940
                                                                        00001950
            PERFORM 1000-INICIAR.                                       00001960
            PERFORM 2000-PROCESSAR UNTIL WRK-FS-CBRCTL EQUAL 10.        00001970
            PERFORM 3000-FINALIZAR.                                     00001980
                                                                        00001990
       0000-99-FIM.                                            EXIT.    00002000
      *=============================================================*   00002010
                                                                        00002020
      *=============================================================*   00002030
       1000-INICIAR                                         SECTION.    00002040
                                                                        00002050
            OPEN INPUT  CBRCTL.                                         00002060
            OPEN INPUT  CLIENTES.                                       00002070
            OPEN OUTPUT RELCBR2.                                        00002080
                                                                        00002090
            IF WRK-FS-CBRCTL NOT EQUAL ZEROS                            00002100
               MOVE 'FR21CBR2'                  TO WRK-PROGRAMA         00002110
               MOVE '1000'                      TO WRK-SECAO            00002120
               MOVE 'ERRO OPEN CBRCTL         ' TO WRK-MENSAGEM         00002130
               MOVE WRK-FS-CBRCTL               TO WRK-STATUS           00002140
               PERFORM 9000-TRATARERROS                                 00002150
            END-IF.                                                     00002160
                                                                        00002170
            IF WRK-FS-CLIENTES NOT EQUAL ZEROS                          00002180
               MOVE 'FR21CBR2'                  TO WRK-PROGRAMA         00002190
               MOVE '1000'                      TO WRK-SECAO            00002200
               MOVE 'ERRO OPEN CLIENTES       ' TO WRK-MENSAGEM         00002210
               MOVE WRK-FS-CLIENTES             TO WRK-STATUS           00002220
               PERFORM 9000-TRATARERROS                                 00002230
            END-IF.                                                     00002240
                                                                        00002250
            MOVE 'FR21CBR2' TO LNK-DP-PROGRAMA.                         00002260
            MOVE ZEROS      TO LNK-DP-DIAS-TOL.                         00002270
            CALL 'FR21DTA1' USING LNK-DPRC.                             00002280
            MOVE LNK-DP-DATA TO WRK-HOJE.                               00002290
                                                                        00002300
            COMPUTE WRK-HOJE-INT =                                      00002310
               FUNCTION INTEGER-OF-DATE(WRK-HOJE).                      00002320
                                                                        00002330
            INITIALIZE WRK-TAB-GERAL.                                   00002340
                                                                        00002350
            MOVE WRK-HOJE TO WRK-C1-DATA.                               00002360
            WRITE FD-RELCBR2 FROM WRK-CABEC1.                           00002370
            WRITE FD-RELCBR2 FROM WRK-LINHA-VAZIA.                      00002380
            WRITE FD-RELCBR2 FROM WRK-CABEC2.                           00002390
            WRITE FD-RELCBR2 FROM WRK-CABEC3.                           00002400
            WRITE FD-RELCBR2 FROM WRK-LINHA-VAZIA.                      00002410
                                                                        00002420
            READ CBRCTL.                                                00002430
                                                                        00002440
       1000-99-FIM.                                            EXIT.    00002450
      *=============================================================*   00002460
                                                                        00002470
      *=============================================================*   00002480
       2000-PROCESSAR                                       SECTION.    00002490
                                                                        00002500
      *                 QUEBRA POR AGENCIA                              00002510
                                                                        00002520
           MOVE CBR-AGENCIA TO WRK-AG-ATUAL.                            00002530
           INITIALIZE WRK-TAB-AGENCIA.                                  00002540
           MOVE ZEROS TO WRK-AG-QUITADAS.                               00002550
                                                                        00002560
           PERFORM 2100-ACUMULAR                                        00002570
              UNTIL WRK-FS-CBRCTL EQUAL 10                              00002580
                 OR CBR-AGENCIA NOT EQUAL WRK-AG-ATUAL.                 00002590
                                                                        00002600
           IF WRK-AG-QTD(5) GREATER ZEROS                               00002610
              OR WRK-AG-QUITADAS GREATER ZEROS                          00002620
              PERFORM 2800-LINHA-AGENCIA                                00002630
           END-IF.                                                      00002640
                                                                        00002650
       2000-99-FIM.                                            EXIT.    00002660
      *=============================================================*   00002670
                                                                        00002680
      *=============================================================*   00002690
       2100-ACUMULAR                                        SECTION.    00002700
                                                                        00002710
           ADD 1 TO WRK-LIDOS.                                          00002720
                                                                        00002730
           IF CBR-SITUACAO EQUAL 'Q'                                    00002740
              COMPUTE WRK-SAIDA-INT =                                   00002750
                 FUNCTION INTEGER-OF-DATE(CBR-DATA-SAIDA)               00002760
              IF WRK-HOJE-INT - WRK-SAIDA-INT LESS 7                    00002770
                 ADD 1 TO WRK-AG-QUITADAS WRK-GR-QUITADAS               00002780
              END-IF                                                    00002790
              GO TO 2100-50-LER                                         00002800
           END-IF.                                                      00002810
                                                                        00002820
           IF CBR-SITUACAO NOT EQUAL 'A'                                00002830
              GO TO 2100-50-LER                                         00002840
           END-IF.                                                      00002850
                                                                        00002860
      *                 SALDO DEVEDOR EM ABERTO: O ATUAL DA CONTA;      00002870
      *                 SEM A CONTA, O DA ULTIMA PASSAGEM DA COBRANCA   00002880
                                                                        00002890
           MOVE CBR-CHAVE TO CLI-CHAVE.                                 00002900
           READ CLIENTES.                                               00002910
                                                                        00002920
           IF WRK-FS-CLIENTES NOT EQUAL ZEROS                           00002930
              MOVE CBR-SALDO TO CLI-SALDO                               00002940
           END-IF.                                                      00002950
                                                                        00002960
           MOVE ZEROS TO WRK-DEVEDOR.                                   00002970
           IF CLI-SALDO LESS ZEROS                                      00002980
              COMPUTE WRK-DEVEDOR = ZEROS - CLI-SALDO                   00002990
           END-IF.                                                      00003000
                                                                        00003010
           MOVE CBR-ESTAGIO TO WRK-IND-EST.                             00003020
           IF WRK-IND-EST LESS 1 OR WRK-IND-EST GREATER 4               00003030
              MOVE 1 TO WRK-IND-EST                                     00003040
           END-IF.                                                      00003050
                                                                        00003060
           ADD 1           TO WRK-AG-QTD(WRK-IND-EST)                   00003070
                              WRK-AG-QTD(5).                            00003080
           ADD WRK-DEVEDOR TO WRK-AG-VALOR(WRK-IND-EST)                 00003090
                              WRK-AG-VALOR(5).                          00003100
                                                                        00003110
       2100-50-LER.                                                     00003120
                                                                        00003130
           READ CBRCTL.                                                 00003140
                                                                        00003150
       2100-99-FIM.                                            EXIT.    00003160
      *=============================================================*   00003170
                                                                        00003180
      *=============================================================*   00003190
       2800-LINHA-AGENCIA                                   SECTION.    00003200
                                                                        00003210
           ADD 1 TO WRK-AGENCIAS.                                       00003220
           MOVE WRK-AG-ATUAL TO WRK-D-AGENCIA.                          00003230
                                                                        00003240
           PERFORM VARYING WRK-IND-EST FROM 1 BY 1                      00003250
                   UNTIL WRK-IND-EST GREATER 5                          00003260
              MOVE WRK-AG-QTD(WRK-IND-EST)   TO WRK-D-QTD(WRK-IND-EST)  00003270
              MOVE WRK-AG-VALOR(WRK-IND-EST) TO                         00003280
                   WRK-D-VALOR(WRK-IND-EST)                             00003290
              ADD WRK-AG-QTD(WRK-IND-EST)    TO WRK-GR-QTD(WRK-IND-EST) 00003300
              ADD WRK-AG-VALOR(WRK-IND-EST)  TO                         00003310
                  WRK-GR-VALOR(WRK-IND-EST)                             00003320
           END-PERFORM.                                                 00003330
                                                                        00003340
           MOVE WRK-AG-QUITADAS TO WRK-D-QUITADAS.                      00003350
           WRITE FD-RELCBR2 FROM WRK-DETALHE.                           00003360
                                                                        00003370
       2800-99-FIM.                                            EXIT.    00003380
      *=============================================================*   00003390
                                                                        00003400
      *=============================================================*   00003410
       3000-FINALIZAR                                       SECTION.    00003420
                                                                        00003430
             MOVE 'TOTAL' TO WRK-D-AGENCIA.                             00003440
                                                                        00003450
             PERFORM VARYING WRK-IND-EST FROM 1 BY 1                    00003460
                     UNTIL WRK-IND-EST GREATER 5                        00003470
                MOVE WRK-GR-QTD(WRK-IND-EST)   TO                       00003480
                     WRK-D-QTD(WRK-IND-EST)                             00003490
                MOVE WRK-GR-VALOR(WRK-IND-EST) TO                       00003500
                     WRK-D-VALOR(WRK-IND-EST)                           00003510
             END-PERFORM.                                               00003520
                                                                        00003530
             MOVE WRK-GR-QUITADAS TO WRK-D-QUITADAS.                    00003540
             WRITE FD-RELCBR2 FROM WRK-LINHA-VAZIA.                     00003550
             WRITE FD-RELCBR2 FROM WRK-DETALHE.                         00003560
                                                                        00003570
             DISPLAY 'REGISTROS LIDOS.......' WRK-LIDOS.                00003580
             DISPLAY 'AGENCIAS LISTADAS.....' WRK-AGENCIAS.             00003590
             DISPLAY 'CONTAS EM COBRANCA....' WRK-GR-QTD(5).            00003600
             DISPLAY 'SAIRAM EM 7 DIAS......' WRK-GR-QUITADAS.          00003610
             DISPLAY WRK-MSG-FINAL.                                     00003620
                                                                        00003630
             CLOSE CBRCTL CLIENTES.                                     00003640
             CLOSE RELCBR2.                                             00003650
             STOP RUN.                                                  00003660
                                                                        00003670
       3000-99-FIM.                                            EXIT.    00003680
      *=============================================================*   00003690
                                                                        00003700
      *=============================================================*   00003710
       9000-TRATARERROS                                     SECTION.    00003720
                                                                        00003730
             MOVE 'E' TO WRK-SEVERIDADE.                                00003740
             CALL 'GRAVALOG' USING WRK-DADOS.                           00003750
             STOP RUN.                                                  00003760
                                                                        00003770
       9000-99-FIM.                                            EXIT.    00003780
      *=============================================================*   00003790
