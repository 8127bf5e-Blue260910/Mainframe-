      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21PAC1.                                            00000050
                                                                        00000060
      *=============================================================*   00000070
      *   AUTOR....:VICTOR ARANDA                                       00000080
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000090
      *   DATA ....:15/10/2026                                          00000100
      *-------------------------------------------------------------*   00000110
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000120
      *  1.0   15/10/26   VICTOR ARANDA       VERSAO INICIAL            00000130
      *-------------------------------------------------------------*   00000140
      *   OBJETIVO: MANUTENCAO DO PACOTE DE SERVICOS DAS CONTAS         00000150
      *      (PACCTA) A PARTIR DO ARQUIVO DE MOVIMENTOS PACMOV:         00000160
      *      - 'I' ADESAO: CONTA CORRENTE ATIVA SEM PACOTE PASSA A      00000170
      *        TER O PACOTE INFORMADO DE IMEDIATO;                      00000180
      *      - 'A' TROCA: O NOVO PACOTE SO VALE A PARTIR DO DIA 1       00000190
      *        DO MES SEGUINTE AO FIM DO AVISO PREVIO DE 30 DIAS,       00000200
      *        PARA O CLIENTE SER AVISADO NO EXTRATO (FR21EX06);        00000210
      *        QUEM EFETIVA A TROCA E O FR21PAC2;                       00000220
      *      - 'C' CANCELA A TROCA PENDENTE;                            00000230
      *      - 'E' EXCLUSAO: A CONTA DEIXA DE TER PACOTE (VOLTA A       00000240
      *        TARIFA DE SALDO BAIXO DO FR21UNC1).                      00000250
      *      O CODIGO DO PACOTE E CRITICADO CONTRA A TABELA TABPAC.     00000260
      *      RESULTADO DE CADA MOVIMENTO NO RELPAC1.                    00000270
      *-------------------------------------------------------------*   00000280
      *   ARQUIVOS.....:                                                00000290
      *                                                                 00000300
      *   NAME                I/O                                       00000310
      *   PACMOV               I   (MOVIMENTOS DE MANUTENCAO)           00000320
      *   TABPAC               I   (TABELA DE PACOTES - TPABOOK)        00000330
      *   CLIENTES             I   (KSDS - CLIBOOK)                     00000340
      *   PACCTA              I-O  (KSDS - PACBOOK)                     00000350
      *   RELPAC1              O   (RESULTADO DA MANUTENCAO)            00000360
      *-------------------------------------------------------------*   00000370
      *   MODULOS....:                                                  00000380
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000390
      *   FR21DTA1             DATA DE NEGOCIO DA JANELA (LNKDPRC)      00000400
      *=============================================================*   00000410
       ENVIRONMENT                               DIVISION.              00000420
      *=============================================================*   00000430
                                                                        00000440
      *-------------------------------------------------------------*   00000450
       CONFIGURATION                                        SECTION.    00000460
      *-------------------------------------------------------------*   00000470
       SPECIAL-NAMES.                                                   00000480
           DECIMAL-POINT IS COMMA.                                      00000490
                                                                        00000500
                                                                        00000510
       INPUT-OUTPUT                                         SECTION.    00000520
       FILE-CONTROL.                                                    00000530
           SELECT PACMOV   ASSIGN TO PACMOV                             00000540
               FILE STATUS  IS WRK-FS-PACMOV.                           00000550
                                                                        00000560
           SELECT TABPAC   ASSIGN TO TABPAC                             00000570
               FILE STATUS  IS WRK-FS-TABPAC.                           00000580
                                                                        00000590
           SELECT CLIENTES ASSIGN TO CLIENTES                           00000600
               ORGANIZATION  IS INDEXED                                 00000610
               ACCESS MODE   IS RANDOM                                  00000620
               RECORD KEY    IS CLI-CHAVE                               00000630
               FILE STATUS   IS WRK-FS-CLIENTES.                        00000640
                                                                        00000650
           SELECT PACCTA   ASSIGN TO PACCTA                             00000660
               ORGANIZATION  IS INDEXED                                 00000670
               ACCESS MODE   IS DYNAMIC                                 00000680
               RECORD KEY    IS PAC-CHAVE                               00000690
               FILE STATUS   IS WRK-FS-PACCTA.                          00000700
                                                                        00000710
           SELECT RELPAC1  ASSIGN TO RELPAC1                            00000720
               FILE STATUS  IS WRK-FS-RELPAC1.                          00000730
                                                                        00000740
      *=============================================================*   00000750
       DATA                                                DIVISION.    00000760
      *=============================================================*   00000770
       FILE                                                 SECTION.    00000780
      *=============================================================*   00000790
                                                                        00000800
      *-------------------------------------------------------------*   00000810
      *       ARQUIVO DE ENTRADA PACMOV   LRECL = 20                *   00000820
      *-------------------------------------------------------------*   00000830
       FD PACMOV                                                        00000840
           RECORDING  MODE IS F                                         00000850
           BLOCK CONTAINS 0 RECORDS.                                    00000860
                                                                        00000870
       01 FD-PACMOV.                                                    00000880
          05 FD-PM-OPERACAO  PIC X(01).                                 00000890
          05 FD-PM-CHAVE     PIC X(08).                                 00000900
          05 FD-PM-PACOTE    PIC X(02).                                 00000910
          05 FILLER          PIC X(09).                                 00000920
                                                                        00000930
      *-------------------------------------------------------------*   00000940
      *       TABELA DE PACOTES          LRECL = 80                 *   00000950
      *-------------------------------------------------------------*   00000960
       FD TABPAC                                                        00000970
           RECORDING  MODE IS F                                         00000980
           BLOCK CONTAINS 0 RECORDS.                                    00000990
                                                                        00001000
       COPY 'TPABOOK'.                                                  00001010
                                                                        00001020
      *-------------------------------------------------------------*   00001030
      *       ARQUIVO CLIENTES (KSDS)   LRECL = 73                  *   00001040
      *-------------------------------------------------------------*   00001050
       FD CLIENTES.                                                     00001060
                                                                        00001070
       COPY 'CLIBOOK'.                                                  00001080
                                                                        00001090
      *-------------------------------------------------------------*   00001100
      *       PACOTE DE SERVICOS POR CONTA (KSDS)  LRECL = 60       *   00001110
      *-------------------------------------------------------------*   00001120
       FD PACCTA.                                                       00001130
                                                                        00001140
       COPY 'PACBOOK'.                                                  00001150
                                                                        00001160
      *-------------------------------------------------------------*   00001170
      *       ARQUIVO DE SAIDA   RELPAC1  LRECL = 80                *   00001180
      *-------------------------------------------------------------*   00001190
       FD RELPAC1                                                       00001200
           RECORDING  MODE IS F                                         00001210
           BLOCK CONTAINS 0 RECORDS.                                    00001220
                                                                        00001230
       01 FD-RELPAC1    PIC X(80).                                      00001240
                                                                        00001250
      *-------------------------------------------------------------*   00001260
       WORKING-STORAGE                                      SECTION.    00001270
      *-------------------------------------------------------------*   00001280
                                                                        00001290
      *------------------LOG-DE-ERROS-------------------------------*   00001300
                                                                        00001310
       01 WRK-DADOS.                                                    00001320
           05 WRK-PROGRAMA  PIC X(08).                                  00001330
           05 WRK-SECAO     PIC X(04).                                  00001340
           05 WRK-MENSAGEM  PIC X(30).                                  00001350
           05 WRK-STATUS    PIC X(02).                                  00001360
           05 WRK-SEVERIDADE PIC X(01).                                 00001370
           05 FILLER        PIC X(22).                                  00001380
                                                                        00001390
      *--------------------LOGICA-----------------------------------*   00001400
                                                                        00001410
       77 WRK-LIDOS           PIC 9(05) VALUE 0.                        00001420
                                                                        00001430
       77 WRK-ADESOES         PIC 9(05) VALUE 0.                        00001440
                                                                        00001450
       77 WRK-TROCAS          PIC 9(05) VALUE 0.                        00001460
                                                                        00001470
       77 WRK-CANCELADAS      PIC 9(05) VALUE 0.                        00001480
                                                                        00001490
       77 WRK-EXCLUIDOS       PIC 9(05) VALUE 0.                        00001500
                                                                        00001510
       77 WRK-REJEITADOS      PIC 9(05) VALUE 0.                        00001520
                                                                        00001530
       77 WRK-MOTIVO          PIC X(25).                                00001540
                                                                        00001550
       77 WRK-PACOTE-OK       PIC X(01).                                00001560
                                                                        00001570
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00001580
                                                                        00001590
       77 WRK-MSG-FINAL       PIC X(17) VALUE 'FINAL DE PROGRAMA'.      00001600
                                                                        00001610
      *-----------DATA DE NEGOCIO E VIGENCIA DA TROCA---------------*   00001620
                                                                        00001630
       77 WRK-HOJE            PIC 9(08) VALUE 0.                        00001640
                                                                        00001650
       77 WRK-DIAS-AVISO      PIC 9(03) VALUE 30.                       00001660
                                                                        00001670
      *       FIM DO AVISO PREVIO; A TROCA VALE NO DIA 1 DO MES         00001680
      *       SEGUINTE A ELE                                            00001690
                                                                        00001700
       01 WRK-FIM-AVISO       PIC 9(08) VALUE 0.                        00001710
       01 WRK-FIM-AVISO-R REDEFINES WRK-FIM-AVISO.                      00001720
          05 WRK-FA-ANO       PIC 9(04).                                00001730
          05 WRK-FA-MES       PIC 9(02).                                00001740
          05 WRK-FA-DIA       PIC 9(02).                                00001750
                                                                        00001760
       01 WRK-VIGOR           PIC 9(08) VALUE 0.                        00001770
       01 WRK-VIGOR-R REDEFINES WRK-VIGOR.                              00001780
          05 WRK-VG-ANO       PIC 9(04).                                00001790
          05 WRK-VG-MES       PIC 9(02).                                00001800
          05 WRK-VG-DIA       PIC 9(02).                                00001810
                                                                        00001820
           COPY 'LNKDPRC'.                                              00001830
                                                                        00001840
      *-----------TABELA DE PACOTES---------------------------------*   00001850
                                                                        00001860
       01 WRK-TAB-PACOTES.                                              00001870
          05 WRK-TAB-PC-QTD  PIC 9(02) VALUE 0.                         00001880
          05 WRK-TAB-PC-OCR OCCURS 20 TIMES.                            00001890
             10 WRK-PC-PACOTE   PIC X(02).                              00001900
                                                                        00001910
       77 WRK-IND-PC          PIC 9(02).                                00001920
                                                                        00001930
      *--------------------STATUS-----------------------------------*   00001940
                                                                        00001950
       77 WRK-FS-PACMOV   PIC 9(02).                                    00001960
                                                                        00001970
       77 WRK-FS-TABPAC   PIC 9(02).                                    00001980
                                                                        00001990
       77 WRK-FS-CLIENTES PIC 9(02).                                    00002000
                                                                        00002010
       77 WRK-FS-PACCTA   PIC 9(02).                                    00002020
                                                                        00002030
       77 WRK-FS-RELPAC1  PIC 9(02).                                    00002040
                                                                        00002050
      *--------------------LINHAS DO RELATORIO----------------------*   00002060
                                                                        00002070
       01 WRK-CABEC1.                                                   00002080
          05 FILLER   PIC X(44) VALUE                                   00002090
             'MANUTENCAO DOS PACOTES DE SERVICOS - DATA:'.              00002100
          05 WRK-CAB-DATA    PIC 9(08).                                 00002110
          05 FILLER   PIC X(28).                                        00002120
                                                                        00002130
       01 WRK-DETALHE.                                                  00002140
          05 WRK-D-OPERACAO  PIC X(01).                                 00002150
          05 FILLER          PIC X(02).                                 00002160
          05 WRK-D-CHAVE     PIC X(08).                                 00002170
          05 FILLER          PIC X(02).                                 00002180
          05 WRK-D-PACOTE    PIC X(02).                                 00002190
          05 FILLER          PIC X(02).                                 00002200
          05 WRK-D-VIGOR     PIC 9(08).                                 00002210
          05 FILLER          PIC X(02).                                 00002220
          05 WRK-D-SITUACAO  PIC X(10).                                 00002230
          05 FILLER          PIC X(02).                                 00002240
          05 WRK-D-CRITICA   PIC X(25).                                 00002250
          05 FILLER          PIC X(16).                                 00002260
                                                                        00002270
      *=============================================================*   00002280
       PROCEDURE DIVISION.                                              00002290
      *=============================================================*   00002300
                                                                        00002310
      *=============================================================*   00002320
       0000-PRINCIPAL                                       SECTION.    00002330
                                                                        00002340
            PERFORM 1000-INICIAR.                                       00002350
            PERFORM 1300-CARREGAR-TABELA.                               00002360
            PERFORM 2000-PROCESSAR UNTIL WRK-FS-PACMOV EQUAL 10.        00002370
            PERFORM 3000-FINALIZAR.                                     00002380
                                                                        00002390
       0000-99-FIM.                                            EXIT.    00002400
      *=============================================================*   00002410
                                                                        00002420
      *=============================================================*   00002430
       1000-INICIAR                                         SECTION.    00002440
                                                                        00002450
            OPEN INPUT  PACMOV TABPAC.                                  00002460
            OPEN INPUT  CLIENTES.                                       00002470
            OPEN I-O    PACCTA.                                         00002480
            OPEN OUTPUT RELPAC1.                                        00002490
                                                                        00002500
            IF WRK-FS-PACMOV NOT EQUAL ZEROS                            00002510
               MOVE 'FR21PAC1'                  TO WRK-PROGRAMA         00002520
               MOVE '1000'                      TO WRK-SECAO            00002530
               MOVE 'ERRO OPEN MOVIMENTOS     ' TO WRK-MENSAGEM         00002540
               MOVE WRK-FS-PACMOV               TO WRK-STATUS           00002550
               PERFORM 9000-TRATARERROS                                 00002560
            END-IF.                                                     00002570
                                                                        00002580
            IF WRK-FS-TABPAC NOT EQUAL ZEROS                            00002590
               MOVE 'FR21PAC1'                  TO WRK-PROGRAMA         00002600
               MOVE '1000'                      TO WRK-SECAO            00002610
               MOVE 'ERRO OPEN TABELA PACOTES ' TO WRK-MENSAGEM         00002620
               MOVE WRK-FS-TABPAC               TO WRK-STATUS           00002630
               PERFORM 9000-TRATARERROS                                 00002640
            END-IF.                                                     00002650
                                                                        00002660
            IF WRK-FS-CLIENTES NOT EQUAL ZEROS                          00002670
               MOVE 'FR21PAC1'                  TO WRK-PROGRAMA         00002680
               MOVE '1000'                      TO WRK-SECAO            00002690
               MOVE 'ERRO OPEN CLIENTES       ' TO WRK-MENSAGEM         00002700
               MOVE WRK-FS-CLIENTES             TO WRK-STATUS           00002710
               PERFORM 9000-TRATARERROS                                 00002720
            END-IF.                                                     00002730
                                                                        00002740
            IF WRK-FS-PACCTA NOT EQUAL ZEROS                            00002750
               MOVE 'FR21PAC1'                  TO WRK-PROGRAMA         00002760
               MOVE '1000'                      TO WRK-SECAO            00002770
               MOVE 'ERRO OPEN PACOTES CONTAS ' TO WRK-MENSAGEM         00002780
               MOVE WRK-FS-PACCTA               TO WRK-STATUS           00002790
               PERFORM 9000-TRATARERROS                                 00002800
            END-IF.                                                     00002810
                                                                        00002820
            MOVE 'FR21PAC1' TO LNK-DP-PROGRAMA.                         00002830
            MOVE ZEROS      TO LNK-DP-DIAS-TOL.                         00002840
            CALL 'FR21DTA1' USING LNK-DPRC.                             00002850
            MOVE LNK-DP-DATA TO WRK-HOJE.                               00002860
                                                                        00002870
      *                 VIGENCIA DE UMA TROCA PEDIDA HOJE: DIA 1 DO     00002880
      *                 MES SEGUINTE AO FIM DO AVISO PREVIO             00002890
                                                                        00002900
            COMPUTE WRK-FIM-AVISO = FUNCTION DATE-OF-INTEGER            00002910
               (FUNCTION INTEGER-OF-DATE(WRK-HOJE) + WRK-DIAS-AVISO).   00002920
                                                                        00002930
            MOVE WRK-FA-ANO TO WRK-VG-ANO.                              00002940
            MOVE WRK-FA-MES TO WRK-VG-MES.                              00002950
            MOVE 01         TO WRK-VG-DIA.                              00002960
            IF WRK-VG-MES EQUAL 12                                      00002970
               MOVE 01 TO WRK-VG-MES                                    00002980
               ADD 1 TO WRK-VG-ANO                                      00002990
            ELSE                                                        00003000
               ADD 1 TO WRK-VG-MES                                      00003010
            END-IF.                                                     00003020
                                                                        00003030
            MOVE WRK-HOJE TO WRK-CAB-DATA.                              00003040
            WRITE FD-RELPAC1 FROM WRK-CABEC1.                           00003050
            WRITE FD-RELPAC1 FROM WRK-LINHA-VAZIA.                      00003060
                                                                        00003070
            READ PACMOV.                                                00003080
                                                                        00003090
       1000-99-FIM.                                            EXIT.    00003100
      *=============================================================*   00003110
                                                                        00003120
      *=============================================================*   00003130
       1300-CARREGAR-TABELA                                 SECTION.    00003140
                                                                        00003150
           READ TABPAC.                                                 00003160
                                                                        00003170
           PERFORM UNTIL WRK-FS-TABPAC NOT EQUAL ZEROS                  00003180
              IF WRK-TAB-PC-QTD LESS 20                                 00003190
                 ADD 1 TO WRK-TAB-PC-QTD                                00003200
                 MOVE WRK-TAB-PC-QTD TO WRK-IND-PC                      00003210
                 MOVE TPA-PACOTE     TO WRK-PC-PACOTE(WRK-IND-PC)       00003220
              END-IF                                                    00003230
              READ TABPAC                                               00003240
           END-PERFORM.                                                 00003250
                                                                        00003260
           IF WRK-TAB-PC-QTD EQUAL ZEROS                                00003270
              MOVE 'FR21PAC1'                  TO WRK-PROGRAMA          00003280
              MOVE '1300'                      TO WRK-SECAO             00003290
              MOVE 'TABELA DE PACOTES VAZIA  ' TO WRK-MENSAGEM          00003300
              MOVE SPACES                      TO WRK-STATUS            00003310
              PERFORM 9000-TRATARERROS                                  00003320
           END-IF.                                                      00003330
                                                                        00003340
       1300-99-FIM.                                            EXIT.    00003350
      *=============================================================*   00003360
                                                                        00003370
      *=============================================================*   00003380
       2000-PROCESSAR                                       SECTION.    00003390
                                                                        00003400
           ADD 1 TO WRK-LIDOS.                                          00003410
           MOVE SPACES TO WRK-MOTIVO.                                   00003420
           MOVE ZEROS  TO WRK-D-VIGOR.                                  00003430
                                                                        00003440
           EVALUATE FD-PM-OPERACAO                                      00003450
                                                                        00003460
             WHEN 'I'                                                   00003470
                  PERFORM 2100-ADERIR                                   00003480
                                                                        00003490
             WHEN 'A'                                                   00003500
                  PERFORM 2200-TROCAR                                   00003510
                                                                        00003520
             WHEN 'C'                                                   00003530
                  PERFORM 2300-CANCELAR-TROCA                           00003540
                                                                        00003550
             WHEN 'E'                                                   00003560
                  PERFORM 2400-EXCLUIR                                  00003570
                                                                        00003580
             WHEN OTHER                                                 00003590
                  MOVE 'OPERACAO INVALIDA       ' TO WRK-MOTIVO         00003600
                  PERFORM 2700-REJEITAR                                 00003610
           END-EVALUATE.                                                00003620
                                                                        00003630
           READ PACMOV.                                                 00003640
                                                                        00003650
       2000-99-FIM.                                            EXIT.    00003660
      *=============================================================*   00003670
                                                                        00003680
      *=============================================================*   00003690
       2100-ADERIR                                          SECTION.    00003700
                                                                        00003710
      *                 SO CONTA CORRENTE ATIVA ADERE A PACOTE; A       00003720
      *                 POUPANCA NAO E TARIFADA                         00003730
                                                                        00003740
           PERFORM 2500-VALIDAR-PACOTE.                                 00003750
                                                                        00003760
           IF WRK-PACOTE-OK NOT EQUAL 'S'                               00003770
              PERFORM 2700-REJEITAR                                     00003780
              GO TO 2100-99-FIM                                         00003790
           END-IF.                                                      00003800
                                                                        00003810
           MOVE FD-PM-CHAVE TO CLI-CHAVE.                               00003820
           READ CLIENTES.                                               00003830
                                                                        00003840
           IF WRK-FS-CLIENTES NOT EQUAL ZEROS                           00003850
              MOVE 'CONTA NAO CADASTRADA    ' TO WRK-MOTIVO             00003860
              PERFORM 2700-REJEITAR                                     00003870
              GO TO 2100-99-FIM                                         00003880
           END-IF.                                                      00003890
                                                                        00003900
           IF CLI-SITUACAO EQUAL 'X' OR EQUAL 'E'                       00003910
              MOVE 'CONTA ENCERRADA         ' TO WRK-MOTIVO             00003920
              PERFORM 2700-REJEITAR                                     00003930
              GO TO 2100-99-FIM                                         00003940
           END-IF.                                                      00003950
                                                                        00003960
           IF CLI-PRODUTO EQUAL 'P'                                     00003970
              MOVE 'CONTA POUPANCA          ' TO WRK-MOTIVO             00003980
              PERFORM 2700-REJEITAR                                     00003990
              GO TO 2100-99-FIM                                         00004000
           END-IF.                                                      00004010
                                                                        00004020
           MOVE SPACES       TO REG-PACCTA.                             00004030
           MOVE FD-PM-CHAVE  TO PAC-CHAVE.                              00004040
           MOVE FD-PM-PACOTE TO PAC-PACOTE.                             00004050
           MOVE WRK-HOJE     TO PAC-DATA-ADESAO.                        00004060
           MOVE ZEROS        TO PAC-DATA-VIGOR PAC-DATA-PEDIDO.         00004070
           MOVE ZEROS        TO PAC-COMPET-COBR.                        00004080
           WRITE REG-PACCTA.                                            00004090
                                                                        00004100
           IF WRK-FS-PACCTA NOT EQUAL ZEROS                             00004110
              MOVE 'CONTA JA TEM PACOTE     ' TO WRK-MOTIVO             00004120
              PERFORM 2700-REJEITAR                                     00004130
              GO TO 2100-99-FIM                                         00004140
           END-IF.                                                      00004150
                                                                        00004160
           ADD 1 TO WRK-ADESOES.                                        00004170
           MOVE 'ADERIDO   ' TO WRK-D-SITUACAO.                         00004180
           PERFORM 2800-GRAVAR-DETALHE.                                 00004190
                                                                        00004200
       2100-99-FIM.                                            EXIT.    00004210
      *=============================================================*   00004220
                                                                        00004230
      *=============================================================*   00004240
       2200-TROCAR                                          SECTION.    00004250
                                                                        00004260
      *                 A TROCA FICA PENDENTE ATE A VIGENCIA; UM        00004270
      *                 NOVO PEDIDO SUBSTITUI O ANTERIOR E REABRE O     00004280
      *                 PRAZO DO AVISO                                  00004290
                                                                        00004300
           PERFORM 2500-VALIDAR-PACOTE.                                 00004310
                                                                        00004320
           IF WRK-PACOTE-OK NOT EQUAL 'S'                               00004330
              PERFORM 2700-REJEITAR                                     00004340
              GO TO 2200-99-FIM                                         00004350
           END-IF.                                                      00004360
                                                                        00004370
           MOVE FD-PM-CHAVE TO PAC-CHAVE.                               00004380
           READ PACCTA.                                                 00004390
                                                                        00004400
           IF WRK-FS-PACCTA NOT EQUAL ZEROS                             00004410
              MOVE 'CONTA SEM PACOTE        ' TO WRK-MOTIVO             00004420
              PERFORM 2700-REJEITAR                                     00004430
              GO TO 2200-99-FIM                                         00004440
           END-IF.                                                      00004450
                                                                        00004460
           IF FD-PM-PACOTE EQUAL PAC-PACOTE                             00004470
              MOVE 'PACOTE JA EM VIGOR      ' TO WRK-MOTIVO             00004480
              PERFORM 2700-REJEITAR                                     00004490
              GO TO 2200-99-FIM                                         00004500
           END-IF.                                                      00004510
                                                                        00004520
           MOVE FD-PM-PACOTE TO PAC-PACOTE-NOVO.                        00004530
           MOVE WRK-VIGOR    TO PAC-DATA-VIGOR.                         00004540
           MOVE WRK-HOJE     TO PAC-DATA-PEDIDO.                        00004550
           REWRITE REG-PACCTA.                                          00004560
                                                                        00004570
           IF WRK-FS-PACCTA NOT EQUAL ZEROS                             00004580
              MOVE 'ERRO NA REGRAVACAO      ' TO WRK-MOTIVO             00004590
              PERFORM 2700-REJEITAR                                     00004600
              GO TO 2200-99-FIM                                         00004610
           END-IF.                                                      00004620
                                                                        00004630
           ADD 1 TO WRK-TROCAS.                                         00004640
           MOVE WRK-VIGOR    TO WRK-D-VIGOR.                            00004650
           MOVE 'AGENDADO  ' TO WRK-D-SITUACAO.                         00004660
           PERFORM 2800-GRAVAR-DETALHE.                                 00004670
                                                                        00004680
       2200-99-FIM.                                            EXIT.    00004690
      *=============================================================*   00004700
                                                                        00004710
      *=============================================================*   00004720
       2300-CANCELAR-TROCA                                  SECTION.    00004730
                                                                        00004740
           MOVE FD-PM-CHAVE TO PAC-CHAVE.                               00004750
           READ PACCTA.                                                 00004760
                                                                        00004770
           IF WRK-FS-PACCTA NOT EQUAL ZEROS                             00004780
              MOVE 'CONTA SEM PACOTE        ' TO WRK-MOTIVO             00004790
              PERFORM 2700-REJEITAR                                     00004800
              GO TO 2300-99-FIM                                         00004810
           END-IF.                                                      00004820
                                                                        00004830
           IF PAC-PACOTE-NOVO EQUAL SPACES                              00004840
              MOVE 'SEM TROCA PENDENTE      ' TO WRK-MOTIVO             00004850
              PERFORM 2700-REJEITAR                                     00004860
              GO TO 2300-99-FIM                                         00004870
           END-IF.                                                      00004880
                                                                        00004890
           MOVE SPACES TO PAC-PACOTE-NOVO.                              00004900
           MOVE ZEROS  TO PAC-DATA-VIGOR PAC-DATA-PEDIDO.               00004910
           REWRITE REG-PACCTA.                                          00004920
                                                                        00004930
           IF WRK-FS-PACCTA NOT EQUAL ZEROS                             00004940
              MOVE 'ERRO NA REGRAVACAO      ' TO WRK-MOTIVO             00004950
              PERFORM 2700-REJEITAR                                     00004960
              GO TO 2300-99-FIM                                         00004970
           END-IF.                                                      00004980
                                                                        00004990
           ADD 1 TO WRK-CANCELADAS.                                     00005000
           MOVE 'CANCELADO ' TO WRK-D-SITUACAO.                         00005010
           PERFORM 2800-GRAVAR-DETALHE.                                 00005020
                                                                        00005030
       2300-99-FIM.                                            EXIT.    00005040
      *=============================================================*   00005050
                                                                        00005060
      *=============================================================*   00005070
       2400-EXCLUIR                                         SECTION.    00005080
                                                                        00005090
           MOVE FD-PM-CHAVE TO PAC-CHAVE.                               00005100
           READ PACCTA.                                                 00005110
                                                                        00005120
           IF WRK-FS-PACCTA NOT EQUAL ZEROS                             00005130
              MOVE 'CONTA SEM PACOTE        ' TO WRK-MOTIVO             00005140
              PERFORM 2700-REJEITAR                                     00005150
              GO TO 2400-99-FIM                                         00005160
           END-IF.                                                      00005170
                                                                        00005180
           DELETE PACCTA.                                               00005190
                                                                        00005200
           IF WRK-FS-PACCTA NOT EQUAL ZEROS                             00005210
              MOVE 'ERRO NA EXCLUSAO        ' TO WRK-MOTIVO             00005220
              PERFORM 2700-REJEITAR                                     00005230
              GO TO 2400-99-FIM                                         00005240
           END-IF.                                                      00005250
                                                                        00005260
           ADD 1 TO WRK-EXCLUIDOS.                                      00005270
           MOVE 'EXCLUIDO  ' TO WRK-D-SITUACAO.                         00005280
           PERFORM 2800-GRAVAR-DETALHE.                                 00005290
                                                                        00005300
       2400-99-FIM.                                            EXIT.    00005310
      *=============================================================*   00005320
                                                                        00005330
      *=============================================================*   00005340
       2500-VALIDAR-PACOTE                                  SECTION.    00005350
                                                                        00005360
           MOVE 'N' TO WRK-PACOTE-OK.                                   00005370
                                                                        00005380
           PERFORM VARYING WRK-IND-PC FROM 1 BY 1 UNTIL                 00005390
              WRK-IND-PC > WRK-TAB-PC-QTD OR WRK-PACOTE-OK = 'S'        00005400
              IF WRK-PC-PACOTE(WRK-IND-PC) EQUAL FD-PM-PACOTE           00005410
                 MOVE 'S' TO WRK-PACOTE-OK                              00005420
              END-IF                                                    00005430
           END-PERFORM.                                                 00005440
                                                                        00005450
           IF WRK-PACOTE-OK NOT EQUAL 'S'                               00005460
              MOVE 'PACOTE NAO CADASTRADO   ' TO WRK-MOTIVO             00005470
           END-IF.                                                      00005480
                                                                        00005490
       2500-99-FIM.                                            EXIT.    00005500
      *=============================================================*   00005510
                                                                        00005520
      *=============================================================*   00005530
       2700-REJEITAR                                        SECTION.    00005540
                                                                        00005550
           ADD 1 TO WRK-REJEITADOS.                                     00005560
           MOVE 'REJEITADO ' TO WRK-D-SITUACAO.                         00005570
           PERFORM 2800-GRAVAR-DETALHE.                                 00005580
                                                                        00005590
       2700-99-FIM.                                            EXIT.    00005600
      *=============================================================*   00005610
                                                                        00005620
      *=============================================================*   00005630
       2800-GRAVAR-DETALHE                                  SECTION.    00005640
                                                                        00005650
           MOVE FD-PM-OPERACAO TO WRK-D-OPERACAO.                       00005660
           MOVE FD-PM-CHAVE    TO WRK-D-CHAVE.                          00005670
           MOVE FD-PM-PACOTE   TO WRK-D-PACOTE.                         00005680
           MOVE WRK-MOTIVO     TO WRK-D-CRITICA.                        00005690
           WRITE FD-RELPAC1 FROM WRK-DETALHE.                           00005700
                                                                        00005710
       2800-99-FIM.                                            EXIT.    00005720
      *=============================================================*   00005730
                                                                        00005740
      *=============================================================*   00005750
       3000-FINALIZAR                                       SECTION.    00005760
                                                                        00005770
             DISPLAY 'MOVIMENTOS LIDOS......' WRK-LIDOS.                00005780
             DISPLAY 'ADESOES...............' WRK-ADESOES.              00005790
             DISPLAY 'TROCAS AGENDADAS......' WRK-TROCAS.               00005800
             DISPLAY 'TROCAS CANCELADAS.....' WRK-CANCELADAS.           00005810
             DISPLAY 'EXCLUIDOS.............' WRK-EXCLUIDOS.            00005820
             DISPLAY 'REJEITADOS............' WRK-REJEITADOS.           00005830
             DISPLAY WRK-MSG-FINAL.                                     00005840
                                                                        00005850
             CLOSE PACMOV TABPAC.                                       00005860
             CLOSE CLIENTES PACCTA.                                     00005870
             CLOSE RELPAC1.                                             00005880
             STOP RUN.                                                  00005890
                                                                        00005900
       3000-99-FIM.                                            EXIT.    00005910
      *=============================================================*   00005920
                                                                        00005930
      *=============================================================*   00005940
       9000-TRATARERROS                                     SECTION.    00005950
                                                                        00005960
             MOVE 'E' TO WRK-SEVERIDADE.                                00005970
             CALL 'GRAVALOG' USING WRK-DADOS.                           00005980
             STOP RUN.                                                  00005990
                                                                        00006000
       9000-99-FIM.                                            EXIT.    00006010
      *=============================================================*   00006020
