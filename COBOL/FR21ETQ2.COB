      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21ETQ2.                                            00000050
                                                                        00000060
      *=============================================================*   00000070
      *   AUTOR....:VICTOR ARANDA                                       00000080
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000090
      *   DATA ....:15/10/2026                                          00000100
      *-------------------------------------------------------------*   00000110
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000120
      *  1.0   15/10/26   VICTOR ARANDA       VERSAO INICIAL            00000130
      *-------------------------------------------------------------*   00000140
      *   OBJETIVO: RELATORIOS DO ESTOQUE DE PRODUTOS A PARTIR DO       00000150
      *      PRODMAS, DEPOIS DA POSTAGEM DO FR21ETQ1:                   00000160
      *      - SUGESTAO DE REPOSICAO (RELREP), TODA EXECUCAO: LISTA     00000170
      *        OS PRODUTOS COM PONTO DE REPOSICAO INFORMADO E SALDO     00000180
      *        IGUAL OU ABAIXO DELE. SUGERE A QUANTIDADE DE             00000190
      *        REPOSICAO DO CADASTRO (PRD-QTD-REP) OU, SEM ELA, O       00000200
      *        NECESSARIO PARA VOLTAR AO DOBRO DO PONTO DE              00000210
      *        REPOSICAO. SALDO ZERO SAI MARCADO COMO RUPTURA.          00000220
      *      - VALORIZACAO DO ESTOQUE (RELINV), SO COM PARM 'V'         00000230
      *        (FECHAMENTO MENSAL): SALDO X PRD-VALOR POR PRODUTO       00000240
      *        E TOTAL DO ESTOQUE NA COMPETENCIA DA DATA DE NEGOCIO.    00000250
      *-------------------------------------------------------------*   00000260
      *   ARQUIVOS.....:                                                00000270
      *                                                                 00000280
      *   NAME                I/O                                       00000290
      *   PRODMAS              I   (KSDS - PRODBOOK)                    00000300
      *   RELREP               O   (SUGESTAO DE REPOSICAO)              00000310
      *   RELINV               O   (VALORIZACAO - SO PARM 'V')          00000320
      *-------------------------------------------------------------*   00000330
      *   MODULOS....:                                                  00000340
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000350
      *   FR21DTA1             DATA DE NEGOCIO DA JANELA (LNKDPRC)      00000360
      *=============================================================*   00000370
       ENVIRONMENT                               DIVISION.              00000380
      *=============================================================*   00000390
                                                                        00000400
      *-------------------------------------------------------------*   00000410
       CONFIGURATION                                        SECTION.    00000420
      *-------------------------------------------------------------*   00000430
       SPECIAL-NAMES.                                                   00000440
           DECIMAL-POINT IS COMMA.                                      00000450
                                                                        00000460
                                                                        00000470
       INPUT-OUTPUT                                         SECTION.    00000480
       FILE-CONTROL.                                                    00000490
           SELECT PRODMAS  ASSIGN TO PRODMAS                            00000500
               ORGANIZATION  IS INDEXED                                 00000510
               ACCESS MODE   IS SEQUENTIAL                              00000520
               RECORD KEY    IS PRD-CODIGO                              00000530
               FILE STATUS   IS WRK-FS-PRODMAS.                         00000540
                                                                        00000550
           SELECT RELREP   ASSIGN TO RELREP                             00000560
               FILE STATUS  IS WRK-FS-RELREP.                           00000570
                                                                        00000580
           SELECT RELINV   ASSIGN TO RELINV                             00000590
               FILE STATUS  IS WRK-FS-RELINV.                           00000600
                                                                        00000610
      *=============================================================*   00000620
       DATA                                                DIVISION.    00000630
      *=============================================================*   00000640
       FILE                                                 SECTION.    00000650
      *=============================================================*   00000660
                                                                        00000670
      *-------------------------------------------------------------*   00000680
      *       CADASTRO DE PRODUTOS (KSDS)   LRECL = 60              *   00000690
      *-------------------------------------------------------------*   00000700
       FD PRODMAS.                                                      00000710
                                                                        00000720
           COPY 'PRODBOOK'.                                             00000730
                                                                        00000740
      *-------------------------------------------------------------*   00000750
      *       ARQUIVO DE SAIDA   RELREP   LRECL = 80                *   00000760
      *-------------------------------------------------------------*   00000770
       FD RELREP                                                        00000780
           RECORDING  MODE IS F                                         00000790
           BLOCK CONTAINS 0 RECORDS.                                    00000800
                                                                        00000810
       01 FD-RELREP     PIC X(80).                                      00000820
                                                                        00000830
      *-------------------------------------------------------------*   00000840
      *       ARQUIVO DE SAIDA   RELINV   LRECL = 80                *   00000850
      *-------------------------------------------------------------*   00000860
       FD RELINV                                                        00000870
           RECORDING  MODE IS F                                         00000880
           BLOCK CONTAINS 0 RECORDS.                                    00000890
                                                                        00000900
       01 FD-RELINV     PIC X(80).                                      00000910
                                                                        00000920
      *-------------------------------------------------------------*   00000930
       WORKING-STORAGE                                      SECTION.    00000940
      *-------------------------------------------------------------*   00000950
                                                                        00000960
      *------------------LOG-DE-ERROS-------------------------------*   00000970
                                                                        00000980
       01 WRK-DADOS.                                                    00000990
           05 WRK-PROGRAMA  PIC X(08).                                  00001000
           05 WRK-SECAO     PIC X(04).                                  00001010
           05 WRK-MENSAGEM  PIC X(30).                                  00001020
           05 WRK-STATUS    PIC X(02).                                  00001030
           05 WRK-SEVERIDADE PIC X(01).                                 00001040
           05 FILLER        PIC X(22).                                  00001050
                                                                        00001060
      *--------------------LOGICA-----------------------------------*   00001070
                                                                        00001080
       77 WRK-VALORIZAR       PIC X(01) VALUE 'N'.                      00001090
       77 WRK-HOJE            PIC 9(08) VALUE 0.                        00001100
       77 WRK-LIDOS           PIC 9(07) VALUE 0.                        00001110
       77 WRK-A-REPOR         PIC 9(07) VALUE 0.                        00001120
       77 WRK-RUPTURAS        PIC 9(07) VALUE 0.                        00001130
       77 WRK-SUGESTAO        PIC 9(08) VALUE 0.                        00001140
       77 WRK-VAL-SUGESTAO    PIC 9(13) VALUE 0.                        00001150
       77 WRK-TOT-SUGESTAO    PIC 9(13) VALUE 0.                        00001160
       77 WRK-VAL-ESTOQUE     PIC 9(13) VALUE 0.                        00001170
       77 WRK-TOT-ESTOQUE     PIC 9(13) VALUE 0.                        00001180
       77 WRK-TOT-UNIDADES    PIC 9(11) VALUE 0.                        00001190
       77 WRK-MSG-FINAL       PIC X(17) VALUE 'FINAL DE PROGRAMA'.      00001200
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00001210
                                                                        00001220
           COPY 'LNKDPRC'.                                              00001230
                                                                        00001240
      *--------------------STATUS-----------------------------------*   00001250
                                                                        00001260
       77 WRK-FS-PRODMAS  PIC 9(02).                                    00001270
       77 WRK-FS-RELREP   PIC 9(02).                                    00001280
       77 WRK-FS-RELINV   PIC 9(02).                                    00001290
                                                                        00001300
      *--------------------LINHAS DO RELATORIO----------------------*   00001310
                                                                        00001320
       01 WRK-CABEC1.                                                   00001330
          05 FILLER   PIC X(44) VALUE                                   00001340
             'ESTOQUE - SUGESTAO DE REPOSICAO'.                         00001350
          05 FILLER   PIC X(06) VALUE 'DATA: '.                         00001360
          05 WRK-C1-DATA     PIC 9(08).                                 00001370
          05 FILLER   PIC X(22) VALUE SPACES.                           00001380
                                                                        00001390
       01 WRK-CABEC2.                                                   00001400
          05 FILLER   PIC X(04) VALUE 'CD'.                             00001410
          05 FILLER   PIC X(16) VALUE 'PRODUTO'.                        00001420
          05 FILLER   PIC X(09) VALUE '  SALDO'.                        00001430
          05 FILLER   PIC X(09) VALUE '  PONTO'.                        00001440
          05 FILLER   PIC X(10) VALUE ' SUGESTAO'.                      00001450
          05 FILLER   PIC X(21) VALUE '      VALOR ESTIMADO'.           00001460
          05 FILLER   PIC X(11) VALUE SPACES.                           00001470
                                                                        00001480
       01 WRK-DET-REP.                                                  00001490
          05 WRK-DR-CODIGO   PIC X(02).                                 00001500
          05 FILLER          PIC X(02) VALUE SPACES.                    00001510
          05 WRK-DR-PRODUTO  PIC X(14).                                 00001520
          05 FILLER          PIC X(02) VALUE SPACES.                    00001530
          05 WRK-DR-SALDO    PIC ZZZZZZ9.                               00001540
          05 FILLER          PIC X(02) VALUE SPACES.                    00001550
          05 WRK-DR-PONTO    PIC ZZZZZZ9.                               00001560
          05 FILLER          PIC X(02) VALUE SPACES.                    00001570
          05 WRK-DR-SUGESTAO PIC ZZZZZZZ9.                              00001580
          05 FILLER          PIC X(02) VALUE SPACES.                    00001590
          05 WRK-DR-VALOR    PIC ZZZ.ZZZ.ZZZ.ZZ9.                       00001600
          05 FILLER          PIC X(02) VALUE SPACES.                    00001610
          05 WRK-DR-RUPTURA  PIC X(07).                                 00001620
          05 FILLER          PIC X(08) VALUE SPACES.                    00001630
                                                                        00001640
       01 WRK-CABEC3.                                                   00001650
          05 FILLER   PIC X(44) VALUE                                   00001660
             'ESTOQUE - VALORIZACAO PELO PRECO'.                        00001670
          05 FILLER   PIC X(06) VALUE 'COMP: '.                         00001680
          05 WRK-C3-COMPET   PIC 9(06).                                 00001690
          05 FILLER   PIC X(24) VALUE SPACES.                           00001700
                                                                        00001710
       01 WRK-CABEC4.                                                   00001720
          05 FILLER   PIC X(04) VALUE 'CD'.                             00001730
          05 FILLER   PIC X(16) VALUE 'PRODUTO'.                        00001740
          05 FILLER   PIC X(09) VALUE '  SALDO'.                        00001750
          05 FILLER   PIC X(08) VALUE ' PRECO'.                         00001760
          05 FILLER   PIC X(21) VALUE '     VALOR ESTOQUE'.             00001770
          05 FILLER   PIC X(22) VALUE SPACES.                           00001780
                                                                        00001790
       01 WRK-DET-VAL.                                                  00001800
          05 WRK-DV-CODIGO   PIC X(02).                                 00001810
          05 FILLER          PIC X(02) VALUE SPACES.                    00001820
          05 WRK-DV-PRODUTO  PIC X(14).                                 00001830
          05 FILLER          PIC X(02) VALUE SPACES.                    00001840
          05 WRK-DV-SALDO    PIC ZZZZZZ9.                               00001850
          05 FILLER          PIC X(02) VALUE SPACES.                    00001860
          05 WRK-DV-PRECO    PIC ZZZZ9.                                 00001870
          05 FILLER          PIC X(03) VALUE SPACES.                    00001880
          05 WRK-DV-VALOR    PIC ZZZ.ZZZ.ZZZ.ZZ9.                       00001890
          05 FILLER          PIC X(28) VALUE SPACES.                    00001900
                                                                        00001910
       01 WRK-DET-TOT.                                                  00001920
          05 WRK-DT-TEXTO    PIC X(40).                                 00001930
          05 WRK-DT-VALOR    PIC ZZZ.ZZZ.ZZZ.ZZ9.                       00001940
          05 FILLER          PIC X(25) VALUE SPACES.                    00001950
                                                                        00001960
      *-------------------------------------------------------------*   00001970
       LINKAGE                                              SECTION.    00001980
      *-------------------------------------------------------------*   00001990
       01 LNK-ENTRADA.                                                  00002000
          05 LNK-LEN            PIC 9(04) COMP.                         00002010
          05 LNK-OPCAO          PIC X(01).                              00002020
                                                                        00002030
      *=============================================================*   00002040
       PROCEDURE DIVISION USING LNK-ENTRADA.                            00002050
      *=============================================================*   00002060
                                                                        00002070
      *=============================================================*   00002080
       0000-PRINCIPAL                                       SECTION.    00002090
                                                                        00002100
            PERFORM 1000-INICIAR.                                       00002110
            PERFORM 2000-PROCESSAR UNTIL WRK-FS-PRODMAS EQUAL 10.       00002120
            PERFORM 3000-FINALIZAR.                                     00002130
                                                                        00002140
       0000-99-FIM.                                            EXIT.    00002150
      *=============================================================*   00002160
                                                                        00002170
      *=============================================================*   00002180
       1000-INICIAR                                         SECTION.    00002190
                                                                        00002200
            IF LNK-LEN NOT LESS 1 AND LNK-OPCAO EQUAL 'V'               00002210
               MOVE 'S' TO WRK-VALORIZAR                                00002220
            END-IF.                                                     00002230
                                                                        00002240
            OPEN INPUT  PRODMAS.                                        00002250
            OPEN OUTPUT RELREP.                                         00002260
                                                                        00002270
            IF WRK-FS-PRODMAS NOT EQUAL ZEROS                           00002280
               MOVE 'FR21ETQ2'                  TO WRK-PROGRAMA         00002290
               MOVE '1000'                      TO WRK-SECAO            00002300
               MOVE 'ERRO OPEN PRODUTOS       ' TO WRK-MENSAGEM         00002310
               MOVE WRK-FS-PRODMAS              TO WRK-STATUS           00002320
               PERFORM 9000-TRATARERROS                                 00002330
            END-IF.                                                     00002340
                                                                        00002350
            IF WRK-VALORIZAR EQUAL 'S'                                  00002360
               OPEN OUTPUT RELINV                                       00002370
               IF WRK-FS-RELINV NOT EQUAL ZEROS                         00002380
                  MOVE 'FR21ETQ2'                  TO WRK-PROGRAMA      00002390
                  MOVE '1000'                      TO WRK-SECAO         00002400
                  MOVE 'ERRO OPEN RELINV         ' TO WRK-MENSAGEM      00002410
                  MOVE WRK-FS-RELINV               TO WRK-STATUS        00002420
                  PERFORM 9000-TRATARERROS                              00002430
               END-IF                                                   00002440
            END-IF.                                                     00002450
                                                                        00002460
            MOVE 'FR21ETQ2' TO LNK-DP-PROGRAMA.                         00002470
            MOVE ZEROS      TO LNK-DP-DIAS-TOL.                         00002480
            CALL 'FR21DTA1' USING LNK-DPRC.                             00002490
            MOVE LNK-DP-DATA TO WRK-HOJE.                               00002500
                                                                        00002510
            MOVE WRK-HOJE TO WRK-C1-DATA.                               00002520
            WRITE FD-RELREP FROM WRK-CABEC1.                            00002530
            WRITE FD-RELREP FROM WRK-LINHA-VAZIA.                       00002540
            WRITE FD-RELREP FROM WRK-CABEC2.                            00002550
                                                                        00002560
            IF WRK-VALORIZAR EQUAL 'S'                                  00002570
               MOVE WRK-HOJE(1:6) TO WRK-C3-COMPET                      00002580
               WRITE FD-RELINV FROM WRK-CABEC3                          00002590
               WRITE FD-RELINV FROM WRK-LINHA-VAZIA                     00002600
               WRITE FD-RELINV FROM WRK-CABEC4                          00002610
            END-IF.                                                     00002620
                                                                        00002630
            READ PRODMAS NEXT.                                          00002640
                                                                        00002650
       1000-99-FIM.                                            EXIT.    00002660
      *=============================================================*   00002670
                                                                        00002680
      *=============================================================*   00002690
       2000-PROCESSAR                                       SECTION.    00002700
                                                                        00002710
           ADD 1 TO WRK-LIDOS.                                          00002720
                                                                        00002730
      *        REGISTRO AINDA SEM OS CAMPOS DE ESTOQUE (CARGA DO        00002740
      *        LAYOUT ANTIGO) CONTA COMO SALDO E REPOSICAO ZERADOS      00002750
                                                                        00002760
           IF PRD-ESTOQUE IS NOT NUMERIC                                00002770
              MOVE ZEROS TO PRD-ESTOQUE                                 00002780
           END-IF.                                                      00002790
           IF PRD-PONTO-REP IS NOT NUMERIC                              00002800
              MOVE ZEROS TO PRD-PONTO-REP                               00002810
           END-IF.                                                      00002820
           IF PRD-QTD-REP IS NOT NUMERIC                                00002830
              MOVE ZEROS TO PRD-QTD-REP                                 00002840
           END-IF.                                                      00002850
                                                                        00002860
      *                 SUGESTAO DE REPOSICAO                           00002870
                                                                        00002880
           IF PRD-PONTO-REP GREATER ZEROS                               00002890
              AND PRD-ESTOQUE NOT GREATER PRD-PONTO-REP                 00002900
              IF PRD-QTD-REP GREATER ZEROS                              00002910
                 MOVE PRD-QTD-REP TO WRK-SUGESTAO                       00002920
              ELSE                                                      00002930
                 COMPUTE WRK-SUGESTAO =                                 00002940
                    PRD-PONTO-REP * 2 - PRD-ESTOQUE                     00002950
              END-IF                                                    00002960
              COMPUTE WRK-VAL-SUGESTAO = WRK-SUGESTAO * PRD-VALOR       00002970
              ADD WRK-VAL-SUGESTAO TO WRK-TOT-SUGESTAO                  00002980
              ADD 1 TO WRK-A-REPOR                                      00002990
              MOVE PRD-CODIGO       TO WRK-DR-CODIGO                    00003000
              MOVE PRD-PRODUTO      TO WRK-DR-PRODUTO                   00003010
              MOVE PRD-ESTOQUE      TO WRK-DR-SALDO                     00003020
              MOVE PRD-PONTO-REP    TO WRK-DR-PONTO                     00003030
              MOVE WRK-SUGESTAO     TO WRK-DR-SUGESTAO                  00003040
              MOVE WRK-VAL-SUGESTAO TO WRK-DR-VALOR                     00003050
              MOVE SPACES           TO WRK-DR-RUPTURA                   00003060
              IF PRD-ESTOQUE EQUAL ZEROS                                00003070
                 MOVE 'RUPTURA' TO WRK-DR-RUPTURA                       00003080
                 ADD 1 TO WRK-RUPTURAS                                  00003090
              END-IF                                                    00003100
              WRITE FD-RELREP FROM WRK-DET-REP                          00003110
           END-IF.                                                      00003120
                                                                        00003130
      *                 VALORIZACAO DO ESTOQUE                          00003140
                                                                        00003150
           IF WRK-VALORIZAR EQUAL 'S'                                   00003160
              COMPUTE WRK-VAL-ESTOQUE = PRD-ESTOQUE * PRD-VALOR         00003170
              ADD WRK-VAL-ESTOQUE TO WRK-TOT-ESTOQUE                    00003180
              ADD PRD-ESTOQUE     TO WRK-TOT-UNIDADES                   00003190
              MOVE PRD-CODIGO      TO WRK-DV-CODIGO                     00003200
              MOVE PRD-PRODUTO     TO WRK-DV-PRODUTO                    00003210
              MOVE PRD-ESTOQUE     TO WRK-DV-SALDO                      00003220
              MOVE PRD-VALOR       TO WRK-DV-PRECO                      00003230
              MOVE WRK-VAL-ESTOQUE TO WRK-DV-VALOR                      00003240
              WRITE FD-RELINV FROM WRK-DET-VAL                          00003250
           END-IF.                                                      00003260
                                                                        00003270
           READ PRODMAS NEXT.                                           00003280
                                                                        00003290
       2000-99-FIM.                                            EXIT.    00003300
      *=============================================================*   00003310
                                                                        00003320
      *=============================================================*   00003330
       3000-FINALIZAR                                       SECTION.    00003340
                                                                        00003350
           WRITE FD-RELREP FROM WRK-LINHA-VAZIA.                        00003360
           MOVE 'PRODUTOS LIDOS'               TO WRK-DT-TEXTO.         00003370
           MOVE WRK-LIDOS                      TO WRK-DT-VALOR.         00003380
           WRITE FD-RELREP FROM WRK-DET-TOT.                            00003390
           MOVE 'PRODUTOS A REPOR'             TO WRK-DT-TEXTO.         00003400
           MOVE WRK-A-REPOR                    TO WRK-DT-VALOR.         00003410
           WRITE FD-RELREP FROM WRK-DET-TOT.                            00003420
           MOVE 'PRODUTOS EM RUPTURA'          TO WRK-DT-TEXTO.         00003430
           MOVE WRK-RUPTURAS                   TO WRK-DT-VALOR.         00003440
           WRITE FD-RELREP FROM WRK-DET-TOT.                            00003450
           MOVE 'VALOR ESTIMADO DA REPOSICAO'  TO WRK-DT-TEXTO.         00003460
           MOVE WRK-TOT-SUGESTAO               TO WRK-DT-VALOR.         00003470
           WRITE FD-RELREP FROM WRK-DET-TOT.                            00003480
                                                                        00003490
           IF WRK-VALORIZAR EQUAL 'S'                                   00003500
              WRITE FD-RELINV FROM WRK-LINHA-VAZIA                      00003510
              MOVE 'UNIDADES EM ESTOQUE'          TO WRK-DT-TEXTO       00003520
              MOVE WRK-TOT-UNIDADES               TO WRK-DT-VALOR       00003530
              WRITE FD-RELINV FROM WRK-DET-TOT                          00003540
              MOVE 'VALOR TOTAL DO ESTOQUE'       TO WRK-DT-TEXTO       00003550
              MOVE WRK-TOT-ESTOQUE                TO WRK-DT-VALOR       00003560
              WRITE FD-RELINV FROM WRK-DET-TOT                          00003570
              CLOSE RELINV                                              00003580
           END-IF.                                                      00003590
                                                                        00003600
           DISPLAY 'PRODUTOS LIDOS........' WRK-LIDOS.                  00003610
           DISPLAY 'PRODUTOS A REPOR......' WRK-A-REPOR.                00003620
           DISPLAY 'PRODUTOS EM RUPTURA...' WRK-RUPTURAS.               00003630
           IF WRK-VALORIZAR EQUAL 'S'                                   00003640
              DISPLAY 'VALOR DO ESTOQUE......' WRK-TOT-ESTOQUE          00003650
           END-IF.                                                      00003660
           DISPLAY WRK-MSG-FINAL.                                       00003670
                                                                        00003680
           CLOSE PRODMAS RELREP.                                        00003690
           STOP RUN.                                                    00003700
                                                                        00003710
       3000-99-FIM.                                            EXIT.    00003720
      *=============================================================*   00003730
                                                                        00003740
      *=============================================================*   00003750
       9000-TRATARERROS                                     SECTION.    00003760
                                                                        00003770
             MOVE 'E' TO WRK-SEVERIDADE.                                00003780
             CALL 'GRAVALOG' USING WRK-DADOS.                           00003790
             MOVE 8 TO RETURN-CODE.                                     00003800
             STOP RUN.                                                  00003810
                                                                        00003820
       9000-99-FIM.                                            EXIT.    00003830
      *=============================================================*   00003840
