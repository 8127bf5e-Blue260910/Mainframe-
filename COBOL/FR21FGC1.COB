      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21FGC1.                                            00000050
                                                                        00000060
      *=============================================================*   00000070
      *   AUTOR....:VICTOR ARANDA                                       00000080
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000090
      *   DATA ....:15/10/2026                                          00000100
      *-------------------------------------------------------------*   00000110
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000120
      *  1.0   15/10/26   VICTOR ARANDA       VERSAO INICIAL            00000130
      *-------------------------------------------------------------*   00000140
      *   OBJETIVO: EXPOSICAO AO FUNDO GARANTIDOR DE CREDITOS (FGC) -   00000150
      *      PRIMEIRA FASE. BALANCE-LINE PELA CHAVE DA CONTA ENTRE O    00000160
      *      CLUSTER CLIENTES (SALDO A VISTA; DEVEDOR VALE ZERO) E O    00000170
      *      CADASTRO DE CDB (CDBMAS: SOMA DO SALDO ATUALIZADO DOS      00000180
      *      CONTRATOS ATIVOS). PARA CADA CONTA COM DEPOSITO GRAVA UM   00000190
      *      REGISTRO FGCCTA (FGCBOOK) COM O DOCUMENTO DO TITULAR DO    00000200
      *      CADCLI E A PARCELA DO TITULAR: NA CONTA CONJUNTA O TOTAL   00000210
      *      E DIVIDIDO PELA QUANTIDADE DE TITULARES. CONTA SEM         00000220
      *      DOCUMENTO VIRA DEPOSITANTE PROPRIO (TIPO '*' + CHAVE).     00000230
      *      A CONSOLIDACAO POR DEPOSITANTE, A COBERTURA ATE O TETO     00000240
      *      E OS RELATORIOS SAO DO FR21FGC2.                           00000250
      *-------------------------------------------------------------*   00000260
      *   ARQUIVOS.....:                                                00000270
      *                                                                 00000280
      *   NAME                I/O                                       00000290
      *   CLIENTES             I   (KSDS - CLIBOOK)                     00000300
      *   CDBMAS               I   (KSDS - CDBBOOK)                     00000310
      *   CADCLI               I   (KSDS - CADBOOK)                     00000320
      *   FGCCTA               O   (FGCBOOK)                            00000330
      *-------------------------------------------------------------*   00000340
      *   MODULOS....:                                                  00000350
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000360
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
           SELECT CLIENTES ASSIGN TO CLIENTES                           00000500
               ORGANIZATION  IS INDEXED                                 00000510
               ACCESS MODE   IS SEQUENTIAL                              00000520
               RECORD KEY    IS CLI-CHAVE                               00000530
               FILE STATUS   IS WRK-FS-CLIENTES.                        00000540
                                                                        00000550
           SELECT CDBMAS   ASSIGN TO CDBMAS                             00000560
               ORGANIZATION  IS INDEXED                                 00000570
               ACCESS MODE   IS SEQUENTIAL                              00000580
               RECORD KEY    IS CDB-CHAVE-REG                           00000590
               FILE STATUS   IS WRK-FS-CDBMAS.                          00000600
                                                                        00000610
           SELECT CADCLI   ASSIGN TO CADCLI                             00000620
               ORGANIZATION  IS INDEXED                                 00000630
               ACCESS MODE   IS RANDOM                                  00000640
               RECORD KEY    IS CAD-CHAVE                               00000650
               FILE STATUS   IS WRK-FS-CADCLI.                          00000660
                                                                        00000670
           SELECT FGCCTA   ASSIGN TO FGCCTA                             00000680
               FILE STATUS  IS WRK-FS-FGCCTA.                           00000690
                                                                        00000700
      *=============================================================*   00000710
       DATA                                                DIVISION.    00000720
      *=============================================================*   00000730
       FILE                                                 SECTION.    00000740
      *=============================================================*   00000750
                                                                        00000760
      *-------------------------------------------------------------*   00000770
      *       ARQUIVO CLIENTES (KSDS)   LRECL = 73                  *   00000780
      *-------------------------------------------------------------*   00000790
       FD CLIENTES.                                                     00000800
                                                                        00000810
       COPY 'CLIBOOK'.                                                  00000820
                                                                        00000830
      *-------------------------------------------------------------*   00000840
      *       CADASTRO DE CDB (KSDS)     LRECL = 41                 *   00000850
      *-------------------------------------------------------------*   00000860
       FD CDBMAS.                                                       00000870
                                                                        00000880
       COPY 'CDBBOOK'.                                                  00000890
                                                                        00000900
      *-------------------------------------------------------------*   00000910
      *       CADASTRO COMPLEMENTAR (KSDS)   LRECL = 132            *   00000920
      *-------------------------------------------------------------*   00000930
       FD CADCLI.                                                       00000940
                                                                        00000950
       COPY 'CADBOOK'.                                                  00000960
                                                                        00000970
      *-------------------------------------------------------------*   00000980
      *       ARQUIVO DE SAIDA   FGCCTA   LRECL = 90                *   00000990
      *-------------------------------------------------------------*   00001000
       FD FGCCTA                                                        00001010
           RECORDING  MODE IS F                                         00001020
           BLOCK CONTAINS 0 RECORDS.                                    00001030
                                                                        00001040
       COPY 'FGCBOOK'.                                                  00001050
                                                                        00001060
      *-------------------------------------------------------------*   00001070
       WORKING-STORAGE                                      SECTION.    00001080
      *-------------------------------------------------------------*   00001090
                                                                        00001100
      *------------------LOG-DE-ERROS-------------------------------*   00001110
                                                                        00001120
       01 WRK-DADOS.                                                    00001130
           05 WRK-PROGRAMA  PIC X(08).                                  00001140
           05 WRK-SECAO     PIC X(04).                                  00001150
           05 WRK-MENSAGEM  PIC X(30).                                  00001160
           05 WRK-STATUS    PIC X(02).                                  00001170
           05 WRK-SEVERIDADE PIC X(01).                                 00001180
           05 FILLER        PIC X(22).                                  00001190
                                                                        00001200
      *--------------------LOGICA-----------------------------------*   00001210
                                                                        00001220
       77 WRK-CONTAS-LIDAS    PIC 9(07) VALUE 0.                        00001230
                                                                        00001240
       77 WRK-CDBS-LIDOS      PIC 9(07) VALUE 0.                        00001250
                                                                        00001260
       77 WRK-GRAVADOS        PIC 9(07) VALUE 0.                        00001270
                                                                        00001280
       77 WRK-SEM-DEPOSITO    PIC 9(07) VALUE 0.                        00001290
                                                                        00001300
       77 WRK-SEM-DOC         PIC 9(07) VALUE 0.                        00001310
                                                                        00001320
       77 WRK-CONJUNTAS       PIC 9(07) VALUE 0.                        00001330
                                                                        00001340
       77 WRK-TOT-CTA         PIC 9(13) VALUE 0.                        00001350
                                                                        00001360
       77 WRK-TOT-CDB         PIC 9(13) VALUE 0.                        00001370
                                                                        00001380
       77 WRK-TOTAL-CONTA     PIC 9(09) VALUE 0.                        00001390
                                                                        00001400
       77 WRK-MSG-FINAL       PIC X(17) VALUE 'FINAL DE PROGRAMA'.      00001410
                                                                        00001420
      *       CHAVES DO BALANCE-LINE (HIGH-VALUES NO FIM DO ARQUIVO)    00001430
                                                                        00001440
       77 WRK-CHAVE-CLI       PIC X(08).                                00001450
                                                                        00001460
       77 WRK-CHAVE-CDB       PIC X(08).                                00001470
                                                                        00001480
       77 WRK-CHAVE-MENOR     PIC X(08).                                00001490
                                                                        00001500
      *--------------------STATUS-----------------------------------*   00001510
                                                                        00001520
       77 WRK-FS-CLIENTES PIC 9(02).                                    00001530
                                                                        00001540
       77 WRK-FS-CDBMAS   PIC 9(02).                                    00001550
                                                                        00001560
       77 WRK-FS-CADCLI   PIC 9(02).                                    00001570
                                                                        00001580
       77 WRK-FS-FGCCTA   PIC 9(02).                                    00001590
                                                                        00001600
      *=============================================================*   00001610
       PROCEDURE DIVISION.                                              00001620
      *=============================================================*   00001630
                                                                        00001640
      *=============================================================*   00001650
       0000-PRINCIPAL                                       SECTION.    00001660
                                                                        00001670
            PERFORM 1000-INICIAR.                                       00001680
            PERFORM 2000-PROCESSAR                                      00001690
               UNTIL WRK-CHAVE-CLI EQUAL HIGH-VALUES                    00001700
                 AND WRK-CHAVE-CDB EQUAL HIGH-VALUES.                   00001710
            PERFORM 3000-FINALIZAR.                                     00001720
                                                                        00001730
       0000-99-FIM.                                            EXIT.    00001740
      *=============================================================*   00001750
                                                                        00001760
      *=============================================================*   00001770
       1000-INICIAR                                         SECTION.    00001780
                                                                        00001790
            OPEN INPUT  CLIENTES.                                       00001800
            OPEN INPUT  CDBMAS.                                         00001810
            OPEN INPUT  CADCLI.                                         00001820
            OPEN OUTPUT FGCCTA.                                         00001830
                                                                        00001840
            IF WRK-FS-CLIENTES NOT EQUAL ZEROS                          00001850
               MOVE 'FR21FGC1'                  TO WRK-PROGRAMA         00001860
               MOVE '1000'                      TO WRK-SECAO            00001870
               MOVE 'ERRO OPEN CLIENTES       ' TO WRK-MENSAGEM         00001880
               MOVE WRK-FS-CLIENTES             TO WRK-STATUS           00001890
               PERFORM 9000-TRATARERROS                                 00001900
            END-IF.                                                     00001910
                                                                        00001920
            IF WRK-FS-CDBMAS NOT EQUAL ZEROS                            00001930
               MOVE 'FR21FGC1'                  TO WRK-PROGRAMA         00001940
               MOVE '1000'                      TO WRK-SECAO            00001950
               MOVE 'ERRO OPEN CDBMAS         ' TO WRK-MENSAGEM         00001960
               MOVE WRK-FS-CDBMAS               TO WRK-STATUS           00001970
               PERFORM 9000-TRATARERROS                                 00001980
            END-IF.                                                     00001990
                                                                        00002000
            IF WRK-FS-CADCLI NOT EQUAL ZEROS                            00002010
               MOVE 'FR21FGC1'                  TO WRK-PROGRAMA         00002020
               MOVE '1000'                      TO WRK-SECAO            00002030
               MOVE 'ERRO OPEN CADCLI         ' TO WRK-MENSAGEM         00002040
               MOVE WRK-FS-CADCLI               TO WRK-STATUS           00002050
               PERFORM 9000-TRATARERROS                                 00002060
            END-IF.                                                     00002070
                                                                        00002080
            IF WRK-FS-FGCCTA NOT EQUAL ZEROS                            00002090
               MOVE 'FR21FGC1'                  TO WRK-PROGRAMA         00002100
               MOVE '1000'                      TO WRK-SECAO            00002110
               MOVE 'ERRO OPEN FGCCTA         ' TO WRK-MENSAGEM         00002120
               MOVE WRK-FS-FGCCTA               TO WRK-STATUS           00002130
               PERFORM 9000-TRATARERROS                                 00002140
            END-IF.                                                     00002150
                                                                        00002160
            PERFORM 2100-LER-CLIENTES.                                  00002170
            PERFORM 2200-LER-CDBMAS.                                    00002180
                                                                        00002190
       1000-99-FIM.                                            EXIT.    00002200
      *=============================================================*   00002210
                                                                        00002220
      *=============================================================*   00002230
       2000-PROCESSAR                                       SECTION.    00002240
                                                                        00002250
      *                 CONTA DA VEZ = MENOR CHAVE ENTRE OS DOIS        00002260
      *                 ARQUIVOS                                        00002270
                                                                        00002280
           IF WRK-CHAVE-CLI NOT GREATER WRK-CHAVE-CDB                   00002290
              MOVE WRK-CHAVE-CLI TO WRK-CHAVE-MENOR                     00002300
           ELSE                                                         00002310
              MOVE WRK-CHAVE-CDB TO WRK-CHAVE-MENOR                     00002320
           END-IF.                                                      00002330
                                                                        00002340
           INITIALIZE REG-FGCCTA.                                       00002350
           MOVE WRK-CHAVE-MENOR TO FGC-CHAVE.                           00002360
                                                                        00002370
           IF WRK-CHAVE-CLI EQUAL WRK-CHAVE-MENOR                       00002380
              IF CLI-SALDO GREATER ZEROS                                00002390
                 MOVE CLI-SALDO TO FGC-SALDO-CTA                        00002400
              END-IF                                                    00002410
              MOVE CLI-NOME TO FGC-NOME                                 00002420
              PERFORM 2100-LER-CLIENTES                                 00002430
           END-IF.                                                      00002440
                                                                        00002450
           PERFORM UNTIL WRK-CHAVE-CDB NOT EQUAL WRK-CHAVE-MENOR        00002460
              IF CDB-SITUACAO EQUAL 'A'                                 00002470
                 ADD CDB-SALDO-ATU TO FGC-SALDO-CDB                     00002480
              END-IF                                                    00002490
              PERFORM 2200-LER-CDBMAS                                   00002500
           END-PERFORM.                                                 00002510
                                                                        00002520
           COMPUTE WRK-TOTAL-CONTA = FGC-SALDO-CTA + FGC-SALDO-CDB.     00002530
                                                                        00002540
           IF WRK-TOTAL-CONTA EQUAL ZEROS                               00002550
              ADD 1 TO WRK-SEM-DEPOSITO                                 00002560
              GO TO 2000-99-FIM                                         00002570
           END-IF.                                                      00002580
                                                                        00002590
           PERFORM 2300-IDENTIFICAR-TITULAR.                            00002600
                                                                        00002610
           WRITE REG-FGCCTA.                                            00002620
                                                                        00002630
           IF WRK-FS-FGCCTA NOT EQUAL ZEROS                             00002640
              MOVE 'FR21FGC1'                  TO WRK-PROGRAMA          00002650
              MOVE '2000'                      TO WRK-SECAO             00002660
              MOVE 'ERRO WRITE FGCCTA        ' TO WRK-MENSAGEM          00002670
              MOVE WRK-FS-FGCCTA               TO WRK-STATUS            00002680
              PERFORM 9000-TRATARERROS                                  00002690
           END-IF.                                                      00002700
                                                                        00002710
           ADD 1 TO WRK-GRAVADOS.                                       00002720
           ADD FGC-SALDO-CTA TO WRK-TOT-CTA.                            00002730
           ADD FGC-SALDO-CDB TO WRK-TOT-CDB.                            00002740
                                                                        00002750
       2000-99-FIM.                                            EXIT.    00002760
      *=============================================================*   00002770
                                                                        00002780
      *=============================================================*   00002790
       2100-LER-CLIENTES                                    SECTION.    00002800
                                                                        00002810
           READ CLIENTES.                                               00002820
                                                                        00002830
           IF WRK-FS-CLIENTES EQUAL ZEROS                               00002840
              ADD 1 TO WRK-CONTAS-LIDAS                                 00002850
              MOVE CLI-CHAVE TO WRK-CHAVE-CLI                           00002860
           ELSE                                                         00002870
              MOVE HIGH-VALUES TO WRK-CHAVE-CLI                         00002880
           END-IF.                                                      00002890
                                                                        00002900
       2100-99-FIM.                                            EXIT.    00002910
      *=============================================================*   00002920
                                                                        00002930
      *=============================================================*   00002940
       2200-LER-CDBMAS                                      SECTION.    00002950
                                                                        00002960
           READ CDBMAS.                                                 00002970
                                                                        00002980
           IF WRK-FS-CDBMAS EQUAL ZEROS                                 00002990
              ADD 1 TO WRK-CDBS-LIDOS                                   00003000
              MOVE CDB-CHAVE TO WRK-CHAVE-CDB                           00003010
           ELSE                                                         00003020
              MOVE HIGH-VALUES TO WRK-CHAVE-CDB                         00003030
           END-IF.                                                      00003040
                                                                        00003050
       2200-99-FIM.                                            EXIT.    00003060
      *=============================================================*   00003070
                                                                        00003080
      *=============================================================*   00003090
       2300-IDENTIFICAR-TITULAR                             SECTION.    00003100
                                                                        00003110
      *                 DOCUMENTO DO TITULAR E QUANTIDADE DE            00003120
      *                 TITULARES (ZERO OU BRANCO VALE 1)               00003130
                                                                        00003140
           MOVE 'N' TO FGC-IND-CONJUNTA FGC-IND-SEM-DOC.                00003150
           MOVE 1   TO FGC-TITULARES.                                   00003160
                                                                        00003170
           MOVE WRK-CHAVE-MENOR TO CAD-CHAVE.                           00003180
           READ CADCLI.                                                 00003190
                                                                        00003200
           IF WRK-FS-CADCLI NOT EQUAL ZEROS                             00003210
              OR CAD-DOCUMENTO EQUAL SPACES                             00003220
              OR (CAD-TIPO-DOC NOT EQUAL 'F' AND 'J')                   00003230
              MOVE '*'             TO FGC-TIPO-DOC                      00003240
              MOVE WRK-CHAVE-MENOR TO FGC-DOCUMENTO                     00003250
              MOVE 'S'             TO FGC-IND-SEM-DOC                   00003260
              ADD 1 TO WRK-SEM-DOC                                      00003270
           ELSE                                                         00003280
              MOVE CAD-TIPO-DOC    TO FGC-TIPO-DOC                      00003290
              MOVE CAD-DOCUMENTO   TO FGC-DOCUMENTO                     00003300
              IF CAD-TITULARES IS NUMERIC                               00003310
                 AND CAD-TITULARES GREATER 1                            00003320
                 MOVE CAD-TITULARES TO FGC-TITULARES                    00003330
                 MOVE 'S'           TO FGC-IND-CONJUNTA                 00003340
                 ADD 1 TO WRK-CONJUNTAS                                 00003350
              END-IF                                                    00003360
           END-IF.                                                      00003370
                                                                        00003380
      *                 RATEIO IGUAL ENTRE OS TITULARES                 00003390
                                                                        00003400
           DIVIDE WRK-TOTAL-CONTA BY FGC-TITULARES                      00003410
              GIVING FGC-PARCELA.                                       00003420
                                                                        00003430
       2300-99-FIM.                                            EXIT.    00003440
      *=============================================================*   00003450
                                                                        00003460
      *=============================================================*   00003470
       3000-FINALIZAR                                       SECTION.    00003480
                                                                        00003490
             DISPLAY 'CONTAS LIDAS..........' WRK-CONTAS-LIDAS.         00003500
             DISPLAY 'CDB LIDOS.............' WRK-CDBS-LIDOS.           00003510
             DISPLAY 'CONTAS COM DEPOSITO...' WRK-GRAVADOS.             00003520
             DISPLAY 'CONTAS SEM DEPOSITO...' WRK-SEM-DEPOSITO.         00003530
             DISPLAY 'CONTAS SEM DOCUMENTO..' WRK-SEM-DOC.              00003540
             DISPLAY 'CONTAS CONJUNTAS......' WRK-CONJUNTAS.            00003550
             DISPLAY 'TOTAL A VISTA.........' WRK-TOT-CTA.              00003560
             DISPLAY 'TOTAL EM CDB..........' WRK-TOT-CDB.              00003570
             DISPLAY WRK-MSG-FINAL.                                     00003580
                                                                        00003590
             CLOSE CLIENTES CDBMAS.                                     00003600
             CLOSE CADCLI.                                              00003610
             CLOSE FGCCTA.                                              00003620
             STOP RUN.                                                  00003630
                                                                        00003640
       3000-99-FIM.                                            EXIT.    00003650
      *=============================================================*   00003660
                                                                        00003670
      *=============================================================*   00003680
       9000-TRATARERROS                                     SECTION.    00003690
                                                                        00003700
             MOVE 'E' TO WRK-SEVERIDADE.                                00003710
             CALL 'GRAVALOG' USING WRK-DADOS.                           00003720
             STOP RUN.                                                  00003730
                                                                        00003740
       9000-99-FIM.                                            EXIT.    00003750
      *=============================================================*   00003760
