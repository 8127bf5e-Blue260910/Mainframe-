      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21CES1.                                            00000050
                                                                        00000060
      *=============================================================*   00000070
      *   AUTOR....:VICTOR ARANDA                                       00000080
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000090
      *   DATA ....:15/10/2026                                          00000100
      *-------------------------------------------------------------*   00000110
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000120
      *  1.0   15/10/26   VICTOR ARANDA       VERSAO INICIAL            00000130
      *-------------------------------------------------------------*   00000140
      *   OBJETIVO: APROPRIACAO DIARIA DOS ENCARGOS DO CHEQUE           00000150
      *      ESPECIAL. VISITA TODAS AS CONTAS DO CLUSTER CLIENTES       00000160
      *      DEPOIS DA POSTAGEM DA NOITE E, PARA AS QUE ESTAO COM       00000170
      *      SALDO NEGATIVO, CALCULA SOBRE A PARTE DEVEDORA:            00000180
      *      - JUROS = DEVEDOR X TAXA MENSAL CONTRATADA / 30 X DIAS     00000190
      *      - IOF   = DEVEDOR X ALIQUOTA DIARIA X DIAS, MAIS A         00000200
      *                ALIQUOTA ADICIONAL SOBRE O AUMENTO DO SALDO      00000210
      *                DEVEDOR DESDE A ULTIMA APROPRIACAO               00000220
      *      DIAS = DATA DE NEGOCIO - ULTIMA APROPRIACAO (FIM DE        00000230
      *      SEMANA E FERIADO ENTRAM NO PRIMEIRO DIA UTIL SEGUINTE).    00000240
      *      OS VALORES FICAM ACUMULADOS POR CONTA NO LIMCON ATE A      00000250
      *      VIRADA DO MES, QUANDO PASSAM A PENDENTES DE COBRANCA       00000260
      *      PELO FR21CES2. CONTA DEVEDORA SEM CONTRATO GANHA UM        00000270
      *      NA TAXA PADRAO. TAXA PADRAO E ALIQUOTAS DE IOF VEM DA      00000280
      *      TABELA TAXCES (VALE A VIGENCIA MAIS RECENTE NAO            00000290
      *      POSTERIOR A DATA DE NEGOCIO). GRAVA O DIARIO DE            00000300
      *      ENCARGOS (CESJRN, TIPO 'A') PARA O FR21CTB1.               00000310
      *      RODAR DUAS VEZES NA MESMA DATA NAO APROPRIA EM DOBRO.      00000320
      *-------------------------------------------------------------*   00000330
      *   ARQUIVOS.....:                                                00000340
      *                                                                 00000350
      *   NAME                I/O                                       00000360
      *   CLIENTES             I   (KSDS - CLIBOOK)                     00000370
      *   LIMCON              I-O  (KSDS - LIMBOOK)                     00000380
      *   TAXCES               I   (TAXA PADRAO E IOF, COM VIGENCIA)    00000390
      *   CESJRN               O   (DIARIO DE ENCARGOS)                 00000400
      *-------------------------------------------------------------*   00000410
      *   MODULOS....:                                                  00000420
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000430
      *   FR21DTA1             DATA DE NEGOCIO DA JANELA (LNKDPRC)      00000440
      *=============================================================*   00000450
       ENVIRONMENT                               DIVISION.              00000460
      *=============================================================*   00000470
                                                                        00000480
      *-------------------------------------------------------------*   00000490
       CONFIGURATION                                        SECTION.    00000500
      *-------------------------------------------------------------*   00000510
       SPECIAL-NAMES.                                                   00000520
           DECIMAL-POINT IS COMMA.                                      00000530
                                                                        00000540
                                                                        00000550
       INPUT-OUTPUT                                         SECTION.    00000560
       FILE-CONTROL.                                                    00000570
           SELECT CLIENTES ASSIGN TO CLIENTES                           00000580
               ORGANIZATION  IS INDEXED                                 00000590
               ACCESS MODE   IS SEQUENTIAL                              00000600
               RECORD KEY    IS CLI-CHAVE                               00000610
               FILE STATUS   IS WRK-FS-CLIENTES.                        00000620
                                                                        00000630
           SELECT LIMCON   ASSIGN TO LIMCON                             00000640
               ORGANIZATION  IS INDEXED                                 00000650
               ACCESS MODE   IS RANDOM                                  00000660
               RECORD KEY    IS LIC-CHAVE                               00000670
               FILE STATUS   IS WRK-FS-LIMCON.                          00000680
                                                                        00000690
           SELECT TAXCES   ASSIGN TO TAXCES                             00000700
               FILE STATUS  IS WRK-FS-TAXCES.                           00000710
                                                                        00000720
           SELECT CESJRN   ASSIGN TO CESJRN                             00000730
               FILE STATUS  IS WRK-FS-CESJRN.                           00000740
                                                                        00000750
      *=============================================================*   00000760
       DATA                                                DIVISION.    00000770
      *=============================================================*   00000780
       FILE                                                 SECTION.    00000790
      *=============================================================*   00000800
                                                                        00000810
      *-------------------------------------------------------------*   00000820
      *       ARQUIVO CLIENTES (KSDS)   LRECL = 73                  *   00000830
      *-------------------------------------------------------------*   00000840
       FD CLIENTES.                                                     00000850
                                                                        00000860
       COPY 'CLIBOOK'.                                                  00000870
                                                                        00000880
      *-------------------------------------------------------------*   00000890
      *       CONTRATOS DE CHEQUE ESPECIAL (KSDS)  LRECL = 80       *   00000900
      *-------------------------------------------------------------*   00000910
       FD LIMCON.                                                       00000920
                                                                        00000930
       COPY 'LIMBOOK'.                                                  00000940
                                                                        00000950
      *-------------------------------------------------------------*   00000960
      *       ARQUIVO DE ENTRADA TAXCES   LRECL = 30                *   00000970
      *       TAXA PADRAO (% AO MES) E ALIQUOTAS DE IOF (% AO DIA   *   00000980
      *       E % ADICIONAL), COM DATA DE VIGENCIA                  *   00000990
      *-------------------------------------------------------------*   00001000
       FD TAXCES                                                        00001010
           RECORDING  MODE IS F                                         00001020
           BLOCK CONTAINS 0 RECORDS.                                    00001030
                                                                        00001040
       01 FD-TAXCES.                                                    00001050
          05 FD-TC-DATA-VIG  PIC 9(08).                                 00001060
          05 FD-TC-TAXA      PIC 9(03)V99.                              00001070
          05 FD-TC-IOF-DIA   PIC 9(01)V9(04).                           00001080
          05 FD-TC-IOF-ADIC  PIC 9(01)V9(04).                           00001090
          05 FILLER          PIC X(07).                                 00001100
                                                                        00001110
      *-------------------------------------------------------------*   00001120
      *       DIARIO DE ENCARGOS         LRECL = 45                 *   00001130
      *       TIPO 'A' APROPRIACAO (FR21CES1) / 'C' COBRANCA        *   00001140
      *       (FR21CES2)                                            *   00001150
      *-------------------------------------------------------------*   00001160
       FD CESJRN                                                        00001170
           RECORDING  MODE IS F                                         00001180
           BLOCK CONTAINS 0 RECORDS.                                    00001190
                                                                        00001200
       01 FD-CESJRN.                                                    00001210
          05 FD-CJ-CHAVE     PIC X(08).                                 00001220
          05 FD-CJ-TIPO      PIC X(01).                                 00001230
          05 FD-CJ-DATA      PIC 9(08).                                 00001240
          05 FD-CJ-BASE      PIC 9(08).                                 00001250
          05 FD-CJ-JUROS     PIC 9(08).                                 00001260
          05 FD-CJ-IOF       PIC 9(08).                                 00001270
          05 FILLER          PIC X(04).                                 00001280
                                                                        00001290
      *-------------------------------------------------------------*   00001300
       WORKING-STORAGE                                      SECTION.    00001310
      *-------------------------------------------------------------*   00001320
                                                                        00001330
      *------------------LOG-DE-ERROS-------------------------------*   00001340
                                                                        00001350
       01 WRK-DADOS.                                                    00001360
           05 WRK-PROGRAMA  PIC X(08).                                  00001370
           05 WRK-SECAO     PIC X(04).                                  00001380
           05 WRK-MENSAGEM  PIC X(30).                                  00001390
           05 WRK-STATUS    PIC X(02).                                  00001400
           05 WRK-SEVERIDADE PIC X(01).                                 00001410
           05 FILLER        PIC X(22).                                  00001420
                                                                        00001430
      *--------------------LOGICA-----------------------------------*   00001440
                                                                        00001450
       77 WRK-LIDOS           PIC 9(07) VALUE 0.                        00001460
                                                                        00001470
       77 WRK-DEVEDORAS       PIC 9(07) VALUE 0.                        00001480
                                                                        00001490
       77 WRK-APROPRIADAS     PIC 9(07) VALUE 0.                        00001500
                                                                        00001510
       77 WRK-CONTRATOS-NOVOS PIC 9(07) VALUE 0.                        00001520
                                                                        00001530
       77 WRK-JA-APROPRIADAS  PIC 9(07) VALUE 0.                        00001540
                                                                        00001550
       77 WRK-DEVEDOR         PIC 9(08) VALUE 0.                        00001560
                                                                        00001570
       77 WRK-AUMENTO         PIC 9(08) VALUE 0.                        00001580
                                                                        00001590
       77 WRK-TAXA-CONTA      PIC 9(03)V99 VALUE 0.                     00001600
                                                                        00001610
       77 WRK-JUROS           PIC 9(08) VALUE 0.                        00001620
                                                                        00001630
       77 WRK-IOF             PIC 9(08) VALUE 0.                        00001640
                                                                        00001650
       77 WRK-DIAS            PIC 9(05) VALUE 0.                        00001660
                                                                        00001670
       77 WRK-NUM-HOJE        PIC 9(07) VALUE 0.                        00001680
                                                                        00001690
       77 WRK-NUM-ULT         PIC 9(07) VALUE 0.                        00001700
                                                                        00001710
       77 WRK-TEM-CONTRATO    PIC X(01).                                00001720
                                                                        00001730
       77 WRK-TOT-JUROS       PIC 9(10) VALUE 0.                        00001740
                                                                        00001750
       77 WRK-TOT-IOF         PIC 9(10) VALUE 0.                        00001760
                                                                        00001770
       77 WRK-TOT-ED          PIC Z.ZZZ.ZZZ.ZZ9.                        00001780
                                                                        00001790
       77 WRK-MSG-FINAL       PIC X(17) VALUE 'FINAL DE PROGRAMA'.      00001800
                                                                        00001810
      *--------------------DATA DE NEGOCIO--------------------------*   00001820
                                                                        00001830
       01 WRK-HOJE            PIC 9(08) VALUE 0.                        00001840
       01 WRK-HOJE-R REDEFINES WRK-HOJE.                                00001850
          05 WRK-HOJE-COMPET  PIC 9(06).                                00001860
          05 FILLER           PIC 9(02).                                00001870
                                                                        00001880
           COPY 'LNKDPRC'.                                              00001890
                                                                        00001900
      *--------------------PARAMETROS VIGENTES----------------------*   00001910
                                                                        00001920
       77 WRK-VIG-ATIVA       PIC 9(08) VALUE 0.                        00001930
       77 WRK-TAXA-PADRAO     PIC 9(03)V99 VALUE 0.                     00001940
       77 WRK-IOF-DIA         PIC 9(01)V9(04) VALUE 0.                  00001950
       77 WRK-IOF-ADIC        PIC 9(01)V9(04) VALUE 0.                  00001960
                                                                        00001970
      *--------------------STATUS-----------------------------------*   00001980
                                                                        00001990
       77 WRK-FS-CLIENTES PIC 9(02).                                    00002000
                                                                        00002010
       77 WRK-FS-LIMCON   PIC 9(02).                                    00002020
                                                                        00002030
       77 WRK-FS-TAXCES   PIC 9(02).                                    00002040
                                                                        00002050
       77 WRK-FS-CESJRN   PIC 9(02).                                    00002060
                                                                        00002070
      *=============================================================*   00002080
       PROCEDURE DIVISION.                                              00002090
      *=============================================================*   00002100
                                                                        00002110
      *=============================================================*   00002120
       0000-PRINCIPAL                                       SECTION.    00002130
                                                                        00002140
            PERFORM 1000-INICIAR.                                       00002150
            PERFORM 1300-CARREGAR-PARAMETROS.                           00002160
            PERFORM 1500-TESTAR-VAZIO.                                  00002170
            PERFORM 2000-PROCESSAR UNTIL WRK-FS-CLIENTES EQUAL 10.      00002180
            PERFORM 3000-FINALIZAR.                                     00002190
                                                                        00002200
       0000-99-FIM.                                            EXIT.    00002210
      *=============================================================*   00002220
                                                                        00002230
      *=============================================================*   00002240
       1000-INICIAR                                         SECTION.    00002250
                                                                        00002260
            OPEN INPUT  CLIENTES.                                       00002270
            OPEN I-O    LIMCON.                                         00002280
            OPEN INPUT  TAXCES.                                         00002290
            OPEN OUTPUT CESJRN.                                         00002300
                                                                        00002310
            MOVE 'FR21CES1' TO LNK-DP-PROGRAMA.                         00002320
            MOVE ZEROS      TO LNK-DP-DIAS-TOL.                         00002330
            CALL 'FR21DTA1' USING LNK-DPRC.                             00002340
            MOVE LNK-DP-DATA TO WRK-HOJE.                               00002350
                                                                        00002360
            COMPUTE WRK-NUM-HOJE =                                      00002370
               FUNCTION INTEGER-OF-DATE(WRK-HOJE).                      00002380
                                                                        00002390
            PERFORM 1200-TESTARSTATUS.                                  00002400
                                                                        00002410
       1000-99-FIM.                                            EXIT.    00002420
      *=============================================================*   00002430
                                                                        00002440
      *=============================================================*   00002450
       1200-TESTARSTATUS                                    SECTION.    00002460
                                                                        00002470
               IF WRK-FS-CLIENTES NOT EQUAL ZEROS                       00002480
                  MOVE 'FR21CES1'                  TO WRK-PROGRAMA      00002490
                  MOVE '1000'                      TO WRK-SECAO         00002500
                  MOVE 'ERRO OPEN CLIENTES       ' TO WRK-MENSAGEM      00002510
                  MOVE WRK-FS-CLIENTES             TO WRK-STATUS        00002520
                  PERFORM 9000-TRATARERROS                              00002530
               END-IF.                                                  00002540
                                                                        00002550
               IF WRK-FS-LIMCON   NOT EQUAL ZEROS                       00002560
                  MOVE 'FR21CES1'                  TO WRK-PROGRAMA      00002570
                  MOVE '1000'                      TO WRK-SECAO         00002580
                  MOVE 'ERRO OPEN CONTRATOS LIMCON' TO WRK-MENSAGEM     00002590
                  MOVE WRK-FS-LIMCON               TO WRK-STATUS        00002600
                  PERFORM 9000-TRATARERROS                              00002610
               END-IF.                                                  00002620
                                                                        00002630
               IF WRK-FS-TAXCES   NOT EQUAL ZEROS                       00002640
                  MOVE 'FR21CES1'                  TO WRK-PROGRAMA      00002650
                  MOVE '1000'                      TO WRK-SECAO         00002660
                  MOVE 'ERRO OPEN TAXAS ENCARGOS ' TO WRK-MENSAGEM      00002670
                  MOVE WRK-FS-TAXCES               TO WRK-STATUS        00002680
                  PERFORM 9000-TRATARERROS                              00002690
               END-IF.                                                  00002700
                                                                        00002710
               IF WRK-FS-CESJRN   NOT EQUAL ZEROS                       00002720
                  MOVE 'FR21CES1'                  TO WRK-PROGRAMA      00002730
                  MOVE '1000'                      TO WRK-SECAO         00002740
                  MOVE 'ERRO OPEN DIARIO ENCARGOS' TO WRK-MENSAGEM      00002750
                  MOVE WRK-FS-CESJRN               TO WRK-STATUS        00002760
                  PERFORM 9000-TRATARERROS                              00002770
               END-IF.                                                  00002780
                                                                        00002790
       1200-99-FIM.                                            EXIT.    00002800
      *=============================================================*   00002810
                                                                        00002820
      *=============================================================*   00002830
       1300-CARREGAR-PARAMETROS                             SECTION.    00002840
                                                                        00002850
      *                 VALE A VIGENCIA MAIS RECENTE NAO                00002860
      *                 POSTERIOR A DATA DE NEGOCIO                     00002870
                                                                        00002880
            READ TAXCES.                                                00002890
                                                                        00002900
            PERFORM UNTIL WRK-FS-TAXCES NOT EQUAL ZEROS                 00002910
               IF FD-TC-DATA-VIG NOT GREATER WRK-HOJE                   00002920
                  AND FD-TC-DATA-VIG GREATER WRK-VIG-ATIVA              00002930
                  MOVE FD-TC-DATA-VIG TO WRK-VIG-ATIVA                  00002940
                  MOVE FD-TC-TAXA     TO WRK-TAXA-PADRAO                00002950
                  MOVE FD-TC-IOF-DIA  TO WRK-IOF-DIA                    00002960
                  MOVE FD-TC-IOF-ADIC TO WRK-IOF-ADIC                   00002970
               END-IF                                                   00002980
               READ TAXCES                                              00002990
            END-PERFORM.                                                00003000
                                                                        00003010
            IF WRK-VIG-ATIVA EQUAL ZEROS                                00003020
               MOVE 'FR21CES1'                  TO WRK-PROGRAMA         00003030
               MOVE '1300'                      TO WRK-SECAO            00003040
               MOVE 'SEM TAXA DE ENCARGO VIGENTE' TO WRK-MENSAGEM       00003050
               MOVE SPACES                      TO WRK-STATUS           00003060
               PERFORM 9000-TRATARERROS                                 00003070
            END-IF.                                                     00003080
                                                                        00003090
       1300-99-FIM.                                            EXIT.    00003100
      *=============================================================*   00003110
                                                                        00003120
      *=============================================================*   00003130
       1500-TESTAR-VAZIO                                    SECTION.    00003140
                                                                        00003150
              READ CLIENTES NEXT.                                       00003160
                                                                        00003170
              IF WRK-FS-CLIENTES NOT EQUAL ZERO                         00003180
                 DISPLAY WRK-MSG-FINAL                                  00003190
                 STOP RUN                                               00003200
              END-IF.                                                   00003210
                                                                        00003220
       1500-99-FIM.                                            EXIT.    00003230
      *=============================================================*   00003240
                                                                        00003250
      *=============================================================*   00003260
       2000-PROCESSAR                                       SECTION.    00003270
                                                                        00003280
           ADD 1 TO WRK-LIDOS.                                          00003290
                                                                        00003300
           MOVE CLI-CHAVE TO LIC-CHAVE.                                 00003310
           READ LIMCON.                                                 00003320
                                                                        00003330
           EVALUATE WRK-FS-LIMCON                                       00003340
             WHEN 0                                                     00003350
                  MOVE 'S' TO WRK-TEM-CONTRATO                          00003360
             WHEN 23                                                    00003370
                  MOVE 'N' TO WRK-TEM-CONTRATO                          00003380
             WHEN OTHER                                                 00003390
                  MOVE 'FR21CES1'                  TO WRK-PROGRAMA      00003400
                  MOVE '2000'                      TO WRK-SECAO         00003410
                  MOVE 'ERRO LEITURA LIMCON      ' TO WRK-MENSAGEM      00003420
                  MOVE WRK-FS-LIMCON               TO WRK-STATUS        00003430
                  PERFORM 9000-TRATARERROS                              00003440
           END-EVALUATE.                                                00003450
                                                                        00003460
      *                 CONTA SEM SALDO DEVEDOR: SO MANTEM A DATA       00003470
      *                 DA APROPRIACAO DO CONTRATO EM DIA               00003480
                                                                        00003490
           IF CLI-SALDO NOT LESS ZEROS                                  00003500
              IF WRK-TEM-CONTRATO EQUAL 'S'                             00003510
                 PERFORM 2400-VIRAR-COMPETENCIA                         00003520
                 MOVE WRK-HOJE TO LIC-DATA-ULT-APR                      00003530
                 MOVE ZEROS    TO LIC-DEV-ANT                           00003540
                 PERFORM 2800-REGRAVAR-CONTRATO                         00003550
              END-IF                                                    00003560
              GO TO 2000-90-LER                                         00003570
           END-IF.                                                      00003580
                                                                        00003590
           ADD 1 TO WRK-DEVEDORAS.                                      00003600
                                                                        00003610
           IF WRK-TEM-CONTRATO EQUAL 'N'                                00003620
              PERFORM 2100-ABRIR-CONTRATO                               00003630
           END-IF.                                                      00003640
                                                                        00003650
           PERFORM 2400-VIRAR-COMPETENCIA.                              00003660
           PERFORM 2200-APROPRIAR.                                      00003670
                                                                        00003680
       2000-90-LER.                                                     00003690
                                                                        00003700
           READ CLIENTES NEXT.                                          00003710
                                                                        00003720
       2000-99-FIM.                                            EXIT.    00003730
      *=============================================================*   00003740
                                                                        00003750
      *=============================================================*   00003760
       2100-ABRIR-CONTRATO                                  SECTION.    00003770
                                                                        00003780
      *                 CONTA DEVEDORA SEM CONTRATO: NASCE NA TAXA      00003790
      *                 PADRAO (TAXA ZERADA), COMPETENCIA CORRENTE      00003800
                                                                        00003810
           MOVE SPACES           TO REG-LIMCON.                         00003820
           INITIALIZE REG-LIMCON.                                       00003830
           MOVE CLI-CHAVE        TO LIC-CHAVE.                          00003840
           MOVE WRK-HOJE         TO LIC-DATA-CONTR.                     00003850
           MOVE WRK-HOJE-COMPET  TO LIC-COMPET.                         00003860
                                                                        00003870
           WRITE REG-LIMCON.                                            00003880
                                                                        00003890
           IF WRK-FS-LIMCON NOT EQUAL ZEROS                             00003900
              MOVE 'FR21CES1'                  TO WRK-PROGRAMA          00003910
              MOVE '2100'                      TO WRK-SECAO             00003920
              MOVE 'ERRO WRITE LIMCON        ' TO WRK-MENSAGEM          00003930
              MOVE WRK-FS-LIMCON               TO WRK-STATUS            00003940
              PERFORM 9000-TRATARERROS                                  00003950
           END-IF.                                                      00003960
                                                                        00003970
           MOVE 'S' TO WRK-TEM-CONTRATO.                                00003980
           ADD 1 TO WRK-CONTRATOS-NOVOS.                                00003990
                                                                        00004000
       2100-99-FIM.                                            EXIT.    00004010
      *=============================================================*   00004020
                                                                        00004030
      *=============================================================*   00004040
       2200-APROPRIAR                                       SECTION.    00004050
                                                                        00004060
      *                 DIAS DESDE A ULTIMA APROPRIACAO; CONTRATO       00004070
      *                 NOVO CONTA UM DIA. DIAS ZERADOS = DATA JA       00004080
      *                 APROPRIADA (REEXECUCAO)                         00004090
                                                                        00004100
           IF LIC-DATA-ULT-APR EQUAL ZEROS                              00004110
              MOVE 1 TO WRK-DIAS                                        00004120
           ELSE                                                         00004130
              COMPUTE WRK-NUM-ULT =                                     00004140
                 FUNCTION INTEGER-OF-DATE(LIC-DATA-ULT-APR)             00004150
              IF WRK-NUM-ULT NOT LESS WRK-NUM-HOJE                      00004160
                 ADD 1 TO WRK-JA-APROPRIADAS                            00004170
                 GO TO 2200-99-FIM                                      00004180
              END-IF                                                    00004190
              COMPUTE WRK-DIAS = WRK-NUM-HOJE - WRK-NUM-ULT             00004200
           END-IF.                                                      00004210
                                                                        00004220
           COMPUTE WRK-DEVEDOR = CLI-SALDO * -1.                        00004230
                                                                        00004240
           IF LIC-TAXA GREATER ZEROS                                    00004250
              MOVE LIC-TAXA        TO WRK-TAXA-CONTA                    00004260
           ELSE                                                         00004270
              MOVE WRK-TAXA-PADRAO TO WRK-TAXA-CONTA                    00004280
           END-IF.                                                      00004290
                                                                        00004300
      *                 JUROS: TAXA MENSAL / 30 POR DIA CORRIDO         00004310
                                                                        00004320
           COMPUTE WRK-JUROS ROUNDED =                                  00004330
              WRK-DEVEDOR * WRK-TAXA-CONTA / 3000 * WRK-DIAS.           00004340
                                                                        00004350
      *                 IOF: ALIQUOTA DIARIA SOBRE O DEVEDOR E          00004360
      *                 ADICIONAL SOBRE O AUMENTO DO DEVEDOR            00004370
                                                                        00004380
           IF WRK-DEVEDOR GREATER LIC-DEV-ANT                           00004390
              COMPUTE WRK-AUMENTO = WRK-DEVEDOR - LIC-DEV-ANT           00004400
           ELSE                                                         00004410
              MOVE ZEROS TO WRK-AUMENTO                                 00004420
           END-IF.                                                      00004430
                                                                        00004440
           COMPUTE WRK-IOF ROUNDED =                                    00004450
              WRK-DEVEDOR * WRK-IOF-DIA / 100 * WRK-DIAS                00004460
            + WRK-AUMENTO * WRK-IOF-ADIC / 100.                         00004470
                                                                        00004480
           ADD WRK-JUROS TO LIC-JUROS-ACM.                              00004490
           ADD WRK-IOF   TO LIC-IOF-ACM.                                00004500
           MOVE WRK-HOJE    TO LIC-DATA-ULT-APR.                        00004510
           MOVE WRK-DEVEDOR TO LIC-DEV-ANT.                             00004520
                                                                        00004530
           PERFORM 2800-REGRAVAR-CONTRATO.                              00004540
                                                                        00004550
           ADD 1 TO WRK-APROPRIADAS.                                    00004560
           ADD WRK-JUROS TO WRK-TOT-JUROS.                              00004570
           ADD WRK-IOF   TO WRK-TOT-IOF.                                00004580
                                                                        00004590
           IF WRK-JUROS GREATER ZEROS OR WRK-IOF GREATER ZEROS          00004600
              MOVE SPACES      TO FD-CESJRN                             00004610
              MOVE CLI-CHAVE   TO FD-CJ-CHAVE                           00004620
              MOVE 'A'         TO FD-CJ-TIPO                            00004630
              MOVE WRK-HOJE    TO FD-CJ-DATA                            00004640
              MOVE WRK-DEVEDOR TO FD-CJ-BASE                            00004650
              MOVE WRK-JUROS   TO FD-CJ-JUROS                           00004660
              MOVE WRK-IOF     TO FD-CJ-IOF                             00004670
              WRITE FD-CESJRN                                           00004680
           END-IF.                                                      00004690
                                                                        00004700
       2200-99-FIM.                                            EXIT.    00004710
      *=============================================================*   00004720
                                                                        00004730
      *=============================================================*   00004740
       2400-VIRAR-COMPETENCIA                               SECTION.    00004750
                                                                        00004760
      *                 PRIMEIRA APROPRIACAO DO MES: O ACUMULADO DA     00004770
      *                 COMPETENCIA ANTERIOR FICA PENDENTE DE           00004780
      *                 COBRANCA (FR21CES2) E O ACUMULADO RECOMECA      00004790
                                                                        00004800
           IF LIC-COMPET LESS WRK-HOJE-COMPET                           00004810
              ADD LIC-JUROS-ACM TO LIC-JUROS-PEND                       00004820
              ADD LIC-IOF-ACM   TO LIC-IOF-PEND                         00004830
              MOVE ZEROS           TO LIC-JUROS-ACM LIC-IOF-ACM         00004840
              MOVE WRK-HOJE-COMPET TO LIC-COMPET                        00004850
           END-IF.                                                      00004860
                                                                        00004870
       2400-99-FIM.                                            EXIT.    00004880
      *=============================================================*   00004890
                                                                        00004900
      *=============================================================*   00004910
       2800-REGRAVAR-CONTRATO                               SECTION.    00004920
                                                                        00004930
           REWRITE REG-LIMCON.                                          00004940
                                                                        00004950
           IF WRK-FS-LIMCON NOT EQUAL ZEROS                             00004960
              MOVE 'FR21CES1'                  TO WRK-PROGRAMA          00004970
              MOVE '2800'                      TO WRK-SECAO             00004980
              MOVE 'ERRO REWRITE LIMCON      ' TO WRK-MENSAGEM          00004990
              MOVE WRK-FS-LIMCON               TO WRK-STATUS            00005000
              PERFORM 9000-TRATARERROS                                  00005010
           END-IF.                                                      00005020
                                                                        00005030
       2800-99-FIM.                                            EXIT.    00005040
      *=============================================================*   00005050
                                                                        00005060
      *=============================================================*   00005070
       3000-FINALIZAR                                       SECTION.    00005080
                                                                        00005090
             DISPLAY 'CONTAS LIDAS..........' WRK-LIDOS.                00005100
             DISPLAY 'CONTAS DEVEDORAS......' WRK-DEVEDORAS.            00005110
             DISPLAY 'CONTAS APROPRIADAS....' WRK-APROPRIADAS.          00005120
             DISPLAY 'CONTRATOS ABERTOS.....' WRK-CONTRATOS-NOVOS.      00005130
             DISPLAY 'JA APROPRIADAS NA DATA' WRK-JA-APROPRIADAS.       00005140
             MOVE WRK-TOT-JUROS TO WRK-TOT-ED.                          00005150
             DISPLAY 'JUROS DO DIA..........' WRK-TOT-ED.               00005160
             MOVE WRK-TOT-IOF   TO WRK-TOT-ED.                          00005170
             DISPLAY 'IOF DO DIA............' WRK-TOT-ED.               00005180
             DISPLAY WRK-MSG-FINAL.                                     00005190
                                                                        00005200
             CLOSE CLIENTES LIMCON.                                     00005210
             CLOSE TAXCES CESJRN.                                       00005220
             STOP RUN.                                                  00005230
                                                                        00005240
       3000-99-FIM.                                            EXIT.    00005250
      *=============================================================*   00005260
                                                                        00005270
      *=============================================================*   00005280
       9000-TRATARERROS                                     SECTION.    00005290
                                                                        00005300
             MOVE 'E' TO WRK-SEVERIDADE.                                00005310
             CALL 'GRAVALOG' USING WRK-DADOS.                           00005320
             STOP RUN.                                                  00005330
                                                                        00005340
       9000-99-FIM.                                            EXIT.    00005350
      *=============================================================*   00005360
