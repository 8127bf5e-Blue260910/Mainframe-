      *-------------------------------------------------------------*   00000110
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000120
      *  1.0   02/09/26   VICTOR ARANDA       VERSAO INICIAL            00000130
      *  1.1   15/10/26   VICTOR ARANDA    REGRAS: TABELA P/ 50 EVENTOS 00000131
      *  1.2   15/10/26   VICTOR ARANDA    ENCARGOS DO CHEQUE ESPECIAL  00000132
      *                   (CESJRN): APROPRIACAO JE/IO E COBRANCA JC/IC  00000133
      *  1.3   15/10/26   VICTOR ARANDA    TARIFAS DOS PACOTES DE       00000134
      *                   SERVICOS (TARPAC, DO FR21PAC2): EVENTO TP     00000135
      *-------------------------------------------------------------*   00000140
      *   OBJETIVO: LANCAMENTO CONTABIL DO FECHAMENTO DO DIA. LE O      00000150
      *      PLANO DE CONTAS (PLANOCTA), AS REGRAS DE LANCAMENTO        00000160
      *      (CTBREGRA: EVENTO -> CONTA DEBITO / CONTA CREDITO), O      00000170
      *      HISTORICO DO DIA (MOVHIST), O DETALHE DE TARIFAS           00000180
      *      (TARDIA, DO FR21UNC1) E O DIARIO DE JUROS (JURNAL, DO      00000190
      *      FR21EX07 COM A COLUNA DE IRRF), O DIARIO DE ENCARGOS DO    00000200
      *      CHEQUE ESPECIAL (CESJRN, DO FR21CES1/FR21CES2), AS         00000201
      *      TARIFAS DOS PACOTES DE SERVICOS (TARPAC, DO FR21PAC2)      00000202
      *      E GERA OS LANCAMENTOS                                      00000203
      *      BALANCEADOS NO DIARIO CONTABIL (GLJRNL): CADA EVENTO       00000210
      *      DEBITA E CREDITA O MESMO VALOR PELA REGRA. O RELATORIO     00000220
      *      DE BALANCO (RELCTB) MOSTRA O SALDO POR CONTA E PROVA       00000230
      *   MOVHIST              I   (HISTORICO DO DIA)                   00000320
      *   TARDIA               I   (TARIFAS - FR21UNC1)                 00000330
      *   JURNAL               I   (JUROS/IRRF - FR21EX07)              00000340
      *   CESJRN               I   (ENCARGOS - FR21CES1/FR21CES2)       00000341
      *   TARPAC               I   (TARIFAS DE PACOTE - FR21PAC2)       00000342
      *   GLJRNL               O   (DIARIO CONTABIL)                    00000350
      *   RELCTB               O   (BALANCO DO DIA)                     00000360
      *-------------------------------------------------------------*   00000370
      *               TX PERNA DE CREDITO DA TRANSFERENCIA /            00000411
      *               TA TRANSFERENCIA / EA ESTORNO / DN DECLINADO      00000420
      *               (MEMORANDO, SO COM REGRA) / TR TARIFA /           00000430
      *               JR JUROS CREDITADOS / IR IRRF RETIDO /            00000440
      *               JE JUROS DO CHEQUE ESPECIAL APROPRIADOS /         00000441
      *               IO IOF APROPRIADO / JC JUROS E IC IOF COBRADOS    00000442
      *               NA CONTA (BAIXA DO A RECEBER) /                   00000443
      *               TP TARIFA DE PACOTE DE SERVICOS                   00000444
      *=============================================================*   00000450
       ENVIRONMENT                               DIVISION.              00000460
      *=============================================================*   00000470
           SELECT JURNAL   ASSIGN TO JURNAL                             00000700
               FILE STATUS  IS WRK-FS-JURNAL.                           00000710
                                                                        00000720
           SELECT CESJRN   ASSIGN TO CESJRN                             00000721
               FILE STATUS  IS WRK-FS-CESJRN.                           00000722
                                                                        00000723
           SELECT TARPAC   ASSIGN TO TARPAC                             00000724
               FILE STATUS  IS WRK-FS-TARPAC.                           00000725
                                                                        00000726
           SELECT GLJRNL   ASSIGN TO GLJRNL                             00000730
               FILE STATUS  IS WRK-FS-GLJRNL.                           00000740
                                                                        00000750
          05 FD-JN-IRRF      PIC 9(08).                                 00001490
                                                                        00001500
      *-------------------------------------------------------------*   00001510
      *       DIARIO DE ENCARGOS (FR21CES1/CES2)  LRECL = 45        *   00001520
      *       TIPO 'A' APROPRIACAO / 'C' COBRANCA                   *   00001530
      *-------------------------------------------------------------*   00001540
       FD CESJRN                                                        00001550
           RECORDING  MODE IS F                                         00001560
           BLOCK CONTAINS 0 RECORDS.                                    00001570
                                                                        00001580
       01 FD-CESJRN.                                                    00001590
          05 FD-CJ-CHAVE     PIC X(08).                                 00001600
          05 FD-CJ-TIPO      PIC X(01).                                 00001610
          05 FD-CJ-DATA      PIC 9(08).                                 00001620
          05 FD-CJ-BASE      PIC 9(08).                                 00001630
          05 FD-CJ-JUROS     PIC 9(08).                                 00001640
          05 FD-CJ-IOF       PIC 9(08).                                 00001650
          05 FILLER          PIC X(04).                                 00001660
                                                                        00001670
      *-------------------------------------------------------------*   00001680
      *       TARIFAS DE PACOTE (FR21PAC2)  LRECL = 40              *   00001690
      *       TIPO 'M' MENSALIDADE / 'E' EXCEDENTE POR USO          *   00001700
      *-------------------------------------------------------------*   00001710
       FD TARPAC                                                        00001720
           RECORDING  MODE IS F                                         00001730
           BLOCK CONTAINS 0 RECORDS.                                    00001740
                                                                        00001750
       01 FD-TARPAC.                                                    00001760
          05 FD-TP-CHAVE     PIC X(08).                                 00001770
          05 FD-TP-PACOTE    PIC X(02).                                 00001780
          05 FD-TP-TIPO      PIC X(01).                                 00001790
          05 FD-TP-TIPO-MOV  PIC X(01).                                 00001800
          05 FD-TP-QTD       PIC 9(05).                                 00001810
          05 FD-TP-VALOR     PIC 9(08).                                 00001820
          05 FD-TP-DATA      PIC 9(08).                                 00001830
          05 FILLER          PIC X(07).                                 00001840
                                                                        00001850
      *-------------------------------------------------------------*   00001860
      *       DIARIO CONTABIL            LRECL = 36                 *   00001870
      *-------------------------------------------------------------*   00001880
       FD GLJRNL                                                        00001890
           RECORDING  MODE IS F                                         00001900
           BLOCK CONTAINS 0 RECORDS.                                    00001910
                                                                        00001920
       01 FD-GLJRNL.                                                    00001930
          05 FD-GL-DATA      PIC 9(08).                                 00001940
          05 FD-GL-EVENTO    PIC X(02).                                 00001950
          05 FD-GL-CTA-DEB   PIC 9(08).                                 00001960
          05 FD-GL-CTA-CRED  PIC 9(08).                                 00001970
          05 FD-GL-VALOR     PIC 9(10).                                 00001980
                                                                        00001990
      *-------------------------------------------------------------*   00002000
      *       ARQUIVO DE SAIDA   RELCTB   LRECL = 80                *   00002010
      *-------------------------------------------------------------*   00002020
       FD RELCTB                                                        00002030
           RECORDING  MODE IS F                                         00002040
           BLOCK CONTAINS 0 RECORDS.                                    00002050
                                                                        00002060
       01 FD-RELCTB     PIC X(80).                                      00002070
                                                                        00002080
      *-------------------------------------------------------------*   00002090
       WORKING-STORAGE                                      SECTION.    00002100
      *-------------------------------------------------------------*   00002110
                                                                        00002120
      *------------------LOG-DE-ERROS-------------------------------*   00002130
                                                                        00002140
       01 WRK-DADOS.                                                    00002150
           05 WRK-PROGRAMA  PIC X(08).                                  00002160
           05 WRK-SECAO     PIC X(04).                                  00002170
           05 WRK-MENSAGEM  PIC X(30).                                  00002180
           05 WRK-STATUS    PIC X(02).                                  00002190
           05 WRK-SEVERIDADE PIC X(01).                                 00002200
           05 FILLER        PIC X(22).                                  00002210
                                                                        00002220
      *--------------------LOGICA-----------------------------------*   00002230
                                                                        00002240
       77 WRK-MOVS-LIDOS      PIC 9(07) VALUE 0.                        00002250
       77 WRK-TARIFAS-LIDAS   PIC 9(07) VALUE 0.                        00002260
       77 WRK-JUROS-LIDOS     PIC 9(07) VALUE 0.                        00002270
       77 WRK-ENCARGOS-LIDOS  PIC 9(07) VALUE 0.                        00002280
                                                                        00002290
       77 WRK-PACOTES-LIDOS   PIC 9(07) VALUE 0.                        00002300
       77 WRK-LANCAMENTOS     PIC 9(07) VALUE 0.                        00002310
       77 WRK-SEM-REGRA       PIC 9(07) VALUE 0.                        00002320
       77 WRK-DECLINADOS      PIC 9(07) VALUE 0.                        00002330
                                                                        00002340
       77 WRK-HOJE            PIC 9(08) VALUE 0.                        00002350
       77 WRK-EVENTO          PIC X(02).                                00002360
       77 WRK-VALOR           PIC 9(10) VALUE 0.                        00002370
       77 WRK-TEM-REGRA       PIC X(01).                                00002380
                                                                        00002390
       77 WRK-MSG-FINAL       PIC X(17) VALUE 'FINAL DE PROGRAMA'.      00002400
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00002410
                                                                        00002420
      *-----------TABELA DE REGRAS----------------------------------*   00002430
                                                                        00002440
       01 WRK-TAB-REGRAS.                                               00002450
          05 WRK-TAB-RG-QTD  PIC 9(02) VALUE 0.                         00002460
          05 WRK-TAB-RG-OCR OCCURS 50 TIMES.                            00002470
             10 WRK-RG-EVENTO   PIC X(02).                              00002480
             10 WRK-RG-CTA-DEB  PIC 9(08).                              00002490
             10 WRK-RG-CTA-CRED PIC 9(08).                              00002500
                                                                        00002510
       77 WRK-IND-RG          PIC 9(02).                                00002520
                                                                        00002530
      *-----------PLANO DE CONTAS E SALDOS POR CONTA----------------*   00002540
                                                                        00002550
       01 WRK-TAB-CONTAS.                                               00002560
          05 WRK-TAB-CT-QTD  PIC 9(03) VALUE 0.                         00002570
          05 WRK-TAB-CT-OCR OCCURS 100 TIMES.                           00002580
             10 WRK-CT-CONTA    PIC 9(08).                              00002590
             10 WRK-CT-DESCR    PIC X(30).                              00002600
             10 WRK-CT-DEBITOS  PIC 9(13).                              00002610
             10 WRK-CT-CREDITOS PIC 9(13).                              00002620
                                                                        00002630
       77 WRK-IND-CT          PIC 9(03).                                00002640
       77 WRK-CONTA-ALVO      PIC 9(08).                                00002650
       77 WRK-LADO            PIC X(01).                                00002660
                                                                        00002670
       77 WRK-TOT-DEBITOS     PIC 9(15) VALUE 0.                        00002680
       77 WRK-TOT-CREDITOS    PIC 9(15) VALUE 0.                        00002690
       77 WRK-TOT-ED          PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9.                  00002700
                                                                        00002710
      *--------------------STATUS-----------------------------------*   00002720
                                                                        00002730
       77 WRK-FS-PLANOCTA PIC 9(02).                                    00002740
       77 WRK-FS-CTBREGRA PIC 9(02).                                    00002750
       77 WRK-FS-MOVHIST  PIC 9(02).                                    00002760
       77 WRK-FS-TARDIA   PIC 9(02).                                    00002770
       77 WRK-FS-JURNAL   PIC 9(02).                                    00002780
       77 WRK-FS-CESJRN   PIC 9(02).                                    00002790
       77 WRK-FS-TARPAC   PIC 9(02).                                    00002800
       77 WRK-FS-GLJRNL   PIC 9(02).                                    00002810
       77 WRK-FS-RELCTB   PIC 9(02).                                    00002820
                                                                        00002830
      *--------------------LINHAS DO RELATORIO----------------------*   00002840
                                                                        00002850
       01 WRK-CABEC1.                                                   00002860
          05 FILLER   PIC X(40) VALUE                                   00002870
             'BALANCO CONTABIL DO DIA'.                                 00002880
          05 WRK-CAB-DATA PIC 9(08).                                    00002890
          05 FILLER   PIC X(32).                                        00002900
                                                                        00002910
       01 WRK-DETALHE.                                                  00002920
          05 WRK-D-CONTA     PIC 9(08).                                 00002930
          05 FILLER          PIC X(02).                                 00002940
          05 WRK-D-DESCR     PIC X(30).                                 00002950
          05 FILLER          PIC X(01).                                 00002960
          05 WRK-D-DEBITOS   PIC ZZZ.ZZZ.ZZZ.ZZ9.                       00002970
          05 FILLER          PIC X(01).                                 00002980
          05 WRK-D-CREDITOS  PIC ZZZ.ZZZ.ZZZ.ZZ9.                       00002990
          05 FILLER          PIC X(08).                                 00003000
                                                                        00003010
       01 WRK-TOTAL.                                                    00003020
          05 WRK-T-TEXTO     PIC X(23).                                 00003030
          05 WRK-T-VALOR     PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9.                   00003040
          05 FILLER          PIC X(38).                                 00003050
                                                                        00003060
      *=============================================================*   00003070
       PROCEDURE DIVISION.                                              00003080
      *=============================================================*   00003090
                                                                        00003100
      *=============================================================*   00003110
       0000-PRINCIPAL                                       SECTION.    00003120
                                                                        00003130
            PERFORM 1000-INICIAR.                                       00003140
            PERFORM 1300-CARREGAR-REGRAS.                               00003150
            PERFORM 1400-CARREGAR-PLANO.                                00003160
            PERFORM 2000-POSTAR-MOVIMENTOS                              00003170
               UNTIL WRK-FS-MOVHIST EQUAL 10.                           00003180
            PERFORM 2200-POSTAR-TARIFAS                                 00003190
               UNTIL WRK-FS-TARDIA EQUAL 10.                            00003200
            PERFORM 2300-POSTAR-JUROS                                   00003210
               UNTIL WRK-FS-JURNAL EQUAL 10.                            00003220
            PERFORM 2400-POSTAR-ENCARGOS                                00003230
               UNTIL WRK-FS-CESJRN EQUAL 10.                            00003240
            PERFORM 2450-POSTAR-TARIFAS-PACOTE                          00003250
               UNTIL WRK-FS-TARPAC EQUAL 10.                            00003260
            PERFORM 3000-FINALIZAR.                                     00003270
                                                                        00003280
       0000-99-FIM.                                            EXIT.    00003290
      *=============================================================*   00003300
                                                                        00003310
      *=============================================================*   00003320
       1000-INICIAR                                         SECTION.    00003330
                                                                        00003340
            OPEN INPUT  PLANOCTA CTBREGRA.                              00003350
            OPEN INPUT  MOVHIST TARDIA JURNAL.                          00003360
            OPEN INPUT  CESJRN TARPAC.                                  00003370
            OPEN OUTPUT GLJRNL RELCTB.                                  00003380
                                                                        00003390
            IF WRK-FS-MOVHIST NOT EQUAL ZEROS                           00003400
               MOVE 'FR21CTB1'                  TO WRK-PROGRAMA         00003410
               MOVE '1000'                      TO WRK-SECAO            00003420
               MOVE 'ERRO OPEN HISTORICO      ' TO WRK-MENSAGEM         00003430
               MOVE WRK-FS-MOVHIST              TO WRK-STATUS           00003440
               PERFORM 9000-TRATARERROS                                 00003450
            END-IF.                                                     00003460
                                                                        00003470
            IF WRK-FS-CTBREGRA NOT EQUAL ZEROS                          00003480
               MOVE 'FR21CTB1'                  TO WRK-PROGRAMA         00003490
               MOVE '1000'                      TO WRK-SECAO            00003500
               MOVE 'ERRO OPEN REGRAS         ' TO WRK-MENSAGEM         00003510
               MOVE WRK-FS-CTBREGRA             TO WRK-STATUS           00003520
               PERFORM 9000-TRATARERROS                                 00003530
            END-IF.                                                     00003540
                                                                        00003550
            ACCEPT WRK-HOJE FROM DATE YYYYMMDD.                         00003560
                                                                        00003570
            READ MOVHIST.                                               00003580
            READ TARDIA.                                                00003590
            READ JURNAL.                                                00003600
            READ CESJRN.                                                00003610
            READ TARPAC.                                                00003620
                                                                        00003630
       1000-99-FIM.                                            EXIT.    00003640
      *=============================================================*   00003650
                                                                        00003660
      *=============================================================*   00003670
       1300-CARREGAR-REGRAS                                 SECTION.    00003680
                                                                        00003690
           READ CTBREGRA.                                               00003700
                                                                        00003710
           PERFORM UNTIL WRK-FS-CTBREGRA NOT EQUAL ZEROS                00003720
              IF WRK-TAB-RG-QTD LESS 50                                 00003730
                 ADD 1 TO WRK-TAB-RG-QTD                                00003740
                 MOVE WRK-TAB-RG-QTD TO WRK-IND-RG                      00003750
                 MOVE FD-RG-EVENTO   TO WRK-RG-EVENTO(WRK-IND-RG)       00003760
                 MOVE FD-RG-CTA-DEB  TO WRK-RG-CTA-DEB(WRK-IND-RG)      00003770
                 MOVE FD-RG-CTA-CRED TO WRK-RG-CTA-CRED(WRK-IND-RG)     00003780
              END-IF                                                    00003790
              READ CTBREGRA                                             00003800
           END-PERFORM.                                                 00003810
                                                                        00003820
           IF WRK-TAB-RG-QTD EQUAL ZEROS                                00003830
              MOVE 'FR21CTB1'                  TO WRK-PROGRAMA          00003840
              MOVE '1300'                      TO WRK-SECAO             00003850
              MOVE 'ARQUIVO DE REGRAS VAZIO  ' TO WRK-MENSAGEM          00003860
              MOVE SPACES                      TO WRK-STATUS            00003870
              PERFORM 9000-TRATARERROS                                  00003880
           END-IF.                                                      00003890
                                                                        00003900
       1300-99-FIM.                                            EXIT.    00003910
      *=============================================================*   00003920
                                                                        00003930
      *=============================================================*   00003940
       1400-CARREGAR-PLANO                                  SECTION.    00003950
                                                                        00003960
           READ PLANOCTA.                                               00003970
                                                                        00003980
           PERFORM UNTIL WRK-FS-PLANOCTA NOT EQUAL ZEROS                00003990
              IF WRK-TAB-CT-QTD LESS 100                                00004000
                 ADD 1 TO WRK-TAB-CT-QTD                                00004010
                 MOVE WRK-TAB-CT-QTD TO WRK-IND-CT                      00004020
                 MOVE FD-PL-CONTA     TO WRK-CT-CONTA(WRK-IND-CT)       00004030
                 MOVE FD-PL-DESCRICAO TO WRK-CT-DESCR(WRK-IND-CT)       00004040
                 MOVE ZEROS TO WRK-CT-DEBITOS(WRK-IND-CT)               00004050
                 MOVE ZEROS TO WRK-CT-CREDITOS(WRK-IND-CT)              00004060
              END-IF                                                    00004070
              READ PLANOCTA                                             00004080
           END-PERFORM.                                                 00004090
                                                                        00004100
       1400-99-FIM.                                            EXIT.    00004110
      *=============================================================*   00004120
                                                                        00004130
      *=============================================================*   00004140
       2000-POSTAR-MOVIMENTOS                               SECTION.    00004150
                                                                        00004160
           ADD 1 TO WRK-MOVS-LIDOS.                                     00004170
           MOVE FD-HS-VALOR TO WRK-VALOR.                               00004180
                                                                        00004190
           IF FD-HS-DISP EQUAL 'A'                                      00004200
              EVALUATE FD-HS-TIPO                                       00004210
                WHEN 'C'                                                00004220
                 MOVE 'CA' TO WRK-EVENTO                                00004230
                 PERFORM 2500-LANCAR                                    00004240
                WHEN 'D'                                                00004250
                 MOVE 'DA' TO WRK-EVENTO                                00004260
                 PERFORM 2500-LANCAR                                    00004270
                WHEN 'T'                                                00004280
                 MOVE 'TA' TO WRK-EVENTO                                00004290
                 PERFORM 2500-LANCAR                                    00004300
                WHEN 'X'                                                00004310
                 MOVE 'TX' TO WRK-EVENTO                                00004320
                 PERFORM 2500-LANCAR                                    00004330
                WHEN 'E'                                                00004340
                 MOVE 'EA' TO WRK-EVENTO                                00004350
                 PERFORM 2500-LANCAR                                    00004360
                                                                        00004370
      *          TIPO APLICADO FORA DO DOMINIO: CAI NA CRITICA DE       00004380
      *          EVENTO SEM REGRA, QUE DERRUBA O FECHAMENTO             00004390
                                                                        00004400
                WHEN OTHER                                              00004410
                 MOVE '??' TO WRK-EVENTO                                00004420
                 PERFORM 2500-LANCAR                                    00004430
              END-EVALUATE                                              00004440
           ELSE                                                         00004450
                                                                        00004460
      *          DECLINADO NAO MOVE DINHEIRO: SO LANCA SE HOUVER        00004470
      *          REGRA DE MEMORANDO 'DN' CADASTRADA                     00004480
                                                                        00004490
              ADD 1 TO WRK-DECLINADOS                                   00004500
              MOVE 'DN' TO WRK-EVENTO                                   00004510
              PERFORM 2600-LANCAR-OPCIONAL                              00004520
           END-IF.                                                      00004530
                                                                        00004540
           READ MOVHIST.                                                00004550
                                                                        00004560
       2000-99-FIM.                                            EXIT.    00004570
      *=============================================================*   00004580
                                                                        00004590
      *=============================================================*   00004600
       2200-POSTAR-TARIFAS                                  SECTION.    00004610
                                                                        00004620
           ADD 1 TO WRK-TARIFAS-LIDAS.                                  00004630
           MOVE FD-TD-VALOR TO WRK-VALOR.                               00004640
           MOVE 'TR' TO WRK-EVENTO.                                     00004650
           PERFORM 2500-LANCAR.                                         00004660
                                                                        00004670
           READ TARDIA.                                                 00004680
                                                                        00004690
       2200-99-FIM.                                            EXIT.    00004700
      *=============================================================*   00004710
                                                                        00004720
      *=============================================================*   00004730
       2300-POSTAR-JUROS                                    SECTION.    00004740
                                                                        00004750
           ADD 1 TO WRK-JUROS-LIDOS.                                    00004760
                                                                        00004770
           MOVE FD-JN-JUROS TO WRK-VALOR.                               00004780
           MOVE 'JR' TO WRK-EVENTO.                                     00004790
           PERFORM 2500-LANCAR.                                         00004800
                                                                        00004810
           IF FD-JN-IRRF IS NUMERIC AND FD-JN-IRRF GREATER ZEROS        00004820
              MOVE FD-JN-IRRF TO WRK-VALOR                              00004830
              MOVE 'IR' TO WRK-EVENTO                                   00004840
              PERFORM 2500-LANCAR                                       00004850
           END-IF.                                                      00004860
                                                                        00004870
           READ JURNAL.                                                 00004880
                                                                        00004890
       2300-99-FIM.                                            EXIT.    00004900
      *=============================================================*   00004910
                                                                        00004920
      *=============================================================*   00004930
       2400-POSTAR-ENCARGOS                                 SECTION.    00004940
                                                                        00004950
      *                 APROPRIACAO DIARIA: RECEITA DE JUROS E IOF A    00004960
      *                 RECOLHER CONTRA O A RECEBER DO CLIENTE.         00004970
      *                 COBRANCA MENSAL: BAIXA DO A RECEBER CONTRA A    00004980
      *                 TRANSITORIA DO DEBITO NA CONTA (EVENTO DA)      00004990
                                                                        00005000
           ADD 1 TO WRK-ENCARGOS-LIDOS.                                 00005010
                                                                        00005020
           IF FD-CJ-TIPO EQUAL 'C'                                      00005030
              MOVE 'JC' TO WRK-EVENTO                                   00005040
           ELSE                                                         00005050
              MOVE 'JE' TO WRK-EVENTO                                   00005060
           END-IF.                                                      00005070
                                                                        00005080
           IF FD-CJ-JUROS IS NUMERIC AND FD-CJ-JUROS GREATER ZEROS      00005090
              MOVE FD-CJ-JUROS TO WRK-VALOR                             00005100
              PERFORM 2500-LANCAR                                       00005110
           END-IF.                                                      00005120
                                                                        00005130
           IF FD-CJ-TIPO EQUAL 'C'                                      00005140
              MOVE 'IC' TO WRK-EVENTO                                   00005150
           ELSE                                                         00005160
              MOVE 'IO' TO WRK-EVENTO                                   00005170
           END-IF.                                                      00005180
                                                                        00005190
           IF FD-CJ-IOF IS NUMERIC AND FD-CJ-IOF GREATER ZEROS          00005200
              MOVE FD-CJ-IOF TO WRK-VALOR                               00005210
              PERFORM 2500-LANCAR                                       00005220
           END-IF.                                                      00005230
                                                                        00005240
           READ CESJRN.                                                 00005250
                                                                        00005260
       2400-99-FIM.                                            EXIT.    00005270
      *=============================================================*   00005280
                                                                        00005290
      *=============================================================*   00005300
       2450-POSTAR-TARIFAS-PACOTE                           SECTION.    00005310
                                                                        00005320
      *                 MENSALIDADE E EXCEDENTE DO PACOTE: RECEITA DE   00005330
      *                 TARIFA CONTRA A TRANSITORIA DO DEBITO NA CONTA  00005340
      *                 (EVENTO DA). O FR21PAC2 ACUMULA O ARQUIVO EM    00005350
      *                 EXTENSAO: SO O DETALHE GERADO NA DATA E LANCADO 00005360
                                                                        00005370
           ADD 1 TO WRK-PACOTES-LIDOS.                                  00005380
                                                                        00005390
           IF FD-TP-DATA EQUAL WRK-HOJE                                 00005400
              AND FD-TP-VALOR IS NUMERIC AND FD-TP-VALOR GREATER ZEROS  00005410
              MOVE FD-TP-VALOR TO WRK-VALOR                             00005420
              MOVE 'TP' TO WRK-EVENTO                                   00005430
              PERFORM 2500-LANCAR                                       00005440
           END-IF.                                                      00005450
                                                                        00005460
           READ TARPAC.                                                 00005470
                                                                        00005480
       2450-99-FIM.                                            EXIT.    00005490
      *=============================================================*   00005500
                                                                        00005510
      *=============================================================*   00005520
       2500-LANCAR                                          SECTION.    00005530
                                                                        00005540
      *                 LANCAMENTO BALANCEADO PELA REGRA DO             00005550
      *                 EVENTO; EVENTO SEM REGRA E ERRO DE              00005560
      *                 PARAMETRIZACAO E DERRUBA O FECHAMENTO           00005570
                                                                        00005580
           MOVE 'N' TO WRK-TEM-REGRA.                                   00005590
                                                                        00005600
           PERFORM VARYING WRK-IND-RG FROM 1 BY 1 UNTIL                 00005610
              WRK-IND-RG > WRK-TAB-RG-QTD OR WRK-TEM-REGRA = 'S'        00005620
              IF WRK-RG-EVENTO(WRK-IND-RG) EQUAL WRK-EVENTO             00005630
                 MOVE 'S' TO WRK-TEM-REGRA                              00005640
                 SUBTRACT 1 FROM WRK-IND-RG                             00005650
              END-IF                                                    00005660
           END-PERFORM.                                                 00005670
                                                                        00005680
           IF WRK-TEM-REGRA NOT EQUAL 'S'                               00005690
              ADD 1 TO WRK-SEM-REGRA                                    00005700
              GO TO 2500-99-FIM                                         00005710
           END-IF.                                                      00005720
                                                                        00005730
           MOVE WRK-HOJE   TO FD-GL-DATA.                               00005740
           MOVE WRK-EVENTO TO FD-GL-EVENTO.                             00005750
           MOVE WRK-RG-CTA-DEB(WRK-IND-RG)  TO FD-GL-CTA-DEB.           00005760
           MOVE WRK-RG-CTA-CRED(WRK-IND-RG) TO FD-GL-CTA-CRED.          00005770
           MOVE WRK-VALOR  TO FD-GL-VALOR.                              00005780
           WRITE FD-GLJRNL.                                             00005790
           ADD 1 TO WRK-LANCAMENTOS.                                    00005800
                                                                        00005810
           MOVE WRK-RG-CTA-DEB(WRK-IND-RG) TO WRK-CONTA-ALVO.           00005820
           MOVE 'D' TO WRK-LADO.                                        00005830
           PERFORM 2700-ACUMULAR-CONTA.                                 00005840
                                                                        00005850
           MOVE WRK-RG-CTA-CRED(WRK-IND-RG) TO WRK-CONTA-ALVO.          00005860
           MOVE 'C' TO WRK-LADO.                                        00005870
           PERFORM 2700-ACUMULAR-CONTA.                                 00005880
                                                                        00005890
           ADD WRK-VALOR TO WRK-TOT-DEBITOS.                            00005900
           ADD WRK-VALOR TO WRK-TOT-CREDITOS.                           00005910
                                                                        00005920
       2500-99-FIM.                                            EXIT.    00005930
      *=============================================================*   00005940
                                                                        00005950
      *=============================================================*   00005960
       2600-LANCAR-OPCIONAL                                 SECTION.    00005970
                                                                        00005980
      *                 COMO O 2500, MAS A AUSENCIA DE REGRA NAO        00005990
      *                 E ERRO (EVENTO DE MEMORANDO)                    00006000
                                                                        00006010
           MOVE 'N' TO WRK-TEM-REGRA.                                   00006020
                                                                        00006030
           PERFORM VARYING WRK-IND-RG FROM 1 BY 1 UNTIL                 00006040
              WRK-IND-RG > WRK-TAB-RG-QTD OR WRK-TEM-REGRA = 'S'        00006050
              IF WRK-RG-EVENTO(WRK-IND-RG) EQUAL WRK-EVENTO             00006060
                 MOVE 'S' TO WRK-TEM-REGRA                              00006070
                 SUBTRACT 1 FROM WRK-IND-RG                             00006080
              END-IF                                                    00006090
           END-PERFORM.                                                 00006100
                                                                        00006110
           IF WRK-TEM-REGRA EQUAL 'S'                                   00006120
              MOVE WRK-HOJE   TO FD-GL-DATA                             00006130
              MOVE WRK-EVENTO TO FD-GL-EVENTO                           00006140
              MOVE WRK-RG-CTA-DEB(WRK-IND-RG)  TO FD-GL-CTA-DEB         00006150
              MOVE WRK-RG-CTA-CRED(WRK-IND-RG) TO FD-GL-CTA-CRED        00006160
              MOVE WRK-VALOR  TO FD-GL-VALOR                            00006170
              WRITE FD-GLJRNL                                           00006180
              ADD 1 TO WRK-LANCAMENTOS                                  00006190
                                                                        00006200
              MOVE WRK-RG-CTA-DEB(WRK-IND-RG) TO WRK-CONTA-ALVO         00006210
              MOVE 'D' TO WRK-LADO                                      00006220
              PERFORM 2700-ACUMULAR-CONTA                               00006230
              MOVE WRK-RG-CTA-CRED(WRK-IND-RG) TO WRK-CONTA-ALVO        00006240
              MOVE 'C' TO WRK-LADO                                      00006250
              PERFORM 2700-ACUMULAR-CONTA                               00006260
              ADD WRK-VALOR TO WRK-TOT-DEBITOS                          00006270
              ADD WRK-VALOR TO WRK-TOT-CREDITOS                         00006280
           END-IF.                                                      00006290
                                                                        00006300
       2600-99-FIM.                                            EXIT.    00006310
      *=============================================================*   00006320
                                                                        00006330
      *=============================================================*   00006340
       2700-ACUMULAR-CONTA                                  SECTION.    00006350
                                                                        00006360
      *                 SALDO POR CONTA DO PLANO; CONTA FORA DO         00006370
      *                 PLANO ENTRA NA TABELA SEM DESCRICAO             00006380
                                                                        00006390
           PERFORM VARYING WRK-IND-CT FROM 1 BY 1 UNTIL                 00006400
              WRK-IND-CT > WRK-TAB-CT-QTD                               00006410
              IF WRK-CT-CONTA(WRK-IND-CT) EQUAL WRK-CONTA-ALVO          00006420
                 IF WRK-LADO EQUAL 'D'                                  00006430
                    ADD WRK-VALOR TO WRK-CT-DEBITOS(WRK-IND-CT)         00006440
                 ELSE                                                   00006450
                    ADD WRK-VALOR TO WRK-CT-CREDITOS(WRK-IND-CT)        00006460
                 END-IF                                                 00006470
                 GO TO 2700-99-FIM                                      00006480
              END-IF                                                    00006490
           END-PERFORM.                                                 00006500
                                                                        00006510
           IF WRK-TAB-CT-QTD LESS 100                                   00006520
              ADD 1 TO WRK-TAB-CT-QTD                                   00006530
              MOVE WRK-TAB-CT-QTD TO WRK-IND-CT                         00006540
              MOVE WRK-CONTA-ALVO TO WRK-CT-CONTA(WRK-IND-CT)           00006550
              MOVE 'CONTA FORA DO PLANO'                                00006560
                   TO WRK-CT-DESCR(WRK-IND-CT)                          00006570
              MOVE ZEROS TO WRK-CT-DEBITOS(WRK-IND-CT)                  00006580
              MOVE ZEROS TO WRK-CT-CREDITOS(WRK-IND-CT)                 00006590
              IF WRK-LADO EQUAL 'D'                                     00006600
                 ADD WRK-VALOR TO WRK-CT-DEBITOS(WRK-IND-CT)            00006610
              ELSE                                                      00006620
                 ADD WRK-VALOR TO WRK-CT-CREDITOS(WRK-IND-CT)           00006630
              END-IF                                                    00006640
           END-IF.                                                      00006650
                                                                        00006660
       2700-99-FIM.                                            EXIT.    00006670
      *=============================================================*   00006680
                                                                        00006690
      *=============================================================*   00006700
       3000-FINALIZAR                                       SECTION.    00006710
                                                                        00006720
           MOVE WRK-HOJE TO WRK-CAB-DATA.                               00006730
           WRITE FD-RELCTB FROM WRK-CABEC1.                             00006740
           WRITE FD-RELCTB FROM WRK-LINHA-VAZIA.                        00006750
                                                                        00006760
           PERFORM VARYING WRK-IND-CT FROM 1 BY 1                       00006770
                   UNTIL WRK-IND-CT > WRK-TAB-CT-QTD                    00006780
              MOVE WRK-CT-CONTA(WRK-IND-CT)    TO WRK-D-CONTA           00006790
              MOVE WRK-CT-DESCR(WRK-IND-CT)    TO WRK-D-DESCR           00006800
              MOVE WRK-CT-DEBITOS(WRK-IND-CT)  TO WRK-D-DEBITOS         00006810
              MOVE WRK-CT-CREDITOS(WRK-IND-CT) TO WRK-D-CREDITOS        00006820
              WRITE FD-RELCTB FROM WRK-DETALHE                          00006830
           END-PERFORM.                                                 00006840
                                                                        00006850
           WRITE FD-RELCTB FROM WRK-LINHA-VAZIA.                        00006860
                                                                        00006870
           MOVE 'TOTAL DEBITOS........:' TO WRK-T-TEXTO.                00006880
           MOVE WRK-TOT-DEBITOS          TO WRK-T-VALOR.                00006890
           WRITE FD-RELCTB FROM WRK-TOTAL.                              00006900
                                                                        00006910
           MOVE 'TOTAL CREDITOS.......:' TO WRK-T-TEXTO.                00006920
           MOVE WRK-TOT-CREDITOS         TO WRK-T-VALOR.                00006930
           WRITE FD-RELCTB FROM WRK-TOTAL.                              00006940
                                                                        00006950
           DISPLAY 'MOVIMENTOS LIDOS......' WRK-MOVS-LIDOS.             00006960
           DISPLAY 'TARIFAS LIDAS.........' WRK-TARIFAS-LIDAS.          00006970
           DISPLAY 'JUROS LIDOS...........' WRK-JUROS-LIDOS.            00006980
           DISPLAY 'ENCARGOS LIDOS........' WRK-ENCARGOS-LIDOS.         00006990
           DISPLAY 'TARIFAS DE PACOTE.....' WRK-PACOTES-LIDOS.          00007000
           DISPLAY 'LANCAMENTOS GERADOS...' WRK-LANCAMENTOS.            00007010
           DISPLAY 'EVENTOS SEM REGRA.....' WRK-SEM-REGRA.              00007020
           MOVE WRK-TOT-DEBITOS TO WRK-TOT-ED.                          00007030
           DISPLAY 'TOTAL DEBITOS.........' WRK-TOT-ED.                 00007040
           MOVE WRK-TOT-CREDITOS TO WRK-TOT-ED.                         00007050
           DISPLAY 'TOTAL CREDITOS........' WRK-TOT-ED.                 00007060
                                                                        00007070
           CLOSE PLANOCTA CTBREGRA.                                     00007080
           CLOSE MOVHIST TARDIA JURNAL.                                 00007090
           CLOSE CESJRN TARPAC.                                         00007100
           CLOSE GLJRNL RELCTB.                                         00007110
                                                                        00007120
      *    O FECHAMENTO SO PASSA COM DEBITOS = CREDITOS E SEM           00007130
      *    EVENTO ORFAO DE REGRA                                        00007140
                                                                        00007150
           IF WRK-TOT-DEBITOS NOT EQUAL WRK-TOT-CREDITOS                00007160
              OR WRK-SEM-REGRA GREATER ZEROS                            00007170
              DISPLAY '** BALANCO CONTABIL NAO FECHOU **'               00007180
              MOVE 8 TO RETURN-CODE                                     00007190
           ELSE                                                         00007200
              DISPLAY 'BALANCO CONTABIL CONFERIDO'                      00007210
           END-IF.                                                      00007220
                                                                        00007230
           DISPLAY WRK-MSG-FINAL.                                       00007240
           STOP RUN.                                                    00007250
                                                                        00007260
       3000-99-FIM.                                            EXIT.    00007270
      *=============================================================*   00007280
                                                                        00007290
      *=============================================================*   00007300
       9000-TRATARERROS                                     SECTION.    00007310
                                                                        00007320
             MOVE 'E' TO WRK-SEVERIDADE.                                00007330
             CALL 'GRAVALOG' USING WRK-DADOS.                           00007340
             STOP RUN.                                                  00007350
                                                                        00007360
       9000-99-FIM.                                            EXIT.    00007370
      *=============================================================*   00007380
