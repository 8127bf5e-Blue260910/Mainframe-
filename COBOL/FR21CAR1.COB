      *      PROGRAMA TERMINA COM RETURN-CODE 4 PARA O SCHEDULER        00000230
      *      SEGURAR O PAGAMENTO.                                       00000240
      *                                                                 00000250
      *      PARM DA EXECUCAO: TOLERANCIA EM PERCENTUAL (2) E,          00000260
      *      OPCIONAIS, O CODIGO DA OPERADORA NO CADASTRO DE            0000026A
      *      FAVORECIDOS (6), O NUMERO DA FATURA (15) E O SEU           0000026B
      *      VENCIMENTO AAAAMMDD (8). INFORMADOS, A FATURA              0000026C
      *      AUTORIZADA E ACRESCENTADA AO TITPAG COMO TITULO A          0000026D
      *      PAGAR DO CONTAS A PAGAR (FR21CAP1) PELO VALOR FATURADO.    0000026E
      *      EX-FUNCIONARIOS COM CONTINUIDADE ATIVA DO PLANO MEDICO     0000026F
      *      (IVAN.CONTPLAN, FR21CNT1) E SEUS DEPENDENTES ENTRAM NA     0000026G
      *      REMESSA DO PLANO MEDICO; ENCERRADA A CONTINUIDADE, AS      0000026H
      *      VIDAS SAEM DA REMESSA.                                     0000026I
      *-------------------------------------------------------------*   0000026J
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     0000026K
      *  1.0   02/09/26   VICTOR ARANDA    VERSAO INICIAL               0000026L
      *  1.1   15/10/26   VICTOR ARANDA    VIDAS DA CONTINUIDADE DO     0000026M
      *                   PLANO MEDICO DE EX-FUNCIONARIOS (CONTPLAN)    0000026N
      *  1.2   15/10/26   VICTOR ARANDA    FATURA AUTORIZADA GERA O     0000026O
      *                   TITULO A PAGAR DO FR21CAP1 (TITPAG)           0000026P
      *-------------------------------------------------------------*   00000270
      *   BASE DE DADOS:                                                00000280
      *   TABELA.DB2..                                                  00000290
      *    ------              I/O                 INCLUDE/BOOK         00000300
      *   IVAN.BENEF            I                  #BKBENEF---          00000310
      *   IVAN.DEPEND           I                  #BKDEP-----          00000320
      *   IVAN.CONTPLAN         I                  #BKCPLN----          00000321
      *-------------------------------------------------------------*   00000330
      *   ARQUIVOS:                                                     00000340
      *    DDNAME              I/O                  COPY/BOOK           00000350
      *   FATCARR               I   FATURA DA OPERADORA                 00000370
      *   REMCARR               O   REMESSA DE VIDAS COBERTAS           00000380
      *   RELCAR                O   CONCILIACAO E AUTORIZACAO           00000390
      *   TITPAG                O   TITULO A PAGAR     PAGBOOK---       00000391
      *-------------------------------------------------------------*   00000400
      *   MODULOS....:                                                  00000410
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000420
                                                                        00000640
           SELECT RELCAR   ASSIGN TO RELCAR                             00000650
               FILE STATUS  IS WRK-FS-RELCAR.                           00000660
                                                                        00000661
           SELECT TITPAG   ASSIGN TO TITPAG                             00000662
               FILE STATUS  IS WRK-FS-TITPAG.                           00000663
                                                                        00000670
      *=============================================================*   00000680
       DATA                                                DIVISION.    00000690
           BLOCK CONTAINS 0 RECORDS.                                    00001180
                                                                        00001190
       01 FD-RELCAR       PIC X(80).                                    00001200
                                                                        00001201
      *      SAIDA - TITULO A PAGAR (FR21CAP1)      LRECL = 140         00001202
                                                                        00001203
       FD TITPAG                                                        00001204
           RECORDING  MODE IS F                                         00001205
           BLOCK CONTAINS 0 RECORDS.                                    00001206
                                                                        00001207
       COPY 'PAGBOOK'.                                                  00001208
                                                                        00001210
      *-------------------------------------------------------------*   00001220
       WORKING-STORAGE                                      SECTION.    00001230
           EXEC SQL                                                     00001300
              INCLUDE #BKDEP                                            00001310
           END-EXEC.                                                    00001320
                                                                        00001321
           EXEC SQL                                                     00001322
              INCLUDE #BKCPLN                                           00001323
           END-EXEC.                                                    00001324
                                                                        00001330
           EXEC SQL                                                     00001340
              INCLUDE SQLCA                                             00001350
               WHERE D.IDFUNC = B.IDFUNC                                00001500
               ORDER BY D.IDFUNC, D.SEQDEP                              00001510
           END-EXEC.                                                    00001520
                                                                        0000152A
      *          CONTINUIDADE ATIVA DO PLANO MEDICO (EX-FUNCIONARIO)    0000152B
                                                                        0000152C
           EXEC SQL                                                     0000152D
              DECLARE CCONTTIT CURSOR FOR                               0000152E
              SELECT IDFUNC, PLANMED                                    0000152F
                FROM IVAN.CONTPLAN                                      0000152G
               WHERE SITUACAO = 'A'                                     0000152H
               ORDER BY IDFUNC                                          0000152I
           END-EXEC.                                                    0000152J
                                                                        0000152K
           EXEC SQL                                                     0000152L
              DECLARE CCONTDEP CURSOR FOR                               0000152M
              SELECT D.IDFUNC, D.SEQDEP, D.PLANO, C.PLANMED             0000152N
                FROM IVAN.CONTPLAN C , IVAN.DEPEND D                    0000152O
               WHERE D.IDFUNC   = C.IDFUNC                              0000152P
                 AND C.SITUACAO = 'A'                                   0000152Q
               ORDER BY D.IDFUNC, D.SEQDEP                              0000152R
           END-EXEC.                                                    0000152S
                                                                        00001530
      *------------------LOG-DE-ERROS-------------------------------*   00001540
                                                                        00001550
       77 WRK-PCT-DIVERG      PIC 9(03)V99 VALUE 0.                     00001860
                                                                        00001870
       77 WRK-PREMIO-VIDA     PIC 9(05)V99 VALUE 0.                     00001880
                                                                        00001881
       77 WRK-HOJE            PIC 9(08) VALUE 0.                        00001882
                                                                        00001890
       77 WRK-IND             PIC 9(04) COMP VALUE 0.                   00001900
                                                                        00001910
       77 WRK-FS-REMCARR  PIC 9(02).                                    00002020
                                                                        00002030
       77 WRK-FS-RELCAR   PIC 9(02).                                    00002040
                                                                        00002041
       77 WRK-FS-TITPAG   PIC 9(02).                                    00002042
                                                                        00002050
      *--------------------TABELA DE PLANOS-------------------------*   00002060
                                                                        00002070
       01 LNK-ENTRADA.                                                  00002770
          05 LNK-LEN            PIC 9(04) COMP.                         00002780
          05 LNK-TOLERANCIA     PIC 9(02).                              00002790
          05 LNK-OPERADORA      PIC X(06).                              00002791
          05 LNK-FATURA         PIC X(15).                              00002792
          05 LNK-VENCTO         PIC 9(08).                              00002793
                                                                        00002800
      *=============================================================*   00002810
       PROCEDURE DIVISION USING LNK-ENTRADA.                            00002820
            PERFORM 1100-CARREGAR-PLANOS.                               00003290
            PERFORM 1200-CARREGAR-TITULARES.                            00003300
            PERFORM 1300-CARREGAR-DEPENDENTES.                          00003310
            PERFORM 1350-CARREGAR-CONTINUIDADE.                         00003311
            PERFORM 1500-GRAVAR-REMESSA                                 00003320
               VARYING WRK-IND-V FROM 1 BY 1                            00003330
                 UNTIL WRK-IND-V GREATER WRK-QTD-VIDAS.                 00003340
       1300-99-FIM.                                            EXIT.    00004620
      *=============================================================*   00004630
                                                                        00004640
      *=============================================================*   00004641
       1350-CARREGAR-CONTINUIDADE                           SECTION.    00004642
                                                                        00004643
      *          SO O PLANO MEDICO CONTINUA APOS O DESLIGAMENTO         00004644
                                                                        00004645
           EXEC SQL                                                     00004646
                OPEN CCONTTIT                                           00004647
           END-EXEC.                                                    00004648
                                                                        00004649
           IF SQLCODE NOT EQUAL 0                                       0000464A
              MOVE SQLCODE TO WRK-SQLCODE                               0000464B
              DISPLAY 'ERRO ' WRK-SQLCODE ' NO OPEN CONTINUIDADE'       0000464C
              MOVE 'FR21CAR1'                  TO WRK-PROGRAMA          0000464D
              MOVE '1350'                      TO WRK-SECAO             0000464E
              MOVE 'ERRO OPEN CURSOR CONTPLAN -' TO WRK-MENSAGEM        0000464F
              MOVE ZEROS                       TO WRK-STATUS            0000464G
              PERFORM 9000-TRATARERROS                                  0000464H
           END-IF.                                                      0000464I
                                                                        0000464J
           PERFORM UNTIL SQLCODE NOT EQUAL 0                            0000464K
              EXEC SQL                                                  0000464L
                   FETCH CCONTTIT                                       0000464M
                    INTO :CPL-IDFUNC, :CPL-PLANMED                      0000464N
              END-EXEC                                                  0000464O
              IF SQLCODE EQUAL 0                                        0000464P
                 MOVE 'M'          TO WRK-V-TIPO-G                      0000464Q
                 MOVE CPL-PLANMED  TO WRK-V-PLANO-G                     0000464R
                 MOVE CPL-IDFUNC   TO WRK-V-IDFUNC-G                    0000464S
                 MOVE ZEROS        TO WRK-V-SEQDEP-G                    0000464T
                 PERFORM 1400-GUARDAR-VIDA                              0000464U
              END-IF                                                    0000464V
           END-PERFORM.                                                 0000464W
                                                                        0000464X
           EXEC SQL                                                     0000464Y
                CLOSE CCONTTIT                                          0000464Z
           END-EXEC.                                                    00004650
                                                                        00004651
           EXEC SQL                                                     00004652
                OPEN CCONTDEP                                           00004653
           END-EXEC.                                                    00004654
                                                                        00004655
           IF SQLCODE NOT EQUAL 0                                       00004656
              MOVE SQLCODE TO WRK-SQLCODE                               00004657
              DISPLAY 'ERRO ' WRK-SQLCODE ' NO OPEN DEP CONTINUIDADE'   00004658
              MOVE 'FR21CAR1'                  TO WRK-PROGRAMA          00004659
              MOVE '1350'                      TO WRK-SECAO             00004660
              MOVE 'ERRO OPEN CURSOR CONTDEP - ' TO WRK-MENSAGEM        00004661
              MOVE ZEROS                       TO WRK-STATUS            00004662
              PERFORM 9000-TRATARERROS                                  00004663
           END-IF.                                                      00004664
                                                                        00004665
           PERFORM UNTIL SQLCODE NOT EQUAL 0                            00004666
              EXEC SQL                                                  00004667
                   FETCH CCONTDEP                                       00004668
                    INTO :DEP-IDFUNC, :DEP-SEQDEP, :DEP-PLANO,          00004669
                         :CPL-PLANMED                                   00004670
              END-EXEC                                                  00004671
              IF SQLCODE EQUAL 0                                        00004672
                 IF DEP-PLANO EQUAL 'M' OR DEP-PLANO EQUAL 'A'          00004673
                    MOVE 'M'          TO WRK-V-TIPO-G                   00004674
                    MOVE CPL-PLANMED  TO WRK-V-PLANO-G                  00004675
                    MOVE DEP-IDFUNC   TO WRK-V-IDFUNC-G                 00004676
                    MOVE DEP-SEQDEP   TO WRK-V-SEQDEP-G                 00004677
                    PERFORM 1400-GUARDAR-VIDA                           00004678
                 END-IF                                                 00004679
              END-IF                                                    00004680
           END-PERFORM.                                                 00004681
                                                                        00004682
           EXEC SQL                                                     00004683
                CLOSE CCONTDEP                                          00004684
           END-EXEC.                                                    00004685
                                                                        00004686
       1350-99-FIM.                                            EXIT.    00004687
      *=============================================================*   00004688
                                                                        00004689
      *=============================================================*   00004690
       1400-GUARDAR-VIDA                                    SECTION.    00004691
                                                                        00004692
           ADD 1 TO WRK-QTD-VIDAS.                                      00004693
                                                                        00004694
           IF WRK-QTD-VIDAS GREATER 3000                                00004700
              MOVE 'FR21CAR1'                  TO WRK-PROGRAMA          00004710
              MOVE '1400'                      TO WRK-SECAO             00004720
             IF WRK-PCT-DIVERG NOT GREATER WRK-TOLERANCIA               00006070
                MOVE 'PAGAMENTO AUTORIZADO - DENTRO DA TOLER.'          00006080
                     TO WRK-V-TEXTO                                     00006090
                PERFORM 3500-GRAVAR-TITULO                              00006091
             ELSE                                                       00006100
                MOVE 'PAGAMENTO RETIDO - DIVERGENCIA ACIMA   '          00006110
                     TO WRK-V-TEXTO                                     00006120
      *=============================================================*   00006310
                                                                        00006320
      *=============================================================*   00006330
       3500-GRAVAR-TITULO                                   SECTION.    00006340
                                                                        00006350
      *          FATURA AUTORIZADA VAI PARA O CONTAS A PAGAR QUANDO A   00006360
      *          PARM TRAZ OPERADORA, FATURA E VENCIMENTO               00006370
                                                                        00006380
           IF LNK-LEN LESS 31                                           00006390
              OR LNK-OPERADORA EQUAL SPACES                             00006400
              OR LNK-FATURA EQUAL SPACES                                00006410
              OR LNK-VENCTO NOT NUMERIC                                 00006420
              OR LNK-VENCTO EQUAL ZEROS                                 00006430
              DISPLAY 'PARM SEM DADOS DA FATURA - TITULO NAO GERADO'    00006440
              GO TO 3500-99-FIM                                         00006450
           END-IF.                                                      00006460
                                                                        00006470
           OPEN EXTEND TITPAG.                                          00006480
                                                                        00006490
           IF WRK-FS-TITPAG NOT EQUAL ZEROS                             00006500
              MOVE 'FR21CAR1'                  TO WRK-PROGRAMA          00006510
              MOVE '3500'                      TO WRK-SECAO             00006520
              MOVE 'ERRO OPEN TITULO A PAGAR -' TO WRK-MENSAGEM         00006530
              MOVE WRK-FS-TITPAG               TO WRK-STATUS            00006540
              PERFORM 9000-TRATARERROS                                  00006550
           END-IF.                                                      00006560
                                                                        00006570
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.                          00006580
                                                                        00006590
           MOVE SPACES         TO REG-CONTASPAG.                        00006600
           MOVE ZEROS          TO PAG-SEQ PAG-DATA-REMESSA              00006610
                                  PAG-DATA-PAGTO PAG-VALOR-PAGO.        00006620
           MOVE 'CAR1'         TO PAG-ORIGEM.                           00006630
           MOVE LNK-OPERADORA  TO PAG-FAVORECIDO.                       00006640
           MOVE LNK-FATURA     TO PAG-DOCUMENTO.                        00006650
           MOVE WRK-HOJE       TO PAG-EMISSAO.                          00006660
           MOVE LNK-VENCTO     TO PAG-VENCTO.                           00006670
           MOVE WRK-VAL-FATURA TO PAG-VALOR.                            00006680
           MOVE 'A'            TO PAG-SITUACAO.                         00006690
           MOVE 'FATURA DA OPERADORA CONCILIADA' TO PAG-HISTORICO.      00006700
           WRITE REG-CONTASPAG.                                         00006710
                                                                        00006720
           CLOSE TITPAG.                                                00006730
                                                                        00006740
           DISPLAY 'TITULO A PAGAR GERADO: ' LNK-FATURA.                00006750
                                                                        00006760
       3500-99-FIM.                                            EXIT.    00006770
      *=============================================================*   00006780
       9000-TRATARERROS                                     SECTION.    00006790
                                                                        00006800
             MOVE 'E' TO WRK-SEVERIDADE.                                00006810
             CALL 'GRAVALOG' USING WRK-DADOS.                           00006820
             STOP RUN.                                                  00006830
                                                                        00006840
       9000-99-FIM.                                            EXIT.    00006850
      *=============================================================*   00006860
                                                                        00006870
