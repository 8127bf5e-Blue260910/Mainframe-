      *-------------------------------------------------------------*   00000110
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000120
      *  1.0   02/09/26   VICTOR ARANDA       VERSAO INICIAL            00000130
      *  1.1   15/10/26   VICTOR ARANDA    RETENCAO DE IMPOSTO SOBRE O  00000131
      *                   RENDIMENTO NO RESGATE (ALIQUOTA PELO PRAZO    00000132
      *                   DA APLICACAO): LINHA PROPRIA DE IRRF NO       00000133
      *                   MOVCDB, RENDIMENTO REALIZADO POR CONTRATO     00000134
      *                   (CDBREN) E TOTAIS DE RECOLHIMENTO (IRFCDB)    00000135
      *-------------------------------------------------------------*   00000140
      *   OBJETIVO: VENCIMENTO DOS DEPOSITOS A PRAZO (CDB). VISITA      00000150
      *      OS CONTRATOS ATIVOS DO CDBMAS: OS VENCIDOS ATE HOJE        00000160
      *   CDBMAS              I-O  (KSDS - CDBBOOK)                     00000250
      *   MOVCDB               O   (LAYOUT MOV0106E)                    00000260
      *   RELCDB3              O   (POSICAO POR VENCIMENTO)             00000270
      *   CDBREN               O   (RENDIMENTO REALIZADO - CDRBOOK,     00000271
      *                               ACUMULA O ANO)                    00000272
      *   IRFCDB               O   (TOTAIS P/GUIA DE RECOLHIMENTO,      00000273
      *                               LAYOUT IRFREM DO FR21EX07)        00000274
      *-------------------------------------------------------------*   00000280
      *   MODULOS....:                                                  00000290
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000300
      *   FR21CALC             MATEMATICA FINANCEIRA (LNKCALC)          00000301
      *=============================================================*   00000310
       ENVIRONMENT                               DIVISION.              00000320
      *=============================================================*   00000330
                                                                        00000520
           SELECT RELCDB3  ASSIGN TO RELCDB3                            00000530
               FILE STATUS  IS WRK-FS-RELCDB3.                          00000540
                                                                        00000541
           SELECT CDBREN   ASSIGN TO CDBREN                             00000542
               FILE STATUS  IS WRK-FS-CDBREN.                           00000543
                                                                        00000544
           SELECT IRFCDB   ASSIGN TO IRFCDB                             00000545
               FILE STATUS  IS WRK-FS-IRFCDB.                           00000546
                                                                        00000550
      *=============================================================*   00000560
       DATA                                                DIVISION.    00000570
           BLOCK CONTAINS 0 RECORDS.                                    00000830
                                                                        00000840
       01 FD-RELCDB3    PIC X(80).                                      00000850
                                                                        0000085A
      *-------------------------------------------------------------*   0000085B
      *       RENDIMENTO REALIZADO POR CONTRATO   LRECL = 80        *   0000085C
      *-------------------------------------------------------------*   0000085D
       FD CDBREN                                                        0000085E
           RECORDING  MODE IS F                                         0000085F
           BLOCK CONTAINS 0 RECORDS.                                    0000085G
                                                                        0000085H
       COPY 'CDRBOOK'.                                                  0000085I
                                                                        0000085J
      *-------------------------------------------------------------*   0000085K
      *       ARQUIVO DE SAIDA   IRFCDB   LRECL = 40                *   0000085L
      *       TOTAIS DA EXECUCAO PARA A GUIA DE RECOLHIMENTO        *   0000085M
      *-------------------------------------------------------------*   0000085N
       FD IRFCDB                                                        0000085O
           RECORDING  MODE IS F                                         0000085P
           BLOCK CONTAINS 0 RECORDS.                                    0000085Q
                                                                        0000085R
       01 FD-IRFCDB.                                                    0000085S
          05 FD-RM-COMPET   PIC 9(06).                                  0000085T
          05 FD-RM-CONTAS   PIC 9(07).                                  0000085U
          05 FD-RM-BASE     PIC 9(10).                                  0000085V
          05 FD-RM-RETIDO   PIC 9(10).                                  0000085W
          05 FILLER         PIC X(07).                                  0000085X
                                                                        00000860
      *-------------------------------------------------------------*   00000870
       WORKING-STORAGE                                      SECTION.    00000880
       77 WRK-EM-ABERTO       PIC 9(05) VALUE 0.                        00001070
                                                                        00001080
       77 WRK-TOT-RESGATE     PIC 9(10) VALUE 0.                        00001090
                                                                        00001091
       77 WRK-TOT-RENDIMENTO  PIC 9(10) VALUE 0.                        00001092
                                                                        00001093
       77 WRK-TOT-IRF         PIC 9(10) VALUE 0.                        00001094
                                                                        00001095
       77 WRK-CONTRATOS-RETIDOS PIC 9(07) VALUE 0.                      00001096
                                                                        00001100
       77 WRK-HOJE            PIC 9(08) VALUE 0.                        00001110
                                                                        00001120
                                                                        00001140
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00001150
                                                                        00001160
      *-----------ALIQUOTA DE RETENCAO PELO PRAZO EM DIAS-----------*   0000116A
      *       PRAZO ATE O LIMITE DA FAIXA (O ULTIMO VALE ACIMA)         0000116B
                                                                        0000116C
       01 WRK-ALIQUOTAS-VALORES.                                        0000116D
          05 FILLER PIC X(09) VALUE '001802250'.                        0000116E
          05 FILLER PIC X(09) VALUE '003602000'.                        0000116F
          05 FILLER PIC X(09) VALUE '007201750'.                        0000116G
          05 FILLER PIC X(09) VALUE '999991500'.                        0000116H
       01 WRK-TAB-ALIQUOTAS REDEFINES WRK-ALIQUOTAS-VALORES.            0000116I
          05 WRK-AL-OCR OCCURS 4 TIMES.                                 0000116J
             10 WRK-AL-PRAZO   PIC 9(05).                               0000116K
             10 WRK-AL-TAXA    PIC 9(02)V99.                            0000116L
                                                                        0000116M
       77 WRK-IND-AL          PIC 9(02).                                0000116N
       77 WRK-PRAZO-DIAS      PIC 9(05) VALUE 0.                        0000116O
       77 WRK-ALIQUOTA        PIC 9(03)V99 VALUE 0.                     0000116P
       77 WRK-RENDIMENTO      PIC 9(08) VALUE 0.                        0000116Q
       77 WRK-IRF             PIC 9(08) VALUE 0.                        0000116R
                                                                        0000116S
      *-----------MODULO DE MATEMATICA FINANCEIRA-------------------*   0000116T
                                                                        0000116U
           COPY 'LNKCALC'.                                              0000116V
                                                                        0000116W
      *-----------POSICAO POR MES DE VENCIMENTO---------------------*   00001170
                                                                        00001180
       01 WRK-TAB-POSICAO.                                              00001190
       77 WRK-FS-MOVCDB   PIC 9(02).                                    00001340
                                                                        00001350
       77 WRK-FS-RELCDB3  PIC 9(02).                                    00001360
                                                                        00001361
       77 WRK-FS-CDBREN   PIC 9(02).                                    00001362
                                                                        00001363
       77 WRK-FS-IRFCDB   PIC 9(02).                                    00001364
                                                                        00001370
      *--------------------LAYOUT SAIDA-----------------------------*   00001380
                                                                        00001390
            OPEN I-O    CDBMAS.                                         00001780
            OPEN OUTPUT MOVCDB.                                         00001790
            OPEN OUTPUT RELCDB3.                                        00001800
            OPEN OUTPUT CDBREN.                                         00001801
            OPEN OUTPUT IRFCDB.                                         00001802
                                                                        00001810
            IF WRK-FS-CDBMAS NOT EQUAL ZEROS                            00001820
               MOVE 'FR21CDB3'                  TO WRK-PROGRAMA         00001830
                                                                        00002320
           ADD CDB-SALDO-ATU TO WRK-TOT-RESGATE.                        00002330
           ADD 1 TO WRK-LIQUIDADOS.                                     00002340
                                                                        00002341
           PERFORM 2150-RETER-IMPOSTO.                                  00002342
                                                                        00002350
           MOVE 'L' TO CDB-SITUACAO.                                    00002360
           REWRITE REG-CDBMAS.                                          00002370
                                                                        00002460
       2100-99-FIM.                                            EXIT.    00002470
      *=============================================================*   00002480
                                                                        00002481
      *=============================================================*   00002482
       2150-RETER-IMPOSTO                                   SECTION.    00002483
                                                                        00002484
      *                 O RESGATE SAI BRUTO E A RETENCAO SOBRE O        00002485
      *                 RENDIMENTO VIRA MOVIMENTO DE DEBITO PROPRIO,    00002486
      *                 COMO NOS JUROS DO FR21EX07. ALIQUOTA PELA       00002487
      *                 FAIXA DO PRAZO DA APLICACAO EM DIAS             00002488
                                                                        00002489
           MOVE ZEROS TO WRK-RENDIMENTO WRK-IRF WRK-ALIQUOTA.           00002490
                                                                        00002491
           IF CDB-SALDO-ATU GREATER CDB-PRINCIPAL                       00002492
              COMPUTE WRK-RENDIMENTO = CDB-SALDO-ATU - CDB-PRINCIPAL    00002493
           END-IF.                                                      00002494
                                                                        00002495
           COMPUTE WRK-PRAZO-DIAS =                                     00002496
                   FUNCTION INTEGER-OF-DATE(CDB-DATA-VENC)              00002497
                 - FUNCTION INTEGER-OF-DATE(CDB-DATA-INI).              00002498
                                                                        00002499
           PERFORM VARYING WRK-IND-AL FROM 4 BY -1 UNTIL                00002500
              WRK-IND-AL < 1                                            00002501
              IF WRK-PRAZO-DIAS NOT GREATER WRK-AL-PRAZO(WRK-IND-AL)    00002502
                 MOVE WRK-AL-TAXA(WRK-IND-AL) TO WRK-ALIQUOTA           00002503
              END-IF                                                    00002504
           END-PERFORM.                                                 00002505
                                                                        00002506
           IF WRK-RENDIMENTO GREATER ZEROS                              00002507
              MOVE '%'            TO LNK-CA-OPERACAO                    00002508
              MOVE WRK-RENDIMENTO TO LNK-CA-OPER1                       00002509
              MOVE WRK-ALIQUOTA   TO LNK-CA-OPER2                       00002510
              MOVE ZEROS          TO LNK-CA-OPER3                       00002511
              CALL 'FR21CALC' USING LNK-CALC                            00002512
              MOVE LNK-CA-RESULTADO TO WRK-IRF                          00002513
           END-IF.                                                      00002514
                                                                        00002515
           IF WRK-IRF GREATER ZEROS                                     00002516
              MOVE CDB-CHAVE      TO WRK-MV-CHAVE                       00002517
              MOVE 'IRRF S/ CDB'  TO WRK-MV-TEXTO                       00002518
              MOVE WRK-IRF        TO WRK-MV-VALOR                       00002519
              MOVE 'D'            TO WRK-MV-TIPO                        00002520
              MOVE ZEROS          TO WRK-MV-DATA-EFET                   00002521
              WRITE FD-MOVCDB FROM WRK-MOVIMENTO                        00002522
              ADD 1 TO WRK-CONTRATOS-RETIDOS                            00002523
              ADD WRK-IRF TO WRK-TOT-IRF                                00002524
           END-IF.                                                      00002525
                                                                        00002526
           ADD WRK-RENDIMENTO TO WRK-TOT-RENDIMENTO.                    00002527
                                                                        00002528
      *                 RENDIMENTO REALIZADO PARA O INFORME ANUAL       00002529
                                                                        00002530
           MOVE SPACES         TO REG-CDBREN.                           00002531
           MOVE CDB-CHAVE-REG  TO CDR-CHAVE-REG.                        00002532
           MOVE WRK-HOJE       TO CDR-DATA-LIQ.                         00002533
           MOVE CDB-DATA-INI   TO CDR-DATA-INI.                         00002534
           MOVE CDB-DATA-VENC  TO CDR-DATA-VENC.                        00002535
           MOVE CDB-PRINCIPAL  TO CDR-PRINCIPAL.                        00002536
           MOVE CDB-SALDO-ATU  TO CDR-RESGATE.                          00002537
           MOVE WRK-RENDIMENTO TO CDR-RENDIMENTO.                       00002538
           MOVE WRK-ALIQUOTA   TO CDR-ALIQUOTA.                         00002539
           MOVE WRK-IRF        TO CDR-IRRF.                             00002540
           WRITE REG-CDBREN.                                            00002541
                                                                        00002542
           IF WRK-FS-CDBREN NOT EQUAL ZEROS                             00002543
              MOVE 'FR21CDB3'                  TO WRK-PROGRAMA          00002544
              MOVE '2150'                      TO WRK-SECAO             00002545
              MOVE 'ERRO WRITE CDBREN        ' TO WRK-MENSAGEM          00002546
              MOVE WRK-FS-CDBREN               TO WRK-STATUS            00002547
              PERFORM 9000-TRATARERROS                                  00002548
           END-IF.                                                      00002549
                                                                        00002550
       2150-99-FIM.                                            EXIT.    00002551
      *=============================================================*   00002552
                                                                        00002553
      *=============================================================*   00002554
       2200-ACUMULAR-POSICAO                                SECTION.    00002555
                                                                        00002556
           ADD 1 TO WRK-EM-ABERTO.                                      00002557
           MOVE CDB-DATA-VENC(1:6) TO WRK-COMPET-VENC.                  00002558
                                                                        00002559
           MOVE 'N' TO WRK-ACHOU-PS.                                    00002560
           PERFORM VARYING WRK-IND-PS FROM 1 BY 1 UNTIL                 00002561
              WRK-IND-PS > WRK-TAB-POS-QTD OR WRK-ACHOU-PS = 'S'        00002562
              IF WRK-PS-COMPET(WRK-IND-PS) EQUAL WRK-COMPET-VENC        00002563
                 MOVE 'S' TO WRK-ACHOU-PS                               00002564
                 SUBTRACT 1 FROM WRK-IND-PS                             00002565
              END-IF                                                    00002566
           END-PERFORM.                                                 00002567
                                                                        00002568
           IF WRK-ACHOU-PS NOT EQUAL 'S'                                00002569
              IF WRK-TAB-POS-QTD LESS 120                               00002570
                 ADD 1 TO WRK-TAB-POS-QTD                               00002571
                 MOVE WRK-TAB-POS-QTD TO WRK-IND-PS                     00002572
                 MOVE WRK-COMPET-VENC TO WRK-PS-COMPET(WRK-IND-PS)      00002573
                 MOVE ZEROS TO WRK-PS-QTDE(WRK-IND-PS)                  00002574
                 MOVE ZEROS TO WRK-PS-VALOR(WRK-IND-PS)                 00002575
              ELSE                                                      00002576
                 GO TO 2200-99-FIM                                      00002577
              END-IF                                                    00002578
           END-IF.                                                      00002579
                                                                        00002580
           ADD 1            TO WRK-PS-QTDE(WRK-IND-PS).                 00002581
           ADD CDB-SALDO-ATU TO WRK-PS-VALOR(WRK-IND-PS).               00002582
                                                                        00002583
       2200-99-FIM.                                            EXIT.    00002584
      *=============================================================*   00002585
                                                                        00002586
      *=============================================================*   00002587
       3000-FINALIZAR                                       SECTION.    00002588
                                                                        00002589
             MOVE WRK-HOJE TO WRK-CAB-DATA.                             00002590
             WRITE FD-RELCDB3 FROM WRK-CABEC1.                          00002591
             WRITE FD-RELCDB3 FROM WRK-LINHA-VAZIA.                     00002592
                                                                        00002593
             PERFORM VARYING WRK-IND-PS FROM 1 BY 1                     00002594
                     UNTIL WRK-IND-PS > WRK-TAB-POS-QTD                 00002595
                MOVE WRK-PS-COMPET(WRK-IND-PS) TO WRK-P-COMPET          00002596
                MOVE WRK-PS-QTDE(WRK-IND-PS)   TO WRK-P-QTDE            00002597
                MOVE WRK-PS-VALOR(WRK-IND-PS)  TO WRK-P-VALOR           00002598
                WRITE FD-RELCDB3 FROM WRK-POSICAO                       00002599
             END-PERFORM.                                               00002600
                                                                        00002601
      *                 TOTAIS DA EXECUCAO PARA A GUIA                  00002602
                                                                        00002603
             MOVE WRK-HOJE(1:6)         TO FD-RM-COMPET.                00002604
             MOVE WRK-CONTRATOS-RETIDOS TO FD-RM-CONTAS.                00002605
             MOVE WRK-TOT-RENDIMENTO    TO FD-RM-BASE.                  00002606
             MOVE WRK-TOT-IRF           TO FD-RM-RETIDO.                00002607
             WRITE FD-IRFCDB.                                           00002608
                                                                        00002609
             DISPLAY 'CONTRATOS LIDOS.......' WRK-LIDOS.                00002610
             DISPLAY 'CONTRATOS LIQUIDADOS..' WRK-LIQUIDADOS.           00002611
             DISPLAY 'CONTRATOS EM ABERTO...' WRK-EM-ABERTO.            00002612
             DISPLAY 'TOTAL RESGATADO.......' WRK-TOT-RESGATE.          00002613
             DISPLAY 'TOTAL RENDIMENTOS.....' WRK-TOT-RENDIMENTO.       00002614
             DISPLAY 'TOTAL IRRF RETIDO.....' WRK-TOT-IRF.              00002615
             DISPLAY WRK-MSG-FINAL.                                     00002616
                                                                        00002617
             CLOSE CDBMAS.                                              00002618
             CLOSE MOVCDB RELCDB3.                                      00002619
             CLOSE CDBREN IRFCDB.                                       00002620
             STOP RUN.                                                  00002621
                                                                        00002622
       3000-99-FIM.                                            EXIT.    00002623
      *=============================================================*   00002624
                                                                        00002625
      *=============================================================*   00002626
       9000-TRATARERROS                                     SECTION.    00002627
                                                                        00002628
             MOVE 'E' TO WRK-SEVERIDADE.                                00002629
             CALL 'GRAVALOG' USING WRK-DADOS.                           00002630
             STOP RUN.                                                  00002631
                                                                        00002632
       9000-99-FIM.                                            EXIT.    00002633
      *=============================================================*   00002634
