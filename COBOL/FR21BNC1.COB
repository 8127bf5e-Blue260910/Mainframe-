      *      FUNCIONARIO SEM DADOS BANCARIOS VALIDOS (BANCO,            00000170
      *      AGENCIA E CONTA PREENCHIDOS) SAI NO ARQUIVO DE             00000171
      *      REJEITADOS (BNCREJ) ANTES DE A REMESSA SER CORTADA.        00000172
      *      DEPOIS DA FOLHA ENTRAM OS PAGAMENTOS AVULSOS (PAGAVUL),    00000173
      *      COMO A RESCISAO DO FR21RES1: SEM DADOS BANCARIOS NO        00000174
      *      REGISTRO VALE A CONTA DO FUNCIONARIO NO FCOMPSEQ.          00000175
      *      PAGAMENTO DA FOLHA RETIDO NA TRIAGEM (TRGRET, DO           00000176
      *      FR21TRG1) SAI NOS REJEITADOS COM SITUACAO 'R'. FOLHA       00000177
      *      SEM TRIAGEM DA MESMA COMPETENCIA NAO GERA REMESSA.         00000178
      *-------------------------------------------------------------*   00000179
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000180
      *  1.0   21/08/26   VICTOR ARANDA    VERSAO INICIAL               00000181
      *  1.1   02/09/26   VICTOR ARANDA    CONTA DE CREDITO VINDA DO    00000182
      *                   CADASTRO COMPLEMENTAR (FCOMPSEQ) NO LUGAR     00000183
      *                   DO VINCULO FUNCONTA                           00000184
      *  1.2   15/10/26   VICTOR ARANDA    PAGAMENTOS AVULSOS (PAGAVUL) 00000185
      *                   NA REMESSA, COM O TIPO DO PAGAMENTO NO        00000186
      *                   DETALHE                                       00000187
      *  1.3   15/10/26   VICTOR ARANDA    PAGAMENTOS RETIDOS NA        00000188
      *                   TRIAGEM (TRGRET) FORA DA REMESSA              00000189
      *-------------------------------------------------------------*   00000190
      *   ARQUIVOS.....:                                                00000200
      *                                                                 00000210
      *   FOLHPAG              I   (FOLHA LIQUIDA - FR21PAG1)           00000230
      *   FCOMPSEQ             I   (CADASTRO COMPLEMENTAR - FR21FCP1)   00000240
      *   REMESSA              O   (REMESSA BANCARIA)                   00000250
      *   PAGAVUL              I   (PAGAMENTOS AVULSOS - AVULBOOK)      0000025A
      *   BNCREJ               O   (SEM CONTA OU RETIDOS)               00000260
      *   TRGRET               I   (RETIDOS NA TRIAGEM - FR21TRG1)      00000261
      *-------------------------------------------------------------*   00000270
      *   MODULOS....:                                                  00000280
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000290
      *-------------------------------------------------------------*   00000300
      *   REMESSA..: TIPO '0' HEADER (DATA DE GERACAO)                  00000310
      *               TIPO '1' DETALHE (FUNC/BANCO/AGENCIA/CONTA/       00000320
      *                VALOR/TIPO)                                      00000321
      *               TIPO '9' TRAILER (QUANTIDADE E VALOR TOTAL)       00000330
      *=============================================================*   00000340
       ENVIRONMENT                               DIVISION.              00000350
           SELECT FCOMPSEQ ASSIGN TO FCOMPSEQ                           00000500
               FILE STATUS  IS WRK-FS-FCOMPSEQ.                         00000510
                                                                        00000520
           SELECT PAGAVUL  ASSIGN TO PAGAVUL                            0000052A
               FILE STATUS  IS WRK-FS-PAGAVUL.                          0000052B
                                                                        0000052C
           SELECT REMESSA  ASSIGN TO REMESSA                            00000530
               FILE STATUS  IS WRK-FS-REMESSA.                          00000540
                                                                        00000550
           SELECT BNCREJ   ASSIGN TO BNCREJ                             00000560
               FILE STATUS  IS WRK-FS-BNCREJ.                           00000570
           SELECT TRGRET   ASSIGN TO TRGRET                             00000571
               FILE STATUS  IS WRK-FS-TRGRET.                           00000572
                                                                        00000580
      *=============================================================*   00000590
       DATA                                                DIVISION.    00000600
          05 FD-FC-AGENCIA   PIC X(04).                                 00000810
          05 FD-FC-CONTA     PIC X(10).                                 00000820
                                                                        00000830
      *      ENTRADA - PAGAMENTOS AVULSOS           LRECL = 80          0000083A
                                                                        0000083B
       FD PAGAVUL                                                       0000083C
           RECORDING  MODE IS F                                         0000083D
           BLOCK CONTAINS 0 RECORDS.                                    0000083E
                                                                        0000083F
       COPY 'AVULBOOK'.                                                 0000083G
                                                                        0000083H
      *      SAIDA - REMESSA BANCARIA               LRECL = 58          00000840
                                                                        00000850
       FD REMESSA                                                       00000860
           BLOCK CONTAINS 0 RECORDS.                                    00000960
                                                                        00000970
       01 FD-BNCREJ       PIC X(58).                                    00000980
      *      ENTRADA - RETIDOS NA TRIAGEM           LRECL = 20          0000098A
      *      TIPO '0' HEADER (COMPETENCIA TRIADA) / '1' RETIDO          0000098B
                                                                        0000098C
       FD TRGRET                                                        0000098D
           RECORDING  MODE IS F                                         0000098E
           BLOCK CONTAINS 0 RECORDS.                                    0000098F
                                                                        0000098G
       01 FD-TRGRET.                                                    0000098H
          05 FD-TR-TIPO      PIC X(01).                                 0000098I
          05 FD-TR-IDFUNC    PIC 9(05).                                 0000098J
          05 FD-TR-COMPET    PIC 9(06).                                 0000098K
          05 FD-TR-MOTIVOS   PIC X(05).                                 0000098L
          05 FILLER          PIC X(03).                                 0000098M
                                                                        00000990
      *-------------------------------------------------------------*   00001000
       WORKING-STORAGE                                      SECTION.    00001010
       77 WRK-GRAVADOS        PIC 9(05) VALUE 0.                        00001180
                                                                        00001190
       77 WRK-SEM-CONTA       PIC 9(05) VALUE 0.                        00001200
                                                                        0000120A
       77 WRK-AVUL-LIDOS      PIC 9(05) VALUE 0.                        0000120B
                                                                        0000120C
       77 WRK-AVUL-GRAVADOS   PIC 9(05) VALUE 0.                        0000120D
       77 WRK-RETIDOS         PIC 9(05) VALUE 0.                        0000120E
                                                                        00001210
       77 WRK-TOT-VALOR       PIC 9(11)V99 VALUE 0.                     00001220
                                                                        00001230
                                                                        00001380
       77 WRK-IND-CT          PIC 9(04).                                00001390
       77 WRK-ACHOU           PIC X(01).                                00001400
       77 WRK-IDFUNC-BUSCA    PIC 9(05).                                0000140A
      *--------------------RETIDOS NA TRIAGEM-----------------------*   0000140B
                                                                        0000140C
       01 WRK-TAB-RETIDOS.                                              0000140D
          05 WRK-TAB-RT-QTD  PIC 9(04) VALUE 0.                         0000140E
          05 WRK-TAB-RT-OCR OCCURS 999 TIMES.                           0000140F
             10 WRK-RT-IDFUNC  PIC 9(05).                               0000140G
                                                                        0000140H
       77 WRK-IND-RT          PIC 9(04).                                0000140I
       77 WRK-RETIDO          PIC X(01).                                0000140J
       77 WRK-TEM-TRIAGEM     PIC X(01) VALUE 'N'.                      0000140K
       77 WRK-TRG-COMPET      PIC 9(06) VALUE 0.                        0000140L
                                                                        00001410
      *--------------------STATUS-----------------------------------*   00001420
                                                                        00001430
       77 WRK-FS-REMESSA  PIC 9(02).                                    00001480
                                                                        00001490
       77 WRK-FS-BNCREJ   PIC 9(02).                                    00001500
                                                                        0000150A
       77 WRK-FS-PAGAVUL  PIC 9(02).                                    0000150B
       77 WRK-FS-TRGRET   PIC 9(02).                                    0000150C
                                                                        00001510
      *--------------------REGISTROS DA REMESSA---------------------*   00001520
                                                                        00001530
          05 WRK-D-CONTA      PIC X(10).                                00001630
          05 WRK-D-VALOR      PIC 9(07)V99.                             00001640
          05 WRK-D-STATUS     PIC X(01).                                00001650
          05 WRK-D-TIPO       PIC X(03).                                0000165A
          05 FILLER           PIC X(22) VALUE SPACES.                   00001660
                                                                        00001670
       01 WRK-TRAILER.                                                  00001680
          05 FILLER           PIC X(01) VALUE '9'.                      00001690
                                                                        00001800
            PERFORM 1000-INICIAR.                                       00001810
            PERFORM 1300-CARREGAR-CONTAS.                               00001820
            PERFORM 1400-CARREGAR-RETIDOS.                              00001821
            PERFORM 1500-TESTAR-VAZIO.                                  00001830
            PERFORM 2000-PROCESSAR UNTIL WRK-FS-FOLHPAG EQUAL 10.       00001840
            PERFORM 2500-PROCESSAR-AVULSO                               0000184A
               UNTIL WRK-FS-PAGAVUL EQUAL 10.                           0000184B
            PERFORM 3000-FINALIZAR.                                     00001850
                                                                        00001860
       0000-99-FIM.                                            EXIT.    00001870
                                                                        00001920
            OPEN INPUT  FOLHPAG.                                        00001930
            OPEN INPUT  FCOMPSEQ.                                       00001940
            OPEN INPUT  PAGAVUL.                                        0000194A
            OPEN INPUT  TRGRET.                                         0000194B
            OPEN OUTPUT REMESSA.                                        00001950
            OPEN OUTPUT BNCREJ.                                         00001960
                                                                        00001970
               MOVE WRK-FS-FCOMPSEQ             TO WRK-STATUS           00002100
               PERFORM 9000-TRATARERROS                                 00002110
            END-IF.                                                     00002120
                                                                        0000212A
            IF WRK-FS-PAGAVUL NOT EQUAL ZEROS                           0000212B
               MOVE 'FR21BNC1'                  TO WRK-PROGRAMA         0000212C
               MOVE '1000'                      TO WRK-SECAO            0000212D
               MOVE 'ERRO OPEN PAGTO AVULSO  - ' TO WRK-MENSAGEM        0000212E
               MOVE WRK-FS-PAGAVUL              TO WRK-STATUS           0000212F
               PERFORM 9000-TRATARERROS                                 0000212G
            END-IF.                                                     0000212H
                                                                        00002130
            ACCEPT WRK-DATA-GERACAO FROM DATE YYYYMMDD.                 00002140
            MOVE WRK-DATA-GERACAO TO WRK-H-DATA.                        00002150
       1300-99-FIM.                                            EXIT.    00002450
      *=============================================================*   00002460
                                                                        00002470
      *=============================================================*   00002471
       1400-CARREGAR-RETIDOS                                SECTION.    00002472
                                                                        00002473
      *          SO A FOLHA PASSA PELA TRIAGEM; OS JOBS DE AVULSOS      00002474
      *          RODAM SEM O TRGRET                                     00002475
                                                                        00002476
            IF WRK-FS-TRGRET NOT EQUAL ZEROS                            00002477
               GO TO 1400-99-FIM                                        00002478
            END-IF.                                                     00002479
                                                                        00002480
            READ TRGRET.                                                00002481
                                                                        00002482
            IF WRK-FS-TRGRET EQUAL ZEROS                                00002483
               AND FD-TR-TIPO EQUAL '0'                                 00002484
               MOVE 'S'          TO WRK-TEM-TRIAGEM                     00002485
               MOVE FD-TR-COMPET TO WRK-TRG-COMPET                      00002486
               READ TRGRET                                              00002487
            END-IF.                                                     00002488
                                                                        00002489
            PERFORM UNTIL WRK-FS-TRGRET NOT EQUAL ZEROS                 00002490
               IF FD-TR-TIPO EQUAL '1'                                  00002491
                  IF WRK-TAB-RT-QTD LESS 999                            00002492
                     ADD 1 TO WRK-TAB-RT-QTD                            00002493
                     MOVE WRK-TAB-RT-QTD TO WRK-IND-RT                  00002494
                     MOVE FD-TR-IDFUNC   TO WRK-RT-IDFUNC(WRK-IND-RT)   00002495
                  ELSE                                                  00002496
                                                                        00002497
      *           RETIDO DESCARTADO IRIA PARA A REMESSA                 00002498
                                                                        00002499
                     MOVE 'FR21BNC1'                  TO WRK-PROGRAMA   00002500
                     MOVE '1400'                      TO WRK-SECAO      00002501
                     MOVE 'EXCESSO DE RETIDOS      - ' TO WRK-MENSAGEM  00002502
                     MOVE SPACES                      TO WRK-STATUS     00002503
                     PERFORM 9000-TRATARERROS                           00002504
                  END-IF                                                00002505
               END-IF                                                   00002506
               READ TRGRET                                              00002507
            END-PERFORM.                                                00002508
                                                                        00002509
            CLOSE TRGRET.                                               00002510
                                                                        00002511
       1400-99-FIM.                                            EXIT.    00002512
      *=============================================================*   00002513
      *=============================================================*   00002514
       1500-TESTAR-VAZIO                                    SECTION.    00002515
                                                                        00002516
              READ FOLHPAG.                                             00002517
              READ PAGAVUL.                                             00002518
                                                                        00002519
      *       FOLHA E AVULSOS VAZIOS: FECHA A REMESSA COM O TRAILER     00002520
      *       ZERADO PARA NAO TRANSMITIR UM ARQUIVO SO COM HEADER;      00002521
      *       QUALQUER OUTRO STATUS DE LEITURA E ERRO, NAO VAZIO        00002522
                                                                        00002523
              IF WRK-FS-FOLHPAG EQUAL 10                                00002524
                 AND WRK-FS-PAGAVUL EQUAL 10                            00002525
                 PERFORM 3000-FINALIZAR                                 00002526
              END-IF.                                                   00002527
                                                                        00002528
              IF WRK-FS-FOLHPAG NOT EQUAL ZERO AND 10                   00002529
                 MOVE 'FR21BNC1'                  TO WRK-PROGRAMA       00002530
                 MOVE '1500'                      TO WRK-SECAO          00002531
                 MOVE 'ERRO LEITURA FOLHA      - ' TO WRK-MENSAGEM      00002532
                 MOVE WRK-FS-FOLHPAG              TO WRK-STATUS         00002533
                 PERFORM 9000-TRATARERROS                               00002534
              END-IF.                                                   00002535
                                                                        00002536
              IF WRK-FS-PAGAVUL NOT EQUAL ZERO AND 10                   00002537
                 MOVE 'FR21BNC1'                  TO WRK-PROGRAMA       00002538
                 MOVE '1500'                      TO WRK-SECAO          00002539
                 MOVE 'ERRO LEITURA PAGTO AVULSO ' TO WRK-MENSAGEM      00002540
                 MOVE WRK-FS-PAGAVUL              TO WRK-STATUS         00002541
                 PERFORM 9000-TRATARERROS                               00002542
              END-IF.                                                   00002543
      *       FOLHA COM PAGAMENTOS SO SAI DEPOIS DA TRIAGEM DA SUA      00002544
      *       COMPETENCIA                                               00002545
                                                                        00002546
              IF WRK-FS-FOLHPAG EQUAL ZEROS                             00002547
                 IF WRK-TEM-TRIAGEM NOT EQUAL 'S'                       00002548
                    MOVE 'FR21BNC1'                  TO WRK-PROGRAMA    00002549
                    MOVE '1500'                      TO WRK-SECAO       00002550
                    MOVE 'FOLHA SEM TRIAGEM       - ' TO WRK-MENSAGEM   00002551
                    MOVE SPACES                      TO WRK-STATUS      00002552
                    PERFORM 9000-TRATARERROS                            00002553
                 END-IF                                                 00002554
                 IF WRK-TRG-COMPET NOT EQUAL FOLH-COMPET                00002555
                    MOVE 'FR21BNC1'                  TO WRK-PROGRAMA    00002556
                    MOVE '1500'                      TO WRK-SECAO       00002557
                    MOVE 'TRIAGEM DE OUTRA COMPET - ' TO WRK-MENSAGEM   00002558
                    MOVE SPACES                      TO WRK-STATUS      00002559
                    PERFORM 9000-TRATARERROS                            00002560
                 END-IF                                                 00002561
              END-IF.                                                   00002562
                                                                        00002563
       1500-99-FIM.                                            EXIT.    00002564
      *=============================================================*   00002565
                                                                        00002566
      *=============================================================*   00002567
       2000-PROCESSAR                                       SECTION.    00002568
                                                                        00002569
           ADD 1 TO WRK-LIDOS.                                          00002570
                                                                        00002571
           MOVE FOLH-IDFUNC TO WRK-IDFUNC-BUSCA.                        00002572
           PERFORM 2050-CONFERIR-RETIDO.                                00002573
                                                                        00002574
           IF WRK-RETIDO EQUAL 'S'                                      00002575
              DISPLAY 'PAGAMENTO RETIDO NA TRIAGEM: '                   00002576
                      FOLH-IDFUNC                                       00002577
              MOVE FOLH-IDFUNC  TO WRK-D-IDFUNC                         00002578
              MOVE SPACES       TO WRK-D-BANCO                          00002579
              MOVE SPACES       TO WRK-D-AGENCIA                        00002580
              MOVE SPACES       TO WRK-D-CONTA                          00002581
              MOVE FOLH-LIQUIDO TO WRK-D-VALOR                          00002582
              MOVE 'R'          TO WRK-D-STATUS                         00002583
              MOVE 'FOL'        TO WRK-D-TIPO                           00002584
              WRITE FD-BNCREJ FROM WRK-DETALHE                          00002585
              ADD 1 TO WRK-RETIDOS                                      00002586
              READ FOLHPAG                                              00002587
              GO TO 2000-99-FIM                                         00002588
           END-IF.                                                      00002589
           PERFORM 2100-LOCALIZAR-CONTA.                                00002590
                                                                        00002591
           IF WRK-ACHOU EQUAL 'S'                                       00002592
              MOVE FOLH-IDFUNC  TO WRK-D-IDFUNC                         00002593
              MOVE WRK-CT-BANCO(WRK-IND-CT)   TO WRK-D-BANCO            00002594
              MOVE WRK-CT-AGENCIA(WRK-IND-CT) TO WRK-D-AGENCIA          00002595
              MOVE WRK-CT-CONTA(WRK-IND-CT)   TO WRK-D-CONTA            00002596
              MOVE FOLH-LIQUIDO TO WRK-D-VALOR                          00002597
              MOVE SPACE        TO WRK-D-STATUS                         00002598
              MOVE 'FOL'        TO WRK-D-TIPO                           00002599
              WRITE FD-REMESSA FROM WRK-DETALHE                         00002600
              ADD 1            TO WRK-GRAVADOS                          00002601
              ADD FOLH-LIQUIDO TO WRK-TOT-VALOR                         00002602
           ELSE                                                         00002603
              DISPLAY 'FUNCIONARIO SEM DADOS BANCARIOS: '               00002604
                      FOLH-IDFUNC                                       00002605
              MOVE FOLH-IDFUNC  TO WRK-D-IDFUNC                         00002606
              MOVE SPACES       TO WRK-D-BANCO                          00002607
              MOVE SPACES       TO WRK-D-AGENCIA                        00002608
              MOVE SPACES       TO WRK-D-CONTA                          00002609
              MOVE FOLH-LIQUIDO TO WRK-D-VALOR                          00002610
              MOVE 'X'          TO WRK-D-STATUS                         00002611
              MOVE 'FOL'        TO WRK-D-TIPO                           00002612
              WRITE FD-BNCREJ FROM WRK-DETALHE                          00002613
              ADD 1 TO WRK-SEM-CONTA                                    00002614
           END-IF.                                                      00002615
                                                                        00002616
           READ FOLHPAG.                                                00002617
                                                                        00002618
       2000-99-FIM.                                            EXIT.    00002619
      *=============================================================*   00002620
                                                                        00002621
      *=============================================================*   00002622
       2050-CONFERIR-RETIDO                                 SECTION.    00002623
                                                                        00002624
           MOVE 'N' TO WRK-RETIDO.                                      00002625
           PERFORM VARYING WRK-IND-RT FROM 1 BY 1 UNTIL                 00002626
              WRK-IND-RT > WRK-TAB-RT-QTD OR WRK-RETIDO = 'S'           00002627
              IF FOLH-IDFUNC EQUAL WRK-RT-IDFUNC(WRK-IND-RT)            00002628
                 MOVE 'S' TO WRK-RETIDO                                 00002629
              END-IF                                                    00002630
           END-PERFORM.                                                 00002631
                                                                        00002632
       2050-99-FIM.                                            EXIT.    00002633
      *=============================================================*   00002634
      *=============================================================*   00002635
       2100-LOCALIZAR-CONTA                                 SECTION.    00002636
                                                                        00002637
           MOVE 'N' TO WRK-ACHOU.                                       00002638
           PERFORM VARYING WRK-IND-CT FROM 1 BY 1 UNTIL                 00002639
              WRK-IND-CT > WRK-TAB-CT-QTD OR WRK-ACHOU = 'S'            00002640
              IF WRK-IDFUNC-BUSCA EQUAL WRK-CT-IDFUNC(WRK-IND-CT)       00002641
                 MOVE 'S' TO WRK-ACHOU                                  00002642
                 SUBTRACT 1 FROM WRK-IND-CT                             00002643
              END-IF                                                    00002644
           END-PERFORM.                                                 00002645
                                                                        00002646
      *          DADOS BANCARIOS INCOMPLETOS NAO ENTRAM NA              00002647
      *          REMESSA: MELHOR REJEITAR ANTES DO CORTE                00002648
                                                                        00002649
           IF WRK-ACHOU EQUAL 'S'                                       00002650
              IF WRK-CT-BANCO(WRK-IND-CT) EQUAL SPACES                  00002651
                 OR WRK-CT-AGENCIA(WRK-IND-CT) EQUAL SPACES             00002652
                 OR WRK-CT-CONTA(WRK-IND-CT) EQUAL SPACES               00002653
                 MOVE 'N' TO WRK-ACHOU                                  00002654
              END-IF                                                    00002655
           END-IF.                                                      00002656
                                                                        00002657
       2100-99-FIM.                                            EXIT.    00002658
      *=============================================================*   00002659
                                                                        00002660
      *=============================================================*   00002661
       2500-PROCESSAR-AVULSO                                SECTION.    00002662
                                                                        00002663
           ADD 1 TO WRK-AVUL-LIDOS.                                     00002664
                                                                        00002665
      *          SEM DADOS BANCARIOS NO AVULSO O CREDITO VAI PARA A     00002666
      *          CONTA DO FUNCIONARIO; COM DADOS, PARA O TERCEIRO       00002667
                                                                        00002668
           IF AVUL-BANCO   EQUAL SPACES AND                             00002669
              AVUL-AGENCIA EQUAL SPACES AND                             00002670
              AVUL-CONTA   EQUAL SPACES                                 00002671
              MOVE AVUL-IDFUNC TO WRK-IDFUNC-BUSCA                      00002672
              PERFORM 2100-LOCALIZAR-CONTA                              00002673
              IF WRK-ACHOU EQUAL 'S'                                    00002674
                 MOVE WRK-CT-BANCO(WRK-IND-CT)   TO WRK-D-BANCO         00002675
                 MOVE WRK-CT-AGENCIA(WRK-IND-CT) TO WRK-D-AGENCIA       00002676
                 MOVE WRK-CT-CONTA(WRK-IND-CT)   TO WRK-D-CONTA         00002677
              END-IF                                                    00002678
           ELSE                                                         00002679
              IF AVUL-BANCO   EQUAL SPACES OR                           00002680
                 AVUL-AGENCIA EQUAL SPACES OR                           00002681
                 AVUL-CONTA   EQUAL SPACES                              00002682
                 MOVE 'N' TO WRK-ACHOU                                  00002683
              ELSE                                                      00002684
                 MOVE 'S'          TO WRK-ACHOU                         00002685
                 MOVE AVUL-BANCO   TO WRK-D-BANCO                       00002686
                 MOVE AVUL-AGENCIA TO WRK-D-AGENCIA                     00002687
                 MOVE AVUL-CONTA   TO WRK-D-CONTA                       00002688
              END-IF                                                    00002689
           END-IF.                                                      00002690
                                                                        00002691
           MOVE AVUL-IDFUNC TO WRK-D-IDFUNC.                            00002692
           MOVE AVUL-VALOR  TO WRK-D-VALOR.                             00002693
           MOVE AVUL-TIPO   TO WRK-D-TIPO.                              00002694
                                                                        00002695
           IF WRK-ACHOU EQUAL 'S'                                       00002696
              MOVE SPACE       TO WRK-D-STATUS                          00002697
              WRITE FD-REMESSA FROM WRK-DETALHE                         00002698
              ADD 1            TO WRK-GRAVADOS                          00002699
              ADD 1            TO WRK-AVUL-GRAVADOS                     00002700
              ADD AVUL-VALOR   TO WRK-TOT-VALOR                         00002701
           ELSE                                                         00002702
              DISPLAY 'AVULSO SEM DADOS BANCARIOS: '                    00002703
                      AVUL-IDFUNC ' ' AVUL-TIPO                         00002704
              MOVE SPACES      TO WRK-D-BANCO                           00002705
              MOVE SPACES      TO WRK-D-AGENCIA                         00002706
              MOVE SPACES      TO WRK-D-CONTA                           00002707
              MOVE 'X'         TO WRK-D-STATUS                          00002708
              WRITE FD-BNCREJ FROM WRK-DETALHE                          00002709
              ADD 1 TO WRK-SEM-CONTA                                    00002710
           END-IF.                                                      00002711
                                                                        00002712
           READ PAGAVUL.                                                00002713
                                                                        00002714
       2500-99-FIM.                                            EXIT.    00002715
      *=============================================================*   00002716
                                                                        00002717
      *=============================================================*   00002718
       3000-FINALIZAR                                       SECTION.    00002719
                                                                        00002720
             MOVE WRK-GRAVADOS  TO WRK-T-QTDE.                          00002721
             MOVE WRK-TOT-VALOR TO WRK-T-VALOR.                         00002722
             WRITE FD-REMESSA FROM WRK-TRAILER.                         00002723
                                                                        00002724
             DISPLAY 'FOLHAS LIDAS..........' WRK-LIDOS.                00002725
             DISPLAY 'PAGAMENTOS NA REMESSA.' WRK-GRAVADOS.             00002726
             DISPLAY 'AVULSOS LIDOS.........' WRK-AVUL-LIDOS.           00002727
             DISPLAY 'AVULSOS NA REMESSA....' WRK-AVUL-GRAVADOS.        00002728
             DISPLAY 'SEM DADOS BANCARIOS...' WRK-SEM-CONTA.            00002729
             DISPLAY 'RETIDOS NA TRIAGEM....' WRK-RETIDOS.              00002730
             DISPLAY WRK-MSG-FINAL.                                     00002731
                                                                        00002732
             CLOSE FOLHPAG FCOMPSEQ PAGAVUL.                            00002733
             CLOSE REMESSA BNCREJ.                                      00002734
             STOP RUN.                                                  00002735
                                                                        00002736
       3000-99-FIM.                                            EXIT.    00002737
      *=============================================================*   00002738
                                                                        00002739
      *=============================================================*   00002740
       9000-TRATARERROS                                     SECTION.    00002741
                                                                        00002742
             MOVE 'E' TO WRK-SEVERIDADE.                                00002743
             CALL 'GRAVALOG' USING WRK-DADOS.                           00002744
             STOP RUN.                                                  00002745
                                                                        00002746
       9000-99-FIM.                                            EXIT.    00002747
      *=============================================================*   00002748
