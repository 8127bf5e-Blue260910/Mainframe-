      *-------------------------------------------------------------*   00000110
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000120
      *  1.0   02/09/26   VICTOR ARANDA       VERSAO INICIAL            00000130
      *  1.1   15/10/26   VICTOR ARANDA       BAIXA PELO RETORNO DA     00000131
      *                   COBRANCA REGISTRADA (RETBOL) COM JUROS E      00000132
      *                   DESCONTO; RELATORIO DE LIQUIDACOES (RELBOL);  00000133
      *                   TEXTO DO MOVHIST SO COMO ALTERNATIVA          00000134
      *-------------------------------------------------------------*   00000140
      *   OBJETIVO: CONTAS A RECEBER DO FATURAMENTO DE PROJETOS.        00000150
      *      LE A CARTEIRA DE TITULOS EM ABERTO (CONTASREC), AS         00000160
      *      NOTAS EMITIDAS NO DIA (FATNF, DO FR21FAT1, COM O NOSSO     00000170
      *      NUMERO DO BOLETO REGISTRADO) E O RETORNO DA COBRANCA       00000180
      *      (RETBOL), BAIXANDO NO TITULO A LIQUIDACAO INFORMADA        00000190
      *      PELO BANCO (VALOR, DATA, JUROS E DESCONTO); AS             00000200
      *      LIQUIDACOES SAEM NO RELBOL COM MARCA DE PARCIAL E DE       00000201
      *      ATRASO. OS CREDITOS POSTADOS NO DIA (MOVHIST) QUE          00000202
      *      CARREGAM A REFERENCIA 'PAGTO NF NNNNNN' NO TEXTO SO        00000203
      *      BAIXAM TITULO AINDA EM ABERTO E SEM LIQUIDACAO DO          00000204
      *      BANCO NO DIA. GRAVA A CARTEIRA ATUALIZADA                  00000205
      *      (CONTASNOVO) E O RELATORIO DE ENVELHECIMENTO (RELAGE:      00000210
      *      CORRENTE / 30 / 60 / 90+ DIAS, COM MARCA DE COBRANCA       00000220
      *      NOS TITULOS DE 60 DIAS OU MAIS).                           00000230
      *   NAME                I/O                                       00000270
      *   CONTASREC            I   (CARTEIRA ANTERIOR)                  00000280
      *   FATNF                I   (NOTAS DO DIA - FR21FAT1)            00000290
      *   RETBOL               I   (RETORNO DA COBRANCA)                00000291
      *   MOVHIST              I   (CREDITOS POSTADOS DO DIA)           00000300
      *   CONTASNOVO           O   (CARTEIRA ATUALIZADA)                00000310
      *   RELAGE               O   (ENVELHECIMENTO E COBRANCA)          00000320
      *   RELBOL               O   (LIQUIDACOES DE BOLETOS)             00000321
      *-------------------------------------------------------------*   00000330
      *   MODULOS....:                                                  00000340
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000350
                                                                        00000540
           SELECT FATNF     ASSIGN TO FATNF                             00000550
               FILE STATUS  IS WRK-FS-FATNF.                            00000560
                                                                        00000561
           SELECT RETBOL    ASSIGN TO RETBOL                            00000562
               FILE STATUS  IS WRK-FS-RETBOL.                           00000563
                                                                        00000570
           SELECT MOVHIST   ASSIGN TO MOVHIST                           00000580
               FILE STATUS  IS WRK-FS-MOVHIST.                          00000590
                                                                        00000630
           SELECT RELAGE    ASSIGN TO RELAGE                            00000640
               FILE STATUS  IS WRK-FS-RELAGE.                           00000650
                                                                        00000651
           SELECT RELBOL    ASSIGN TO RELBOL                            00000652
               FILE STATUS  IS WRK-FS-RELBOL.                           00000653
                                                                        00000660
      *=============================================================*   00000670
       DATA                                                DIVISION.    00000680
      *=============================================================*   00000710
                                                                        00000720
      *-------------------------------------------------------------*   00000730
      *       CARTEIRA DE TITULOS           LRECL = 106             *   00000740
      *       SITUACAO 'A' EM ABERTO / 'P' PAGO                     *   00000750
      *       NOSSO NUMERO ZERADO = TITULO SEM BOLETO REGISTRADO    *   00000751
      *       DATA/JUROS/DESCONTO DA ULTIMA LIQUIDACAO DO BANCO     *   00000752
      *-------------------------------------------------------------*   00000760
       FD CONTASREC                                                     00000770
           RECORDING  MODE IS F                                         00000780
          05 FD-CR-VALOR     PIC 9(11)V99.                              00000860
          05 FD-CR-RECEBIDO  PIC 9(11)V99.                              00000870
          05 FD-CR-SITUACAO  PIC X(01).                                 00000880
          05 FD-CR-NOSSO-NUM PIC 9(11).                                 00000881
          05 FD-CR-DATA-PAGTO PIC 9(08).                                00000882
          05 FD-CR-JUROS     PIC 9(09)V99.                              00000883
          05 FD-CR-DESCONTO  PIC 9(09)V99.                              00000884
                                                                        00000890
      *-------------------------------------------------------------*   00000900
      *       NOTAS DO DIA (FR21FAT1)       LRECL = 64              *   00000910
          05 FD-FN-SETOR     PIC X(04).                                 00001000
          05 FD-FN-EMISSAO   PIC 9(08).                                 00001010
          05 FD-FN-VALOR     PIC 9(11)V99.                              00001020
          05 FD-FN-NOSSO-NUM PIC 9(11).                                 00001030
          05 FILLER          PIC X(02).                                 00001031
                                                                        00001040
      *-------------------------------------------------------------*   00001041
      *       RETORNO DA COBRANCA REGISTRADA  LRECL = 80            *   00001042
      *       OCORRENCIA '02' ENTRADA CONFIRMADA / '03' ENTRADA     *   00001043
      *       REJEITADA / '06' LIQUIDACAO. VALOR PAGO = VALOR DO    *   00001044
      *       TITULO + JUROS - DESCONTO QUANDO QUITADO              *   00001045
      *-------------------------------------------------------------*   00001046
       FD RETBOL                                                        00001047
           RECORDING  MODE IS F                                         00001048
           BLOCK CONTAINS 0 RECORDS.                                    00001049
                                                                        00001050
       01 FD-RETBOL.                                                    00001051
          05 FD-RB-NOSSO-NUM   PIC 9(11).                               00001052
          05 FD-RB-OCORRENCIA  PIC X(02).                               00001053
          05 FD-RB-VENCTO      PIC 9(08).                               00001054
          05 FD-RB-DATA-PAGTO  PIC 9(08).                               00001055
          05 FD-RB-VALOR-TIT   PIC 9(11)V99.                            00001056
          05 FD-RB-VALOR-PAGO  PIC 9(11)V99.                            00001057
          05 FD-RB-JUROS       PIC 9(09)V99.                            00001058
          05 FD-RB-DESCONTO    PIC 9(09)V99.                            00001059
          05 FILLER            PIC X(03).                               00001060
                                                                        00001061
      *-------------------------------------------------------------*   00001062
      *       CREDITOS POSTADOS (MOVHIST)   LRECL = 56              *   00001063
      *       A REFERENCIA DO TITULO VEM NO TEXTO DO MOVIMENTO:     *   00001070
      *       'PAGTO NF ' + NUMERO NAS POSICOES 10-15               *   00001080
      *-------------------------------------------------------------*   00001090
          05 FD-HS-DISP        PIC X(01).                               00001230
                                                                        00001240
      *-------------------------------------------------------------*   00001250
      *       CARTEIRA ATUALIZADA           LRECL = 106             *   00001260
      *-------------------------------------------------------------*   00001270
       FD CONTASNOVO                                                    00001280
           RECORDING  MODE IS F                                         00001290
           BLOCK CONTAINS 0 RECORDS.                                    00001300
                                                                        00001310
       01 FD-CONTASNOVO   PIC X(106).                                   00001320
                                                                        00001330
      *-------------------------------------------------------------*   00001340
      *       ARQUIVO DE SAIDA   RELAGE   LRECL = 90                *   00001350
           BLOCK CONTAINS 0 RECORDS.                                    00001390
                                                                        00001400
       01 FD-RELAGE     PIC X(90).                                      00001410
                                                                        00001411
      *-------------------------------------------------------------*   00001412
      *       ARQUIVO DE SAIDA   RELBOL   LRECL = 110               *   00001413
      *-------------------------------------------------------------*   00001414
       FD RELBOL                                                        00001415
           RECORDING  MODE IS F                                         00001416
           BLOCK CONTAINS 0 RECORDS.                                    00001417
                                                                        00001418
       01 FD-RELBOL     PIC X(110).                                     00001419
                                                                        00001420
      *-------------------------------------------------------------*   00001430
       WORKING-STORAGE                                      SECTION.    00001440
       77 WRK-BAIXAS          PIC 9(05) VALUE 0.                        00001610
       77 WRK-SEM-TITULO      PIC 9(05) VALUE 0.                        00001620
       77 WRK-QUITADOS        PIC 9(05) VALUE 0.                        00001630
       77 WRK-LIQUIDACOES     PIC 9(05) VALUE 0.                        00001631
       77 WRK-PARCIAIS        PIC 9(05) VALUE 0.                        00001632
       77 WRK-ATRASADOS       PIC 9(05) VALUE 0.                        00001633
       77 WRK-CONFIRMADOS     PIC 9(05) VALUE 0.                        00001634
       77 WRK-RET-CRITICADOS  PIC 9(05) VALUE 0.                        00001635
       77 WRK-JA-LIQUIDADOS   PIC 9(05) VALUE 0.                        00001636
                                                                        00001640
       77 WRK-DATA-REF        PIC 9(08) VALUE 0.                        00001650
       77 WRK-REF-INT         PIC 9(08) VALUE 0.                        00001660
       77 WRK-DIAS            PIC S9(05) VALUE 0.                       00001680
       77 WRK-NF-NUM          PIC 9(06) VALUE 0.                        00001690
       77 WRK-SALDO-TITULO    PIC 9(11)V99 VALUE 0.                     00001700
       77 WRK-PRINCIPAL       PIC S9(11)V99 VALUE 0.                    00001701
       77 WRK-CRITICA         PIC X(30).                                00001702
                                                                        00001710
      *-----------CARTEIRA EM TABELA--------------------------------*   00001720
                                                                        00001730
             10 WRK-TI-VALOR    PIC 9(11)V99.                           00001810
             10 WRK-TI-RECEBIDO PIC 9(11)V99.                           00001820
             10 WRK-TI-SITUACAO PIC X(01).                              00001830
             10 WRK-TI-NOSSO-NUM PIC 9(11).                             00001831
             10 WRK-TI-DATA-PAGTO PIC 9(08).                            00001832
             10 WRK-TI-JUROS    PIC 9(09)V99.                           00001833
             10 WRK-TI-DESCONTO PIC 9(09)V99.                           00001834
             10 WRK-TI-LIQ-HOJE PIC X(01).                              00001835
                                                                        00001840
       77 WRK-IND-TI          PIC 9(04).                                00001850
       77 WRK-ACHOU           PIC X(01).                                00001860
                                                                        00001990
       77 WRK-FS-CONTASREC  PIC 9(02).                                  00002000
       77 WRK-FS-FATNF      PIC 9(02).                                  00002010
       77 WRK-FS-RETBOL     PIC 9(02).                                  00002011
       77 WRK-FS-MOVHIST    PIC 9(02).                                  00002020
       77 WRK-FS-CONTASNOVO PIC 9(02).                                  00002030
       77 WRK-FS-RELAGE     PIC 9(02).                                  00002040
       77 WRK-FS-RELBOL     PIC 9(02).                                  00002041
                                                                        00002050
      *--------------------LINHAS DO RELATORIO----------------------*   00002060
                                                                        00002070
          05 WRK-T-TEXTO     PIC X(23).                                 00002310
          05 WRK-T-VALOR     PIC ZZ.ZZZ.ZZZ.ZZ9,99.                     00002320
          05 FILLER          PIC X(50).                                 00002330
                                                                        00002331
       01 WRK-CABEC-BOL.                                                00002332
          05 FILLER   PIC X(40) VALUE                                   00002333
             'COBRANCA REGISTRADA - LIQUIDACOES EM'.                    00002334
          05 WRK-CB-DATA PIC 9(08).                                     00002335
          05 FILLER   PIC X(62).                                        00002336
                                                                        00002337
       01 WRK-DET-BOL.                                                  00002338
          05 WRK-DB-NF       PIC 9(06).                                 00002339
          05 FILLER          PIC X(02).                                 00002340
          05 WRK-DB-NOSSO    PIC 9(11).                                 00002341
          05 FILLER          PIC X(02).                                 00002342
          05 WRK-DB-VENCTO   PIC 9(08).                                 00002343
          05 FILLER          PIC X(01).                                 00002344
          05 WRK-DB-PAGTO    PIC 9(08).                                 00002345
          05 FILLER          PIC X(02).                                 00002346
          05 WRK-DB-PAGO     PIC ZZZ.ZZZ.ZZ9,99.                        00002347
          05 FILLER          PIC X(02).                                 00002348
          05 WRK-DB-JUROS    PIC ZZZ.ZZ9,99.                            00002349
          05 FILLER          PIC X(02).                                 00002350
          05 WRK-DB-DESCONTO PIC ZZZ.ZZ9,99.                            00002351
          05 FILLER          PIC X(02).                                 00002352
          05 WRK-DB-SALDO    PIC ZZZ.ZZZ.ZZ9,99.                        00002353
          05 FILLER          PIC X(02).                                 00002354
          05 WRK-DB-PARCIAL  PIC X(07).                                 00002355
          05 FILLER          PIC X(01).                                 00002356
          05 WRK-DB-ATRASO   PIC X(06).                                 00002357
                                                                        00002358
       01 WRK-CRIT-BOL.                                                 00002359
          05 WRK-CR-NOSSO    PIC 9(11).                                 00002360
          05 FILLER          PIC X(02).                                 00002361
          05 WRK-CR-OCORR    PIC X(02).                                 00002362
          05 FILLER          PIC X(02).                                 00002363
          05 WRK-CR-TEXTO    PIC X(30).                                 00002364
          05 FILLER          PIC X(63).                                 00002365
                                                                        00002366
       01 WRK-TOTAL-BOL.                                                00002367
          05 WRK-TB-TEXTO    PIC X(23).                                 00002368
          05 WRK-TB-QTD      PIC ZZ.ZZ9.                                00002369
          05 FILLER          PIC X(81).                                 00002370
                                                                        00002371
      *-------------------------------------------------------------*   00002372
       LINKAGE                                              SECTION.    00002373
      *-------------------------------------------------------------*   00002374
       01 LNK-ENTRADA.                                                  00002380
          05 LNK-LEN            PIC 9(04) COMP.                         00002390
          05 LNK-DATA-REF       PIC 9(08).                              00002400
            PERFORM 1000-INICIAR.                                       00002490
            PERFORM 1300-CARREGAR-CARTEIRA.                             00002500
            PERFORM 1400-CARREGAR-NOTAS.                                00002510
            PERFORM 1500-APLICAR-RETORNO.                               00002511
            PERFORM 2000-APLICAR-CREDITOS                               00002520
               UNTIL WRK-FS-MOVHIST EQUAL 10.                           00002530
            PERFORM 3000-FINALIZAR.                                     00002540
            OPEN INPUT  CONTASREC.                                      00002620
            OPEN INPUT  FATNF.                                          00002630
            OPEN INPUT  MOVHIST.                                        00002640
            OPEN INPUT  RETBOL.                                         00002641
            OPEN OUTPUT CONTASNOVO.                                     00002650
            OPEN OUTPUT RELAGE.                                         00002660
            OPEN OUTPUT RELBOL.                                         00002661
                                                                        00002670
            IF WRK-FS-MOVHIST NOT EQUAL ZEROS                           00002680
               MOVE 'FR21REC1'                  TO WRK-PROGRAMA         00002690
           MOVE FD-CR-VALOR    TO WRK-TI-VALOR(WRK-IND-TI).             00003260
           MOVE FD-CR-RECEBIDO TO WRK-TI-RECEBIDO(WRK-IND-TI).          00003270
           MOVE FD-CR-SITUACAO TO WRK-TI-SITUACAO(WRK-IND-TI).          00003280
           MOVE FD-CR-NOSSO-NUM TO WRK-TI-NOSSO-NUM(WRK-IND-TI).        00003281
           MOVE FD-CR-DATA-PAGTO TO WRK-TI-DATA-PAGTO(WRK-IND-TI).      00003282
           MOVE FD-CR-JUROS    TO WRK-TI-JUROS(WRK-IND-TI).             00003283
           MOVE FD-CR-DESCONTO TO WRK-TI-DESCONTO(WRK-IND-TI).          00003284
           MOVE 'N'            TO WRK-TI-LIQ-HOJE(WRK-IND-TI).          00003285
                                                                        00003290
       1350-99-FIM.                                            EXIT.    00003300
      *=============================================================*   00003310
              MOVE FD-FN-VALOR   TO FD-CR-VALOR                         00003480
              MOVE ZEROS         TO FD-CR-RECEBIDO                      00003490
              MOVE 'A'           TO FD-CR-SITUACAO                      00003500
              MOVE FD-FN-NOSSO-NUM TO FD-CR-NOSSO-NUM                   00003501
              MOVE ZEROS         TO FD-CR-DATA-PAGTO                    00003502
              MOVE ZEROS         TO FD-CR-JUROS                         00003503
              MOVE ZEROS         TO FD-CR-DESCONTO                      00003504
              PERFORM 1350-GUARDAR-TITULO                               00003510
              ADD 1 TO WRK-TITULOS-NOVOS                                00003520
              READ FATNF                                                00003530
                                                                        00003550
       1400-99-FIM.                                            EXIT.    00003560
      *=============================================================*   00003570
                                                                        00003571
      *=============================================================*   00003572
       1500-APLICAR-RETORNO                                 SECTION.    00003573
                                                                        00003574
           MOVE WRK-DATA-REF TO WRK-CB-DATA.                            00003575
           WRITE FD-RELBOL FROM WRK-CABEC-BOL.                          00003576
           WRITE FD-RELBOL FROM WRK-LINHA-VAZIA.                        00003577
                                                                        00003578
           IF WRK-FS-RETBOL NOT EQUAL ZEROS                             00003579
              DISPLAY 'SEM RETORNO DA COBRANCA NO DIA'                  00003580
              GO TO 1500-99-FIM                                         00003581
           END-IF.                                                      00003582
                                                                        00003583
           READ RETBOL.                                                 00003584
                                                                        00003585
           PERFORM 1550-TRATAR-OCORRENCIA                               00003586
              UNTIL WRK-FS-RETBOL NOT EQUAL ZEROS.                      00003587
                                                                        00003588
       1500-99-FIM.                                            EXIT.    00003589
      *=============================================================*   00003590
                                                                        00003591
      *=============================================================*   00003592
       1550-TRATAR-OCORRENCIA                               SECTION.    00003593
                                                                        00003594
           MOVE SPACES TO WRK-CRITICA.                                  00003595
                                                                        00003596
           MOVE 'N' TO WRK-ACHOU.                                       00003597
           PERFORM VARYING WRK-IND-TI FROM 1 BY 1 UNTIL                 00003598
              WRK-IND-TI > WRK-TAB-TI-QTD OR WRK-ACHOU = 'S'            00003599
              IF WRK-TI-NOSSO-NUM(WRK-IND-TI) EQUAL FD-RB-NOSSO-NUM     00003600
                 MOVE 'S' TO WRK-ACHOU                                  00003601
                 SUBTRACT 1 FROM WRK-IND-TI                             00003602
              END-IF                                                    00003603
           END-PERFORM.                                                 00003604
                                                                        00003605
           EVALUATE TRUE                                                00003606
             WHEN FD-RB-NOSSO-NUM NOT NUMERIC                           00003607
               OR FD-RB-NOSSO-NUM EQUAL ZEROS                           00003608
                  MOVE 'NOSSO NUMERO INVALIDO         ' TO WRK-CRITICA  00003609
             WHEN WRK-ACHOU NOT EQUAL 'S'                               00003610
                  MOVE 'TITULO NAO ENCONTRADO         ' TO WRK-CRITICA  00003611
             WHEN FD-RB-OCORRENCIA EQUAL '02'                           00003612
                  ADD 1 TO WRK-CONFIRMADOS                              00003613
             WHEN FD-RB-OCORRENCIA EQUAL '03'                           00003614
                  MOVE 'REGISTRO REJEITADO PELO BANCO ' TO WRK-CRITICA  00003615
             WHEN FD-RB-OCORRENCIA NOT EQUAL '06'                       00003616
                  MOVE 'OCORRENCIA NAO TRATADA        ' TO WRK-CRITICA  00003617
             WHEN WRK-TI-SITUACAO(WRK-IND-TI) EQUAL 'P'                 00003618
                  MOVE 'TITULO JA QUITADO             ' TO WRK-CRITICA  00003619
             WHEN OTHER                                                 00003620
                  PERFORM 1600-LIQUIDAR                                 00003621
           END-EVALUATE.                                                00003622
                                                                        00003623
           IF WRK-CRITICA NOT EQUAL SPACES                              00003624
              ADD 1 TO WRK-RET-CRITICADOS                               00003625
              MOVE FD-RB-NOSSO-NUM  TO WRK-CR-NOSSO                     00003626
              MOVE FD-RB-OCORRENCIA TO WRK-CR-OCORR                     00003627
              MOVE WRK-CRITICA      TO WRK-CR-TEXTO                     00003628
              WRITE FD-RELBOL FROM WRK-CRIT-BOL                         00003629
           END-IF.                                                      00003630
                                                                        00003631
           READ RETBOL.                                                 00003632
                                                                        00003633
       1550-99-FIM.                                            EXIT.    00003634
      *=============================================================*   00003635
                                                                        00003636
      *=============================================================*   00003637
       1600-LIQUIDAR                                        SECTION.    00003638
                                                                        00003639
      *          O PRINCIPAL ABATIDO DO TITULO E O PAGO SEM OS JUROS    00003640
      *          E COM O DESCONTO DE VOLTA; ABAIXO DO VALOR EM ABERTO   00003641
      *          E LIQUIDACAO PARCIAL                                   00003642
                                                                        00003643
           COMPUTE WRK-PRINCIPAL = FD-RB-VALOR-PAGO - FD-RB-JUROS       00003644
                                 + FD-RB-DESCONTO.                      00003645
           IF WRK-PRINCIPAL LESS ZEROS                                  00003646
              MOVE ZEROS TO WRK-PRINCIPAL                               00003647
           END-IF.                                                      00003648
                                                                        00003649
           ADD WRK-PRINCIPAL   TO WRK-TI-RECEBIDO(WRK-IND-TI).          00003650
           ADD FD-RB-JUROS     TO WRK-TI-JUROS(WRK-IND-TI).             00003651
           ADD FD-RB-DESCONTO  TO WRK-TI-DESCONTO(WRK-IND-TI).          00003652
           MOVE FD-RB-DATA-PAGTO TO WRK-TI-DATA-PAGTO(WRK-IND-TI).      00003653
           MOVE 'S'            TO WRK-TI-LIQ-HOJE(WRK-IND-TI).          00003654
           ADD 1 TO WRK-LIQUIDACOES.                                    00003655
                                                                        00003656
           MOVE SPACES TO WRK-DB-PARCIAL WRK-DB-ATRASO.                 00003657
           MOVE ZEROS  TO WRK-SALDO-TITULO.                             00003658
                                                                        00003659
           IF WRK-TI-RECEBIDO(WRK-IND-TI) NOT LESS                      00003660
              WRK-TI-VALOR(WRK-IND-TI)                                  00003661
              MOVE 'P' TO WRK-TI-SITUACAO(WRK-IND-TI)                   00003662
              ADD 1 TO WRK-QUITADOS                                     00003663
           ELSE                                                         00003664
              COMPUTE WRK-SALDO-TITULO =                                00003665
                 WRK-TI-VALOR(WRK-IND-TI)                               00003666
                 - WRK-TI-RECEBIDO(WRK-IND-TI)                          00003667
              MOVE 'PARCIAL' TO WRK-DB-PARCIAL                          00003668
              ADD 1 TO WRK-PARCIAIS                                     00003669
           END-IF.                                                      00003670
                                                                        00003671
           IF FD-RB-DATA-PAGTO GREATER FD-RB-VENCTO                     00003672
              MOVE 'ATRASO' TO WRK-DB-ATRASO                            00003673
              ADD 1 TO WRK-ATRASADOS                                    00003674
           END-IF.                                                      00003675
                                                                        00003676
           MOVE WRK-TI-NF(WRK-IND-TI) TO WRK-DB-NF.                     00003677
           MOVE FD-RB-NOSSO-NUM       TO WRK-DB-NOSSO.                  00003678
           MOVE FD-RB-VENCTO          TO WRK-DB-VENCTO.                 00003679
           MOVE FD-RB-DATA-PAGTO      TO WRK-DB-PAGTO.                  00003680
           MOVE FD-RB-VALOR-PAGO      TO WRK-DB-PAGO.                   00003681
           MOVE FD-RB-JUROS           TO WRK-DB-JUROS.                  00003682
           MOVE FD-RB-DESCONTO        TO WRK-DB-DESCONTO.               00003683
           MOVE WRK-SALDO-TITULO      TO WRK-DB-SALDO.                  00003684
           WRITE FD-RELBOL FROM WRK-DET-BOL.                            00003685
                                                                        00003686
       1600-99-FIM.                                            EXIT.    00003687
      *=============================================================*   00003688
                                                                        00003689
      *=============================================================*   00003690
       2000-APLICAR-CREDITOS                                SECTION.    00003691
                                                                        00003692
      *                 CREDITO POSTADO ('A') COM REFERENCIA DE         00003693
      *                 NOTA NO TEXTO BAIXA O TITULO, SO QUANDO O       00003694
      *                 BANCO NAO LIQUIDOU O BOLETO (ALTERNATIVA)       00003695
                                                                        00003696
           IF FD-HS-DISP NOT EQUAL 'A'                                  00003697
              OR FD-HS-TIPO NOT EQUAL 'C'                               00003698
              OR FD-HS-MOV-PREF NOT EQUAL 'PAGTO NF '                   00003699
              OR FD-HS-MOV-NF IS NOT NUMERIC                            00003700
              GO TO 2000-50-LER                                         00003701
           END-IF.                                                      00003702
                                                                        00003710
           MOVE FD-HS-MOV-NF TO WRK-NF-NUM.                             00003720
                                                                        00003730
              GO TO 2000-50-LER                                         00003860
           END-IF.                                                      00003870
                                                                        00003880
           IF WRK-TI-SITUACAO(WRK-IND-TI) EQUAL 'P'                     00003890
              OR WRK-TI-LIQ-HOJE(WRK-IND-TI) EQUAL 'S'                  00003891
              ADD 1 TO WRK-JA-LIQUIDADOS                                00003892
              DISPLAY 'TITULO JA LIQUIDADO PELO BANCO: NF ' WRK-NF-NUM  00003893
              GO TO 2000-50-LER                                         00003894
           END-IF.                                                      00003895
                                                                        00003896
           ADD FD-HS-VALOR TO WRK-TI-RECEBIDO(WRK-IND-TI).              00003897
           ADD 1 TO WRK-BAIXAS.                                         00003900
                                                                        00003910
           IF WRK-TI-RECEBIDO(WRK-IND-TI) NOT LESS                      00003920
           DISPLAY 'BAIXAS APLICADAS......' WRK-BAIXAS.                 00004330
           DISPLAY 'TITULOS QUITADOS......' WRK-QUITADOS.               00004340
           DISPLAY 'PAGTOS SEM TITULO.....' WRK-SEM-TITULO.             00004350
           DISPLAY 'LIQUIDACOES BANCO.....' WRK-LIQUIDACOES.            00004351
           DISPLAY 'LIQUIDACOES PARCIAIS..' WRK-PARCIAIS.               00004352
           DISPLAY 'LIQUIDACOES EM ATRASO.' WRK-ATRASADOS.              00004353
           DISPLAY 'REGISTROS CONFIRMADOS.' WRK-CONFIRMADOS.            00004354
           DISPLAY 'RETORNOS CRITICADOS...' WRK-RET-CRITICADOS.         00004355
           DISPLAY 'TEXTO JA LIQUIDADO....' WRK-JA-LIQUIDADOS.          00004356
           DISPLAY WRK-MSG-FINAL.                                       00004360
                                                                        00004370
           WRITE FD-RELBOL FROM WRK-LINHA-VAZIA.                        00004380
           MOVE 'LIQUIDACOES DO BANCO..:' TO WRK-TB-TEXTO.              00004390
           MOVE WRK-LIQUIDACOES          TO WRK-TB-QTD.                 00004391
           WRITE FD-RELBOL FROM WRK-TOTAL-BOL.                          00004392
           MOVE 'LIQUIDACOES PARCIAIS..:' TO WRK-TB-TEXTO.              00004393
           MOVE WRK-PARCIAIS             TO WRK-TB-QTD.                 00004394
           WRITE FD-RELBOL FROM WRK-TOTAL-BOL.                          00004395
           MOVE 'PAGAS APOS VENCIMENTO.:' TO WRK-TB-TEXTO.              00004396
           MOVE WRK-ATRASADOS            TO WRK-TB-QTD.                 00004397
           WRITE FD-RELBOL FROM WRK-TOTAL-BOL.                          00004398
           MOVE 'RETORNOS CRITICADOS...:' TO WRK-TB-TEXTO.              00004399
           MOVE WRK-RET-CRITICADOS       TO WRK-TB-QTD.                 00004400
           WRITE FD-RELBOL FROM WRK-TOTAL-BOL.                          00004401
                                                                        00004402
           CLOSE CONTASREC FATNF RETBOL MOVHIST.                        00004403
           CLOSE CONTASNOVO RELAGE RELBOL.                              00004404
           STOP RUN.                                                    00004405
                                                                        00004410
       3000-99-FIM.                                            EXIT.    00004420
      *=============================================================*   00004430
           MOVE WRK-TI-VALOR(WRK-IND-TI)    TO FD-CR-VALOR.             00004550
           MOVE WRK-TI-RECEBIDO(WRK-IND-TI) TO FD-CR-RECEBIDO.          00004560
           MOVE WRK-TI-SITUACAO(WRK-IND-TI) TO FD-CR-SITUACAO.          00004570
           MOVE WRK-TI-NOSSO-NUM(WRK-IND-TI) TO FD-CR-NOSSO-NUM.        00004571
           MOVE WRK-TI-DATA-PAGTO(WRK-IND-TI) TO FD-CR-DATA-PAGTO.      00004572
           MOVE WRK-TI-JUROS(WRK-IND-TI)    TO FD-CR-JUROS.             00004573
           MOVE WRK-TI-DESCONTO(WRK-IND-TI) TO FD-CR-DESCONTO.          00004574
           WRITE FD-CONTASNOVO FROM FD-CONTASREC.                       00004580
                                                                        00004590
           IF WRK-TI-SITUACAO(WRK-IND-TI) EQUAL 'P'                     00004600
