      *      COM O LIMITE ANTERIOR E O NOVO DE CADA CONTA. E O          00000180
      *      UNICO CAMINHO QUE CONCEDE OU ALTERA LIMITE: A CARGA        00000190
      *      DO FR21CLD1 ENTRA SEMPRE COM LIMITE ZERADO.                00000200
      *      A CONCESSAO TRAZ TAMBEM A TAXA MENSAL CONTRATADA DO        00000201
      *      CHEQUE ESPECIAL, GUARDADA NO CONTRATO DA CONTA (LIMCON)    00000202
      *      PARA A APROPRIACAO DE ENCARGOS DO FR21CES1. TAXA ZERADA    00000203
      *      MANTEM A TAXA JA CONTRATADA (OU A PADRAO DA TABELA         00000204
      *      TAXCES, SE AINDA NAO HOUVER). REVOGAR O LIMITE NAO         00000205
      *      APAGA O CONTRATO: OS ENCARGOS DO MES AINDA SAO COBRADOS.   00000206
      *      CONTA POUPANCA (CLI-PRODUTO 'P') NAO RECEBE LIMITE:        00000207
      *      SO E ACEITA A REVOGACAO (LIMITE ZERO).                     00000208
      *      CLIENTE COM A REVISAO PERIODICA DO CADASTRO VENCIDA        0000020A
      *      ALEM DA CARENCIA (CAD-KYC-SITUACAO 'B', MARCADA PELO       0000020B
      *      FR21KYC1) NAO RECEBE LIMITE NOVO NEM AUMENTO: SO SAO       0000020C
      *      ACEITAS A REDUCAO E A REVOGACAO ATE A REVISAO.             0000020D
      *-------------------------------------------------------------*   00000210
      *   ARQUIVOS:                                                     00000220
      *    DDNAME              I/O                  COPY/BOOK           00000230
      *   CLIENTES             I-O  (KSDS - CLIBOOK)                    00000240
      *   LIMCON               I-O  (KSDS - LIMBOOK)                    00000241
      *   CADCLI                I   (KSDS - CADBOOK)                    00000242
      *   LIMMOV                I   CONCESSOES DE LIMITE                00000250
      *   RELLIM                O   CRITICA E ANTES/DEPOIS              00000260
      *-------------------------------------------------------------*   00000270
      *   MODULOS....:                                                  00000280
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000290
      *   FR21CJN1             JORNAL DE IMAGENS DO CLUSTER (LNKCJRN)   00000300
      *   FR21DTA1             DATA DE NEGOCIO DA JANELA (LNKDPRC)      00000301
      *=============================================================*   00000310
       ENVIRONMENT                               DIVISION.              00000320
      *=============================================================*   00000330
               RECORD KEY    IS CLI-CHAVE                               00000470
               FILE STATUS   IS WRK-FS-CLIENTES.                        00000480
                                                                        00000490
           SELECT LIMCON   ASSIGN TO LIMCON                             00000491
               ORGANIZATION  IS INDEXED                                 00000492
               ACCESS MODE   IS RANDOM                                  00000493
               RECORD KEY    IS LIC-CHAVE                               00000494
               FILE STATUS   IS WRK-FS-LIMCON.                          00000495
                                                                        00000496
           SELECT CADCLI   ASSIGN TO CADCLI                             0000049A
               ORGANIZATION  IS INDEXED                                 0000049B
               ACCESS MODE   IS RANDOM                                  0000049C
               RECORD KEY    IS CAD-CHAVE                               0000049D
               FILE STATUS   IS WRK-FS-CADCLI.                          0000049E
                                                                        0000049F
           SELECT LIMMOV   ASSIGN TO LIMMOV                             00000500
               FILE STATUS  IS WRK-FS-LIMMOV.                           00000510
                                                                        00000520
      *=============================================================*   00000600
                                                                        00000610
      *-------------------------------------------------------------*   00000620
      *       ARQUIVO CLIENTES (KSDS)   LRECL = 73                  *   00000630
      *-------------------------------------------------------------*   00000640
       FD CLIENTES.                                                     00000650
                                                                        00000660
       COPY 'CLIBOOK'.                                                  00000670
                                                                        00000680
      *-------------------------------------------------------------*   00000681
      *       CONTRATOS DE CHEQUE ESPECIAL (KSDS)  LRECL = 80       *   00000682
      *-------------------------------------------------------------*   00000683
       FD LIMCON.                                                       00000684
                                                                        00000685
       COPY 'LIMBOOK'.                                                  00000686
                                                                        00000687
      *-------------------------------------------------------------*   0000068A
      *       CADASTRO COMPLEMENTAR (KSDS)   LRECL = 132            *   0000068B
      *-------------------------------------------------------------*   0000068C
       FD CADCLI.                                                       0000068D
                                                                        0000068E
       COPY 'CADBOOK'.                                                  0000068F
                                                                        0000068G
      *      ENTRADA - CONCESSOES DE LIMITE         LRECL = 21          00000690
                                                                        00000700
       FD LIMMOV                                                        00000710
           RECORDING  MODE IS F                                         00000720
       01 FD-LIMMOV.                                                    00000750
          05 FD-LM-CHAVE     PIC X(08).                                 00000760
          05 FD-LM-LIMITE    PIC 9(08).                                 00000770
          05 FD-LM-TAXA      PIC 9(03)V99.                              00000771
                                                                        00000780
      *      SAIDA - CRITICA E ANTES/DEPOIS         LRECL = 80          00000790
                                                                        00000800
       77 WRK-MOTIVO          PIC X(25).                                00001090
                                                                        00001100
       77 WRK-LIMITE-ANT      PIC 9(08) VALUE 0.                        00001110
                                                                        00001111
       77 WRK-TAXA-ANT        PIC 9(03)V99 VALUE 0.                     00001112
                                                                        00001113
       77 WRK-HOJE            PIC 9(08) VALUE 0.                        00001114
                                                                        00001115
       77 WRK-KYC-BLOQ        PIC X(01) VALUE 'N'.                      00001116
                                                                        00001120
       77 WRK-IMG-CONTA       PIC X(80) VALUE SPACES.                   00001130
                                                                        00001140
       77 WRK-FS-LIMMOV   PIC 9(02).                                    00001210
                                                                        00001220
       77 WRK-FS-RELLIM   PIC 9(02).                                    00001230
                                                                        00001231
       77 WRK-FS-LIMCON   PIC 9(02).                                    00001232
                                                                        00001233
       77 WRK-FS-CADCLI   PIC 9(02).                                    00001234
                                                                        00001240
      *------------------DATA DE NEGOCIO----------------------------*   00001241
                                                                        00001242
           COPY 'LNKDPRC'.                                              00001243
                                                                        00001244
      *------------------JORNAL DE IMAGENS--------------------------*   00001250
                                                                        00001260
           COPY 'LNKCJRN'.                                              00001270
          05 WRK-D-DEPOIS    PIC ZZ.ZZZ.ZZ9.                            00001410
          05 FILLER          PIC X(02).                                 00001420
          05 WRK-D-CRITICA   PIC X(25).                                 00001430
          05 FILLER          PIC X(01).                                 00001440
          05 WRK-D-TAXA      PIC ZZ9,99.                                00001441
          05 FILLER          PIC X(14).                                 00001442
                                                                        00001450
      *=============================================================*   00001460
       PROCEDURE DIVISION.                                              00001470
       1000-INICIAR                                         SECTION.    00001610
                                                                        00001620
            OPEN I-O    CLIENTES.                                       00001630
            OPEN I-O    LIMCON.                                         00001640
            OPEN INPUT  CADCLI.                                         00001641
            OPEN INPUT  LIMMOV.                                         00001650
            OPEN OUTPUT RELLIM.                                         00001651
                                                                        00001652
            MOVE 'FR21LIM1' TO LNK-DP-PROGRAMA.                         00001653
            MOVE ZEROS      TO LNK-DP-DIAS-TOL.                         00001654
            CALL 'FR21DTA1' USING LNK-DPRC.                             00001655
            MOVE LNK-DP-DATA TO WRK-HOJE.                               00001656
                                                                        00001660
            IF WRK-FS-CLIENTES NOT EQUAL ZEROS                          00001670
               MOVE 'FR21LIM1'                  TO WRK-PROGRAMA         00001680
               PERFORM 9000-TRATARERROS                                 00001720
            END-IF.                                                     00001730
                                                                        00001740
            IF WRK-FS-LIMCON NOT EQUAL ZEROS                            00001741
               MOVE 'FR21LIM1'                  TO WRK-PROGRAMA         00001742
               MOVE '1000'                      TO WRK-SECAO            00001743
               MOVE 'ERRO OPEN CONTRATOS - '    TO WRK-MENSAGEM         00001744
               MOVE WRK-FS-LIMCON               TO WRK-STATUS           00001745
               PERFORM 9000-TRATARERROS                                 00001746
            END-IF.                                                     00001747
                                                                        00001748
            IF WRK-FS-CADCLI NOT EQUAL ZEROS                            0000174A
               MOVE 'FR21LIM1'                  TO WRK-PROGRAMA         0000174B
               MOVE '1000'                      TO WRK-SECAO            0000174C
               MOVE 'ERRO OPEN CADCLI - '       TO WRK-MENSAGEM         0000174D
               MOVE WRK-FS-CADCLI               TO WRK-STATUS           0000174E
               PERFORM 9000-TRATARERROS                                 0000174F
            END-IF.                                                     0000174G
                                                                        0000174H
            IF WRK-FS-LIMMOV NOT EQUAL ZEROS                            00001750
               MOVE 'FR21LIM1'                  TO WRK-PROGRAMA         00001760
               MOVE '1000'                      TO WRK-SECAO            00001770
                                                                        00001980
           ADD 1 TO WRK-LIDOS.                                          00001990
           MOVE SPACES TO WRK-MOTIVO.                                   00002000
           MOVE ZEROS  TO WRK-LIMITE-ANT WRK-TAXA-ANT.                  00002010
                                                                        00002020
           MOVE FD-LM-CHAVE TO CLI-CHAVE.                               00002030
           READ CLIENTES.                                               00002040
                                                                        00002050
      *          REVISAO DO CADASTRO VENCIDA ALEM DA CARENCIA           0000205A
                                                                        0000205B
           MOVE 'N'         TO WRK-KYC-BLOQ.                            0000205C
           MOVE FD-LM-CHAVE TO CAD-CHAVE.                               0000205D
           READ CADCLI.                                                 0000205E
           IF WRK-FS-CADCLI EQUAL ZEROS                                 0000205F
              AND CAD-KYC-SITUACAO EQUAL 'B'                            0000205G
              MOVE 'S' TO WRK-KYC-BLOQ                                  0000205H
           END-IF.                                                      0000205I
                                                                        0000205J
           EVALUATE TRUE                                                00002060
             WHEN WRK-FS-CLIENTES NOT EQUAL ZEROS                       00002070
                  MOVE 'CONTA NAO ENCONTRADA    ' TO WRK-MOTIVO         00002080
             WHEN FD-LM-LIMITE NOT NUMERIC                              00002100
                  MOVE 'LIMITE NAO NUMERICO     ' TO WRK-MOTIVO         00002110
                                                                        00002120
             WHEN FD-LM-TAXA NOT NUMERIC                                00002121
                  MOVE 'TAXA NAO NUMERICA       ' TO WRK-MOTIVO         00002122
                                                                        00002123
             WHEN CLI-PRODUTO EQUAL 'P' AND FD-LM-LIMITE > ZEROS        00002124
                  MOVE 'CONTA POUPANCA SEM LIMITE' TO WRK-MOTIVO        00002125
                                                                        00002126
             WHEN WRK-KYC-BLOQ EQUAL 'S'                                0000212A
                  AND FD-LM-LIMITE GREATER CLI-LIMITE                   0000212B
                  MOVE 'REVISAO CADASTRAL VENCIDA' TO WRK-MOTIVO        0000212C
                                                                        0000212D
             WHEN CLI-SITUACAO EQUAL 'E' OR CLI-SITUACAO EQUAL 'X'      00002130
                  MOVE 'CONTA ENCERRADA/ENCERR. ' TO WRK-MOTIVO         00002140
                                                                        00002150
           MOVE CLI-LIMITE TO WRK-LIMITE-ANT.                           00002340
                                                                        00002350
           MOVE SPACES       TO WRK-IMG-CONTA.                          00002360
           MOVE REG-CLIENTES TO WRK-IMG-CONTA(1:73).                    00002370
                                                                        00002380
           MOVE FD-LM-LIMITE TO CLI-LIMITE.                             00002390
           REWRITE REG-CLIENTES.                                        00002400
           MOVE CLI-CHAVE     TO CJR-CHAVE.                             00002530
           MOVE WRK-IMG-CONTA TO CJR-IMAGEM-ANTES.                      00002540
           MOVE SPACES        TO CJR-IMAGEM-DEPOIS.                     00002550
           MOVE REG-CLIENTES  TO CJR-IMAGEM-DEPOIS(1:73).               00002560
           CALL 'FR21CJN1' USING CJR-DADOS.                             00002570
                                                                        00002580
           PERFORM 2200-GRAVAR-CONTRATO.                                00002590
                                                                        00002591
           ADD 1 TO WRK-APLICADOS.                                      00002592
                                                                        00002600
       2100-99-FIM.                                            EXIT.    00002610
      *=============================================================*   00002620
                                                                        00002630
      *=============================================================*   00002631
       2200-GRAVAR-CONTRATO                                 SECTION.    00002632
                                                                        00002633
      *          TAXA CONTRATADA DO CHEQUE ESPECIAL: CONTRATO NOVO      00002634
      *          NA PRIMEIRA CONCESSAO, TAXA TROCADA SO QUANDO VEM      00002635
      *          INFORMADA (TAXA ZERO MANTEM A ATUAL)                   00002636
                                                                        00002637
           MOVE CLI-CHAVE TO LIC-CHAVE.                                 00002638
           READ LIMCON.                                                 00002639
                                                                        00002640
           EVALUATE TRUE                                                00002641
             WHEN WRK-FS-LIMCON EQUAL 23                                00002642
                  IF FD-LM-LIMITE GREATER ZEROS                         00002643
                     MOVE SPACES   TO REG-LIMCON                        00002644
                     INITIALIZE REG-LIMCON                              00002645
                     MOVE CLI-CHAVE       TO LIC-CHAVE                  00002646
                     MOVE FD-LM-TAXA      TO LIC-TAXA                   00002647
                     MOVE WRK-HOJE        TO LIC-DATA-CONTR             00002648
                     MOVE WRK-HOJE(1:6)   TO LIC-COMPET                 00002649
                     WRITE REG-LIMCON                                   00002650
                  END-IF                                                00002651
                                                                        00002652
             WHEN WRK-FS-LIMCON NOT EQUAL ZEROS                         00002653
                  CONTINUE                                              00002654
                                                                        00002655
             WHEN FD-LM-TAXA GREATER ZEROS                              00002656
                  MOVE LIC-TAXA   TO WRK-TAXA-ANT                       00002657
                  MOVE FD-LM-TAXA TO LIC-TAXA                           00002658
                  MOVE WRK-HOJE   TO LIC-DATA-CONTR                     00002659
                  REWRITE REG-LIMCON                                    00002660
                                                                        00002661
             WHEN OTHER                                                 00002662
                  MOVE LIC-TAXA   TO WRK-TAXA-ANT                       00002663
           END-EVALUATE.                                                00002664
                                                                        00002665
           IF WRK-FS-LIMCON NOT EQUAL ZEROS                             00002666
              AND WRK-FS-LIMCON NOT EQUAL 23                            00002667
              MOVE 'FR21LIM1'                  TO WRK-PROGRAMA          00002668
              MOVE '2200'                      TO WRK-SECAO             00002669
              MOVE 'ERRO GRAVACAO CONTRATO - ' TO WRK-MENSAGEM          00002670
              MOVE WRK-FS-LIMCON               TO WRK-STATUS            00002671
              PERFORM 9000-TRATARERROS                                  00002672
           END-IF.                                                      00002673
                                                                        00002674
       2200-99-FIM.                                            EXIT.    00002675
      *=============================================================*   00002676
                                                                        00002677
      *=============================================================*   00002678
       2800-GRAVAR-DETALHE                                  SECTION.    00002679
                                                                        00002680
           MOVE FD-LM-CHAVE    TO WRK-D-CHAVE.                          00002681
           MOVE WRK-LIMITE-ANT TO WRK-D-ANTES.                          00002682
           IF FD-LM-LIMITE NUMERIC                                      00002683
              MOVE FD-LM-LIMITE TO WRK-D-DEPOIS                         00002684
           ELSE                                                         00002685
              MOVE ZEROS        TO WRK-D-DEPOIS                         00002686
           END-IF.                                                      00002687
           IF FD-LM-TAXA NUMERIC AND FD-LM-TAXA GREATER ZEROS           00002688
              MOVE FD-LM-TAXA   TO WRK-D-TAXA                           00002689
           ELSE                                                         00002690
              MOVE WRK-TAXA-ANT TO WRK-D-TAXA                           00002691
           END-IF.                                                      00002692
           IF WRK-MOTIVO EQUAL SPACES                                   00002693
              MOVE 'APLICADO                 ' TO WRK-D-CRITICA         00002694
           ELSE                                                         00002695
              MOVE WRK-MOTIVO TO WRK-D-CRITICA                          00002696
           END-IF.                                                      00002697
           WRITE FD-RELLIM FROM WRK-DETALHE.                            00002698
                                                                        00002699
       2800-99-FIM.                                            EXIT.    00002700
      *=============================================================*   00002701
                                                                        00002702
      *=============================================================*   00002703
       3000-FINALIZAR                                       SECTION.    00002704
                                                                        00002705
             DISPLAY 'CONCESSOES LIDAS......' WRK-LIDOS.                00002706
             DISPLAY 'LIMITES APLICADOS.....' WRK-APLICADOS.            00002707
             DISPLAY 'REJEITADAS............' WRK-REJEITADOS.           00002708
             DISPLAY 'FINAL DE PROGRAMA'.                               00002709
                                                                        00002710
             CLOSE CLIENTES.                                            00002711
             CLOSE LIMCON CADCLI.                                       00002712
             CLOSE LIMMOV.                                              00002713
             CLOSE RELLIM.                                              00002714
             STOP RUN.                                                  00002715
                                                                        00002716
       3000-99-FIM.                                            EXIT.    00002717
      *=============================================================*   00002718
                                                                        00002719
      *=============================================================*   00002720
       9000-TRATARERROS                                     SECTION.    00002721
                                                                        00002722
             MOVE 'E' TO WRK-SEVERIDADE.                                00002723
             CALL 'GRAVALOG' USING WRK-DADOS.                           00002724
             STOP RUN.                                                  00002725
                                                                        00002726
       9000-99-FIM.                                            EXIT.    00002727
      *=============================================================*   00002728
                                                                        00002729
