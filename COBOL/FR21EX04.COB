      *  2.2   03/09/26   VICTOR ARANDA    PERNA DE DESTINO DA          000001BA
      *                                    TRANSFERENCIA COM TIPO       000001BB
      *                                    PROPRIO 'X' NO HISTORICO     000001BC
      *  2.3   15/10/26   VICTOR ARANDA    MOVIMENTO 'J' (ENCARGO DO    000001BD
      *                                    CHEQUE ESPECIAL, FR21CES2)   000001BE
      *                                    DEBITA MESMO ALEM DO LIMITE  000001BF
      *                                    E VAI AO HISTORICO COMO 'D'  000001BG
      *  2.4   15/10/26   VICTOR ARANDA    SITUACAO 'D' (COBRANCA,      000001BH
      *                                    FR21CBR1): RECUSA DEBITO E   000001BI
      *                                    TRANSFERENCIA DE SAIDA (COB) 000001BJ
      *  2.5   15/10/26   VICTOR ARANDA    PORTAO CONFERE TAMBEM O      000001C0
      *                                    VOLUME DO FR21EDMV CONTRA    000001C1
      *                                    O HISTORICO (FR21VOL1);      000001C2
      *                                    LIBERACAO NA COLUNA 2 DO     000001C3
      *                                    CARTAO LIBERA                000001C4
      *=============================================================*   00000200
      *                                                                 00000210
      *   ARQUIVOS.....:                                                00000220
                                                                        00000837
       01 FD-LIBERA.                                                    00000838
          05 FD-LB-FLAG    PIC X(01).                                   00000839
          05 FD-LB-VOLUME  PIC X(01).                                   0000083A
          05 FILLER        PIC X(78).                                   0000083B
                                                                        0000083C
      *-------------------------------------------------------------*   0000083D
      *       SAIDAS DO CICLO INTERROMPIDO (SO NA RETOMADA)         *   0000083E
      *-------------------------------------------------------------*   0000083F
       FD MOVHSALV                                                      0000083G
           RECORDING  MODE IS F                                         00000840
           BLOCK CONTAINS 0 RECORDS.                                    00000841
                                                                        00000842
       01 FILLER                                     PIC X(46) VALUE    00001780
                         ' LAYOUT SAIDA '.                              00001790
      *-------------------------------------------------------------*   00001800
      *    CODIGOS DE MOTIVO DA REJEICAO:                               0000180A
      *    SEM CONTA INEXISTENTE / SLD SALDO INSUFICIENTE /             0000180B
      *    DRM CONTA DORMENTE / ENC CONTA ENCERRADA /                   0000180C
      *    BLQ CONTA BLOQUEADA / DST DESTINO INVALIDO /                 0000180D
      *    EST ESTORNO SEM ORIGINAL APLICADO /                          0000180E
      *    COB CONTA EM COBRANCA COM DEBITOS BLOQUEADOS                 0000180F
       01 WRK-REJEITADA.                                                00001810
           05 WRK-CHAVE-REJ    PIC X(08).                               00001820
           05 WRK-TIPO-REJ     PIC X(01).                               00001830
      *          SO RODA COM O FR21EDMV FECHADO NA DATA DO DIA; O       00002525
      *          CARTAO LIBERA ('S' NA COLUNA 1) SOLTA O PORTAO E A     00002526
      *          LIBERACAO FICA REGISTRADA NO LOG PELO FR21GAT1         00002527
      *          VOLUME DO FR21EDMV FORA DA FAIXA DO HISTORICO          0000252A
      *          (MOV0106 TRUNCADO) TAMBEM SEGURA A POSTAGEM; 'S'       0000252B
      *          NA COLUNA 2 DO CARTAO LIBERA                           0000252C
                                                                        0000252D
           MOVE SPACES TO LNK-GT-OVERRIDE LNK-GT-OVR-VOLUME.            0000252E
           OPEN INPUT LIBERA.                                           0000252F
           IF WRK-FS-LIBERA EQUAL ZEROS                                 0000252G
              READ LIBERA                                               0000252H
              IF WRK-FS-LIBERA EQUAL ZEROS                              0000252I
                 MOVE FD-LB-FLAG TO LNK-GT-OVERRIDE                     0000252J
                 MOVE FD-LB-VOLUME TO LNK-GT-OVR-VOLUME                 0000252K
              END-IF                                                    0000252L
              CLOSE LIBERA                                              00002530
           END-IF.                                                      00002531
                                                                        00002532
           MOVE WRK-DATA-CONTROLE  TO LNK-GT-DATA-MOV.                  00002534
           MOVE 1                  TO LNK-GT-QTD-PRED.                  00002535
           MOVE 'FR21EDMV'         TO LNK-GT-PREDECESSOR(1).            00002536
           MOVE 'S'                TO LNK-GT-VOLUME.                    0000253A
           CALL 'FR21GAT1' USING LNK-GATE.                              0000253B
                                                                        0000253C
           IF LNK-GT-STATUS EQUAL '1'                                   0000253D
              DISPLAY 'PORTAO LIBERADO POR OVERRIDE'                    0000253E
           END-IF.                                                      0000253G
                                                                        0000253H
           IF LNK-GT-STATUS EQUAL '2'                                   0000253I
              DISPLAY 'VOLUME DO PREDECESSOR LIBERADO POR OVERRIDE'     0000253J
           END-IF.                                                      0000253K
                                                                        0000253L
       1150-99-FIM.                                            EXIT.    0000253M
      *=============================================================*   0000253N
                                                                        00002530
      *=============================================================*   00002540
       1500-TESTAR-VAZIO                                    SECTION.    00002550
              READ MOV0106.                                             00002570
                                                                        00002580
              IF WRK-FS-MOV0106  NOT EQUAL ZERO                         00002590
                                                                        0000259A
      *          DIA SEM MOVIMENTO E DIA FECHADO: O 'F' ZERADO NO       0000259B
      *          RUNCTL MANTEM A PROVA DO FR21BAL1 VERDE E O 'Z'        0000259C
      *          ENCERRA O CICLO DE CHECKPOINT                          0000259D
                                                                        0000259E
                 MOVE 'Z'        TO LNK-CK-OPERACAO                     0000259F
                 MOVE 'FR21EX04' TO LNK-CK-PROGRAMA                     0000259G
                 CALL 'FR21CKP1' USING LNK-CKPT                         0000259H
                                                                        0000259I
                 MOVE 'F'   TO RUN-EVENTO                               0000259J
                 MOVE ZEROS TO RUN-LIDOS RUN-GRAVADOS                   0000259K
                               RUN-REJEITADOS RUN-RETCODE               0000259L
                 CALL 'FR21RUNC' USING RUN-DADOS                        0000259M
                                                                        00002600
                 DISPLAY WRK-MSG-FINAL                                  00002610
                 STOP RUN                                               00002620
              PERFORM 9000-TRATARERROS                                  00002916
           END-IF.                                                      00002917
                                                                        00002918
           MOVE WRK-BK-ANTES(WRK-IND-BK)(1:73) TO REG-CLIENTES.         00002919
           REWRITE REG-CLIENTES.                                        0000291A
                                                                        0000291B
           IF WRK-FS-CLIENTES NOT EQUAL ZEROS                           0000291C
              ADD 1 TO WRK-DORMENTE-REJ                                 00003762
              GO TO 2200-80-HISTORICO                                   00003763
           END-IF.                                                      00003764
                                                                        00003765
      *                 CONTA EM COBRANCA COM DEBITOS BLOQUEADOS        00003766
      *                 (SITUACAO 'D', FR21CBR1): RECUSA DEBITO E       00003767
      *                 TRANSFERENCIA DE SAIDA; CREDITO, ESTORNO,       00003768
      *                 REATIVACAO E ENCARGO INTERNO SEGUEM             00003769
                                                                        0000376A
           IF CLI-SITUACAO EQUAL 'D'                                    0000376B
              AND (FD-TIPO-MOV EQUAL 'D' OR FD-TIPO-MOV EQUAL 'T')      0000376C
              MOVE 'COB' TO WRK-MOTIVO-REJ                              0000376D
              PERFORM 2270-REJEITAR-MOVIMENTO                           0000376E
              GO TO 2200-80-HISTORICO                                   0000376F
           END-IF.                                                      0000376G
                                                                        0000375B
           EVALUATE FD-TIPO-MOV                                         00003760
             WHEN 'C'                                                   00003761
              MOVE 'A' TO WRK-DISP-HIS                                  0000380A
              MOVE 'S' TO WRK-CONTA-MOVIDA                              00004901
                                                                        0000380B
             WHEN 'J'                                                   0000380C
                                                                        0000380D
      *                 DEBITO INTERNO JA AUTORIZADO NA ORIGEM          0000380E
      *                 (FR21CES2/EMP2/TAL2/TED1): NAO DEPENDE DE       0000380F
      *                 SALDO E PODE LEVAR A CONTA ALEM DO LIMITE       0000380G
                                                                        0000380H
              SUBTRACT FD-VALOR-MOV FROM CLI-SALDO                      0000380I
              ADD FD-VALOR-MOV TO WRK-TOTAL-DEBITOS                     0000380J
              MOVE 'A' TO WRK-DISP-HIS                                  0000380K
              MOVE 'S' TO WRK-CONTA-MOVIDA                              0000380L
                                                                        0000380M
             WHEN OTHER                                                 00003810
              COMPUTE WRK-DISPONIVEL = CLI-SALDO + CLI-LIMITE           00003811
                                      - WRK-BLOQUEADO                   00003812
           MOVE FD-MOVIMENTACAO   TO WRK-MOV-HIS.                       00004090
           MOVE FD-VALOR-MOV      TO WRK-VALOR-HIS.                     00004100
           MOVE FD-TIPO-MOV       TO WRK-TIPO-HIS.                      00004110
                                                                        0000411D
      *                 ENCARGO ENTRA NO HISTORICO COMO DEBITO COMUM    0000411E
                                                                        0000411F
           IF FD-TIPO-MOV EQUAL 'J'                                     0000411G
              MOVE 'D' TO WRK-TIPO-HIS                                  0000411H
           END-IF.                                                      0000411I
                                                                        0000411J
           MOVE WRK-DATA-POSTAGEM TO WRK-DATA-HIS.                      00004120
           MOVE WRK-HISTORICO     TO FD-MOVHIST.                        00004130
           WRITE FD-MOVHIST.                                            00004140
