      *      VEREDITO INDIVIDUAL NO ARQUIVO DE RETORNO (RETREM).        00000205
      *      REGISTROS SEM ENVELOPE SEGUEM COMO REMETENTE 'AVULSO'      00000206
      *      (COMPATIBILIDADE COM OS ARQUIVOS ANTIGOS).                 00000207
      *      CONTA DE AGENCIA INCORPORADA (STATUS 'M' NO CADASTRO)      0000020A
      *      TEM O MOVIMENTO REDIRECIONADO PARA A CHAVE NOVA DA         0000020B
      *      REFERENCIA CRUZADA (MIGXREF - FR21MIG1) ATE O FIM DA       0000020C
      *      TRANSICAO; DEPOIS DISSO CAI NO MOTIVO 'G'.                 0000020D
      *-------------------------------------------------------------*   00000210
      *   ARQUIVOS.....:                                                00000220
      *                                                                 00000230
      *   NAME                I/O                                       00000240
      *   MOV0106              I                                        00000250
      *   AGENSEQ              I   (CADASTRO DE AGENCIAS - FR21AGM1)    00000251
      *   MIGXREF              I   (REFERENCIA CRUZADA - FR21MIG1)      0000025A
      *   MOVOK                O   (MOVIMENTOS LIMPOS)                  00000260
      *   MOVREJE              O   (REJEITADOS COM MOTIVOS)             00000270
      *   EDITSUM              O   (RESUMO DA CRITICA)                  00000280
      *   FR21RUNC             CONTROLE DE EXECUCAO (LNKRUNC): O        00000311
      *                        FECHAMENTO 'F' COM RETCODE 0000 E O      00000312
      *                        QUE LIBERA O PORTAO DO FR21EX04          00000313
      *   FR21DTA1             DATA DE NEGOCIO (FIM DA TRANSICAO)       0000031A
      *-------------------------------------------------------------*   00000320
      *   PARM.....: TOLERANCIA PIC 9(03) - PERCENTUAL MAXIMO DE        00000330
      *               REJEICAO ACEITO (OMITIDA = 010)                   00000340
      *-------------------------------------------------------------*   00000350
      *   MOTIVOS..: V VALOR NAO NUMERICO OU ZERADO                     00000360
      *               T TIPO FORA DO DOMINIO C/D/T/E/R/J                00000370
      *               C CHAVE COM AGENCIA/CONTA NAO NUMERICA            00000380
      *               (O ANTIGO MOTIVO 'S' DE SEQUENCIA FOI             00000390
      *               APOSENTADO: A CLASSIFICACAO E FEITA DEPOIS)       00000391
                                                                        00000541
           SELECT AGENSEQ  ASSIGN TO AGENSEQ                            00000542
               FILE STATUS  IS WRK-FS-AGENSEQ.                          00000543
                                                                        0000054A
           SELECT MIGXREF  ASSIGN TO MIGXREF                            0000054B
               ORGANIZATION  IS INDEXED                                 0000054C
               ACCESS MODE   IS RANDOM                                  0000054D
               RECORD KEY    IS MIG-CHAVE-ANT                           0000054E
               FILE STATUS   IS WRK-FS-MIGXREF.                         0000054F
                                                                        00000550
           SELECT MOVOK    ASSIGN TO MOVOK                              00000560
               FILE STATUS  IS WRK-FS-MOVOK.                            00000570
          05 FD-AS-NOMEAGEN  PIC X(30).                                 00000861
          05 FD-AS-REGIAO    PIC X(10).                                 00000862
          05 FD-AS-STATUS    PIC X(01).                                 00000863
                                                                        0000086A
      *-------------------------------------------------------------*   0000086B
      *       REFERENCIA CRUZADA DAS AGENCIAS INCORPORADAS (KSDS)   *   0000086C
      *       LRECL = 40                                            *   0000086D
      *-------------------------------------------------------------*   0000086E
       FD MIGXREF.                                                      0000086F
                                                                        0000086G
       COPY 'MIGBOOK'.                                                  0000086H
                                                                        0000086I
      *-------------------------------------------------------------*   0000086J
      *       ARQUIVO DE SAIDA   MOVOK    LRECL = 47                *   00000870
      *-------------------------------------------------------------*   00000880
       FD MOVOK                                                         00000890
      *------------------CONTROLE DE EXECUCAO-----------------------*   00001342
                                                                        00001343
           COPY 'LNKRUNC'.                                              00001344
                                                                        0000134A
      *------------------DATA DE NEGOCIO----------------------------*   0000134B
                                                                        0000134C
           COPY 'LNKDPRC'.                                              0000134D
                                                                        0000134E
      *       REDIRECIONAMENTO DAS AGENCIAS INCORPORADAS: SEM O         0000134F
      *       MIGXREF (NENHUMA INCORPORACAO AINDA) NAO HA O QUE         0000134G
      *       REDIRECIONAR                                              0000134H
                                                                        0000134I
       77 WRK-DATA-NEGOCIO    PIC 9(08) VALUE 0.                        0000134J
       77 WRK-TEM-XREF        PIC X(01) VALUE 'N'.                      0000134K
       77 WRK-AG-MIGRADA      PIC X(01).                                0000134L
       01 WRK-CHAVE-REDIR.                                              0000134M
          05 WRK-RD-AGENCIA   PIC X(04).                                0000134N
          05 WRK-RD-CONTA     PIC X(04).                                0000134O
       77 WRK-REDIRECIONADOS  PIC 9(05) VALUE 0.                        0000134P
                                                                        00001350
       77 WRK-ERR-VALOR       PIC 9(05) VALUE 0.                        00001360
       77 WRK-ERR-TIPO        PIC 9(05) VALUE 0.                        00001370
       77 WRK-ERR-ESTORNO     PIC 9(05) VALUE 0.                        00001392
       77 WRK-ERR-AGENCIA     PIC 9(05) VALUE 0.                        00001393
       77 WRK-ERR-BLOCO       PIC 9(05) VALUE 0.                        00001394
                                                                        00001395
      *-----------CONTROLE DO ENVELOPE DO REMETENTE-----------------*   00001396
      *   OS DETALHES VALIDOS FICAM RETIDOS NO BLOCO ATE O TRAILER:  *  00001397
      *   SO COM QUANTIDADE E SOMA DE VALORES CONFERIDAS E QUE O     *  00001398
      *   BLOCO SEGUE PARA O MOVOK; DIVERGENCIA DEVOLVE O BLOCO      *  00001399
      *   INTEIRO DAQUELE REMETENTE                                  *  0000139A
                                                                        0000139B
       77 WRK-REMETENTE       PIC X(08) VALUE 'AVULSO'.                 0000139C
       77 WRK-TEM-TOTAIS      PIC X(01) VALUE 'N'.                      0000139D
       77 WRK-ENV-QTDE        PIC 9(07) VALUE 0.                        0000139E
       77 WRK-ENV-HASH        PIC 9(13) VALUE 0.                        0000139F
       77 WRK-ENVELOPES       PIC 9(05) VALUE 0.                        0000139G
       77 WRK-ENV-ACEITOS     PIC 9(05) VALUE 0.                        0000139H
       77 WRK-ENV-DEVOLVIDOS  PIC 9(05) VALUE 0.                        0000139I
                                                                        0000139J
       01 WRK-BLOCO.                                                    0000139K
          05 WRK-BLOCO-QTD    PIC 9(04) VALUE 0.                        0000139L
          05 WRK-BLOCO-OCR OCCURS 999 TIMES.                            0000139M
             10 WRK-BL-MOVIMENTO PIC X(47).                             0000139N
                                                                        0000139O
       77 WRK-IND-BL          PIC 9(04).                                0000139P
       77 WRK-VALOR-NUM       PIC 9(08).                                0000139Q
                                                                        0000139R
      *-----------CADASTRO DE AGENCIAS ATIVAS-----------------------*   0000139S
                                                                        0000139T
       01 WRK-TAB-AGEN.                                                 0000139U
          05 WRK-TAB-AGEN-QTD PIC 9(03) VALUE 0.                        0000139V
          05 WRK-TAB-AGEN-OCR OCCURS 100 TIMES.                         0000139W
             10 WRK-AG-COD     PIC X(04).                               0000139X
             10 WRK-AG-STATUS  PIC X(01).                               0000139Y
                                                                        0000139Z
       77 WRK-IND-AG          PIC 9(03).                                00001400
       77 WRK-AG-OK           PIC X(01).                                00001401
       77 WRK-AG-TESTE        PIC X(04).                                00001402
                                                                        00001403
       77 WRK-TOLERANCIA      PIC 9(03) VALUE 010.                      00001410
                                                                        00001420
       77 WRK-PCT-REJ         PIC 9(03)V99 VALUE 0.                     00001430
       77 WRK-FS-MOV0106  PIC 9(02).                                    00001570
                                                                        00001571
       77 WRK-FS-AGENSEQ  PIC 9(02).                                    00001572
                                                                        0000157A
       77 WRK-FS-MIGXREF  PIC 9(02).                                    0000157B
                                                                        00001580
       77 WRK-FS-MOVOK    PIC 9(02).                                    00001590
                                                                        00001600
            OPEN OUTPUT MOVREJE.                                        00002270
            OPEN OUTPUT EDITSUM.                                        00002280
            OPEN OUTPUT RETREM.                                         00002281
                                                                        0000228A
            MOVE 'FR21EDMV' TO LNK-DP-PROGRAMA.                         0000228B
            MOVE ZEROS      TO LNK-DP-DIAS-TOL.                         0000228C
            CALL 'FR21DTA1' USING LNK-DPRC.                             0000228D
            MOVE LNK-DP-DATA TO WRK-DATA-NEGOCIO.                       0000228E
                                                                        0000228F
            OPEN INPUT  MIGXREF.                                        0000228G
            IF WRK-FS-MIGXREF EQUAL ZEROS                               0000228H
               MOVE 'S' TO WRK-TEM-XREF                                 0000228I
            END-IF.                                                     0000228J
                                                                        00002290
            PERFORM 1200-TESTARSTATUS.                                  00002300
            PERFORM 1300-CARREGAR-AGENCIAS.                             00002301
                                                                        00002594
       1350-99-FIM.                                            EXIT.    00002595
      *=============================================================*   00002596
                                                                        00002597
      *=============================================================*   00002598
       1370-REDIRECIONAR                                    SECTION.    00002599
                                                                        0000259A
      *                 CHAVE DE AGENCIA INCORPORADA ('M') QUE ESTA     0000259B
      *                 NO MIGXREF E AINDA DENTRO DA TRANSICAO VIRA     0000259C
      *                 A CHAVE NOVA; FORA DISSO FICA COMO VEIO         0000259D
                                                                        0000259E
           MOVE 'N' TO WRK-AG-MIGRADA.                                  0000259F
                                                                        0000259G
           PERFORM VARYING WRK-IND-AG FROM 1 BY 1 UNTIL                 0000259H
              WRK-IND-AG > WRK-TAB-AGEN-QTD OR WRK-AG-MIGRADA = 'S'     0000259I
              IF WRK-AG-COD(WRK-IND-AG) EQUAL WRK-RD-AGENCIA            0000259J
                 AND WRK-AG-STATUS(WRK-IND-AG) EQUAL 'M'                0000259K
                 MOVE 'S' TO WRK-AG-MIGRADA                             0000259L
              END-IF                                                    0000259M
           END-PERFORM.                                                 0000259N
                                                                        0000259O
           IF WRK-AG-MIGRADA NOT EQUAL 'S'                              0000259P
              GO TO 1370-99-FIM                                         0000259Q
           END-IF.                                                      0000259R
                                                                        0000259S
           MOVE WRK-CHAVE-REDIR TO MIG-CHAVE-ANT.                       0000259T
           READ MIGXREF.                                                0000259U
                                                                        0000259V
           IF WRK-FS-MIGXREF EQUAL ZEROS                                0000259W
              AND WRK-DATA-NEGOCIO NOT GREATER MIG-FIM-TRANS            0000259X
              MOVE MIG-CHAVE-NOVA TO WRK-CHAVE-REDIR                    0000259Y
              ADD 1 TO WRK-REDIRECIONADOS                               0000259Z
           END-IF.                                                      00002600
                                                                        00002601
       1370-99-FIM.                                            EXIT.    00002602
      *=============================================================*   00002603
                                                                        00002604
      *=============================================================*   00002605
       1500-TESTAR-VAZIO                                    SECTION.    00002606
                                                                        00002607
              READ MOV0106.                                             00002608
                                                                        00002610
              IF WRK-FS-MOV0106 NOT EQUAL ZERO                          00002620
                                                                        00002621
      *          DIA SEM MOVIMENTO E DIA FECHADO: O 'F' ZERADO NO       00002622
      *          RUNCTL LIBERA O PORTAO DO FR21EX04 MESMO ASSIM         00002623
                                                                        00002624
                 MOVE 'F'   TO RUN-EVENTO                               00002625
                 MOVE ZEROS TO RUN-LIDOS RUN-GRAVADOS                   00002626
                               RUN-REJEITADOS RUN-RETCODE               00002627
                 CALL 'FR21RUNC' USING RUN-DADOS                        00002628
                 DISPLAY WRK-MSG-FINAL                                  00002630
                 STOP RUN                                               00002640
              END-IF.                                                   00002650
              ADD 1 TO WRK-ERR-VALOR                                    00002840
           END-IF.                                                      00002850
                                                                        00002860
      *                 TIPO NO DOMINIO C/D/T/E/R/J ('J' = DEBITO       00002870
      *                 INTERNO DO FR21CES2/EMP2/TAL2/TED1)             00002871
                                                                        00002880
           IF FD-TIPO-MOV NOT EQUAL 'C' AND NOT EQUAL 'D'               00002890
                          AND NOT EQUAL 'T' AND NOT EQUAL 'E'           00002891
                          AND NOT EQUAL 'R' AND NOT EQUAL 'J'           00002892
              MOVE 'S' TO WRK-REJEITA                                   00002900
              MOVE 'T' TO WRK-REJ-MOT-T                                 00002910
              ADD 1 TO WRK-ERR-TIPO                                     00002920
              ADD 1 TO WRK-ERR-CHAVE                                    00003010
           END-IF.                                                      00003020
                                                                        00003030
      *                 CONTA DE AGENCIA INCORPORADA: CHAVE NOVA        0000303G
      *                 DURANTE A TRANSICAO (TAMBEM NO DESTINO)         0000303H
                                                                        0000303I
           IF WRK-TEM-XREF EQUAL 'S'                                    0000303J
              MOVE FD-CHAVE2 TO WRK-CHAVE-REDIR                         0000303K
              PERFORM 1370-REDIRECIONAR                                 0000303L
              MOVE WRK-CHAVE-REDIR TO FD-CHAVE2                         0000303M
              IF FD-TIPO-MOV EQUAL 'T'                                  0000303N
                 MOVE FD-CHAVE-DEST TO WRK-CHAVE-REDIR                  0000303O
                 PERFORM 1370-REDIRECIONAR                              0000303P
                 MOVE WRK-CHAVE-REDIR TO FD-CHAVE-DEST                  0000303Q
              END-IF                                                    0000303R
           END-IF.                                                      0000303S
                                                                        0000303T
      *                 AGENCIA ATIVA NO CADASTRO (INCLUSIVE A           00003031
      *                 AGENCIA DESTINO DA TRANSFERENCIA)               00003032
                                                                        00003033
             MOVE 'ERROS DE AGENCIA.....:' TO WRK-SUM-TEXTO.            00003710
             MOVE WRK-ERR-AGENCIA          TO WRK-SUM-VALOR.            00003711
             WRITE FD-EDITSUM FROM WRK-SUM-LINHA.                       00003712
                                                                        0000371A
             MOVE 'CHAVES REDIRECIONADAS:' TO WRK-SUM-TEXTO.            0000371B
             MOVE WRK-REDIRECIONADOS       TO WRK-SUM-VALOR.            0000371C
             WRITE FD-EDITSUM FROM WRK-SUM-LINHA.                       0000371D
                                                                        0000371E
             MOVE 'DEVOLVIDOS EM BLOCO..:' TO WRK-SUM-TEXTO.            0000371F
             MOVE WRK-ERR-BLOCO            TO WRK-SUM-VALOR.            0000371G
             WRITE FD-EDITSUM FROM WRK-SUM-LINHA.                       0000371H
                                                                        0000371I
             MOVE 'ENVELOPES RECEBIDOS..:' TO WRK-SUM-TEXTO.            0000371J
             MOVE WRK-ENVELOPES            TO WRK-SUM-VALOR.            0000371K
             WRITE FD-EDITSUM FROM WRK-SUM-LINHA.                       00003720
                                                                        00003721
             MOVE 'ENVELOPES ACEITOS....:' TO WRK-SUM-TEXTO.            00003722
                                                                        00003800
             CLOSE MOV0106.                                             00003810
             CLOSE AGENSEQ.                                             00003811
             IF WRK-TEM-XREF EQUAL 'S'                                  0000381A
                CLOSE MIGXREF                                           0000381B
             END-IF.                                                    0000381C
             CLOSE MOVOK MOVREJE.                                       00003820
             CLOSE RETREM.                                              00003821
             CLOSE EDITSUM.                                             00003830
