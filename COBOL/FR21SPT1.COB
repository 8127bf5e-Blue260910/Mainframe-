      *-------------------------------------------------------------*   00000110
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000120
      *  1.0   02/09/26   VICTOR ARANDA       VERSAO INICIAL            00000130
      *  1.1   15/10/26   VICTOR ARANDA       EXTRATO RETIDO QUANDO O   0000013A
      *                   ENDERECO TEVE CORRESPONDENCIA DEVOLVIDA       0000013B
      *-------------------------------------------------------------*   00000140
      *   OBJETIVO: PARTICAO DO EXTRATO PARA A GRAFICA/MALOTE. LE O     00000150
      *      ARQUIVO DE IMPRESSAO CONTINUO DO FR21EX06 (EXTRATO),       00000160
      *      CLIENTE), O INDICE COM CONTAGENS (INDMAL) E A LISTA DE     00000220
      *      DIVERGENCIAS (RELDIV): CLIENTES COM MOVIMENTO NO           00000230
      *      EXTRATO E SEM ENDERECO NO CADASTRO.                        00000240
      *      CLIENTE COM ENDERECO MARCADO COMO INVALIDO PELA            0000024A
      *      CORRESPONDENCIA DEVOLVIDA (CAD-END-INVALIDO, FR21COR1)     0000024B
      *      TEM O EXTRATO RETIDO: NAO VAI AO MALOTE NEM AO INDICE E    0000024C
      *      SAI NO RELDIV ATE O FR21CAD1 LIBERAR O ENDERECO.           0000024D
      *-------------------------------------------------------------*   00000250
      *   ARQUIVOS.....:                                                00000260
      *                                                                 00000270
      *   CADCLI               I   (KSDS - CADBOOK)                     00000300
      *   MALOTE               O   (INTERCAMBIO DA GRAFICA)             00000310
      *   INDMAL               O   (INDICE DE DOCUMENTOS)               00000320
      *   RELDIV               O   (SEM ENDERECO E RETIDOS)             00000330
      *-------------------------------------------------------------*   00000340
      *   MODULOS....:                                                  00000350
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000360
          05 FD-EX-LINHA     PIC X(80).                                 00000820
                                                                        00000830
      *-------------------------------------------------------------*   00000840
      *       CADASTRO COMPLEMENTAR (KSDS)  LRECL = 132             *   00000850
      *-------------------------------------------------------------*   00000860
       FD CADCLI.                                                       00000870
                                                                        00000880
       77 WRK-SEM-ENDERECO    PIC 9(05) VALUE 0.                        00001440
                                                                        00001450
       77 WRK-DIVERGENTES     PIC 9(05) VALUE 0.                        00001460
                                                                        0000146A
       77 WRK-RETIDOS         PIC 9(05) VALUE 0.                        0000146B
                                                                        00001470
       77 WRK-TOT-LINHAS      PIC 9(07) VALUE 0.                        00001480
                                                                        00001490
       77 WRK-LINHAS-DOC      PIC 9(05) VALUE 0.                        00001540
       77 WRK-TEM-ENDERECO    PIC X(01) VALUE 'N'.                      00001550
       77 WRK-TEM-MOVIMENTO   PIC X(01) VALUE 'N'.                      00001560
       77 WRK-RETIDO          PIC X(01) VALUE 'N'.                      0000156A
       77 WRK-TEM-TITULO      PIC X(01) VALUE 'N'.                      0000156B
       77 WRK-TITULO          PIC X(80) VALUE SPACES.                   0000156C
       77 WRK-DEVOL-DATA      PIC 9(08) VALUE 0.                        0000156D
       77 WRK-DEVOL-MOTIVO    PIC 9(02) VALUE 0.                        0000156E
                                                                        00001570
       77 WRK-MSG-FINAL       PIC X(17) VALUE 'FINAL DE PROGRAMA'.      00001580
                                                                        00001590
                                                                        00001920
       01 WRK-DIV-CABEC.                                                00001930
          05 FILLER   PIC X(44) VALUE                                   00001940
             'MOVTO SEM ENDERECO / EXTRATOS RETIDOS'.                   00001950
          05 FILLER   PIC X(36).                                        00001960
                                                                        00001970
       01 WRK-DIV-LINHA.                                                00001980
          05 FILLER          PIC X(02).                                 00002000
          05 WRK-DV-LINHAS   PIC ZZZZ9.                                 00002010
          05 FILLER          PIC X(09) VALUE ' LINHAS  '.               00002020
          05 WRK-DV-OCORRENCIA PIC X(24).                               0000202A
          05 WRK-DV-DEVOL    PIC X(08).                                 0000202B
          05 FILLER          PIC X(02).                                 0000202C
          05 WRK-DV-MOTIVO   PIC X(02).                                 0000202D
          05 FILLER          PIC X(20).                                 0000202E
                                                                        00002040
      *=============================================================*   00002050
       PROCEDURE DIVISION.                                              00002060
              MOVE ZEROS  TO WRK-LINHAS-DOC                             00002570
              MOVE 'N'    TO WRK-TEM-ENDERECO                           00002580
              MOVE 'N'    TO WRK-TEM-MOVIMENTO                          00002590
              MOVE 'N'    TO WRK-RETIDO                                 0000259A
      *                 TITULO SO VAI AO MALOTE DEPOIS DA LINHA DO      0000259B
      *                 CLIENTE (O EXTRATO PODE FICAR RETIDO)           0000259C
              MOVE FD-EX-LINHA TO WRK-TITULO                            0000259D
              MOVE 'S'    TO WRK-TEM-TITULO                             0000259E
              ADD 1 TO WRK-LINHAS-DOC                                   0000259F
              GO TO 2000-90-LER                                         0000259G
           END-IF.                                                      00002600
                                                                        00002610
      *                 LINHA DO CLIENTE: CHAVE NAS COLUNAS 10-17       00002620
           IF FD-EX-LINHA(1:9) EQUAL 'CLIENTE: '                        00002640
              MOVE FD-EX-LINHA(10:8) TO WRK-CHAVE-DOC                   00002650
              PERFORM 2100-BUSCAR-ENDERECO                              00002660
              PERFORM 2200-GRAVAR-TITULO                                0000266A
           END-IF.                                                      00002670
                                                                        00002680
      *                 LINHA DE MOVIMENTO COMECA COM A DATA            00002690
      *                 CORPO DO DOCUMENTO NO MALOTE                    00002750
                                                                        00002760
           IF WRK-EM-DOC EQUAL 'S'                                      00002770
              ADD 1 TO WRK-LINHAS-DOC                                   0000277A
              IF WRK-RETIDO NOT EQUAL 'S'                               0000277B
                 MOVE WRK-CHAVE-DOC TO WRK-RC-CHAVE                     00002780
                 MOVE FD-EX-LINHA   TO WRK-RC-LINHA                     00002790
                 WRITE FD-MALOTE FROM WRK-REG-CORPO                     00002800
                 ADD 1 TO WRK-TOT-LINHAS                                00002820
              END-IF                                                    0000282A
           END-IF.                                                      00002830
                                                                        00002840
       2000-90-LER.                                                     0000284A
                                                                        0000284B
           READ EXTRATO.                                                00002850
                                                                        00002860
       2000-99-FIM.                                            EXIT.    00002870
           MOVE WRK-CHAVE-DOC TO CAD-CHAVE.                             00002930
           READ CADCLI.                                                 00002940
                                                                        00002950
      *                 CORRESPONDENCIA DEVOLVIDA: EXTRATO RETIDO,      0000295A
      *                 SEM REGISTRO DE ENDERECO NO MALOTE              0000295B
                                                                        0000295C
           IF WRK-FS-CADCLI EQUAL ZEROS                                 0000295D
              AND CAD-END-INVALIDO EQUAL 'S'                            0000295E
              MOVE 'S' TO WRK-RETIDO                                    0000295F
              MOVE 'N' TO WRK-TEM-ENDERECO                              0000295G
              MOVE CAD-DATA-DEVOL   TO WRK-DEVOL-DATA                   0000295H
              MOVE CAD-MOTIVO-DEVOL TO WRK-DEVOL-MOTIVO                 0000295I
              GO TO 2100-99-FIM                                         0000295J
           END-IF.                                                      0000295K
                                                                        0000295L
           IF WRK-FS-CADCLI EQUAL ZEROS                                 00002960
              AND CAD-ENDERECO NOT EQUAL SPACES                         00002970
              MOVE 'S' TO WRK-TEM-ENDERECO                              00002980
                                                                        00003090
       2100-99-FIM.                                            EXIT.    00003100
      *=============================================================*   00003110
                                                                        0000311A
      *=============================================================*   0000311B
       2200-GRAVAR-TITULO                                   SECTION.    0000311C
                                                                        0000311D
      *                 TITULO GUARDADO NA QUEBRA VAI AO MALOTE COM A   0000311E
      *                 CHAVE DO DOCUMENTO (DESCARTADO SE RETIDO)       0000311F
                                                                        0000311G
           IF WRK-TEM-TITULO NOT EQUAL 'S'                              0000311H
              GO TO 2200-99-FIM                                         0000311I
           END-IF.                                                      0000311J
                                                                        0000311K
           MOVE 'N' TO WRK-TEM-TITULO.                                  0000311L
                                                                        0000311M
           IF WRK-RETIDO EQUAL 'S'                                      0000311N
              GO TO 2200-99-FIM                                         0000311O
           END-IF.                                                      0000311P
                                                                        0000311Q
           MOVE WRK-CHAVE-DOC TO WRK-RC-CHAVE.                          0000311R
           MOVE WRK-TITULO    TO WRK-RC-LINHA.                          0000311S
           WRITE FD-MALOTE FROM WRK-REG-CORPO.                          0000311T
           ADD 1 TO WRK-TOT-LINHAS.                                     0000311U
                                                                        0000311V
       2200-99-FIM.                                            EXIT.    0000311W
      *=============================================================*   0000311X
                                                                        00003120
      *=============================================================*   00003130
       2900-FECHAR-DOCUMENTO                                SECTION.    00003140
              GO TO 2900-99-FIM                                         00003210
           END-IF.                                                      00003220
                                                                        00003230
           PERFORM 2200-GRAVAR-TITULO.                                  0000323A
                                                                        0000323B
      *                 EXTRATO RETIDO: FORA DO INDICE, SO NO RELDIV    0000323C
                                                                        0000323D
           IF WRK-RETIDO EQUAL 'S'                                      0000323E
              ADD 1 TO WRK-RETIDOS                                      0000323F
              MOVE WRK-CHAVE-DOC    TO WRK-DV-CHAVE                     0000323G
              MOVE WRK-LINHAS-DOC   TO WRK-DV-LINHAS                    0000323H
              MOVE 'RETIDO - END. DEVOLVIDO ' TO WRK-DV-OCORRENCIA      0000323I
              MOVE WRK-DEVOL-DATA   TO WRK-DV-DEVOL                     0000323J
              MOVE WRK-DEVOL-MOTIVO TO WRK-DV-MOTIVO                    0000323K
              WRITE FD-RELDIV FROM WRK-DIV-LINHA                        0000323L
              MOVE 'N' TO WRK-EM-DOC                                    0000323M
              GO TO 2900-99-FIM                                         0000323N
           END-IF.                                                      0000323O
                                                                        0000323P
           ADD 1 TO WRK-DOCUMENTOS.                                     00003240
                                                                        00003250
           MOVE WRK-CHAVE-DOC    TO FD-IN-CHAVE.                        00003260
              ADD 1 TO WRK-DIVERGENTES                                  00003340
              MOVE WRK-CHAVE-DOC  TO WRK-DV-CHAVE                       00003350
              MOVE WRK-LINHAS-DOC TO WRK-DV-LINHAS                      00003360
              MOVE 'SEM ENDERECO NO CADASTRO' TO WRK-DV-OCORRENCIA      0000336A
              MOVE SPACES         TO WRK-DV-DEVOL                       0000336B
              MOVE SPACES         TO WRK-DV-MOTIVO                      0000336C
              WRITE FD-RELDIV FROM WRK-DIV-LINHA                        00003370
           END-IF.                                                      00003380
                                                                        00003390
             DISPLAY 'LINHAS NO MALOTE......' WRK-TOT-LINHAS.           00003500
             DISPLAY 'SEM ENDERECO..........' WRK-SEM-ENDERECO.         00003510
             DISPLAY 'DIVERGENTES (C/MOVTO).' WRK-DIVERGENTES.          00003520
             DISPLAY 'RETIDOS (END.DEVOLV.).' WRK-RETIDOS.              0000352A
             DISPLAY WRK-MSG-FINAL.                                     00003530
                                                                        00003540
             CLOSE EXTRATO CADCLI.                                      00003550
