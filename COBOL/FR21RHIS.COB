      *      POR F21CIP1 E F21COVSA), FILTRA PELO PERIODO RECEBIDO      00000140
      *      NA PARM E LISTA OS AUMENTOS COM O PERCENTUAL POR           00000150
      *      FUNCIONARIO E O SUBTOTAL POR SETOR.                        00000160
      *      ORIGEM 'A' NA POSICAO 21 DA PARM LE A TABELA DE            0000016A
      *      TRABALHO IVAN.HISTSALW, CARREGADA PELO FR21ARH2 COM O      0000016B
      *      HISTORICO ARQUIVADO (SPACE = BASE CORRENTE).               0000016C
      *-------------------------------------------------------------*   00000170
      *   BASE DE DADOS:                                                00000180
      *   TABELA.DB2..                                                  00000190
      *    ------              I/O                 INCLUDE/BOOK         00000200
      *   IVAN.HISTSAL          I                  #BKHSAL----          00000210
      *   IVAN.HISTSALW         I                  #BKHSAL----          0000021A
      *   IVAN.FUNC             I                  #BKFUNC----          00000220
      *-------------------------------------------------------------*   00000230
      *   ARQUIVOS:                                                     00000240
      *-------------------------------------------------------------*   00000270
      *   PARM.....: DATA-INICIO PIC X(10) (SPACES = SEM FILTRO)        00000280
      *               DATA-FIM   PIC X(10) (SPACES = SEM FILTRO)        00000290
      *               ORIGEM     PIC X(01) ('A' = ARQUIVADO)            0000029A
      *=============================================================*   00000300
                                                                        00000310
      *=============================================================*   00000320
                                     AND :WRK-FILTRO-DATA-FIM)          00000850
                ORDER BY F.SETOR, H.IDFUNC, H.DATAALT                   00000860
           END-EXEC.                                                    00000870
                                                                        0000087A
           EXEC SQL                                                     0000087B
              DECLARE CHISTW CURSOR FOR                                 0000087C
               SELECT H.IDFUNC, COALESCE(F.NOME, ' '),                  0000087D
                      COALESCE(F.SETOR, ' '),                           0000087E
                      H.SALANT, H.SALNOVO, H.DATAALT, H.ORIGEM          0000087F
                FROM IVAN.HISTSALW H LEFT JOIN IVAN.FUNC F              0000087G
                  ON H.IDFUNC = F.ID WHERE H.SALNOVO > H.SALANT         0000087H
                  AND (:WRK-FILTRO-DATA-FIM = ' ' OR                    0000087I
                       H.DATAALT BETWEEN :WRK-FILTRO-DATA-INI           0000087J
                                     AND :WRK-FILTRO-DATA-FIM)          0000087K
                ORDER BY F.SETOR, H.IDFUNC, H.DATAALT                   0000087L
           END-EXEC.                                                    0000087M
                                                                        00000880
       77 WRK-FS-RELHSAL      PIC 9(02).                                00000890
                                                                        00000900
       77 WRK-FILTRO-DATA-INI   PIC X(10) VALUE SPACES.                 00000910
       77 WRK-FILTRO-DATA-FIM   PIC X(10) VALUE SPACES.                 00000920
                                                                        0000092A
       77 WRK-ORIGEM            PIC X(01) VALUE SPACE.                  0000092B
                                                                        00000930
       77 WRK-REGLIDOS        PIC 9(05) VALUE 0.                        00000940
                                                                        00000950
          05 LNK-LEN            PIC 9(04) COMP.                         00001730
          05 LNK-DATA-INI       PIC X(10).                              00001740
          05 LNK-DATA-FIM       PIC X(10).                              00001750
          05 LNK-ORIGEM         PIC X(01).                              0000175A
       PROCEDURE DIVISION USING LNK-ENTRADA.                            00001760
      *=============================================================*   00001770
                                                                        00001780
            IF LNK-LEN NOT EQUAL ZERO                                   00001830
               MOVE LNK-DATA-INI TO WRK-FILTRO-DATA-INI                 00001840
               MOVE LNK-DATA-FIM TO WRK-FILTRO-DATA-FIM                 00001850
               IF LNK-LEN GREATER 20                                    0000185A
                  MOVE LNK-ORIGEM TO WRK-ORIGEM                         0000185B
               END-IF                                                   0000185C
            END-IF.                                                     00001860
                                                                        00001870
            PERFORM  1000-INICIAR.                                      00001880
      *-------------------------------------------------------------*   00001940
       1000-INICIAR                             SECTION.                00001950
                                                                        00001960
            IF WRK-ORIGEM EQUAL 'A'                                     0000196A
               EXEC SQL                                                 0000196B
                  OPEN CHISTW                                           0000196C
               END-EXEC                                                 0000196D
            ELSE                                                        0000196E
               EXEC SQL                                                 0000196F
                  OPEN CHIST                                            0000196G
               END-EXEC                                                 0000196H
            END-IF.                                                     0000196I
                                                                        00002000
            OPEN OUTPUT RELHSAL.                                        00002010
                                                                        00002020
      *-------------------------------------------------------------*   00003110
       2500-LER-HISTORICO                       SECTION.                00003120
                                                                        00003130
           IF WRK-ORIGEM EQUAL 'A'                                      0000313A
              EXEC SQL                                                  0000313B
               FETCH CHISTW                                             0000313C
                INTO :HSA-IDFUNC,                                       0000313D
                     :DB2-NOME,                                         0000313E
                     :DB2-SETOR,                                        0000313F
                     :HSA-SALANT,                                       0000313G
                     :HSA-SALNOVO,                                      0000313H
                     :HSA-DATAALT,                                      0000313I
                     :HSA-ORIGEM                                        0000313J
               END-EXEC                                                 0000313K
           ELSE                                                         0000313L
              EXEC SQL                                                  0000313M
               FETCH CHIST                                              0000313N
                INTO :HSA-IDFUNC,                                       0000313O
                     :DB2-NOME,                                         0000313P
                     :DB2-SETOR,                                        0000313Q
                     :HSA-SALANT,                                       0000313R
                     :HSA-SALNOVO,                                      0000313S
                     :HSA-DATAALT,                                      0000313T
                     :HSA-ORIGEM                                        0000313U
               END-EXEC                                                 0000313V
           END-IF.                                                      0000313W
                                                                        00003240
            EVALUATE SQLCODE                                            00003250
             WHEN 0                                                     00003260
                 PERFORM 2200-SUBTOTAL-SETOR                            00003420
              END-IF.                                                   00003430
                                                                        00003440
              IF WRK-ORIGEM EQUAL 'A'                                   0000344A
                 EXEC SQL                                               0000344B
                   CLOSE CHISTW                                         0000344C
                 END-EXEC                                               0000344D
              ELSE                                                      0000344E
                 EXEC SQL                                               0000344F
                   CLOSE CHIST                                          0000344G
                 END-EXEC                                               0000344H
              END-IF.                                                   0000344I
                                                                        00003480
              CLOSE RELHSAL.                                            00003490
                                                                        00003500
