      *      FINAL (8) LISTA O PERIODO. CADA EVENTO SAI NO RELAUD       00000160
      *      COM PROGRAMA, OPERADOR, DATA/HORA, OPERACAO E AS           00000170
      *      IMAGENS ANTES E DEPOIS DA LINHA.                           00000180
      *      NA POSICAO 18 DA PARM, ORIGEM 'A' LE A TABELA DE           0000018A
      *      TRABALHO IVAN.AUDFUNCW, CARREGADA PELO FR21ARH2 COM O      0000018B
      *      HISTORICO ARQUIVADO (SPACE = BASE CORRENTE).               0000018C
      *-------------------------------------------------------------*   00000190
      *   BASE DE DADOS:                                                00000200
      *   TABELA.DB2..                                                  00000210
      *    ------              I/O                 INCLUDE/BOOK         00000220
      *   IVAN.AUDFUNC          I                  #BKAUDF----          00000230
      *   IVAN.AUDFUNCW         I                  #BKAUDF----          0000023A
      *-------------------------------------------------------------*   00000240
      *   ARQUIVOS:                                                     00000250
      *    DDNAME              I/O                  COPY/BOOK           00000260
                 AND DATAHORA <= :WRK-DATA-FIM                          00000880
               ORDER BY DATAHORA, IDFUNC                                00000890
           END-EXEC.                                                    00000900
                                                                        0000090A
           EXEC SQL                                                     0000090B
              DECLARE CAUDFUNW CURSOR FOR                               0000090C
              SELECT IDFUNC, PROGRAMA, OPERADOR, DATAHORA,              0000090D
                     OPERACAO, IMAGEMANT, IMAGEMNOV                     0000090E
                FROM IVAN.AUDFUNCW                                      0000090F
               WHERE IDFUNC = :WRK-IDFUNC-BUSCA                         0000090G
               ORDER BY DATAHORA                                        0000090H
           END-EXEC.                                                    0000090I
                                                                        0000090J
           EXEC SQL                                                     0000090K
              DECLARE CAUDDATW CURSOR FOR                               0000090L
              SELECT IDFUNC, PROGRAMA, OPERADOR, DATAHORA,              0000090M
                     OPERACAO, IMAGEMANT, IMAGEMNOV                     0000090N
                FROM IVAN.AUDFUNCW                                      0000090O
               WHERE DATAHORA >= :WRK-DATA-INI                          0000090P
                 AND DATAHORA <= :WRK-DATA-FIM                          0000090Q
               ORDER BY DATAHORA, IDFUNC                                0000090R
           END-EXEC.                                                    0000090S
                                                                        00000910
      *------------------LOG-DE-ERROS-------------------------------*   00000920
                                                                        00000930
       77 WRK-LISTADOS        PIC 9(05) VALUE 0.                        00001060
                                                                        00001070
       77 WRK-MODO            PIC X(01) VALUE SPACE.                    00001080
                                                                        0000108A
       77 WRK-ORIGEM          PIC X(01) VALUE SPACE.                    0000108B
                                                                        00001090
       77 WRK-IDFUNC-BUSCA    PIC 9(05) VALUE 0.                        00001100
                                                                        00001110
          05 LNK-DATAS REDEFINES LNK-ARGUMENTO.                         00001620
             10 LNK-DATA-INI    PIC 9(08).                              00001630
             10 LNK-DATA-FIM    PIC 9(08).                              00001640
          05 LNK-ORIGEM         PIC X(01).                              0000164A
                                                                        00001650
      *=============================================================*   00001660
       PROCEDURE DIVISION USING LNK-ENTRADA.                            00001670
            END-IF.                                                     00001890
                                                                        00001900
            MOVE LNK-MODO TO WRK-MODO.                                  00001910
            IF LNK-LEN GREATER 17                                       0000191A
               MOVE LNK-ORIGEM TO WRK-ORIGEM                            0000191B
            END-IF.                                                     0000191C
                                                                        00001920
            OPEN OUTPUT RELAUD.                                         00001930
                                                                        00001940
                   MOVE SPACES TO WRK-C1-RECORTE                        00002060
                   STRING 'FUNCIONARIO ' LNK-IDFUNC                     00002070
                      DELIMITED BY SIZE INTO WRK-C1-RECORTE             00002080
                   IF WRK-ORIGEM EQUAL 'A'                              0000208A
                      EXEC SQL                                          0000208B
                           OPEN CAUDFUNW                                0000208C
                      END-EXEC                                          0000208D
                   ELSE                                                 0000208E
                      EXEC SQL                                          0000208F
                           OPEN CAUDFUNC                                0000208G
                      END-EXEC                                          0000208H
                   END-IF                                               0000208I
                                                                        00002120
              WHEN 'D'                                                  00002130
                   MOVE SPACES TO WRK-DATA-INI WRK-DATA-FIM             00002140
                   MOVE SPACES TO WRK-C1-RECORTE                        00002180
                   STRING 'PERIODO ' LNK-DATA-INI ' A ' LNK-DATA-FIM    00002190
                      DELIMITED BY SIZE INTO WRK-C1-RECORTE             00002200
                   IF WRK-ORIGEM EQUAL 'A'                              0000220A
                      EXEC SQL                                          0000220B
                           OPEN CAUDDATW                                0000220C
                      END-EXEC                                          0000220D
                   ELSE                                                 0000220E
                      EXEC SQL                                          0000220F
                           OPEN CAUDDATA                                0000220G
                      END-EXEC                                          0000220H
                   END-IF                                               0000220I
                                                                        00002240
              WHEN OTHER                                                00002250
                   MOVE 'FR21AUD1'                  TO WRK-PROGRAMA     00002260
                                                                        00002500
      *=============================================================*   00002510
       1100-LER-EVENTO                                      SECTION.    00002520
                                                                        0000252A
           EVALUATE TRUE                                                0000252B
             WHEN WRK-MODO EQUAL 'F' AND WRK-ORIGEM EQUAL 'A'           0000252C
                  EXEC SQL                                              0000252D
                       FETCH CAUDFUNW                                   0000252E
                        INTO :AUD-IDFUNC, :AUD-PROGRAMA, :AUD-OPERADOR, 0000252F
                             :AUD-DATAHORA, :AUD-OPERACAO,              0000252G
                             :AUD-IMAGEMANT, :AUD-IMAGEMNOV             0000252H
                  END-EXEC                                              0000252I
             WHEN WRK-MODO EQUAL 'F'                                    0000252J
                  EXEC SQL                                              0000252K
                       FETCH CAUDFUNC                                   0000252L
                        INTO :AUD-IDFUNC, :AUD-PROGRAMA, :AUD-OPERADOR, 0000252M
                             :AUD-DATAHORA, :AUD-OPERACAO,              0000252N
                             :AUD-IMAGEMANT, :AUD-IMAGEMNOV             0000252O
                  END-EXEC                                              0000252P
             WHEN WRK-ORIGEM EQUAL 'A'                                  0000252Q
                  EXEC SQL                                              0000252R
                       FETCH CAUDDATW                                   0000252S
                        INTO :AUD-IDFUNC, :AUD-PROGRAMA, :AUD-OPERADOR, 0000252T
                             :AUD-DATAHORA, :AUD-OPERACAO,              0000252U
                             :AUD-IMAGEMANT, :AUD-IMAGEMNOV             0000252V
                  END-EXEC                                              0000252W
             WHEN OTHER                                                 0000252X
                  EXEC SQL                                              0000252Y
                       FETCH CAUDDATA                                   0000252Z
                        INTO :AUD-IDFUNC, :AUD-PROGRAMA, :AUD-OPERADOR, 000025BA
                             :AUD-DATAHORA, :AUD-OPERACAO,              000025BB
                             :AUD-IMAGEMANT, :AUD-IMAGEMNOV             000025BC
                  END-EXEC                                              000025BD
           END-EVALUATE.                                                000025BE
                                                                        000025BF
       1100-99-FIM.                                            EXIT.    00002700
      *=============================================================*   00002710
                                                                        00002720
                                                                        00002960
      *=============================================================*   00002970
       3000-FINALIZAR                                       SECTION.    00002980
                                                                        0000298A
             EVALUATE TRUE                                              0000298B
               WHEN WRK-MODO EQUAL 'F' AND WRK-ORIGEM EQUAL 'A'         0000298C
                    EXEC SQL                                            0000298D
                         CLOSE CAUDFUNW                                 0000298E
                    END-EXEC                                            0000298F
               WHEN WRK-MODO EQUAL 'F'                                  0000298G
                    EXEC SQL                                            0000298H
                         CLOSE CAUDFUNC                                 0000298I
                    END-EXEC                                            0000298J
               WHEN WRK-ORIGEM EQUAL 'A'                                0000298K
                    EXEC SQL                                            0000298L
                         CLOSE CAUDDATW                                 0000298M
                    END-EXEC                                            0000298N
               WHEN OTHER                                               0000298O
                    EXEC SQL                                            0000298P
                         CLOSE CAUDDATA                                 0000298Q
                    END-EXEC                                            0000298R
             END-EVALUATE.                                              0000298S
                                                                        0000298T
             DISPLAY 'EVENTOS LISTADOS......' WRK-LISTADOS.             00003100
             DISPLAY 'FINAL DE PROGRAMA'.                               00003110
                                                                        00003120
