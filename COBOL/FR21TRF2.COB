      *      PERIODO. LE O HISTORICO IVAN.HISTTRF (GRAVADO POR          00000130
      *      FR21TRF1 E F21CIPA) COM O NOME DO FUNCIONARIO DE           00000140
      *      IVAN.FUNC, FILTRADO PELO PERIODO DA PARM.                  00000150
      *      ORIGEM 'A' NA POSICAO 21 DA PARM LE A TABELA DE            0000015A
      *      TRABALHO IVAN.HISTTRFW, CARREGADA PELO FR21ARH2 COM O      0000015B
      *      HISTORICO ARQUIVADO (SPACE = BASE CORRENTE).               0000015C
      *-------------------------------------------------------------*   00000160
      *   BASE DE DADOS:                                                00000170
      *   TABELA.DB2..                                                  00000180
      *    ------              I/O                 INCLUDE/BOOK         00000190
      *   IVAN.HISTTRF          I                  #BKHTRF----          00000200
      *   IVAN.HISTTRFW         I                  #BKHTRF----          0000020A
      *   IVAN.FUNC             I                  #BKFUNC----          00000210
      *-------------------------------------------------------------*   00000220
      *   ARQUIVOS:                                                     00000230
      *-------------------------------------------------------------*   00000260
      *   PARM.....: DATA-INICIO PIC X(10) (SPACES = SEM FILTRO)        00000270
      *               DATA-FIM   PIC X(10) (SPACES = SEM FILTRO)        00000280
      *               ORIGEM     PIC X(01) ('A' = ARQUIVADO)            0000028A
      *=============================================================*   00000290
                                                                        00000300
      *=============================================================*   00000310
                                    AND :WRK-FILTRO-DATA-FIM)           00000830
                ORDER BY H.DTEFET, H.IDFUNC                             00000840
           END-EXEC.                                                    00000850
                                                                        0000085A
           EXEC SQL                                                     0000085B
              DECLARE CTRANSFW CURSOR FOR                               0000085C
               SELECT H.IDFUNC, COALESCE(F.NOME, ' '),                  0000085D
                      H.SETORDE, H.SETORPARA, H.DTEFET, H.MOTIVO        0000085E
                FROM IVAN.HISTTRFW H LEFT JOIN IVAN.FUNC F              0000085F
                  ON H.IDFUNC = F.ID                                    0000085G
               WHERE (:WRK-FILTRO-DATA-FIM = ' ' OR                     0000085H
                       H.DTEFET BETWEEN :WRK-FILTRO-DATA-INI            0000085I
                                    AND :WRK-FILTRO-DATA-FIM)           0000085J
                ORDER BY H.DTEFET, H.IDFUNC                             0000085K
           END-EXEC.                                                    0000085L
                                                                        00000860
       77 WRK-FS-RELTRF2      PIC 9(02).                                00000870
                                                                        00000880
       77 WRK-FILTRO-DATA-INI   PIC X(10) VALUE SPACES.                 00000890
       77 WRK-FILTRO-DATA-FIM   PIC X(10) VALUE SPACES.                 00000900
                                                                        0000090A
       77 WRK-ORIGEM            PIC X(01) VALUE SPACE.                  0000090B
                                                                        00000910
       77 WRK-REGLIDOS        PIC 9(05) VALUE 0.                        00000920
                                                                        00000930
          05 LNK-LEN            PIC 9(04) COMP.                         00001270
          05 LNK-DATA-INI       PIC X(10).                              00001280
          05 LNK-DATA-FIM       PIC X(10).                              00001290
          05 LNK-ORIGEM         PIC X(01).                              0000129A
       PROCEDURE DIVISION USING LNK-ENTRADA.                            00001300
      *=============================================================*   00001310
                                                                        00001320
            IF LNK-LEN NOT EQUAL ZERO                                   00001370
               MOVE LNK-DATA-INI TO WRK-FILTRO-DATA-INI                 00001380
               MOVE LNK-DATA-FIM TO WRK-FILTRO-DATA-FIM                 00001390
               IF LNK-LEN GREATER 20                                    0000139A
                  MOVE LNK-ORIGEM TO WRK-ORIGEM                         0000139B
               END-IF                                                   0000139C
            END-IF.                                                     00001400
                                                                        00001410
            PERFORM  1000-INICIAR.                                      00001420
      *-------------------------------------------------------------*   00001480
       1000-INICIAR                             SECTION.                00001490
                                                                        00001500
            IF WRK-ORIGEM EQUAL 'A'                                     0000150A
               EXEC SQL                                                 0000150B
                  OPEN CTRANSFW                                         0000150C
               END-EXEC                                                 0000150D
            ELSE                                                        0000150E
               EXEC SQL                                                 0000150F
                  OPEN CTRANSF                                          0000150G
               END-EXEC                                                 0000150H
            END-IF.                                                     0000150I
                                                                        00001540
            OPEN OUTPUT RELTRF2.                                        00001550
                                                                        00001560
      *-------------------------------------------------------------*   00001970
       2500-LER-TRANSFERENCIA                   SECTION.                00001980
                                                                        00001990
           IF WRK-ORIGEM EQUAL 'A'                                      0000199A
              EXEC SQL                                                  0000199B
               FETCH CTRANSFW                                           0000199C
                INTO :HTR-IDFUNC,                                       0000199D
                     :DB2-NOME,                                         0000199E
                     :HTR-SETORDE,                                      0000199F
                     :HTR-SETORPARA,                                    0000199G
                     :HTR-DTEFET,                                       0000199H
                     :HTR-MOTIVO                                        0000199I
               END-EXEC                                                 0000199J
           ELSE                                                         0000199K
              EXEC SQL                                                  0000199L
               FETCH CTRANSF                                            0000199M
                INTO :HTR-IDFUNC,                                       0000199N
                     :DB2-NOME,                                         0000199O
                     :HTR-SETORDE,                                      0000199P
                     :HTR-SETORPARA,                                    0000199Q
                     :HTR-DTEFET,                                       0000199R
                     :HTR-MOTIVO                                        0000199S
               END-EXEC                                                 0000199T
           END-IF.                                                      0000199U
                                                                        00002090
            EVALUATE SQLCODE                                            00002100
             WHEN 0                                                     00002110
      *-------------------------------------------------------------*   00002230
       3000-FINALIZAR                               SECTION.            00002240
                                                                        00002250
              IF WRK-ORIGEM EQUAL 'A'                                   0000225A
                 EXEC SQL                                               0000225B
                   CLOSE CTRANSFW                                       0000225C
                 END-EXEC                                               0000225D
              ELSE                                                      0000225E
                 EXEC SQL                                               0000225F
                   CLOSE CTRANSF                                        0000225G
                 END-EXEC                                               0000225H
              END-IF.                                                   0000225I
                                                                        00002290
              CLOSE RELTRF2.                                            00002300
                                                                        00002310
