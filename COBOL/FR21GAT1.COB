      *      REGISTRO CRITICO NO GRAVALOG; COM O OVERRIDE 'S' A         00000180
      *      LIBERACAO FICA REGISTRADA NO LOG E O CHAMADOR SEGUE        00000190
      *      COM O STATUS '1'.                                          00000200
      *      COM LNK-GT-VOLUME 'S' CONFERE TAMBEM O VOLUME DE           00000201
      *      CADA PREDECESSOR (LIDOS E GRAVADOS DO EVENTO 'F')          00000202
      *      CONTRA A MEDIA DO MESMO DIA DA SEMANA (FR21VOL1):          00000203
      *      FORA DA FAIXA SEM A LIBERACAO LNK-GT-OVR-VOLUME            00000204
      *      SEGURA A EXECUCAO COM REGISTRO CRITICO; LIBERADO,          00000205
      *      FICA NO LOG E O CHAMADOR SEGUE COM O STATUS '2'.           00000206
      *-------------------------------------------------------------*   00000210
      *   COMMAREA.: LNK-GATE (BOOK LNKGATE)                            00000220
      *-------------------------------------------------------------*   00000230
      *-------------------------------------------------------------*   00000270
      *   MODULOS....:                                                  00000280
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000290
      *   FR21VOL1             CONFERENCIA DE VOLUME (LNKVOLU)          00000291
      *=============================================================*   00000300
       ENVIRONMENT                               DIVISION.              00000310
      *=============================================================*   00000320
                                                                        00000850
       77 WRK-IND             PIC 9(02) COMP VALUE 0.                   00000860
                                                                        00000870
       77 WRK-IND-FALTA       PIC 9(02) COMP VALUE 0.                   00000871
                                                                        00000872
       01 WRK-ACHADOS.                                                  00000880
          05 WRK-ACHADO       PIC X(01) OCCURS 5 TIMES.                 00000890
                                                                        00000891
      *        CONTADORES DO ULTIMO 'F' DE CADA PREDECESSOR             00000892
                                                                        00000893
       01 WRK-CONTADORES.                                               00000894
          05 WRK-PRED-OCR OCCURS 5 TIMES.                               00000895
             10 WRK-PRED-LIDOS    PIC 9(07).                            00000896
             10 WRK-PRED-GRAVADOS PIC 9(07).                            00000897
                                                                        00000898
           COPY 'LNKVOLU'.                                              00000899
                                                                        00000900
      *-------------------------------------------------------------*   00000910
       LINKAGE                                              SECTION.    00000920
                                                                        00001100
           PERFORM 1000-VARRER-RUNCTL.                                  00001110
           PERFORM 2000-JULGAR.                                         00001120
                                                                        00001121
           IF LNK-GT-VOLUME EQUAL 'S'                                   00001122
              PERFORM 3000-CONFERIR-VOLUME                              00001123
                      VARYING WRK-IND FROM 1 BY 1                       00001124
                      UNTIL WRK-IND GREATER LNK-GT-QTD-PRED             00001125
           END-IF.                                                      00001126
                                                                        00001130
           GOBACK.                                                      00001140
                                                                        00001150
                 IF FD-RC-PROGRAMA EQUAL                                00001540
                    LNK-GT-PREDECESSOR(WRK-IND)                         00001550
                    MOVE 'S' TO WRK-ACHADO(WRK-IND)                     00001560
                    MOVE FD-RC-LIDOS TO WRK-PRED-LIDOS(WRK-IND)         00001561
                    IF FD-RC-GRAVADOS NUMERIC                           00001562
                       MOVE FD-RC-GRAVADOS                              00001563
                            TO WRK-PRED-GRAVADOS(WRK-IND)               00001564
                    ELSE                                                00001565
                       MOVE ZEROS TO WRK-PRED-GRAVADOS(WRK-IND)         00001566
                    END-IF                                              00001567
                 END-IF                                                 00001570
              END-PERFORM                                               00001580
           END-IF.                                                      00001590
      *=============================================================*   00002010
                                                                        00002020
      *=============================================================*   00002030
       3000-CONFERIR-VOLUME                                 SECTION.    00002031
                                                                        00002032
      *          PREDECESSOR SEM 'F' JA FOI TRATADO NO 2000             00002033
                                                                        00002034
           IF WRK-ACHADO(WRK-IND) NOT EQUAL 'S'                         00002035
              GO TO 3000-99-FIM                                         00002036
           END-IF.                                                      00002037
                                                                        00002038
           MOVE LNK-GT-PREDECESSOR(WRK-IND) TO LNK-VL-PROGRAMA.         00002039
           MOVE LNK-GT-DATA-MOV             TO LNK-VL-DATA.             0000203A
           MOVE WRK-PRED-LIDOS(WRK-IND)     TO LNK-VL-LIDOS.            0000203B
           MOVE WRK-PRED-GRAVADOS(WRK-IND)  TO LNK-VL-GRAVADOS.         0000203C
           CALL 'FR21VOL1' USING LNK-VOLUME.                            0000203D
                                                                        0000203E
           IF LNK-VL-STATUS NOT EQUAL '1'                               0000203F
              GO TO 3000-99-FIM                                         0000203G
           END-IF.                                                      0000203H
                                                                        0000203I
           DISPLAY 'VOLUME FORA DA FAIXA: ' LNK-VL-PROGRAMA             0000203J
                   ' LIDOS '    LNK-VL-LIDOS                            0000203K
                   ' MEDIA '    LNK-VL-MEDIA-LIDOS                      0000203L
                   ' GRAVADOS ' LNK-VL-GRAVADOS                         0000203M
                   ' MEDIA '    LNK-VL-MEDIA-GRAV.                      0000203N
                                                                        0000203O
           IF LNK-GT-OVR-VOLUME EQUAL 'S'                               0000203P
              MOVE '2' TO LNK-GT-STATUS                                 0000203Q
              MOVE LNK-GT-PROGRAMA TO WRK-PROGRAMA                      0000203R
              MOVE '3000'          TO WRK-SECAO                         0000203S
              MOVE SPACES          TO WRK-MENSAGEM                      0000203T
              STRING 'VOLUME LIBERADO: '                                0000203U
                     LNK-GT-PREDECESSOR(WRK-IND)                        0000203V
                 DELIMITED BY SIZE INTO WRK-MENSAGEM                    0000203W
              MOVE ZEROS           TO WRK-STATUS                        0000203X
              MOVE 'I'             TO WRK-SEVERIDADE                    0000203Y
              CALL 'GRAVALOG' USING WRK-DADOS                           0000203Z
           ELSE                                                         00002040
              MOVE LNK-GT-PROGRAMA TO WRK-PROGRAMA                      00002041
              MOVE '3000'          TO WRK-SECAO                         00002042
              MOVE SPACES          TO WRK-MENSAGEM                      00002043
              STRING 'VOLUME ANORMAL: '                                 00002044
                     LNK-GT-PREDECESSOR(WRK-IND)                        00002045
                 DELIMITED BY SIZE INTO WRK-MENSAGEM                    00002046
              MOVE ZEROS           TO WRK-STATUS                        00002047
              PERFORM 9000-TRATARERROS                                  00002048
           END-IF.                                                      00002049
                                                                        00002050
       3000-99-FIM.                                            EXIT.    00002051
      *=============================================================*   00002052
                                                                        00002053
      *=============================================================*   00002054
       9000-TRATARERROS                                     SECTION.    00002055
                                                                        00002056
             MOVE 'E' TO WRK-SEVERIDADE.                                00002060
             CALL 'GRAVALOG' USING WRK-DADOS.                           00002070
             MOVE 8 TO RETURN-CODE.                                     00002071
             STOP RUN.                                                  00002080
                                                                        00002090
       9000-99-FIM.                                            EXIT.    00002100
