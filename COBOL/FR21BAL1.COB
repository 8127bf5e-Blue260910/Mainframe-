      *      VEREDITO VERDE/VERMELHO POR ELO E O PROGRAMA TERMINA       00000220
      *      COM RETURN-CODE 8 QUANDO QUALQUER ELO NAO FECHA, PARA      00000230
      *      O SCHEDULER SEGURAR A PROXIMA JANELA.                      00000240
      *      NO DIA DA CONTABILIZACAO DA FOLHA ENTRA TAMBEM O           00000241
      *      CONTROLE CTFCTL (FR21CTP1): DEBITOS = CREDITOS, BRUTO =    00000242
      *      RETENCOES + LIQUIDO NA TRANSITORIA E NENHUM EVENTO SEM     00000243
      *      REGRA. NOS DEMAIS DIAS O CONTROLE NAO E INFORMADO.         00000244
      *-------------------------------------------------------------*   00000250
      *   ARQUIVOS:                                                     00000260
      *    DDNAME              I/O                  COPY/BOOK           00000270
      *   RUNCTL                I   CONTROLE DE EXECUCAO (LNKRUNC)      00000290
      *   PRVCTL                I   CONTROLES DO BALANCETE (FR21PRV2)   00000300
      *   CTRLSPL               I   CONTROLE DO SPLIT (FR21SPL1)        00000310
      *   CTFCTL                I   CONTABILIZACAO DA FOLHA (FR21CTP1)  00000311
      *   RELBAL                O   FOLHA DE PROVA DO DIA               00000320
      *-------------------------------------------------------------*   00000330
      *   MODULOS....:                                                  00000340
                                                                        00000580
           SELECT CTRLSPL  ASSIGN TO CTRLSPL                            00000590
               FILE STATUS  IS WRK-FS-CTRLSPL.                          00000600
           SELECT CTFCTL   ASSIGN TO CTFCTL                             00000601
               FILE STATUS  IS WRK-FS-CTFCTL.                           00000602
                                                                        00000610
           SELECT RELBAL   ASSIGN TO RELBAL                             00000620
               FILE STATUS  IS WRK-FS-RELBAL.                           00000630
          05 FD-CT-P2C2      PIC 9(07).                                 00001250
          05 FD-CT-P3C1      PIC 9(07).                                 00001260
          05 FD-CT-P3C2      PIC 9(07).                                 00001270
      *      ENTRADA - CONTABILIZACAO DA FOLHA      LRECL = 90          0000127A
                                                                        0000127B
       FD CTFCTL                                                        0000127C
           RECORDING  MODE IS F                                         0000127D
           BLOCK CONTAINS 0 RECORDS.                                    0000127E
                                                                        0000127F
       01 FD-CTFCTL.                                                    0000127G
          05 FD-CF-DATA        PIC 9(08).                               0000127H
          05 FD-CF-COMPET      PIC 9(06).                               0000127I
          05 FD-CF-LANCAMENTOS PIC 9(07).                               0000127J
          05 FD-CF-SEM-REGRA   PIC 9(07).                               0000127K
          05 FD-CF-TOT-DEB     PIC 9(13)V99.                            0000127L
          05 FD-CF-TOT-CRED    PIC 9(13)V99.                            0000127M
          05 FD-CF-TRANS-CRED  PIC 9(13)V99.                            0000127N
          05 FD-CF-TRANS-DEB   PIC 9(13)V99.                            0000127O
          05 FILLER            PIC X(02).                               0000127P
                                                                        00001280
      *      SAIDA - FOLHA DE PROVA DO DIA          LRECL = 80          00001290
                                                                        00001300
       77 WRK-SP-SOMA2        PIC 9(07) VALUE 0.                        00001810
       77 WRK-SP-TOT1         PIC 9(07) VALUE 0.                        00098010
       77 WRK-SP-TOT2         PIC 9(07) VALUE 0.                        00098020
      *          FIGURAS DA CONTABILIZACAO DA FOLHA (CTFCTL)            0009802A
                                                                        0009802B
       77 WRK-TEM-CTFCTL      PIC X(01) VALUE 'N'.                      0009802C
       77 WRK-CF-SEM-REGRA    PIC 9(07) VALUE 0.                        0009802D
       77 WRK-CF-TOT-DEB      PIC 9(13)V99 VALUE 0.                     0009802E
       77 WRK-CF-TOT-CRED     PIC 9(13)V99 VALUE 0.                     0009802F
       77 WRK-CF-TRANS-CRED   PIC 9(13)V99 VALUE 0.                     0009802G
       77 WRK-CF-TRANS-DEB    PIC 9(13)V99 VALUE 0.                     0009802H
                                                                        00001820
      *--------------------STATUS-----------------------------------*   00001830
                                                                        00001840
       77 WRK-FS-PRVCTL   PIC 9(02).                                    00001890
                                                                        00001900
       77 WRK-FS-CTRLSPL  PIC 9(02).                                    00001910
       77 WRK-FS-CTFCTL   PIC 9(02).                                    00001911
                                                                        00001920
       77 WRK-FS-RELBAL   PIC 9(02).                                    00001930
                                                                        00001940
          05 WRK-D-VEREDITO  PIC X(10).                                 00002120
          05 FILLER          PIC X(12).                                 00002130
                                                                        00002140
       01 WRK-DET-VALOR.                                                00002141
          05 WRK-V-ELO       PIC X(38).                                 00002142
          05 FILLER          PIC X(01).                                 00002143
          05 WRK-V-LADO-A    PIC ZZZZZZZZZZ9,99.                        00002144
          05 FILLER          PIC X(03) VALUE ' X '.                     00002145
          05 WRK-V-LADO-B    PIC ZZZZZZZZZZ9,99.                        00002146
          05 FILLER          PIC X(01).                                 00002147
          05 WRK-V-VEREDITO  PIC X(09).                                 00002148
       01 WRK-RODAPE.                                                   00002150
          05 WRK-R-TEXTO     PIC X(40).                                 00002160
          05 FILLER          PIC X(40).                                 00002170
            PERFORM 2200-COLHER-RUNCTL.                                 00002280
            PERFORM 2300-COLHER-PRVCTL.                                 00002290
            PERFORM 2400-COLHER-CTRLSPL.                                00002300
            PERFORM 2450-COLHER-CTFCTL.                                 00002301
            PERFORM 2500-JULGAR-CORRENTE.                               00002310
            PERFORM 3000-FINALIZAR.                                     00002320
                                                                        00002330
       2400-99-FIM.                                            EXIT.    00003990
      *=============================================================*   00004000
                                                                        00004010
      *=============================================================*   00004011
       2450-COLHER-CTFCTL                                   SECTION.    00004012
                                                                        00004013
      *          SO VALE O CONTROLE GERADO NA DATA DO NEGOCIO; O DE     00004014
      *          UM MES ANTERIOR NAO ENTRA NA PROVA                     00004015
                                                                        00004016
           OPEN INPUT CTFCTL.                                           00004017
                                                                        00004018
           IF WRK-FS-CTFCTL NOT EQUAL ZEROS                             00004019
              GO TO 2450-99-FIM                                         0000401A
           END-IF.                                                      0000401B
                                                                        0000401C
           READ CTFCTL.                                                 0000401D
                                                                        0000401E
           IF WRK-FS-CTFCTL EQUAL ZEROS                                 0000401F
              AND FD-CF-DATA EQUAL WRK-DATA-NEGOCIO                     0000401G
              MOVE 'S' TO WRK-TEM-CTFCTL                                0000401H
              MOVE FD-CF-SEM-REGRA  TO WRK-CF-SEM-REGRA                 0000401I
              MOVE FD-CF-TOT-DEB    TO WRK-CF-TOT-DEB                   0000401J
              MOVE FD-CF-TOT-CRED   TO WRK-CF-TOT-CRED                  0000401K
              MOVE FD-CF-TRANS-CRED TO WRK-CF-TRANS-CRED                0000401L
              MOVE FD-CF-TRANS-DEB  TO WRK-CF-TRANS-DEB                 0000401M
           END-IF.                                                      0000401N
                                                                        0000401O
           CLOSE CTFCTL.                                                0000401P
                                                                        0000401Q
       2450-99-FIM.                                            EXIT.    0000401R
      *=============================================================*   0000401S
      *=============================================================*   00004020
       2500-JULGAR-CORRENTE                                 SECTION.    00004030
                                                                        00004040
              WRITE FD-RELBAL FROM WRK-DET-ELO                          00005090
           END-IF.                                                      00005100
                                                                        00005110
           IF WRK-TEM-CTFCTL EQUAL 'S'                                  00005111
              MOVE 'FOLHA: DEBITOS = CREDITOS             '             00005112
                   TO WRK-V-ELO                                         00005113
              MOVE WRK-CF-TOT-DEB TO WRK-V-LADO-A                       00005114
              MOVE WRK-CF-TOT-CRED TO WRK-V-LADO-B                      00005115
              IF WRK-CF-TOT-DEB EQUAL WRK-CF-TOT-CRED                   00005116
                 MOVE 'VERDE    ' TO WRK-V-VEREDITO                     00005117
              ELSE                                                      00005118
                 MOVE 'VERMELHO ' TO WRK-V-VEREDITO                     00005119
                 ADD 1 TO WRK-ELOS-QUEBRADOS                            00005120
              END-IF                                                    00005121
              WRITE FD-RELBAL FROM WRK-DET-VALOR                        00005122
                                                                        00005123
              MOVE 'FOLHA: BRUTO = RETENCOES + LIQUIDO    '             00005124
                   TO WRK-V-ELO                                         00005125
              MOVE WRK-CF-TRANS-CRED TO WRK-V-LADO-A                    00005126
              MOVE WRK-CF-TRANS-DEB  TO WRK-V-LADO-B                    00005127
              IF WRK-CF-TRANS-CRED EQUAL WRK-CF-TRANS-DEB               00005128
                 MOVE 'VERDE    ' TO WRK-V-VEREDITO                     00005129
              ELSE                                                      00005130
                 MOVE 'VERMELHO ' TO WRK-V-VEREDITO                     00005131
                 ADD 1 TO WRK-ELOS-QUEBRADOS                            00005132
              END-IF                                                    00005133
              WRITE FD-RELBAL FROM WRK-DET-VALOR                        00005134
                                                                        00005135
              MOVE 'FOLHA: EVENTOS SEM REGRA = ZERO       '             00005136
                   TO WRK-D-ELO                                         00005137
              MOVE WRK-CF-SEM-REGRA TO WRK-D-LADO-A                     00005138
              MOVE ZEROS           TO WRK-D-LADO-B                      00005139
              IF WRK-CF-SEM-REGRA EQUAL ZEROS                           00005140
                 MOVE 'VERDE     ' TO WRK-D-VEREDITO                    00005141
              ELSE                                                      00005142
                 MOVE 'VERMELHO  ' TO WRK-D-VEREDITO                    00005143
                 ADD 1 TO WRK-ELOS-QUEBRADOS                            00005144
              END-IF                                                    00005145
              WRITE FD-RELBAL FROM WRK-DET-ELO                          00005146
           END-IF.                                                      00005147
       2500-99-FIM.                                            EXIT.    00005148
      *=============================================================*   00005149
                                                                        00005150
      *=============================================================*   00005151
       3000-FINALIZAR                                       SECTION.    00005152
                                                                        00005153
             WRITE FD-RELBAL FROM WRK-LINHA-VAZIA.                      00005154
                                                                        00005155
             IF WRK-ELOS-QUEBRADOS EQUAL ZEROS                          00005156
                MOVE 'CORRENTE FECHADA - DIA PROVADO          '         00005157
                     TO WRK-R-TEXTO                                     00005158
             ELSE                                                       00005159
                MOVE 'CORRENTE QUEBRADA - SEGURAR A JANELA    '         00005160
                     TO WRK-R-TEXTO                                     00005161
                MOVE 8 TO RETURN-CODE                                   00005162
             END-IF.                                                    00005163
             WRITE FD-RELBAL FROM WRK-RODAPE.                           00005164
                                                                        00005165
             DISPLAY 'ELOS QUEBRADOS........' WRK-ELOS-QUEBRADOS.       00005166
             DISPLAY 'FINAL DE PROGRAMA'.                               00005167
                                                                        00005168
             CLOSE RELBAL.                                              00005169
             STOP RUN.                                                  00005170
                                                                        00005171
       3000-99-FIM.                                            EXIT.    00005172
      *=============================================================*   00005173
                                                                        00005174
      *=============================================================*   00005175
       9000-TRATARERROS                                     SECTION.    00005176
                                                                        00005177
             MOVE 'E' TO WRK-SEVERIDADE.                                00005178
             CALL 'GRAVALOG' USING WRK-DADOS.                           00005179
             STOP RUN.                                                  00005180
                                                                        00005181
       9000-99-FIM.                                            EXIT.    00005182
      *=============================================================*   00005183
                                                                        00005184
