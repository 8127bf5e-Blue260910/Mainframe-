      *  1.0   21/08/26   VICTOR ARANDA    VERSAO INICIAL               00000163
      *  1.1   02/09/26   VICTOR ARANDA    LINHAS DAS BANDAS DE HORA    00000164
      *                   (EXTRAS 50 PCT E FDS/FERIADO 100 PCT)         00000165
      *  1.2   15/10/26   VICTOR ARANDA    LINHA DA DIFERENCA DE        0000016A
      *                   AUMENTO RETROATIVO (FOLH-RETRO)               0000016B
      *  1.3   15/10/26   VICTOR ARANDA    LINHA DO ADIANTAMENTO        0000016C
      *                   QUINZENAL DESCONTADO (FOLH-ADIANT)            0000016D
      *  1.4   15/10/26   VICTOR ARANDA    LINHA DA PENSAO ALIMENTICIA  0000016E
      *                   (FOLH-PENSAO)                                 0000016F
      *  1.5   15/10/26   VICTOR ARANDA    LINHA DO VALE-TRANSPORTE     0000016G
      *                   DESCONTADO (FOLH-VALE-TRANSP)                 0000016H
      *  1.6   15/10/26   VICTOR ARANDA    LINHA DOS DEPENDENTES DE     0000016I
      *                   IRRF E DA DEDUCAO NA BASE (FOLH-QTD-DEPIR/    0000016J
      *                   FOLH-DED-DEPIR)                               0000016K
      *  1.7   15/10/26   VICTOR ARANDA    LINHA DA COPARTICIPACAO DO   0000016L
      *                   PLANO MEDICO (FOLH-COPART)                    0000016M
      *  1.8   15/10/26   VICTOR ARANDA    LINHA DA COMISSAO DE VENDAS  0000016N
      *                   (FOLH-COMISSAO)                               0000016O
      *-------------------------------------------------------------*   00000170
      *   ARQUIVOS...:                                                  00000180
      *    DDNAME              I/O                 INCLUDE/BOOK         00000190
          05 FILLER            PIC X(15) VALUE                          00001130
             'ADIC.TEMPO...: '.                                         00001130
          05 WRK-D-VAL-TEMPO   PIC Z.ZZZ.ZZ9,99.                        00001130
          05 FILLER            PIC X(53).                               00001131
                                                                        00001132
       01 WRK-DET-RETRO.                                                00001133
          05 FILLER            PIC X(15) VALUE                          00001134
             'DIF.RETROAT..: '.                                         00001135
          05 WRK-D-VAL-RETRO   PIC Z.ZZZ.ZZ9,99.                        00001136
          05 FILLER            PIC X(53).                               00001137
                                                                        00001138
       01 WRK-DET-COMISSAO.                                             00001139
          05 FILLER            PIC X(15) VALUE                          0000113A
             'COMISSOES....: '.                                         0000113B
          05 WRK-D-COMISSAO    PIC Z.ZZZ.ZZ9,99.                        0000113C
          05 FILLER            PIC X(53).                               0000113D
                                                                        0000113E
       01 WRK-DET-PENSAO.                                               0000113F
          05 FILLER            PIC X(15) VALUE                          0000113G
             'PENSAO ALIM..: '.                                         0000113H
          05 WRK-D-PENSAO      PIC Z.ZZZ.ZZ9,99.                        0000113I
          05 FILLER            PIC X(53).                               0000113J
                                                                        0000113K
       01 WRK-DET-VALE-TRANSP.                                          0000113L
          05 FILLER            PIC X(15) VALUE                          0000113M
             'VALE-TRANSP..: '.                                         0000113N
          05 WRK-D-VALE-TRANSP PIC Z.ZZZ.ZZ9,99.                        0000113O
          05 FILLER            PIC X(53).                               0000113P
                                                                        0000113Q
       01 WRK-DET-COPART.                                               0000113R
          05 FILLER            PIC X(15) VALUE                          0000113S
             'COPARTICIPAC.: '.                                         0000113T
          05 WRK-D-COPART      PIC Z.ZZZ.ZZ9,99.                        0000113U
          05 FILLER            PIC X(53).                               0000113V
                                                                        0000113W
       01 WRK-DET-DEPIR.                                                0000113X
          05 FILLER            PIC X(15) VALUE                          0000113Y
             'DEPEND.IRRF..: '.                                         0000113Z
          05 WRK-D-QTD-DEPIR   PIC Z9.                                  00001140
          05 FILLER            PIC X(12) VALUE                          00001141
             '  DEDUCAO.: '.                                            00001142
          05 WRK-D-DED-DEPIR   PIC Z.ZZZ.ZZ9,99.                        00001143
          05 FILLER            PIC X(39).                               00001144
                                                                        00001145
       01 WRK-DET-ADIANT.                                               00001146
          05 FILLER            PIC X(15) VALUE                          00001147
             'ADIANTAMENTO.: '.                                         00001148
          05 WRK-D-ADIANT      PIC Z.ZZZ.ZZ9,99.                        00001149
          05 FILLER            PIC X(53).                               00001150
                                                                        00001151
       01 WRK-DET-CONSIG.                                               00001152
          05 FILLER            PIC X(15) VALUE                          00001153
             'CONSIGNACOES.: '.                                         00001154
          05 WRK-D-CONSIG      PIC Z.ZZZ.ZZ9,99.                        00001155
          05 FILLER            PIC X(53).                               00001156
                                                                        00001157
       01 WRK-DET-INSS.                                                 00001158
          05 FILLER            PIC X(23) VALUE                          00001159
             'DESCONTO INSS........:'.                                  00001160
          05 WRK-D-INSS        PIC Z.ZZZ.ZZ9,99.                        00001161
          05 FILLER            PIC X(45).                               00001162
                                                                        00001163
       01 WRK-DET-IRRF.                                                 00001164
          05 FILLER            PIC X(23) VALUE                          00001165
             'DESCONTO IRRF........:'.                                  00001166
          05 WRK-D-IRRF        PIC Z.ZZZ.ZZ9,99.                        00001167
          05 FILLER            PIC X(45).                               00001168
                                                                        00001169
       01 WRK-DET-LIQUIDO.                                              00001170
          05 FILLER            PIC X(23) VALUE                          00001171
             'SALARIO LIQUIDO......:'.                                  00001172
          05 WRK-D-LIQUIDO     PIC Z.ZZZ.ZZ9,99.                        00001173
          05 FILLER            PIC X(45).                               00001174
                                                                        00001175
      *-----------------STATUS DE ARQUIVOS-----------------------------*00001176
       77 WRK-FS-FOLHPAG  PIC 9(02).                                    00001177
                                                                        00001178
       77 WRK-FS-RELATPAG PIC 9(02).                                    00001180
                                                                        00001190
      *----------------ACUMULAR REGISTROS -----------------------------*00001200
           WRITE FD-RELATPAG FROM WRK-DET-SALBASE.                      00002340
           WRITE FD-RELATPAG FROM WRK-DET-VALHORA.                      00002350
           WRITE FD-RELATPAG FROM WRK-DET-BRUTO.                        00002360
                                                                        00002361
      *          BANDAS DE HORA, SO QUANDO EXISTIREM                    00002362
                                                                        00002363
           IF FOLH-HORAS-EXT GREATER ZEROS                              00002364
              MOVE FOLH-HORAS-EXT TO WRK-D-HORAS-EXT                    00002365
              MOVE FOLH-VAL-EXT   TO WRK-D-VAL-EXT                      00002366
              WRITE FD-RELATPAG FROM WRK-DET-EXTRAS                     00002367
           END-IF.                                                      00002368
           IF FOLH-HORAS-FDS GREATER ZEROS                              00002369
              MOVE FOLH-HORAS-FDS TO WRK-D-HORAS-FDS                    0000236A
              MOVE FOLH-VAL-FDS   TO WRK-D-VAL-FDS                      0000236B
              WRITE FD-RELATPAG FROM WRK-DET-FDS                        0000236C
           END-IF.                                                      0000236D
                                                                        0000236E
           IF FOLH-FERIAS GREATER ZEROS                                 0000236F
              MOVE FOLH-FERIAS TO WRK-D-VAL-FERIAS                      0000236G
              WRITE FD-RELATPAG FROM WRK-DET-FERIAS                     0000236H
              MOVE FOLH-TERCO  TO WRK-D-VAL-TERCO                       0000236I
              WRITE FD-RELATPAG FROM WRK-DET-TERCO                      0000236J
           END-IF.                                                      0000236K
                                                                        0000236L
           IF FOLH-ADIC-TEMPO GREATER ZEROS                             0000236M
              MOVE FOLH-ADIC-TEMPO TO WRK-D-VAL-TEMPO                   0000236N
              WRITE FD-RELATPAG FROM WRK-DET-TEMPO                      0000236O
           END-IF.                                                      0000236P
                                                                        0000236Q
           IF FOLH-RETRO GREATER ZEROS                                  0000236R
              MOVE FOLH-RETRO TO WRK-D-VAL-RETRO                        0000236S
              WRITE FD-RELATPAG FROM WRK-DET-RETRO                      0000236T
           END-IF.                                                      0000236U
                                                                        0000236V
           IF FOLH-COMISSAO GREATER ZEROS                               0000236W
              MOVE FOLH-COMISSAO TO WRK-D-COMISSAO                      0000236X
              WRITE FD-RELATPAG FROM WRK-DET-COMISSAO                   0000236Y
           END-IF.                                                      0000236Z
                                                                        00002370
           IF FOLH-PENSAO GREATER ZEROS                                 00002371
              MOVE FOLH-PENSAO TO WRK-D-PENSAO                          00002372
              WRITE FD-RELATPAG FROM WRK-DET-PENSAO                     00002373
           END-IF.                                                      00002374
                                                                        00002375
           IF FOLH-VALE-TRANSP GREATER ZEROS                            00002376
              MOVE FOLH-VALE-TRANSP TO WRK-D-VALE-TRANSP                00002377
              WRITE FD-RELATPAG FROM WRK-DET-VALE-TRANSP                00002378
           END-IF.                                                      00002379
                                                                        00002380
           IF FOLH-COPART GREATER ZEROS                                 00002381
              MOVE FOLH-COPART TO WRK-D-COPART                          00002382
              WRITE FD-RELATPAG FROM WRK-DET-COPART                     00002383
           END-IF.                                                      00002384
                                                                        00002385
           IF FOLH-CONSIG GREATER ZEROS                                 00002386
              MOVE FOLH-CONSIG TO WRK-D-CONSIG                          00002387
              WRITE FD-RELATPAG FROM WRK-DET-CONSIG                     00002388
           END-IF.                                                      00002389
           IF FOLH-ADIANT GREATER ZEROS                                 00002390
              MOVE FOLH-ADIANT TO WRK-D-ADIANT                          00002391
              WRITE FD-RELATPAG FROM WRK-DET-ADIANT                     00002392
           END-IF.                                                      00002393
           WRITE FD-RELATPAG FROM WRK-DET-INSS.                         00002394
           WRITE FD-RELATPAG FROM WRK-DET-IRRF.                         00002395
           IF FOLH-QTD-DEPIR GREATER ZEROS                              00002396
              MOVE FOLH-QTD-DEPIR TO WRK-D-QTD-DEPIR                    00002397
              MOVE FOLH-DED-DEPIR TO WRK-D-DED-DEPIR                    00002398
              WRITE FD-RELATPAG FROM WRK-DET-DEPIR                      00002399
           END-IF.                                                      00002400
           WRITE FD-RELATPAG FROM WRK-BRANCO.                           00002401
           WRITE FD-RELATPAG FROM WRK-DET-LIQUIDO.                      00002402
                                                                        00002403
           ADD 1            TO WRK-ACUM-GRAVADOS.                       00002404
           ADD FOLH-BRUTO   TO WRK-ACUM-BRUTO.                          00002405
           ADD FOLH-LIQUIDO TO WRK-ACUM-LIQUIDO.                        00002406
           ADD 1          TO WRK-PAG.                                   00002407
                                                                        00002410
           READ FOLHPAG.                                                00002420
                                                                        00002430
