      *-------------------------------------------------------------*   00000110
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000120
      *  1.0   02/09/26   VICTOR ARANDA       VERSAO INICIAL            00000130
      *  1.1   15/10/26   VICTOR ARANDA    BANCO VIA PEDIDO (ALTBANC)   00000131
      *-------------------------------------------------------------*   00000140
      *   OBJETIVO: CARGA E MANUTENCAO DO CADASTRO COMPLEMENTAR DE      00000150
      *      FUNCIONARIOS (IVAN.FUNCCOMP: CPF, ENDERECO E DADOS         00000160
      *      DESENHO DO AGENSEQ - PARA A REMESSA BANCARIA               00000210
      *      (FR21BNC1) E O INFORME ANUAL (FR21ANO1). CRITICA EM        00000220
      *      RELFCP. A MANUTENCAO ONLINE E O F21CIPG.                   00000230
      *      BANCO, AGENCIA E CONTA NAO SAO GRAVADOS DIRETO: NA         00000231
      *      INCLUSAO E NA ALTERACAO A MUDANCA VIRA PEDIDO PENDENTE     00000232
      *      EM IVAN.ALTBANC (SOLICITANTE 'FR21FCP1'), APROVADO         00000233
      *      NO F21CIPN; BANCO EM BRANCO NA ALTERACAO = SEM MUDANCA.    00000234
      *-------------------------------------------------------------*   00000240
      *   BASE DE DADOS:                                                00000250
      *   TABELA.DB2..                                                  00000260
      *    ------              I/O                 INCLUDE/BOOK         00000270
      *   IVAN.FUNCCOMP        I/O                 #BKFCOMP---          00000280
      *   IVAN.ALTBANC          O                  #BKALTB----          00000281
      *-------------------------------------------------------------*   00000290
      *   ARQUIVOS:                                                     00000300
      *    DDNAME              I/O                  COPY/BOOK           00000310
              INCLUDE #BKFCOMP                                          00001110
           END-EXEC.                                                    00001120
                                                                        00001130
           EXEC SQL                                                     00001131
              INCLUDE #BKALTB                                           00001132
           END-EXEC.                                                    00001133
                                                                        00001134
           EXEC SQL                                                     00001140
              INCLUDE SQLCA                                             00001150
           END-EXEC.                                                    00001160
       77 WRK-REJEITADOS      PIC 9(05) VALUE 0.                        00001430
       77 WRK-DESCARGADOS     PIC 9(05) VALUE 0.                        00001440
       77 WRK-MOTIVO          PIC X(25).                                00001450
       77 WRK-PEDIDOS         PIC 9(05) VALUE 0.                        0000145A
                                                                        0000145B
      *-----------PEDIDO DE ALTERACAO BANCARIA (IVAN.ALTBANC)-------*   0000145C
                                                                        0000145D
       77 WRK-PEDIDO-OK       PIC X(01).                                0000145E
       77 WRK-QT-PEND         PIC S9(09) COMP VALUE 0.                  0000145F
       77 WRK-HORA-SIS        PIC 9(08).                                0000145G
                                                                        0000145H
       01 WRK-BANCO-MOV.                                                0000145I
          05 WRK-BM-BANCO     PIC X(03).                                0000145J
          05 WRK-BM-AGBANCO   PIC X(04).                                0000145K
          05 WRK-BM-CONTABCO  PIC X(10).                                0000145L
                                                                        0000145M
       01 WRK-BANCO-ATUAL.                                              0000145N
          05 WRK-BA-BANCO     PIC X(03).                                0000145O
          05 WRK-BA-AGBANCO   PIC X(04).                                0000145P
          05 WRK-BA-CONTABCO  PIC X(10).                                0000145Q
                                                                        0000145R
       01 WRK-DTH.                                                      0000145S
          05 WRK-DTH-DATA     PIC 9(08).                                0000145T
          05 WRK-DTH-HORA     PIC 9(06).                                0000145U
                                                                        00001460
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00001470
                                                                        00001480
           MOVE FD-FM-BANCO    TO FCP-BANCO.                            00002370
           MOVE FD-FM-AGBANCO  TO FCP-AGBANCO.                          00002380
           MOVE FD-FM-CONTABCO TO FCP-CONTABCO.                         00002390
           MOVE FD-FM-BANCO    TO WRK-BM-BANCO.                         00002391
           MOVE FD-FM-AGBANCO  TO WRK-BM-AGBANCO.                       00002392
           MOVE FD-FM-CONTABCO TO WRK-BM-CONTABCO.                      00002393
                                                                        00002400
           EVALUATE FD-FM-OPERACAO                                      00002410
                                                                        00002420
              GO TO 2100-99-FIM                                         00002730
           END-IF.                                                      00002740
                                                                        00002750
      *          O CADASTRO NASCE SEM DADOS BANCARIOS; OS DO            00002751
      *          MOVIMENTO VIRAM PEDIDO PENDENTE DE APROVACAO           00002752
                                                                        00002753
           MOVE SPACES TO FCP-BANCO FCP-AGBANCO FCP-CONTABCO.           00002754
                                                                        00002755
           EXEC SQL                                                     00002760
                INSERT INTO IVAN.FUNCCOMP                               00002770
                       (IDFUNC, CPF, ENDERECO, CIDADE, UF, CEP,         00002780
                                                                        00002840
           EVALUATE SQLCODE                                             00002850
             WHEN 0                                                     00002860
                  MOVE SPACES TO WRK-BANCO-ATUAL                        00002870
                  PERFORM 2700-ABRIR-PEDIDO                             00002880
                  IF WRK-PEDIDO-OK EQUAL 'S'                            00002890
                     EXEC SQL COMMIT END-EXEC                           00002891
                     ADD 1 TO WRK-INCLUIDOS                             00002892
                     MOVE 'INCLUIDO  ' TO WRK-D-SITUACAO                00002893
                  ELSE                                                  00002894
                     EXEC SQL ROLLBACK END-EXEC                         00002895
                     ADD 1 TO WRK-REJEITADOS                            00002896
                     MOVE 'REJEITADO ' TO WRK-D-SITUACAO                00002897
                  END-IF                                                00002898
             WHEN -803                                                  00002900
                  ADD 1 TO WRK-REJEITADOS                               00002910
                  MOVE 'REJEITADO ' TO WRK-D-SITUACAO                   00002920
              GO TO 2200-99-FIM                                         00003160
           END-IF.                                                      00003170
                                                                        00003180
      *          DADOS BANCARIOS GRAVADOS (OS ULTIMOS APROVADOS)        00003181
                                                                        00003182
           EXEC SQL                                                     00003183
                SELECT BANCO, AGBANCO, CONTABCO                         00003184
                  INTO :WRK-BA-BANCO, :WRK-BA-AGBANCO,                  00003185
                       :WRK-BA-CONTABCO                                 00003186
                  FROM IVAN.FUNCCOMP                                    00003187
                 WHERE IDFUNC = :FCP-IDFUNC                             00003188
                 FETCH FIRST ROW ONLY                                   00003189
           END-EXEC.                                                    00003190
                                                                        00003191
           EVALUATE SQLCODE                                             00003192
             WHEN 0                                                     00003193
                  CONTINUE                                              00003194
             WHEN 100                                                   00003195
                  ADD 1 TO WRK-REJEITADOS                               00003196
                  MOVE 'REJEITADO ' TO WRK-D-SITUACAO                   00003197
                  MOVE 'FUNCIONARIO NAO CADASTR.' TO WRK-MOTIVO         00003198
                  PERFORM 2800-GRAVAR-DETALHE                           00003199
                  GO TO 2200-99-FIM                                     00003200
             WHEN OTHER                                                 00003201
                  MOVE SQLCODE TO WRK-SQLCODE                           00003202
                  DISPLAY 'ERRO ' WRK-SQLCODE ' NO SELECT'              00003203
                  ADD 1 TO WRK-REJEITADOS                               00003204
                  MOVE 'REJEITADO ' TO WRK-D-SITUACAO                   00003205
                  MOVE 'ERRO SQL NO SELECT      ' TO WRK-MOTIVO         00003206
                  PERFORM 2800-GRAVAR-DETALHE                           00003207
                  GO TO 2200-99-FIM                                     00003208
           END-EVALUATE.                                                00003209
                                                                        00003210
           IF WRK-BANCO-MOV EQUAL SPACES                                00003211
              MOVE WRK-BANCO-ATUAL TO WRK-BANCO-MOV                     00003212
           END-IF.                                                      00003213
                                                                        00003214
      *          O UPDATE NAO TOCA BANCO, AGENCIA E CONTA: MUDANCA      00003215
      *          NELES VIRA PEDIDO PENDENTE NA MESMA UNIDADE            00003216
                                                                        00003217
           EXEC SQL                                                     00003218
                UPDATE IVAN.FUNCCOMP                                    00003219
                   SET CPF      = :FCP-CPF,                             00003220
                       ENDERECO = :FCP-ENDERECO,                        00003221
                       CIDADE   = :FCP-CIDADE,                          00003222
                       UF       = :FCP-UF,                              00003223
                       CEP      = :FCP-CEP                              00003224
                 WHERE IDFUNC   = :FCP-IDFUNC                           00003225
           END-EXEC.                                                    00003226
                                                                        00003227
           EVALUATE SQLCODE                                             00003228
             WHEN 0                                                     00003229
                  IF WRK-BANCO-MOV NOT EQUAL WRK-BANCO-ATUAL            00003230
                     PERFORM 2700-ABRIR-PEDIDO                          00003231
                  ELSE                                                  00003232
                     MOVE 'S' TO WRK-PEDIDO-OK                          00003233
                  END-IF                                                00003234
                  IF WRK-PEDIDO-OK EQUAL 'S'                            00003235
                     EXEC SQL COMMIT END-EXEC                           00003236
                     ADD 1 TO WRK-ALTERADOS                             00003237
                     MOVE 'ALTERADO  ' TO WRK-D-SITUACAO                00003238
                  ELSE                                                  00003239
                     EXEC SQL ROLLBACK END-EXEC                         00003240
                     ADD 1 TO WRK-REJEITADOS                            00003241
                     MOVE 'REJEITADO ' TO WRK-D-SITUACAO                00003242
                  END-IF                                                00003243
             WHEN 100                                                   00003244
                  ADD 1 TO WRK-REJEITADOS                               00003245
                  MOVE 'REJEITADO ' TO WRK-D-SITUACAO                   00003246
                  MOVE 'FUNCIONARIO NAO CADASTR.' TO WRK-MOTIVO         00003247
             WHEN OTHER                                                 00003248
                  MOVE SQLCODE TO WRK-SQLCODE                           00003249
                  DISPLAY 'ERRO ' WRK-SQLCODE ' NO UPDATE'              00003250
                  ADD 1 TO WRK-REJEITADOS                               00003251
                  MOVE 'REJEITADO ' TO WRK-D-SITUACAO                   00003252
                  MOVE 'ERRO SQL NO UPDATE      ' TO WRK-MOTIVO         00003253
           END-EVALUATE.                                                00003254
                                                                        00003255
           PERFORM 2800-GRAVAR-DETALHE.                                 00003256
                                                                        00003257
       2200-99-FIM.                                            EXIT.    00003258
      *=============================================================*   00003259
                                                                        00003260
      *=============================================================*   00003261
       2300-EXCLUIR                                         SECTION.    00003262
                                                                        00003263
           EXEC SQL                                                     00003264
                DELETE FROM IVAN.FUNCCOMP                               00003265
                 WHERE IDFUNC = :FCP-IDFUNC                             00003266
           END-EXEC.                                                    00003267
                                                                        00003268
           EVALUATE SQLCODE                                             00003269
             WHEN 0                                                     00003270
                  EXEC SQL COMMIT END-EXEC                              00003271
                  ADD 1 TO WRK-EXCLUIDOS                                00003272
                  MOVE 'EXCLUIDO  ' TO WRK-D-SITUACAO                   00003273
             WHEN 100                                                   00003274
                  ADD 1 TO WRK-REJEITADOS                               00003275
                  MOVE 'REJEITADO ' TO WRK-D-SITUACAO                   00003276
                  MOVE 'FUNCIONARIO NAO CADASTR.' TO WRK-MOTIVO         00003277
             WHEN OTHER                                                 00003278
                  MOVE SQLCODE TO WRK-SQLCODE                           00003279
                  DISPLAY 'ERRO ' WRK-SQLCODE ' NO DELETE'              00003280
                  ADD 1 TO WRK-REJEITADOS                               00003281
                  MOVE 'REJEITADO ' TO WRK-D-SITUACAO                   00003282
                  MOVE 'ERRO SQL NO DELETE      ' TO WRK-MOTIVO         00003283
           END-EVALUATE.                                                00003284
                                                                        00003285
           PERFORM 2800-GRAVAR-DETALHE.                                 00003286
                                                                        00003287
       2300-99-FIM.                                            EXIT.    00003288
      *=============================================================*   00003289
                                                                        00003290
      *=============================================================*   00003291
       2500-VALIDAR-CPF                                     SECTION.    00003292
                                                                        00003293
      *                 MODULO 11: PRIMEIRO DIGITO COM PESOS 10..2      00003294
      *                 SOBRE OS 9 PRIMEIROS, SEGUNDO COM 11..2         00003295
      *                 SOBRE OS 10 (RESTO < 2 DA ZERO)                 00003296
                                                                        00003297
           MOVE 'N' TO WRK-CPF-OK.                                      00003298
                                                                        00003299
           IF FD-FM-CPF IS NOT NUMERIC                                  00003300
              MOVE 'CPF NAO NUMERICO        ' TO WRK-MOTIVO             00003301
              GO TO 2500-99-FIM                                         00003302
           END-IF.                                                      00003303
                                                                        00003304
           MOVE FD-FM-CPF TO WRK-CPF.                                   00003305
                                                                        00003306
           MOVE ZEROS TO WRK-SOMA-DG.                                   00003307
           PERFORM VARYING WRK-IND-DG FROM 1 BY 1                       00003308
                   UNTIL WRK-IND-DG > 9                                 00003309
              COMPUTE WRK-PESO = 11 - WRK-IND-DG                        00003310
              COMPUTE WRK-SOMA-DG = WRK-SOMA-DG                         00003311
                 + (WRK-CPF-DIG(WRK-IND-DG) * WRK-PESO)                 00003312
           END-PERFORM.                                                 00003313
                                                                        00003314
           COMPUTE WRK-RESTO-DG =                                       00003315
              FUNCTION MOD(WRK-SOMA-DG, 11).                            00003316
           IF WRK-RESTO-DG LESS 2                                       00003317
              MOVE ZEROS TO WRK-DV-CALC                                 00003318
           ELSE                                                         00003319
              COMPUTE WRK-DV-CALC = 11 - WRK-RESTO-DG                   00003320
           END-IF.                                                      00003321
                                                                        00003322
           IF WRK-DV-CALC NOT EQUAL WRK-CPF-DIG(10)                     00003323
              MOVE 'CPF COM DIGITO INVALIDO ' TO WRK-MOTIVO             00003324
              GO TO 2500-99-FIM                                         00003325
           END-IF.                                                      00003326
                                                                        00003327
           MOVE ZEROS TO WRK-SOMA-DG.                                   00003328
           PERFORM VARYING WRK-IND-DG FROM 1 BY 1                       00003329
                   UNTIL WRK-IND-DG > 10                                00003330
              COMPUTE WRK-PESO = 12 - WRK-IND-DG                        00003331
              COMPUTE WRK-SOMA-DG = WRK-SOMA-DG                         00003332
                 + (WRK-CPF-DIG(WRK-IND-DG) * WRK-PESO)                 00003333
           END-PERFORM.                                                 00003334
                                                                        00003335
           COMPUTE WRK-RESTO-DG =                                       00003336
              FUNCTION MOD(WRK-SOMA-DG, 11).                            00003337
           IF WRK-RESTO-DG LESS 2                                       00003338
              MOVE ZEROS TO WRK-DV-CALC                                 00003339
           ELSE                                                         00003340
              COMPUTE WRK-DV-CALC = 11 - WRK-RESTO-DG                   00003341
           END-IF.                                                      00003342
                                                                        00003343
           IF WRK-DV-CALC NOT EQUAL WRK-CPF-DIG(11)                     00003344
              MOVE 'CPF COM DIGITO INVALIDO ' TO WRK-MOTIVO             00003345
           ELSE                                                         00003346
              MOVE 'S' TO WRK-CPF-OK                                    00003347
           END-IF.                                                      00003348
                                                                        00003349
       2500-99-FIM.                                            EXIT.    00003350
      *=============================================================*   00003351
                                                                        00003352
      *=============================================================*   00003353
       2700-ABRIR-PEDIDO                                    SECTION.    00003354
                                                                        00003355
      *          PEDIDO PENDENTE COM OS DADOS DE ANTES E OS DO          00003356
      *          MOVIMENTO; UM SO PENDENTE POR FUNCIONARIO. CADASTRO    00003357
      *          INCLUIDO SEM BANCO NAO GERA PEDIDO. O COMMIT OU        00003358
      *          ROLLBACK FICA COM O CHAMADOR                           00003359
                                                                        00003360
           MOVE 'S' TO WRK-PEDIDO-OK.                                   00003361
                                                                        00003362
           IF WRK-BANCO-MOV EQUAL SPACES                                00003363
              GO TO 2700-99-FIM                                         00003364
           END-IF.                                                      00003365
                                                                        00003366
           MOVE 'N' TO WRK-PEDIDO-OK.                                   00003367
                                                                        00003368
           EXEC SQL                                                     00003369
                SELECT COUNT(*)                                         00003370
                  INTO :WRK-QT-PEND                                     00003371
                  FROM IVAN.ALTBANC                                     00003372
                 WHERE IDFUNC   = :FCP-IDFUNC                           00003373
                   AND SITUACAO = 'P'                                   00003374
           END-EXEC.                                                    00003375
                                                                        00003376
           IF SQLCODE NOT EQUAL 0                                       00003377
              MOVE SQLCODE TO WRK-SQLCODE                               00003378
              DISPLAY 'ERRO ' WRK-SQLCODE ' NO SELECT DE ALTBANC'       00003379
              MOVE 'ERRO SQL NO PEDIDO      ' TO WRK-MOTIVO             00003380
              GO TO 2700-99-FIM                                         00003381
           END-IF.                                                      00003382
                                                                        00003383
           IF WRK-QT-PEND GREATER ZERO                                  00003384
              MOVE 'JA HA PEDIDO BANC.PENDENT' TO WRK-MOTIVO            00003385
              GO TO 2700-99-FIM                                         00003386
           END-IF.                                                      00003387
                                                                        00003388
           EXEC SQL                                                     00003389
                SELECT COALESCE(MAX(NUMPED),0)                          00003390
                  INTO :ALB-NUMPED                                      00003391
                  FROM IVAN.ALTBANC                                     00003392
           END-EXEC.                                                    00003393
                                                                        00003394
           IF SQLCODE NOT EQUAL 0                                       00003395
              MOVE SQLCODE TO WRK-SQLCODE                               00003396
              DISPLAY 'ERRO ' WRK-SQLCODE ' NA NUMERACAO DE ALTBANC'    00003397
              MOVE 'ERRO SQL NO PEDIDO      ' TO WRK-MOTIVO             00003398
              GO TO 2700-99-FIM                                         00003399
           END-IF.                                                      00003400
                                                                        00003401
           ACCEPT WRK-DTH-DATA FROM DATE YYYYMMDD.                      00003402
           ACCEPT WRK-HORA-SIS FROM TIME.                               00003403
           MOVE WRK-HORA-SIS(1:6) TO WRK-DTH-HORA.                      00003404
                                                                        00003405
           ADD 1 TO ALB-NUMPED.                                         00003406
           MOVE FCP-IDFUNC      TO ALB-IDFUNC.                          00003407
           MOVE WRK-BA-BANCO    TO ALB-BANCOANT.                        00003408
           MOVE WRK-BA-AGBANCO  TO ALB-AGBANCANT.                       00003409
           MOVE WRK-BA-CONTABCO TO ALB-CONTAANT.                        00003410
           MOVE WRK-BM-BANCO    TO ALB-BANCO.                           00003411
           MOVE WRK-BM-AGBANCO  TO ALB-AGBANCO.                         00003412
           MOVE WRK-BM-CONTABCO TO ALB-CONTABCO.                        00003413
           MOVE 'P'             TO ALB-SITUACAO.                        00003414
           MOVE 'FR21FCP1'      TO ALB-OPERSOL.                         00003415
           MOVE WRK-DTH         TO ALB-DTHSOL.                          00003416
           MOVE SPACES          TO ALB-OPERDEC ALB-DTHDEC.              00003417
                                                                        00003418
           EXEC SQL                                                     00003419
                INSERT INTO IVAN.ALTBANC                                00003420
                       (NUMPED, IDFUNC, BANCOANT, AGBANCANT,            00003421
                        CONTAANT, BANCO, AGBANCO, CONTABCO,             00003422
                        SITUACAO, OPERSOL, DTHSOL, OPERDEC,             00003423
                        DTHDEC)                                         00003424
                VALUES (:ALB-NUMPED, :ALB-IDFUNC, :ALB-BANCOANT,        00003425
                        :ALB-AGBANCANT, :ALB-CONTAANT,                  00003426
                        :ALB-BANCO, :ALB-AGBANCO, :ALB-CONTABCO,        00003427
                        :ALB-SITUACAO, :ALB-OPERSOL, :ALB-DTHSOL,       00003428
                        :ALB-OPERDEC, :ALB-DTHDEC)                      00003429
           END-EXEC.                                                    00003430
                                                                        00003431
           IF SQLCODE NOT EQUAL 0                                       00003432
              MOVE SQLCODE TO WRK-SQLCODE                               00003433
              DISPLAY 'ERRO ' WRK-SQLCODE ' NO INSERT DE ALTBANC'       00003434
              MOVE 'ERRO SQL NO PEDIDO      ' TO WRK-MOTIVO             00003435
              GO TO 2700-99-FIM                                         00003436
           END-IF.                                                      00003437
                                                                        00003438
           MOVE 'S' TO WRK-PEDIDO-OK.                                   00003439
           ADD 1 TO WRK-PEDIDOS.                                        00003440
           MOVE 'BANCO AGUARDA APROVACAO ' TO WRK-MOTIVO.               00003441
                                                                        00003442
       2700-99-FIM.                                            EXIT.    00003443
      *=============================================================*   00003444
                                                                        00003445
      *=============================================================*   00003446
       2800-GRAVAR-DETALHE                                  SECTION.    00003447
                                                                        00003448
           MOVE FD-FM-OPERACAO TO WRK-D-OPERACAO.                       00003449
           MOVE FD-FM-IDFUNC   TO WRK-D-IDFUNC.                         00003450
           MOVE FD-FM-CPF      TO WRK-D-CPF.                            00003451
           MOVE WRK-MOTIVO     TO WRK-D-CRITICA.                        00003452
           WRITE FD-RELFCP FROM WRK-DETALHE.                            00003453
                                                                        00003454
       2800-99-FIM.                                            EXIT.    00003455
      *=============================================================*   00003456
                                                                        00003457
      *=============================================================*   00003458
       2900-DESCARREGAR                                     SECTION.    00003459
                                                                        00003460
      *                 DESCARGA COMPLETA PARA OS BATCH QUE             00003461
      *                 CONSOMEM O CADASTRO COMO ARQUIVO PLANO          00003462
                                                                        00003463
           EXEC SQL                                                     00003464
              OPEN CFCMP                                                00003465
           END-EXEC.                                                    00003466
                                                                        00003467
           PERFORM 2950-LER-CADASTRO.                                   00003468
                                                                        00003469
           PERFORM UNTIL SQLCODE NOT EQUAL 0                            00003470
              MOVE FCP-IDFUNC   TO FD-FS-IDFUNC                         00003471
              MOVE FCP-CPF      TO FD-FS-CPF                            00003472
              MOVE FCP-ENDERECO TO FD-FS-ENDERECO                       00003473
              MOVE FCP-CIDADE   TO FD-FS-CIDADE                         00003474
              MOVE FCP-UF       TO FD-FS-UF                             00003475
              MOVE FCP-CEP      TO FD-FS-CEP                            00003476
              MOVE FCP-BANCO    TO FD-FS-BANCO                          00003477
              MOVE FCP-AGBANCO  TO FD-FS-AGBANCO                        00003478
              MOVE FCP-CONTABCO TO FD-FS-CONTABCO                       00003479
              WRITE FD-FCOMPSEQ                                         00003480
              ADD 1 TO WRK-DESCARGADOS                                  00003481
              PERFORM 2950-LER-CADASTRO                                 00003482
           END-PERFORM.                                                 00003483
                                                                        00003484
           EXEC SQL                                                     00003485
              CLOSE CFCMP                                               00003486
           END-EXEC.                                                    00003487
                                                                        00003488
       2900-99-FIM.                                            EXIT.    00003489
      *=============================================================*   00003490
                                                                        00003491
      *=============================================================*   00003492
       2950-LER-CADASTRO                                    SECTION.    00003493
                                                                        00003494
           EXEC SQL                                                     00003495
            FETCH CFCMP                                                 00003496
             INTO :FCP-IDFUNC, :FCP-CPF, :FCP-ENDERECO,                 00003497
                  :FCP-CIDADE, :FCP-UF, :FCP-CEP,                       00003498
                  :FCP-BANCO, :FCP-AGBANCO, :FCP-CONTABCO               00003499
           END-EXEC.                                                    00003500
                                                                        00003501
           IF SQLCODE NOT EQUAL 0 AND 100                               00003502
              MOVE SQLCODE TO WRK-SQLCODE                               00003503
              DISPLAY 'ERRO ' WRK-SQLCODE ' NA DESCARGA'                00003504
           END-IF.                                                      00003505
                                                                        00003506
       2950-99-FIM.                                            EXIT.    00003507
      *=============================================================*   00003508
                                                                        00003509
      *=============================================================*   00003510
       3000-FINALIZAR                                       SECTION.    00003511
                                                                        00003512
             DISPLAY 'MOVIMENTOS LIDOS......' WRK-LIDOS.                00003513
             DISPLAY 'INCLUIDOS.............' WRK-INCLUIDOS.            00003514
             DISPLAY 'ALTERADOS.............' WRK-ALTERADOS.            00003515
             DISPLAY 'EXCLUIDOS.............' WRK-EXCLUIDOS.            00003516
             DISPLAY 'REJEITADOS............' WRK-REJEITADOS.           00003517
             DISPLAY 'PEDIDOS BANCARIOS.....' WRK-PEDIDOS.              00003518
             DISPLAY 'DESCARGADOS...........' WRK-DESCARGADOS.          00003519
             DISPLAY 'FINAL DE PROGRAMA'.                               00003520
                                                                        00003521
             CLOSE FCPMOV.                                              00003522
             CLOSE FCOMPSEQ RELFCP.                                     00003523
             STOP RUN.                                                  00003524
                                                                        00003525
       3000-99-FIM.                                            EXIT.    00003526
      *=============================================================*   00003527
                                                                        00003528
      *=============================================================*   00003529
       9000-TRATARERROS                                     SECTION.    00003530
                                                                        00003531
             MOVE 'E' TO WRK-SEVERIDADE.                                00003532
             CALL 'GRAVALOG' USING WRK-DADOS.                           00003533
             STOP RUN.                                                  00003534
                                                                        00003535
       9000-99-FIM.                                            EXIT.    00003536
      *=============================================================*   00003537
