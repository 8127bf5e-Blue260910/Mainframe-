      *-------------------------------------------------------------*   00000110
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000120
      *  1.0   02/09/26   VICTOR ARANDA       VERSAO INICIAL            00000130
      *  1.1   15/10/26   VICTOR ARANDA       TITULOS A PAGAR DAS       00000131
      *                   GUIAS CONFERIDAS PARA O FR21CAP1 (TITPAG)     00000132
      *-------------------------------------------------------------*   00000140
      *   OBJETIVO: GUIA MENSAL DOS RECOLHIMENTOS DA FOLHA. LE O        00000150
      *      DETALHE DE DESCONTOS DO MES (FOLHDED) E A PROPRIA          00000160
      *      (GUIAREM) COM A PROVA (RELGIA). ANTES DE ASSINAR A         00000210
      *      GUIA, A SOMA DAS LINHAS DO FOLHDED E BATIDA CONTRA AS      00000220
      *      COLUNAS RETIDAS DO FOLHPAG: DIVERGENCIA ENCERRA COM        00000230
      *      RETURN-CODE 8. GUIA CONFERIDA GERA OS TITULOS A PAGAR      00000240
      *      DO CONTAS A PAGAR (TITPAG, ACRESCENTADOS AO ARQUIVO):      00000241
      *      GPS (INSS RETIDO + PATRONAL) E DARF DO IRRF VENCENDO       00000242
      *      NO DIA 20 DO MES SEGUINTE E O REPASSE DA CONSIGNACAO       00000243
      *      NO DIA 10 DO MES SEGUINTE.                                 00000244
      *-------------------------------------------------------------*   00000250
      *   ARQUIVOS.....:                                                00000260
      *                                                                 00000270
      *   FOLHPAG              I   (FOLHA DO MES)                       00000300
      *   GUIAREM              O   (TOTAIS P/GUIA)                      00000310
      *   RELGIA               O   (PROVA)                              00000320
      *   TITPAG               O   (TITULOS A PAGAR - PAGBOOK)          00000321
      *-------------------------------------------------------------*   00000330
      *   MODULOS....:                                                  00000340
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000350
                                                                        00000600
           SELECT RELGIA   ASSIGN TO RELGIA                             00000610
               FILE STATUS  IS WRK-FS-RELGIA.                           00000620
                                                                        00000621
           SELECT TITPAG   ASSIGN TO TITPAG                             00000622
               FILE STATUS  IS WRK-FS-TITPAG.                           00000623
                                                                        00000630
      *=============================================================*   00000640
       DATA                                                DIVISION.    00000650
           BLOCK CONTAINS 0 RECORDS.                                    00001020
                                                                        00001030
       01 FD-RELGIA       PIC X(80).                                    00001040
                                                                        00001041
      *      SAIDA - TITULOS A PAGAR (FR21CAP1)      LRECL = 140        00001042
       FD TITPAG                                                        00001043
           RECORDING  MODE IS F                                         00001044
           BLOCK CONTAINS 0 RECORDS.                                    00001045
                                                                        00001046
       COPY 'PAGBOOK'.                                                  00001047
                                                                        00001050
      *-------------------------------------------------------------*   00001060
       WORKING-STORAGE                                      SECTION.    00001070
                                                                        00001430
       77 WRK-COMPET          PIC 9(06) VALUE 0.                        00001440
       77 WRK-HOJE            PIC 9(08) VALUE 0.                        00001450
                                                                        00001451
      *-----------VENCIMENTO DOS TITULOS (MES SEGUINTE)-------------*   00001452
                                                                        00001453
       01 WRK-VENCTO.                                                   00001454
          05 WRK-VC-ANO       PIC 9(04).                                00001455
          05 WRK-VC-MES       PIC 9(02).                                00001456
          05 WRK-VC-DIA       PIC 9(02).                                00001457
       01 WRK-VENCTO-N REDEFINES WRK-VENCTO PIC 9(08).                  00001458
                                                                        00001460
       77 WRK-MSG-FINAL       PIC X(17) VALUE 'FINAL DE PROGRAMA'.      00001470
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00001480
       77 WRK-FS-FOLHPAG  PIC 9(02).                                    00001530
       77 WRK-FS-GUIAREM  PIC 9(02).                                    00001540
       77 WRK-FS-RELGIA   PIC 9(02).                                    00001550
       77 WRK-FS-TITPAG   PIC 9(02).                                    00001551
                                                                        00001560
      *--------------------LINHAS DA PROVA--------------------------*   00001570
                                                                        00001580
              MOVE 8 TO RETURN-CODE                                     00003320
           ELSE                                                         00003330
              DISPLAY 'GUIA CONFERIDA'                                  00003340
              PERFORM 3500-GRAVAR-TITULOS                               00003350
           END-IF.                                                      00003351
                                                                        00003360
           DISPLAY WRK-MSG-FINAL.                                       00003370
                                                                        00003380
      *=============================================================*   00003830
                                                                        00003840
      *=============================================================*   00003850
       3500-GRAVAR-TITULOS                                  SECTION.    00003860
                                                                        00003870
      *          TITULOS A PAGAR DA GUIA CONFERIDA, ACRESCENTADOS AO    00003880
      *          TITPAG QUE O FR21CAP1 CARREGA NO DIA                   00003890
                                                                        00003900
           OPEN EXTEND TITPAG.                                          00003910
                                                                        00003920
           IF WRK-FS-TITPAG NOT EQUAL ZEROS                             00003930
              MOVE 'FR21GIA1'                  TO WRK-PROGRAMA          00003940
              MOVE '3500'                      TO WRK-SECAO             00003950
              MOVE 'ERRO OPEN TITULOS A PAGAR' TO WRK-MENSAGEM          00003960
              MOVE WRK-FS-TITPAG               TO WRK-STATUS            00003970
              PERFORM 9000-TRATARERROS                                  00003980
           END-IF.                                                      00003990
                                                                        00004000
           MOVE WRK-COMPET(1:4) TO WRK-VC-ANO.                          00004010
           MOVE WRK-COMPET(5:2) TO WRK-VC-MES.                          00004020
           IF WRK-VC-MES EQUAL 12                                       00004030
              ADD 1 TO WRK-VC-ANO                                       00004040
              MOVE 01 TO WRK-VC-MES                                     00004050
           ELSE                                                         00004060
              ADD 1 TO WRK-VC-MES                                       00004070
           END-IF.                                                      00004080
                                                                        00004090
           MOVE SPACES   TO REG-CONTASPAG.                              00004100
           MOVE ZEROS    TO PAG-SEQ PAG-DATA-REMESSA PAG-DATA-PAGTO     00004110
                            PAG-VALOR-PAGO.                             00004120
           MOVE 'GIA1'   TO PAG-ORIGEM.                                 00004130
           MOVE WRK-HOJE TO PAG-EMISSAO.                                00004140
           MOVE 'A'      TO PAG-SITUACAO.                               00004150
                                                                        00004160
           IF WRK-DED-INSS + WRK-PATRONAL GREATER ZEROS                 00004170
              MOVE 'INSS  '      TO PAG-FAVORECIDO                      00004180
              MOVE SPACES        TO PAG-DOCUMENTO                       00004190
              STRING 'GPS-' WRK-COMPET DELIMITED BY SIZE                00004200
                     INTO PAG-DOCUMENTO                                 00004210
              MOVE 20            TO WRK-VC-DIA                          00004220
              MOVE WRK-VENCTO-N  TO PAG-VENCTO                          00004230
              COMPUTE PAG-VALOR = WRK-DED-INSS + WRK-PATRONAL           00004240
              MOVE 'GPS - INSS RETIDO + PATRONAL' TO PAG-HISTORICO      00004250
              WRITE REG-CONTASPAG                                       00004260
           END-IF.                                                      00004270
                                                                        00004280
           IF WRK-DED-IRRF GREATER ZEROS                                00004290
              MOVE 'RECFED'      TO PAG-FAVORECIDO                      00004300
              MOVE SPACES        TO PAG-DOCUMENTO                       00004310
              STRING 'DARF-' WRK-COMPET DELIMITED BY SIZE               00004320
                     INTO PAG-DOCUMENTO                                 00004330
              MOVE 20            TO WRK-VC-DIA                          00004340
              MOVE WRK-VENCTO-N  TO PAG-VENCTO                          00004350
              MOVE WRK-DED-IRRF  TO PAG-VALOR                           00004360
              MOVE 'DARF - IRRF RETIDO NA FOLHA' TO PAG-HISTORICO       00004370
              WRITE REG-CONTASPAG                                       00004380
           END-IF.                                                      00004390
                                                                        00004400
           IF WRK-DED-CONSIG GREATER ZEROS                              00004410
              MOVE 'CONSIG'      TO PAG-FAVORECIDO                      00004420
              MOVE SPACES        TO PAG-DOCUMENTO                       00004430
              STRING 'CONSIG-' WRK-COMPET DELIMITED BY SIZE             00004440
                     INTO PAG-DOCUMENTO                                 00004450
              MOVE 10            TO WRK-VC-DIA                          00004460
              MOVE WRK-VENCTO-N  TO PAG-VENCTO                          00004470
              MOVE WRK-DED-CONSIG TO PAG-VALOR                          00004480
              MOVE 'REPASSE DA CONSIGNACAO' TO PAG-HISTORICO            00004490
              WRITE REG-CONTASPAG                                       00004500
           END-IF.                                                      00004510
                                                                        00004520
           CLOSE TITPAG.                                                00004530
                                                                        00004540
       3500-99-FIM.                                            EXIT.    00004550
      *=============================================================*   00004560
       9000-TRATARERROS                                     SECTION.    00004570
                                                                        00004580
             MOVE 'E' TO WRK-SEVERIDADE.                                00004590
             CALL 'GRAVALOG' USING WRK-DADOS.                           00004600
             STOP RUN.                                                  00004610
                                                                        00004620
       9000-99-FIM.                                            EXIT.    00004630
      *=============================================================*   00004640
