      *-------------------------------------------------------------*   00000110
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000120
      *  1.0   02/09/26   VICTOR ARANDA       VERSAO INICIAL            00000130
      *  1.1   15/10/26   VICTOR ARANDA       REVISAO PERIODICA DO      00000131
      *                   CADASTRO: CLASSE DE RISCO, DATA DA ULTIMA     00000132
      *                   CONFIRMACAO E VENCIMENTO DA PROXIMA REVISAO   00000133
      *                   (OPERACAO 'R' CONFIRMA SEM ALTERAR)           00000134
      *  1.2   15/10/26   VICTOR ARANDA       QUANTIDADE DE TITULARES   00000135
      *                   DA CONTA (CONTA CONJUNTA) NO CADMOV           00000136
      *  1.3   15/10/26   VICTOR ARANDA       ENDERECO COM CORRESPON-   0000013A
      *                   DENCIA DEVOLVIDA: A ALTERACAO LIBERA A        0000013B
      *                   REMESSA (CAD-END-INVALIDO)                    0000013C
      *-------------------------------------------------------------*   00000140
      *   OBJETIVO: CARGA E MANUTENCAO DO CADASTRO COMPLEMENTAR DE      00000150
      *      CLIENTES (CADCLI). LE O ARQUIVO DE MOVIMENTOS DE           00000160
      *      SAEM NO RELATORIO DE REJEICAO (RELCAD). O CADASTRO         00000210
      *      ALIMENTA O CABECALHO DO EXTRATO (FR21EX06) E AS CARTAS     00000220
      *      DE CONTA DORMENTE (FR21UNC1).                              00000230
      *      INCLUSAO, ALTERACAO E A OPERACAO 'R' (REVISAO: O           00000231
      *      CLIENTE CONFIRMOU OS DADOS, SO A CHAVE E A CLASSE DE       00000232
      *      RISCO SAO LIDAS) RENOVAM A CONFIRMACAO DO CADASTRO NA      00000233
      *      DATA DE NEGOCIO E VENCEM A PROXIMA REVISAO EM 1, 3 OU 5    00000234
      *      ANOS CONFORME A CLASSE DE RISCO (A/M/B; BRANCO MANTEM A    00000235
      *      ATUAL, OU 'M' NA INCLUSAO). A COBRANCA DAS REVISOES        00000236
      *      VENCIDAS E DA ROTINA MENSAL FR21KYC1.                      00000237
      *      A QUANTIDADE DE TITULARES (1 A 9, BRANCO MANTEM A          00000238
      *      ATUAL, OU 1 NA INCLUSAO) MARCA A CONTA CONJUNTA.           00000239
      *      A ALTERACAO DE CADASTRO COM ENDERECO MARCADO COMO          0000023A
      *      INVALIDO PELA CORRESPONDENCIA DEVOLVIDA (FR21COR1)         0000023B
      *      LIBERA DE NOVO A REMESSA DE EXTRATOS E CARTAS.             0000023C
      *-------------------------------------------------------------*   00000240
      *   ARQUIVOS.....:                                                00000250
      *                                                                 00000260
      *-------------------------------------------------------------*   00000310
      *   MODULOS....:                                                  00000320
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000330
      *   FR21DTA1             DATA DE NEGOCIO DA JANELA (LNKDPRC)      00000331
      *=============================================================*   00000340
       ENVIRONMENT                               DIVISION.              00000350
      *=============================================================*   00000360
      *=============================================================*   00000630
                                                                        00000640
      *-------------------------------------------------------------*   00000650
      *       ARQUIVO DE ENTRADA CADMOV   LRECL = 97                *   00000660
      *       OPERACAO + LAYOUT DO CADBOOK                          *   00000670
      *-------------------------------------------------------------*   00000680
       FD CADMOV                                                        00000690
          05 FD-CM-UF        PIC X(02).                                 00000800
          05 FD-CM-CEP       PIC X(08).                                 00000810
          05 FD-CM-TELEFONE  PIC X(11).                                 00000820
          05 FD-CM-RISCO     PIC X(01).                                 00000821
          05 FD-CM-TITULARES PIC X(01).                                 00000822
                                                                        00000830
      *-------------------------------------------------------------*   00000840
      *       CADASTRO COMPLEMENTAR (KSDS)  LRECL = 132             *   00000850
      *-------------------------------------------------------------*   00000860
       FD CADCLI.                                                       00000870
                                                                        00000880
       77 WRK-EXCLUIDOS       PIC 9(05) VALUE 0.                        00001220
                                                                        00001230
       77 WRK-REJEITADOS      PIC 9(05) VALUE 0.                        00001240
                                                                        00001241
       77 WRK-REVISADOS       PIC 9(05) VALUE 0.                        00001242
                                                                        0000124A
       77 WRK-LIBERADOS       PIC 9(05) VALUE 0.                        0000124B
                                                                        0000124C
       77 WRK-LIBERA-END      PIC X(01) VALUE 'N'.                      0000124D
                                                                        00001250
       77 WRK-MOTIVO          PIC X(25).                                00001260
                                                                        00001270
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00001280
                                                                        00001290
       77 WRK-MSG-FINAL       PIC X(17) VALUE 'FINAL DE PROGRAMA'.      00001300
                                                                        0000130A
      *-----------REVISAO PERIODICA DO CADASTRO---------------------*   0000130B
                                                                        0000130C
       01 WRK-HOJE.                                                     0000130D
          05 WRK-HJ-ANO      PIC 9(04).                                 0000130E
          05 WRK-HJ-MMDD     PIC 9(04).                                 0000130F
                                                                        0000130G
       01 WRK-REVISAO.                                                  0000130H
          05 WRK-RV-ANO      PIC 9(04).                                 0000130I
          05 WRK-RV-MMDD     PIC 9(04).                                 0000130J
                                                                        0000130K
       77 WRK-ANOS-REVISAO    PIC 9(01) VALUE 0.                        0000130L
                                                                        0000130M
           COPY 'LNKDPRC'.                                              0000130N
                                                                        00001310
      *-----------VALIDACAO DE DIGITO VERIFICADOR-------------------*   00001320
                                                                        00001330
               PERFORM 9000-TRATARERROS                                 00002180
            END-IF.                                                     00002190
                                                                        00002200
            MOVE 'FR21CAD1' TO LNK-DP-PROGRAMA.                         00002201
            MOVE ZEROS      TO LNK-DP-DIAS-TOL.                         00002202
            CALL 'FR21DTA1' USING LNK-DPRC.                             00002203
            MOVE LNK-DP-DATA TO WRK-HOJE.                               00002204
                                                                        00002205
            WRITE FD-RELCAD FROM WRK-CABEC1.                            00002210
            WRITE FD-RELCAD FROM WRK-LINHA-VAZIA.                       00002220
                                                                        00002230
             WHEN 'E'                                                   00002430
                  PERFORM 2300-EXCLUIR                                  00002440
                                                                        00002450
             WHEN 'R'                                                   00002451
                  PERFORM 2400-REVISAR                                  00002452
                                                                        00002453
             WHEN OTHER                                                 00002460
                  ADD 1 TO WRK-REJEITADOS                               00002470
                  MOVE 'REJEITADO ' TO WRK-D-SITUACAO                   00002480
           IF WRK-FS-CADCLI EQUAL ZEROS                                 00003130
              ADD 1 TO WRK-ALTERADOS                                    00003140
              MOVE 'ALTERADO  ' TO WRK-D-SITUACAO                       00003150
              IF WRK-LIBERA-END EQUAL 'S'                               0000315A
                 ADD 1 TO WRK-LIBERADOS                                 0000315B
                 MOVE 'ENDERECO LIBERADO       ' TO WRK-MOTIVO          0000315C
              END-IF                                                    0000315D
           ELSE                                                         00003160
              ADD 1 TO WRK-REJEITADOS                                   00003170
              MOVE 'REJEITADO ' TO WRK-D-SITUACAO                       00003180
      *=============================================================*   00003550
                                                                        00003560
      *=============================================================*   00003570
       2400-REVISAR                                         SECTION.    00003580
                                                                        00003590
      *                 CLIENTE CONFIRMOU O CADASTRO SEM ALTERACAO:     00003600
      *                 SO RENOVA A REVISAO (E TROCA A CLASSE DE        00003610
      *                 RISCO, SE VIER INFORMADA)                       00003620
                                                                        00003630
           IF FD-CM-RISCO NOT EQUAL SPACE AND 'A' AND 'M' AND 'B'       00003640
              ADD 1 TO WRK-REJEITADOS                                   00003650
              MOVE 'REJEITADO ' TO WRK-D-SITUACAO                       00003660
              MOVE 'CLASSE DE RISCO INVALIDA' TO WRK-MOTIVO             00003670
              PERFORM 2800-GRAVAR-DETALHE                               00003680
              GO TO 2400-99-FIM                                         00003690
           END-IF.                                                      00003700
                                                                        00003710
           MOVE FD-CM-CHAVE TO CAD-CHAVE.                               00003720
           READ CADCLI.                                                 00003730
                                                                        00003740
           IF WRK-FS-CADCLI NOT EQUAL ZEROS                             00003750
              ADD 1 TO WRK-REJEITADOS                                   00003760
              MOVE 'REJEITADO ' TO WRK-D-SITUACAO                       00003770
              MOVE 'CHAVE NAO CADASTRADA    ' TO WRK-MOTIVO             00003780
              PERFORM 2800-GRAVAR-DETALHE                               00003790
              GO TO 2400-99-FIM                                         00003800
           END-IF.                                                      00003810
                                                                        00003820
           PERFORM 2600-RENOVAR-REVISAO.                                00003830
           REWRITE REG-CADCLI.                                          00003840
                                                                        00003850
           IF WRK-FS-CADCLI EQUAL ZEROS                                 00003860
              ADD 1 TO WRK-REVISADOS                                    00003870
              MOVE 'REVISADO  ' TO WRK-D-SITUACAO                       00003880
           ELSE                                                         00003890
              ADD 1 TO WRK-REJEITADOS                                   00003900
              MOVE 'REJEITADO ' TO WRK-D-SITUACAO                       00003910
              MOVE 'ERRO NA REGRAVACAO      ' TO WRK-MOTIVO             00003920
           END-IF.                                                      00003930
                                                                        00003940
           PERFORM 2800-GRAVAR-DETALHE.                                 00003950
                                                                        00003960
       2400-99-FIM.                                            EXIT.    00003970
      *=============================================================*   00003980
                                                                        00003990
      *=============================================================*   00004000
       2500-VALIDAR-DOCUMENTO                               SECTION.    00004010
                                                                        00004020
      *                 TIPO 'F' = CPF (11 DIGITOS A ESQUERDA),         00004030
      *                 TIPO 'J' = CNPJ (14 DIGITOS)                    00004040
                                                                        00004050
           MOVE 'N' TO WRK-DOC-OK.                                      00004060
                                                                        00004070
           EVALUATE FD-CM-TIPO-DOC                                      00004080
                                                                        00004090
             WHEN 'F'                                                   00004100
              IF FD-CM-DOCUMENTO(1:11) IS NOT NUMERIC                   00004110
                 MOVE 'CPF NAO NUMERICO        ' TO WRK-MOTIVO          00004120
              ELSE                                                      00004130
                 MOVE FD-CM-DOCUMENTO(1:11) TO WRK-DOC(1:11)            00004140
                 MOVE ZEROS TO WRK-DOC(12:3)                            00004150
                 PERFORM 2510-VALIDAR-CPF                               00004160
              END-IF                                                    00004170
                                                                        00004180
             WHEN 'J'                                                   00004190
              IF FD-CM-DOCUMENTO IS NOT NUMERIC                         00004200
                 MOVE 'CNPJ NAO NUMERICO       ' TO WRK-MOTIVO          00004210
              ELSE                                                      00004220
                 MOVE FD-CM-DOCUMENTO TO WRK-DOC                        00004230
                 PERFORM 2520-VALIDAR-CNPJ                              00004240
              END-IF                                                    00004250
                                                                        00004260
             WHEN OTHER                                                 00004270
              MOVE 'TIPO DE DOCUMENTO INVAL.' TO WRK-MOTIVO             00004280
           END-EVALUATE.                                                00004290
                                                                        00004300
      *                 CLASSE DE RISCO: A/M/B OU BRANCO                00004310
                                                                        00004320
           IF WRK-DOC-OK EQUAL 'S'                                      00004330
              AND FD-CM-RISCO NOT EQUAL SPACE AND 'A' AND 'M' AND 'B'   00004340
              MOVE 'N' TO WRK-DOC-OK                                    00004350
              MOVE 'CLASSE DE RISCO INVALIDA' TO WRK-MOTIVO             00004360
           END-IF.                                                      00004370
                                                                        00004380
      *                 QUANTIDADE DE TITULARES: 1 A 9 OU BRANCO        00004390
                                                                        00004400
           IF WRK-DOC-OK EQUAL 'S'                                      00004410
              AND FD-CM-TITULARES NOT EQUAL SPACE                       00004420
              AND (FD-CM-TITULARES IS NOT NUMERIC                       00004430
                   OR FD-CM-TITULARES EQUAL '0')                        00004440
              MOVE 'N' TO WRK-DOC-OK                                    00004450
              MOVE 'QTD DE TITULARES INVALIDA' TO WRK-MOTIVO            00004460
           END-IF.                                                      00004470
                                                                        00004480
       2500-99-FIM.                                            EXIT.    00004490
      *=============================================================*   00004500
                                                                        00004510
      *=============================================================*   00004520
       2510-VALIDAR-CPF                                     SECTION.    00004530
                                                                        00004540
      *                 PRIMEIRO DIGITO: PESOS 10..2 SOBRE OS 9         00004550
      *                 PRIMEIROS; RESTO < 2 DA ZERO                    00004560
                                                                        00004570
           MOVE ZEROS TO WRK-SOMA-DG.                                   00004580
           PERFORM VARYING WRK-IND-DG FROM 1 BY 1                       00004590
                   UNTIL WRK-IND-DG > 9                                 00004600
              COMPUTE WRK-PESO = 11 - WRK-IND-DG                        00004610
              COMPUTE WRK-SOMA-DG = WRK-SOMA-DG                         00004620
                 + (WRK-DOC-DIG(WRK-IND-DG) * WRK-PESO)                 00004630
           END-PERFORM.                                                 00004640
                                                                        00004650
           COMPUTE WRK-RESTO-DG =                                       00004660
              FUNCTION MOD(WRK-SOMA-DG, 11).                            00004670
           IF WRK-RESTO-DG LESS 2                                       00004680
              MOVE ZEROS TO WRK-DV-CALC                                 00004690
           ELSE                                                         00004700
              COMPUTE WRK-DV-CALC = 11 - WRK-RESTO-DG                   00004710
           END-IF.                                                      00004720
                                                                        00004730
           IF WRK-DV-CALC NOT EQUAL WRK-DOC-DIG(10)                     00004740
              MOVE 'CPF COM DIGITO INVALIDO ' TO WRK-MOTIVO             00004750
              GO TO 2510-99-FIM                                         00004760
           END-IF.                                                      00004770
                                                                        00004780
      *                 SEGUNDO DIGITO: PESOS 11..2 SOBRE OS 10         00004790
                                                                        00004800
           MOVE ZEROS TO WRK-SOMA-DG.                                   00004810
           PERFORM VARYING WRK-IND-DG FROM 1 BY 1                       00004820
                   UNTIL WRK-IND-DG > 10                                00004830
              COMPUTE WRK-PESO = 12 - WRK-IND-DG                        00004840
              COMPUTE WRK-SOMA-DG = WRK-SOMA-DG                         00004850
                 + (WRK-DOC-DIG(WRK-IND-DG) * WRK-PESO)                 00004860
           END-PERFORM.                                                 00004870
                                                                        00004880
           COMPUTE WRK-RESTO-DG =                                       00004890
              FUNCTION MOD(WRK-SOMA-DG, 11).                            00004900
           IF WRK-RESTO-DG LESS 2                                       00004910
              MOVE ZEROS TO WRK-DV-CALC                                 00004920
           ELSE                                                         00004930
              COMPUTE WRK-DV-CALC = 11 - WRK-RESTO-DG                   00004940
           END-IF.                                                      00004950
                                                                        00004960
           IF WRK-DV-CALC NOT EQUAL WRK-DOC-DIG(11)                     00004970
              MOVE 'CPF COM DIGITO INVALIDO ' TO WRK-MOTIVO             00004980
           ELSE                                                         00004990
              MOVE 'S' TO WRK-DOC-OK                                    00005000
           END-IF.                                                      00005010
                                                                        00005020
       2510-99-FIM.                                            EXIT.    00005030
      *=============================================================*   00005040
                                                                        00005050
      *=============================================================*   00005060
       2520-VALIDAR-CNPJ                                    SECTION.    00005070
                                                                        00005080
      *                 PRIMEIRO DIGITO: PESOS 5432 98765432 SOBRE      00005090
      *                 OS 12 PRIMEIROS                                 00005100
                                                                        00005110
           MOVE ZEROS TO WRK-SOMA-DG.                                   00005120
           PERFORM VARYING WRK-IND-DG FROM 1 BY 1                       00005130
                   UNTIL WRK-IND-DG > 12                                00005140
              COMPUTE WRK-SOMA-DG = WRK-SOMA-DG                         00005150
                 + (WRK-DOC-DIG(WRK-IND-DG)                             00005160
                    * WRK-P1-CNPJ(WRK-IND-DG))                          00005170
           END-PERFORM.                                                 00005180
                                                                        00005190
           COMPUTE WRK-RESTO-DG =                                       00005200
              FUNCTION MOD(WRK-SOMA-DG, 11).                            00005210
           IF WRK-RESTO-DG LESS 2                                       00005220
              MOVE ZEROS TO WRK-DV-CALC                                 00005230
           ELSE                                                         00005240
              COMPUTE WRK-DV-CALC = 11 - WRK-RESTO-DG                   00005250
           END-IF.                                                      00005260
                                                                        00005270
           IF WRK-DV-CALC NOT EQUAL WRK-DOC-DIG(13)                     00005280
              MOVE 'CNPJ COM DIGITO INVALIDO' TO WRK-MOTIVO             00005290
              GO TO 2520-99-FIM                                         00005300
           END-IF.                                                      00005310
                                                                        00005320
      *                 SEGUNDO DIGITO: PESOS 65432 98765432 SOBRE      00005330
      *                 OS 13 PRIMEIROS                                 00005340
                                                                        00005350
           MOVE ZEROS TO WRK-SOMA-DG.                                   00005360
           PERFORM VARYING WRK-IND-DG FROM 1 BY 1                       00005370
                   UNTIL WRK-IND-DG > 13                                00005380
              COMPUTE WRK-SOMA-DG = WRK-SOMA-DG                         00005390
                 + (WRK-DOC-DIG(WRK-IND-DG)                             00005400
                    * WRK-P2-CNPJ(WRK-IND-DG))                          00005410
           END-PERFORM.                                                 00005420
                                                                        00005430
           COMPUTE WRK-RESTO-DG =                                       00005440
              FUNCTION MOD(WRK-SOMA-DG, 11).                            00005450
           IF WRK-RESTO-DG LESS 2                                       00005460
              MOVE ZEROS TO WRK-DV-CALC                                 00005470
           ELSE                                                         00005480
              COMPUTE WRK-DV-CALC = 11 - WRK-RESTO-DG                   00005490
           END-IF.                                                      00005500
                                                                        00005510
           IF WRK-DV-CALC NOT EQUAL WRK-DOC-DIG(14)                     00005520
              MOVE 'CNPJ COM DIGITO INVALIDO' TO WRK-MOTIVO             00005530
           ELSE                                                         00005540
              MOVE 'S' TO WRK-DOC-OK                                    00005550
           END-IF.                                                      00005560
                                                                        00005570
       2520-99-FIM.                                            EXIT.    00005580
      *=============================================================*   00005590
                                                                        00005600
      *=============================================================*   00005610
       2600-RENOVAR-REVISAO                                 SECTION.    00005620
                                                                        00005630
      *                 CONFIRMACAO NA DATA DE NEGOCIO E PROXIMA        00005640
      *                 REVISAO CONFORME A CLASSE DE RISCO              00005650
                                                                        00005660
           IF FD-CM-RISCO NOT EQUAL SPACE                               00005670
              MOVE FD-CM-RISCO TO CAD-RISCO                             00005680
           END-IF.                                                      00005690
                                                                        00005700
           EVALUATE CAD-RISCO                                           00005710
             WHEN 'A'                                                   00005720
                  MOVE 1 TO WRK-ANOS-REVISAO                            00005730
             WHEN 'B'                                                   00005740
                  MOVE 5 TO WRK-ANOS-REVISAO                            00005750
             WHEN OTHER                                                 00005760
                  MOVE 'M' TO CAD-RISCO                                 00005770
                  MOVE 3 TO WRK-ANOS-REVISAO                            00005780
           END-EVALUATE.                                                00005790
                                                                        00005800
           MOVE WRK-HOJE TO WRK-REVISAO.                                00005810
           ADD WRK-ANOS-REVISAO TO WRK-RV-ANO.                          00005820
           IF WRK-RV-MMDD EQUAL 0229                                    00005830
              MOVE 0228 TO WRK-RV-MMDD                                  00005840
           END-IF.                                                      00005850
                                                                        00005860
           MOVE WRK-HOJE    TO CAD-DATA-CONFIRM.                        00005870
           MOVE WRK-REVISAO TO CAD-DATA-REVISAO.                        00005880
           MOVE 'R'         TO CAD-KYC-SITUACAO.                        00005890
                                                                        00005900
       2600-99-FIM.                                            EXIT.    00005910
      *=============================================================*   00005920
                                                                        00005930
      *=============================================================*   00005940
       2700-MONTAR-REGISTRO                                 SECTION.    00005950
                                                                        00005960
           MOVE FD-CM-CHAVE     TO CAD-CHAVE.                           00005970
           MOVE FD-CM-TIPO-DOC  TO CAD-TIPO-DOC.                        00005980
           MOVE FD-CM-DOCUMENTO TO CAD-DOCUMENTO.                       00005990
           MOVE FD-CM-ENDERECO  TO CAD-ENDERECO.                        00006000
           MOVE FD-CM-CIDADE    TO CAD-CIDADE.                          00006010
           MOVE FD-CM-UF        TO CAD-UF.                              00006020
           MOVE FD-CM-CEP       TO CAD-CEP.                             00006030
           MOVE FD-CM-TELEFONE  TO CAD-TELEFONE.                        00006040
                                                                        00006050
      *                 INCLUSAO COMECA SEM CLASSE E SEM CARTA          00006060
                                                                        00006070
           IF FD-CM-OPERACAO EQUAL 'I'                                  00006080
              MOVE SPACE TO CAD-RISCO                                   00006090
              MOVE ZEROS TO CAD-DATA-CARTA                              00006100
           END-IF.                                                      00006110
                                                                        0000611A
      *                 CORRESPONDENCIA DEVOLVIDA: A INCLUSAO NASCE COM 0000611B
      *                 ENDERECO VALIDO E A ALTERACAO (ENDERECO         0000611C
      *                 CORRIGIDO OU CONFIRMADO PELA AGENCIA) LIBERA    0000611D
      *                 A REMESSA                                       0000611E
                                                                        0000611F
           MOVE 'N' TO WRK-LIBERA-END.                                  0000611G
                                                                        0000611H
           IF FD-CM-OPERACAO EQUAL 'A'                                  0000611I
              AND CAD-END-INVALIDO EQUAL 'S'                            0000611J
              MOVE 'S' TO WRK-LIBERA-END                                0000611K
           END-IF.                                                      0000611L
                                                                        0000611M
           MOVE 'N'   TO CAD-END-INVALIDO.                              0000611N
           MOVE ZEROS TO CAD-DATA-DEVOL                                 0000611O
                         CAD-MOTIVO-DEVOL.                              0000611P
                                                                        00006120
      *                 TITULARES: BRANCO MANTEM A QUANTIDADE DA        00006130
      *                 CONTA (1 NA INCLUSAO)                           00006140
                                                                        00006150
           IF FD-CM-TITULARES NOT EQUAL SPACE                           00006160
              MOVE FD-CM-TITULARES TO CAD-TITULARES                     00006170
           ELSE                                                         00006180
              IF FD-CM-OPERACAO EQUAL 'I'                               00006190
                 OR CAD-TITULARES IS NOT NUMERIC                        00006200
                 MOVE 1 TO CAD-TITULARES                                00006210
              END-IF                                                    00006220
           END-IF.                                                      00006230
                                                                        00006240
           PERFORM 2600-RENOVAR-REVISAO.                                00006250
                                                                        00006260
       2700-99-FIM.                                            EXIT.    00006270
      *=============================================================*   00006280
                                                                        00006290
      *=============================================================*   00006300
       2800-GRAVAR-DETALHE                                  SECTION.    00006310
                                                                        00006320
           MOVE FD-CM-OPERACAO  TO WRK-D-OPERACAO.                      00006330
           MOVE FD-CM-CHAVE     TO WRK-D-CHAVE.                         00006340
           MOVE FD-CM-DOCUMENTO TO WRK-D-DOCUMENTO.                     00006350
           MOVE WRK-MOTIVO      TO WRK-D-CRITICA.                       00006360
           WRITE FD-RELCAD FROM WRK-DETALHE.                            00006370
                                                                        00006380
       2800-99-FIM.                                            EXIT.    00006390
      *=============================================================*   00006400
                                                                        00006410
      *=============================================================*   00006420
       3000-FINALIZAR                                       SECTION.    00006430
                                                                        00006440
             DISPLAY 'MOVIMENTOS LIDOS......' WRK-LIDOS.                00006450
             DISPLAY 'INCLUIDOS.............' WRK-INCLUIDOS.            00006460
             DISPLAY 'ALTERADOS.............' WRK-ALTERADOS.            00006470
             DISPLAY 'EXCLUIDOS.............' WRK-EXCLUIDOS.            00006480
             DISPLAY 'REVISADOS.............' WRK-REVISADOS.            00006490
             DISPLAY 'ENDERECOS LIBERADOS...' WRK-LIBERADOS.            0000649A
             DISPLAY 'REJEITADOS............' WRK-REJEITADOS.           00006500
             DISPLAY WRK-MSG-FINAL.                                     00006510
                                                                        00006520
             CLOSE CADMOV.                                              00006530
             CLOSE CADCLI.                                              00006540
             CLOSE RELCAD.                                              00006550
             STOP RUN.                                                  00006560
                                                                        00006570
       3000-99-FIM.                                            EXIT.    00006580
      *=============================================================*   00006590
                                                                        00006600
      *=============================================================*   00006610
       9000-TRATARERROS                                     SECTION.    00006620
                                                                        00006630
             MOVE 'E' TO WRK-SEVERIDADE.                                00006640
             CALL 'GRAVALOG' USING WRK-DADOS.                           00006650
             STOP RUN.                                                  00006660
                                                                        00006670
       9000-99-FIM.                                            EXIT.    00006680
      *=============================================================*   00006690
