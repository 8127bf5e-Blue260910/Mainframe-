      *  1.2   02/09/26   VICTOR ARANDA    DATA DE NEGOCIO VINDA DO     00000189
      *                   CONTROLE DA OPERACAO (FR21DTA1) NO LUGAR      0000018A
      *                   DO RELOGIO DO SISTEMA                         0000018B
      *  1.3   15/10/26   VICTOR ARANDA    CONTA POUPANCA NAO RECEBE    0000018C
      *                   JUROS DE CREDITO (RENDE NO ANIVERSARIO PELO   0000018D
      *                   FR21POU2): PRODUTO LIDO NO CLUSTER CLIMAST    0000018E
      *-------------------------------------------------------------*   00000190
      *   ARQUIVOS.....:                                                00000200
      *                                                                 00000210
      *   NAME                I/O                                       00000220
      *   CLIENTES             I   (IMAGEM CLISEQ DO FR21UNC1)          00000230
      *   CLIMAST              I   (KSDS - CLIBOOK, SO O PRODUTO)       00000231
      *   TAXAJUR              I                                        00000240
      *   TAXIRF               I   (RETENCAO POR FAIXA, COM VIGENCIA)   00000241
      *   MOVJUR               O   (LAYOUT MOV0106E)                    00000250
       FILE-CONTROL.                                                    00000430
           SELECT CLIENTES ASSIGN TO CLIENTES                           00000440
               FILE STATUS  IS WRK-FS-CLIENTES.                         00000450
                                                                        00000451
           SELECT CLIMAST  ASSIGN TO CLIMAST                            00000452
               ORGANIZATION  IS INDEXED                                 00000453
               ACCESS MODE   IS RANDOM                                  00000454
               RECORD KEY    IS CLI-CHAVE                               00000455
               FILE STATUS  IS WRK-FS-CLIMAST.                          00000456
                                                                        00000460
           SELECT TAXAJUR  ASSIGN TO TAXAJUR                            00000470
               FILE STATUS  IS WRK-FS-TAXAJUR.                          00000480
          05 FD-CHAVE1      PIC X(08).                                  00000700
          05 FD-NOME        PIC X(30).                                  00000710
          05 FD-SALDO       PIC 9(08).                                  00000720
                                                                        00000721
      *-------------------------------------------------------------*   00000722
      *       CADASTRO CLIENTES (KSDS)  LRECL = 73                  *   00000723
      *       CONSULTADO SO PARA SEPARAR A CONTA POUPANCA           *   00000724
      *-------------------------------------------------------------*   00000725
       FD CLIMAST.                                                      00000726
                                                                        00000727
       COPY 'CLIBOOK'.                                                  00000728
                                                                        00000730
      *-------------------------------------------------------------*   00000740
      *       ARQUIVO DE ENTRADA TAXAJUR  LRECL = 13                *   00000750
       77 WRK-GRAVADOS        PIC 9(05) VALUE 0.                        00001220
                                                                        00001230
       77 WRK-CREDITADOS      PIC 9(05) VALUE 0.                        00001240
                                                                        00001241
       77 WRK-POUPANCAS       PIC 9(05) VALUE 0.                        00001242
                                                                        00001250
       77 WRK-JUROS           PIC 9(08) VALUE 0.                        00001260
                                                                        00001270
      *--------------------STATUS-----------------------------------*   00001470
                                                                        00001480
       77 WRK-FS-CLIENTES PIC 9(02).                                    00001490
                                                                        00001491
       77 WRK-FS-CLIMAST  PIC 9(02).                                    00001492
                                                                        00001500
       77 WRK-FS-TAXAJUR  PIC 9(02).                                    00001510
                                                                        00001520
       1000-INICIAR                                         SECTION.    00001990
                                                                        00002000
            OPEN INPUT  CLIENTES.                                       00002010
            OPEN INPUT  CLIMAST.                                        00002011
            OPEN INPUT  TAXAJUR.                                        00002020
            OPEN INPUT  TAXIRF.                                         00002021
            OPEN OUTPUT MOVJUR.                                         00002030
                  MOVE WRK-FS-CLIENTES             TO WRK-STATUS        00002180
                  PERFORM 9000-TRATARERROS                              00002190
               END-IF.                                                  00002200
                                                                        00002201
               IF WRK-FS-CLIMAST  NOT EQUAL ZEROS                       00002202
                  MOVE 'FR21EX07'                  TO WRK-PROGRAMA      00002203
                  MOVE '1000'                      TO WRK-SECAO         00002204
                  MOVE 'ERRO OPEN CLIMAST        ' TO WRK-MENSAGEM      00002205
                  MOVE WRK-FS-CLIMAST              TO WRK-STATUS        00002206
                  PERFORM 9000-TRATARERROS                              00002207
               END-IF.                                                  00002208
                                                                        00002210
               IF WRK-FS-TAXAJUR  NOT EQUAL ZEROS                       00002220
                  MOVE 'FR21EX07'                  TO WRK-PROGRAMA      00002230
       2000-PROCESSAR                                       SECTION.    00002730
                                                                        00002740
           ADD 1 TO WRK-LIDOS.                                          00002750
                                                                        0000275A
      *                 POUPANCA RENDE PELO FR21POU2, NAO AQUI          0000275B
                                                                        0000275C
           MOVE FD-CHAVE1 TO CLI-CHAVE.                                 0000275D
           READ CLIMAST.                                                0000275E
                                                                        0000275F
           IF WRK-FS-CLIMAST EQUAL ZEROS AND CLI-PRODUTO EQUAL 'P'      0000275G
              ADD 1 TO WRK-POUPANCAS                                    0000275H
              READ CLIENTES                                             0000275I
              GO TO 2000-99-FIM                                         0000275J
           END-IF.                                                      0000275K
                                                                        00002760
      *                 TAXA DA FAIXA DO SALDO                          00002770
                                                                        00002780
             DISPLAY 'CONTAS LIDAS..........' WRK-LIDOS.                00003180
             DISPLAY 'MOVIMENTOS GERADOS....' WRK-GRAVADOS.             00003190
             DISPLAY 'CONTAS CREDITADAS.....' WRK-CREDITADOS.           00003200
             DISPLAY 'POUPANCAS IGNORADAS...' WRK-POUPANCAS.            00003201
             MOVE WRK-TOT-JUROS TO WRK-TOT-JUROS-ED.                    00003210
             DISPLAY 'TOTAL JUROS CREDITADOS' WRK-TOT-JUROS-ED.         00003220
             MOVE WRK-TOT-IRF TO WRK-TOT-IRF-ED.                        00003221
             MOVE WRK-CONTAS-RETIDAS      TO WRK-IL-VALOR.              00003250
             WRITE FD-RELIRF FROM WRK-IRF-LINHA.                        00003251
                                                                        00003252
             CLOSE CLIENTES TAXAJUR TAXIRF CLIMAST.                     00003253
             CLOSE MOVJUR JURNAL.                                       00003254
             CLOSE IRFREM RELIRF.                                       00003255
                                                                        00003270
