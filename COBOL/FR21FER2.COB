      *      FUNCIONARIO, DIAS, INICIO E COMPETENCIA), QUE O            00000172
      *      FR21PAG1 MONETIZA COM O TERCO CONSTITUCIONAL; A            00000173
      *      GERACAO DO EVENTO SAI ANOTADA NO RELFER2.                  00000174
      *      O FUNCIONARIO E AVISADO POR E-MAIL DO PEDIDO APROVADO      00000175
      *      (GOZADA) OU RECUSADO, PELA CAIXA DE SAIDA DE               00000176
      *      NOTIFICACOES (FR21NOT0).                                   00000177
      *-------------------------------------------------------------*   00000180
      *   BASE DE DADOS:                                                00000190
      *   TABELA.DB2..                                                  00000200
      *-------------------------------------------------------------*   00000280
      *   MODULOS....:                                                  00000290
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000300
      *   FR21NOT0             CAIXA DE SAIDA DE NOTIFICACOES           00000301
      *=============================================================*   00000310
       ENVIRONMENT                               DIVISION.              00000320
      *=============================================================*   00000330
       77 WRK-FS-FEREVT   PIC 9(02).                                    00001182
                                                                        00001183
       77 WRK-EVENTOS     PIC 9(05) VALUE 0.                            00001184
                                                                        0000118A
       77 WRK-AVISOS      PIC 9(05) VALUE 0.                            0000118B
                                                                        0000118C
      *--------------------NOTIFICACAO AO FUNCIONARIO---------------*   0000118D
                                                                        0000118E
       01 WRK-NOT-APROVADA.                                             0000118F
          05 WRK-NA-DIAS     PIC ZZ9.                                   0000118G
          05 FILLER          PIC X(18) VALUE ' DIAS A PARTIR DE '.      0000118H
          05 WRK-NA-DIA      PIC 9(02).                                 0000118J
          05 FILLER          PIC X(01) VALUE '/'.                       0000118K
          05 WRK-NA-MES      PIC 9(02).                                 0000118L
          05 FILLER          PIC X(01) VALUE '/'.                       0000118M
          05 WRK-NA-ANO      PIC 9(04).                                 0000118N
                                                                        0000118O
           COPY 'LNKNOTF'.                                              0000118P
                                                                        00001190
      *--------------------LINHAS DO RELATORIO----------------------*   00001200
                                                                        00001210
           MOVE FD-FM-DATA-INI TO WRK-D-DATA.                           00002720
           MOVE WRK-MOTIVO     TO WRK-D-CRITICA.                        00002730
           WRITE FD-RELFER2 FROM WRK-DETALHE.                           00002740
                                                                        00002741
      *          PEDIDO DECIDIDO (GOZADA OU REJEITADA) VAI PARA O       00002742
      *          FUNCIONARIO; O AGENDADO AINDA NAO FOI DECIDIDO         00002743
                                                                        00002744
           IF WRK-D-SITUACAO NOT EQUAL 'AGENDADA  '                     00002745
              PERFORM 2900-NOTIFICAR                                    00002746
           END-IF.                                                      00002747
                                                                        00002750
       2800-99-FIM.                                            EXIT.    00002760
      *=============================================================*   00002770
                                                                        0000277A
      *=============================================================*   0000277B
       2900-NOTIFICAR                                       SECTION.    0000277C
                                                                        0000277D
           MOVE 'FR21FER2'   TO NOT-PROGRAMA.                           0000277E
           MOVE FD-FM-IDFUNC TO NOT-IDFUNC.                             0000277F
                                                                        0000277G
           IF WRK-D-SITUACAO EQUAL 'GOZADA    '                         0000277H
              MOVE 'NOTFERAP'          TO NOT-EVENTO                    0000277I
              MOVE FD-FM-DIAS          TO WRK-NA-DIAS                   0000277J
              MOVE FD-FM-DATA-INI(7:2) TO WRK-NA-DIA                    0000277K
              MOVE FD-FM-DATA-INI(5:2) TO WRK-NA-MES                    0000277L
              MOVE FD-FM-DATA-INI(1:4) TO WRK-NA-ANO                    0000277M
              MOVE WRK-NOT-APROVADA    TO NOT-DETALHE                   0000277N
           ELSE                                                         0000277O
              MOVE 'NOTFERRC'          TO NOT-EVENTO                    0000277P
              MOVE WRK-MOTIVO          TO NOT-DETALHE                   0000277Q
           END-IF.                                                      0000277R
                                                                        0000277S
           CALL 'FR21NOT0' USING NOT-DADOS.                             0000277T
           ADD 1 TO WRK-AVISOS.                                         0000277U
                                                                        0000277V
       2900-99-FIM.                                            EXIT.    0000277W
      *=============================================================*   0000277X
                                                                        00002780
      *=============================================================*   00002790
       3000-FINALIZAR                                       SECTION.    00002800
             DISPLAY 'FERIAS AGENDADAS......' WRK-AGENDADOS.            00002840
             DISPLAY 'PEDIDOS REJEITADOS....' WRK-REJEITADOS.           00002850
             DISPLAY 'EVENTOS FOLHA GERADOS.' WRK-EVENTOS.              00002851
             DISPLAY 'AVISOS AO FUNCIONARIO.' WRK-AVISOS.               00002852
             DISPLAY 'FINAL DE PROGRAMA'.                               00002860
                                                                        00002870
             CLOSE FERMOV.                                              00002880
