                                                                        00320044
       01 FD-CLIENTES.                                                  00330044
           05 FD-CODIGO            PIC 9(02).                           00340042
      * VENDEDOR DA VENDA (ZERO = VENDA SEM VENDEDOR), LEVADO AO        00340043
      * RESUMO PARA O CALCULO DE COMISSOES DO FR21COM1                  00340044
           05 FD-VENDEDOR          PIC 9(03).                           00340045
           05 FILLER               PIC X(53).                           00340046
                                                                        00360042
                                                                        00361044
       FD SAIDACLI                                                      00362044
      * VALORIZACAO DE VENDAS DO FR21VND1                               00372064
        05 WRK-CODIGO-OUT             PIC X(02).                        00372074
        05 WRK-DATA-OUT               PIC 9(08).                        00372084
        05 WRK-VENDEDOR-OUT           PIC 9(03).                        00372085
        05 FILLER                     PIC X(24).                        00372086
                                                                        00372244
                                                                        00372344
       FD CLIREJ                                                        00372444
        05 FD-CODIGO-REJ          PIC 9(02).                            00372944
        05 FILLER                 PIC X(56).                            00373044
                                                                        00373045
      *------CADASTRO DE PRODUTOS (CLUSTER PRODMAS) LRECL 60------------00373144
                                                                        00373145
       FD PRODMAS.                                                      00373244
                                                                        00373245
           COPY 'PRODBOOK'.                                             00373344
                                                                        00373044
                                                                        00374044
                                                                        00375044
             07 WRK-NUM-VEND        PIC 9(02).                          00720042
             07 WRK-PRODUTO-NOME    PIC X(14).                          00730042
             07 WRK-VALOR-PROD      PIC 9(05).                          00740042
                                                                        00740043
      *    VENDAS DE CADA PRODUTO POR VENDEDOR: O RESUMO SAI COM UMA    00740044
      *    LINHA POR PRODUTO E VENDEDOR                                 00740045
                                                                        00740046
       01 WRK-TAB-VENDEDOR.                                             00740047
          05 WRK-VV-OCR OCCURS 500 TIMES.                               00740048
             07 WRK-VV-IND-PROD     PIC 9(02).                          00740049
             07 WRK-VV-VENDEDOR     PIC 9(03).                          00740050
             07 WRK-VV-QTDE         PIC 9(02).                          00740051
             07 WRK-VV-VALOR        PIC 9(05).                          00740052
                                                                        00740053
       77 WRK-QTD-VV               PIC 9(03) VALUE ZEROS.               00740054
       77 WRK-IND-VV               PIC 9(03).                           00740055
       77 WRK-IND-PROD             PIC 9(02).                           00740056
       77 WRK-VENDEDOR             PIC 9(03).                           00740057
       77 WRK-ACHOU-VV             PIC X(01).                           00740058
                                                                        00750042
       01 WRK-INFORMACAO.                                               00760042
          05 WRK-DATA-INFO            PIC X(23).                        00770042
                                                                        01470042
                                                                        01480042
             MOVE 'S' TO WRK-ACHOU                                      01490042
             MOVE WRK-IND TO WRK-IND-PROD                               01490043
             ADD WRK-VALOR-TAB(WRK-IND) TO WRK-ACUM-VALOR               01500042
             ADD WRK-VALOR-TAB(WRK-IND) TO WRK-VALOR-PROD(WRK-IND)      01510042
             ADD 1 TO WRK-NUM-VEND(WRK-IND)                             01520042
           IF WRK-ACHOU EQUAL 'S'                                       01600042
                                                                        01610042
           ADD 1 TO WRK-ACUM-PRODUTOS                                   01620042
           PERFORM 2100-ACUMULAR-VENDEDOR                               01620043
                                                                        01630042
           ELSE                                                         01640042
           DISPLAY 'NAO ENCONTRADO'                                     01650042
                                                                        01740042
                                                                        01750042
       2000-99-FIM.                                             EXIT.   01760042
                                                                        01760043
       2100-ACUMULAR-VENDEDOR                                   SECTION.01760044
                                                                        01760045
           IF FD-VENDEDOR NUMERIC                                       01760046
              MOVE FD-VENDEDOR TO WRK-VENDEDOR                          01760047
           ELSE                                                         01760048
              MOVE ZEROS TO WRK-VENDEDOR                                01760049
           END-IF.                                                      01760050
                                                                        01760051
           MOVE 'N' TO WRK-ACHOU-VV.                                    01760052
           PERFORM VARYING WRK-IND-VV FROM 1 BY 1                       01760053
                   UNTIL WRK-IND-VV > WRK-QTD-VV OR                     01760054
                                                 WRK-ACHOU-VV = 'S'     01760055
           IF WRK-VV-IND-PROD(WRK-IND-VV) EQUAL WRK-IND-PROD AND        01760056
              WRK-VV-VENDEDOR(WRK-IND-VV) EQUAL WRK-VENDEDOR            01760057
              MOVE 'S' TO WRK-ACHOU-VV                                  01760058
              SUBTRACT 1 FROM WRK-IND-VV                                01760059
           END-IF                                                       01760060
           END-PERFORM.                                                 01760061
                                                                        01760062
           IF WRK-ACHOU-VV NOT EQUAL 'S'                                01760063
              IF WRK-QTD-VV NOT LESS 500                                01760064
                 MOVE 'PRGTEST4' TO WRK-PRGLOG-NOME                     01760065
                 MOVE '2100' TO WRK-PRGLOG-SECAO                        01760066
                 MOVE 'TABELA DE VENDEDORES ESTOUROU' TO                01760067
                                              WRK-PRGLOG-MENSAGEM       01760068
                 MOVE ZEROS TO WRK-PRGLOG-STATUS                        01760069
                 MOVE 'E' TO WRK-PRGLOG-SEVERIDADE                      01760070
                 CALL 'GRAVALOG' USING COMMAREA                         01760071
                 DISPLAY COMMAREA                                       01760072
                 STOP RUN                                               01760073
              END-IF                                                    01760074
              ADD 1 TO WRK-QTD-VV                                       01760075
              MOVE WRK-QTD-VV   TO WRK-IND-VV                           01760076
              MOVE WRK-IND-PROD TO WRK-VV-IND-PROD(WRK-IND-VV)          01760077
              MOVE WRK-VENDEDOR TO WRK-VV-VENDEDOR(WRK-IND-VV)          01760078
              MOVE ZEROS        TO WRK-VV-QTDE(WRK-IND-VV)              01760079
              MOVE ZEROS        TO WRK-VV-VALOR(WRK-IND-VV)             01760080
           END-IF.                                                      01760081
                                                                        01760082
           ADD 1 TO WRK-VV-QTDE(WRK-IND-VV).                            01760083
           ADD WRK-VALOR-TAB(WRK-IND-PROD) TO WRK-VV-VALOR(WRK-IND-VV). 01760084
                                                                        01760085
       2100-99-FIM.                                             EXIT.   01760086
                                                                        01770042
       3000-FINALIZAR                                           SECTION.01780042
           MOVE ZEROS TO WRK-IND.                                       01790042
            DISPLAY WRK-NUM-VEND(WRK-IND) ' ' WRK-PRODUTO-NOME(WRK-IND) 02040042
                    WRK-VALOR-PROD-ED                                   02050042
                                                                        02051044
      * UMA LINHA POR VENDEDOR DO PRODUTO; A SOMA DAS LINHAS E O        02051045
      * TOTAL DO PRODUTO                                                02051046
           PERFORM VARYING WRK-IND-VV FROM 1 BY 1                       02051047
                   UNTIL WRK-IND-VV > WRK-QTD-VV                        02051048
           IF WRK-VV-IND-PROD(WRK-IND-VV) EQUAL WRK-IND                 02051049
              MOVE WRK-VV-VALOR(WRK-IND-VV) TO WRK-VALOR-PROD-ED        02051050
              MOVE WRK-VV-QTDE(WRK-IND-VV)  TO  WRK-NUM-VEND-OUT        02051051
              MOVE WRK-PRODUTO-NOME(WRK-IND) TO  WRK-PRODUTO-NOME-OUT   02051052
              MOVE WRK-VALOR-PROD-ED         TO  WRK-VALOR-PROD-ED-OUT  02051053
              MOVE WRK-CODIGO-TAB(WRK-IND)   TO  WRK-CODIGO-OUT         02051054
              MOVE WRK-DATA-DIA              TO  WRK-DATA-OUT           02051055
              MOVE WRK-VV-VENDEDOR(WRK-IND-VV) TO WRK-VENDEDOR-OUT      02051056
              WRITE FD-SAIDACLI                                         02051057
           END-IF                                                       02051058
           END-PERFORM                                                  02051059
                                                                        02056044
           END-IF                                                       02060042
           END-PERFORM.                                                 02070042
