      *-------------------------------------------------------------*   00000110
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000120
      *  1.0   02/09/26   VICTOR ARANDA       VERSAO INICIAL            00000130
      *  1.1   15/10/26   VICTOR ARANDA   LAYOUT DO PRODMAS NO PRODBOOK 00000131
      *-------------------------------------------------------------*   00000140
      *   OBJETIVO: VALORIZACAO DAS VENDAS DA LINHA PRGTEST4. LE AS     00000150
      *      GERACOES DO RESUMO DE VENDAS (VENDAS, SAIDA DO             00000160
          05 FILLER          PIC X(27).                                 00000830
                                                                        00000840
      *-------------------------------------------------------------*   00000850
      *       CADASTRO DE PRODUTOS (KSDS)   LRECL = 60              *   00000860
      *-------------------------------------------------------------*   00000870
       FD PRODMAS.                                                      00000880
                                                                        00000890
           COPY 'PRODBOOK'.                                             00000900
                                                                        00000940
      *-------------------------------------------------------------*   00000950
      *       REGISTRO DE VENDAS            LRECL = 40              *   00000960
