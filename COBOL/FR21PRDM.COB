      *---------------------------------------------------------------*
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO   *
      *  1.0   21/08/26   VICTOR ARANDA       VERSAO INICIAL          *
      *  1.1   15/10/26   VICTOR ARANDA   LAYOUT PRODBOOK (ESTOQUE) E *
      *                                   PONTO/QTDE DE REPOSICAO G/R *
      *---------------------------------------------------------------*
      *   OBJETIVO: MANUTENCAO DO CADASTRO DE PRODUTOS NO CLUSTER     *
      *             PRODMAS (ANTIGA TABELA FIXA DO PRGTEST4),         *
      *             R (REGRAVACAO)                                    *
      *---------------------------------------------------------------*
      *   ARQUIVOS:                                 INCLUDE/BOOK      *
      *   PRODMAS              I-O                  PRODBOOK          *
      *---------------------------------------------------------------*
      *   PARM.....: OPERACAO X(01) + CODIGO X(02)                    *
      *               + PRODUTO X(14) + VALOR 9(05) (G/R)             *
      *               + PONTO REPOSICAO 9(07) + QTDE REPOSICAO 9(07)  *
      *                 (OPCIONAIS NA G/R - TAMANHO 36)               *
      *   O SALDO PRD-ESTOQUE NAO E ALTERADO AQUI: NASCE ZERADO NA G  *
      *   E SO E MOVIMENTADO PELO FR21ETQ1.                           *
      *===============================================================*
       ENVIRONMENT                                            DIVISION.
      *===============================================================*
       FILE SECTION.
       FD PRODMAS.

           COPY 'PRODBOOK'.

      *===============================================================*
       WORKING-STORAGE                                        SECTION.
          05 LNK-CODIGO         PIC X(02).
          05 LNK-PRODUTO        PIC X(14).
          05 LNK-VALOR          PIC X(05).
          05 LNK-PONTO-REP      PIC X(07).
          05 LNK-QTD-REP        PIC X(07).

      *===============================================================*
       PROCEDURE DIVISION USING LNK-ENTRADA.
       2200-GRAVACAO                                          SECTION.
      *----------------------------------------------------------------

           IF LNK-LEN EQUAL 22 OR LNK-LEN EQUAL 36
              IF LNK-VALOR IS NUMERIC
                 MOVE LNK-CODIGO TO PRD-CODIGO
                 READ PRODMAS
                    MOVE FS-PRODMAS TO WRK-MSG(24:02)
                    PERFORM 3000-FINALIZAR
                 ELSE
                    PERFORM 2500-VALIDAR-REPOSICAO
                    MOVE SPACES      TO REG-PRODMAS
                    MOVE LNK-CODIGO  TO PRD-CODIGO
                    MOVE LNK-PRODUTO TO PRD-PRODUTO
                    MOVE LNK-VALOR   TO PRD-VALOR
                    MOVE ZEROS       TO PRD-ESTOQUE
                                        PRD-PONTO-REP
                                        PRD-QTD-REP
                                        PRD-DT-ULT-MOV
                    IF LNK-LEN EQUAL 36
                       MOVE LNK-PONTO-REP TO PRD-PONTO-REP
                       MOVE LNK-QTD-REP   TO PRD-QTD-REP
                    END-IF
                    WRITE REG-PRODMAS
                    DISPLAY REG-PRODMAS
                    MOVE WRK-MSG-GRAVADO TO WRK-MSG
      *----------------------------------------------------------------
       2400-REGRAVAR                                          SECTION.
      *----------------------------------------------------------------
           IF LNK-LEN EQUAL 22 OR LNK-LEN EQUAL 36
              MOVE LNK-CODIGO TO PRD-CODIGO
              READ PRODMAS
              IF LNK-VALOR IS NOT NUMERIC
                 PERFORM 3000-FINALIZAR
              ELSE
                 IF FS-PRODMAS EQUAL ZEROS
                    PERFORM 2500-VALIDAR-REPOSICAO
                    MOVE LNK-PRODUTO TO PRD-PRODUTO
                    MOVE LNK-VALOR   TO PRD-VALOR
                    IF LNK-LEN EQUAL 36
                       MOVE LNK-PONTO-REP TO PRD-PONTO-REP
                       MOVE LNK-QTD-REP   TO PRD-QTD-REP
                    END-IF
                    REWRITE REG-PRODMAS

                    IF FS-PRODMAS EQUAL ZEROS
       2400-99-FIM.                                              EXIT.
      *----------------------------------------------------------------

      *----------------------------------------------------------------
       2500-VALIDAR-REPOSICAO                                 SECTION.
      *----------------------------------------------------------------
           IF LNK-LEN EQUAL 36
              IF LNK-PONTO-REP IS NOT NUMERIC OR
                 LNK-QTD-REP   IS NOT NUMERIC
                 MOVE 'REPOSICAO INVALIDA' TO WRK-MSG
                 PERFORM 3000-FINALIZAR
              END-IF
           END-IF.
      *----------------------------------------------------------------
       2500-99-FIM.                                              EXIT.
      *----------------------------------------------------------------

      *----------------------------------------------------------------
       3000-FINALIZAR                                         SECTION.
      *----------------------------------------------------------------
