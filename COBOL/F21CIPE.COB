      *    RECENTE PARA TRAS (SO DISPOSICAO 'A'), DEZ LINHAS POR      *
      *    PAGINA COM DATA, DESCRICAO, VALOR, TIPO E SALDO            *
      *    CORRIDO, RECONSTRUIDO DO SALDO ATUAL DO CLIENTES.          *
      *    F7 PAGINA MAIS RECENTE / F8 MAIS ANTIGA. A VISAO           *
      *    CONSOLIDADA DO CLIENTE (F21CIPO) TRANSFERE PARA CA COM A   *
      *    CHAVE JA PREENCHIDA NA COMMAREA DE 17 BYTES.               *
      *      APLICANDO LOGICA PSEUDO COM METODO (EIBCALEN)            *
      *---------------------------------------------------------------*
      *   ARQUIVOS:                                                   *
       0000-PRINCIPAL                                         SECTION.
      *---------------------------------------------------------------*

      *        VINDO DA VISAO CONSOLIDADA A PRIMEIRA PAGINA JA
      *        SAI PRONTA

               IF EIBCALEN EQUAL 17
                  PERFORM 0100-CONSULTA-DIRETA
               ELSE
                  PERFORM 1000-INICIALIZAR
                  IF WRK-FLAG EQUAL 1
                    PERFORM 2000-PROCESSAR
                  END-IF
                  PERFORM 3000-FINALIZAR
               END-IF.

               EXEC CICS
                 RETURN TRANSID ('T21E')
               END-EXEC.
       0000-99-FIM.                        EXIT.

      *---------------------------------------------------------------*
       0100-CONSULTA-DIRETA                                   SECTION.
      *---------------------------------------------------------------*

              MOVE LNK-OPERADOR TO WRK-CM-OPERADOR.
              MOVE LNK-SUPERV   TO WRK-CM-SUPERV.
              MOVE LNK-AGENCIA  TO WRK-CM-AGENCIA.
              MOVE LNK-CONTA    TO WRK-CM-CONTA.
              MOVE 1            TO WRK-CM-PAGINA.

              PERFORM 2200-MONTAR-PAGINA.

              EXEC CICS SEND
                 MAPSET('F21CIMB')
                 MAP('MAPA0B')
                 ERASE
                 FROM(MAPA0BO)
              END-EXEC.
       0100-99-FIM.                        EXIT.

      *---------------------------------------------------------------*
       1000-INICIALIZAR                                       SECTION.
      *---------------------------------------------------------------*
