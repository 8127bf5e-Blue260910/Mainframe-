      *    E F8 EXCLUI; O CPF E VALIDADO PELO DIGITO VERIFICADOR      *
      *    (MODULO 11, MESMA REGRA DO FR21FCP1). A CARGA EM LOTE E    *
      *    A DESCARGA PARA OS BATCH CONTINUAM NO FR21FCP1.            *
      *    BANCO, AGENCIA E CONTA NAO SAO GRAVADOS DIRETO: NO F6 E NO *
      *    F7 A MUDANCA VIRA PEDIDO PENDENTE EM IVAN.ALTBANC, COM O   *
      *    OPERADOR DO SIGNON E DATA/HORA, E SO ENTRA NO CADASTRO     *
      *    QUANDO OUTRO OPERADOR APROVA NO F21CIPN. ATE LA A TABELA   *
      *    (E A REMESSA DO FR21BNC1) SEGUE COM OS DADOS APROVADOS.    *
      *      APLICANDO LOGICA PSEUDO COM METODO (EIBCALEN)            *
      *---------------------------------------------------------------*
      *   BASE DE DADOS:                                              *
      *   TABELA.DB2..                                                *
      *    ------              I/O                 INCLUDE/BOOK       *
      *   IVAN.FUNCCOMP        I/O                 #BKFCOMP---        *
      *   IVAN.ALTBANC         I/O                 #BKALTB----        *
      *---------------------------------------------------------------*
      *   MODULOS....:                             INCLUDE/BOOK       *
      *===============================================================*
              INCLUDE #BKFCOMP
           END-EXEC.

           EXEC SQL
              INCLUDE #BKALTB
           END-EXEC.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
       77 WRK-FLAG           PIC 9(01).
       77 WRK-SAIDA          PIC X(30) VALUE 'FIM DE PROGRAMA'.

      *-----------PEDIDO DE ALTERACAO BANCARIA (IVAN.ALTBANC)----------*

       77 WRK-PEDIDO-OK       PIC X(01).
       77 WRK-QT-PEND         PIC S9(09) COMP VALUE 0.
       77 WRK-HORA-SIS        PIC 9(08).

       01 WRK-BANCO-TELA.
          05 WRK-BT-BANCO     PIC X(03).
          05 WRK-BT-AGBANCO   PIC X(04).
          05 WRK-BT-CONTABCO  PIC X(10).

       01 WRK-BANCO-ATUAL.
          05 WRK-BA-BANCO     PIC X(03).
          05 WRK-BA-AGBANCO   PIC X(04).
          05 WRK-BA-CONTABCO  PIC X(10).

       01 WRK-DTH.
          05 WRK-DTH-DATA     PIC 9(08).
          05 WRK-DTH-HORA     PIC 9(06).

      *       OPERADOR DO SIGNON, RECEBIDO DO MENU E DEVOLVIDO A CADA
      *       TELA; O ULTIMO BYTE MARCA A PROPRIA TRANSACAO

       01 WRK-COMMAREA.
          05 WRK-CM-OPERADOR  PIC X(08).
          05 WRK-CM-SUPERV    PIC X(01).
          05 WRK-CM-MARCA     PIC X(01) VALUE 'G'.

      *-----------VALIDACAO DO CPF (MODULO 11)-------------------------*

       77 WRK-CPF-OK          PIC X(01).
       01 DFHCOMMAREA.
          05 LNK-OPERADOR     PIC X(08).
          05 LNK-SUPERV       PIC X(01).
          05 LNK-MARCA        PIC X(01).

      *===============================================================*
       PROCEDURE                                 DIVISION.

               EXEC CICS
                 RETURN TRANSID ('T21G')
                 COMMAREA(WRK-COMMAREA)
               END-EXEC.
       0000-99-FIM.                        EXIT.

       1000-INICIALIZAR                                       SECTION.
      *---------------------------------------------------------------*

              MOVE SPACES TO WRK-CM-OPERADOR WRK-CM-SUPERV.

              IF EIBCALEN LESS 10
                EXEC CICS SEND
                  MAPSET('F21CIMD')
                  MAPONLY
                END-EXEC
               MOVE 1 TO WRK-FLAG
               IF EIBCALEN GREATER 0
                  MOVE LNK-OPERADOR TO WRK-CM-OPERADOR
                  MOVE LNK-SUPERV   TO WRK-CM-SUPERV
               END-IF
              ELSE
               MOVE LNK-OPERADOR TO WRK-CM-OPERADOR
               MOVE LNK-SUPERV   TO WRK-CM-SUPERV
              END-IF.
              INITIALIZE MAPA0DI.
              EXEC CICS RECEIVE
                     MOVE FCP-AGBANCO  TO AGBANCOO
                     MOVE FCP-CONTABCO TO CONTABCO
                     MOVE 'ENCONTRADO' TO MSGO
                     PERFORM 2750-CONTAR-PENDENTE
                     IF WRK-QT-PEND GREATER ZERO
                        MOVE 'ENCONTRADO - ALTER.BANCARIA PENDENTE'
                             TO MSGO
                     END-IF
                WHEN 100
                     MOVE 'FUNCIONARIO SEM CADASTRO' TO MSGO
                WHEN OTHER
                  GO TO 2200-99-FIM
               END-IF.

      *        O CADASTRO NASCE SEM DADOS BANCARIOS; OS DA TELA VIRAM
      *        PEDIDO PENDENTE DE APROVACAO

               IF WRK-BANCO-TELA NOT EQUAL SPACES
                  AND WRK-CM-OPERADOR EQUAL SPACES
                  MOVE 'ENTRE PELO MENU P/ ALTERAR BANCO' TO MSGO
                  GO TO 2200-99-FIM
               END-IF.

               MOVE SPACES TO FCP-BANCO FCP-AGBANCO FCP-CONTABCO.

               EXEC SQL
                    INSERT INTO IVAN.FUNCCOMP
                           (IDFUNC, CPF, ENDERECO, CIDADE, UF,

               EVALUATE SQLCODE
                WHEN 0
                     IF WRK-BANCO-TELA EQUAL SPACES
                        EXEC SQL COMMIT END-EXEC
                        MOVE 'CADASTRO INCLUIDO' TO MSGO
                     ELSE
                        MOVE SPACES TO WRK-BANCO-ATUAL
                        PERFORM 2700-ABRIR-PEDIDO
                        IF WRK-PEDIDO-OK EQUAL 'S'
                           EXEC SQL COMMIT END-EXEC
                           MOVE 'INCLUIDO - BANCO AGUARDA APROVACAO'
                                TO MSGO
                        ELSE
                           EXEC SQL ROLLBACK END-EXEC
                        END-IF
                     END-IF
                WHEN -803
                     MOVE 'FUNCIONARIO JA CADASTRADO' TO MSGO
                WHEN OTHER
                  GO TO 2300-99-FIM
               END-IF.

      *        DADOS BANCARIOS GRAVADOS (OS ULTIMOS APROVADOS)

               EXEC SQL
                    SELECT BANCO, AGBANCO, CONTABCO
                      INTO :WRK-BA-BANCO, :WRK-BA-AGBANCO,
                           :WRK-BA-CONTABCO
                      FROM IVAN.FUNCCOMP
                     WHERE IDFUNC = :FCP-IDFUNC
                     FETCH FIRST ROW ONLY
               END-EXEC.

               EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     MOVE 'FUNCIONARIO SEM CADASTRO' TO MSGO
                     GO TO 2300-99-FIM
                WHEN OTHER
                     MOVE 'ERRO NA ALTERACAO' TO MSGO
                     GO TO 2300-99-FIM
               END-EVALUATE.

      *        BANCO EM BRANCO NA TELA = SEM MUDANCA NO BANCO

               IF WRK-BANCO-TELA EQUAL SPACES
                  MOVE WRK-BANCO-ATUAL TO WRK-BANCO-TELA
               END-IF.

               IF WRK-BANCO-TELA NOT EQUAL WRK-BANCO-ATUAL
                  AND WRK-CM-OPERADOR EQUAL SPACES
                  MOVE 'ENTRE PELO MENU P/ ALTERAR BANCO' TO MSGO
                  GO TO 2300-99-FIM
               END-IF.

      *        O UPDATE NAO TOCA BANCO, AGENCIA E CONTA: MUDANCA
      *        NELES VIRA PEDIDO PENDENTE NA MESMA UNIDADE DE TRABALHO

               EXEC SQL
                    UPDATE IVAN.FUNCCOMP
                       SET CPF      = :FCP-CPF,
                           ENDERECO = :FCP-ENDERECO,
                           CIDADE   = :FCP-CIDADE,
                           UF       = :FCP-UF,
                           CEP      = :FCP-CEP
                     WHERE IDFUNC   = :FCP-IDFUNC
               END-EXEC.

               EVALUATE SQLCODE
                WHEN 0
                     IF WRK-BANCO-TELA EQUAL WRK-BANCO-ATUAL
                        EXEC SQL COMMIT END-EXEC
                        MOVE 'CADASTRO ALTERADO' TO MSGO
                     ELSE
                        PERFORM 2700-ABRIR-PEDIDO
                        IF WRK-PEDIDO-OK EQUAL 'S'
                           EXEC SQL COMMIT END-EXEC
                           MOVE 'ALTERADO - BANCO AGUARDA APROVACAO'
                                TO MSGO
                        ELSE
                           EXEC SQL ROLLBACK END-EXEC
                        END-IF
                     END-IF
                WHEN 100
                     MOVE 'FUNCIONARIO SEM CADASTRO' TO MSGO
                WHEN OTHER
               MOVE BANCOI   TO FCP-BANCO.
               MOVE AGBANCOI TO FCP-AGBANCO.
               MOVE CONTABCI TO FCP-CONTABCO.
               MOVE BANCOI   TO WRK-BT-BANCO.
               MOVE AGBANCOI TO WRK-BT-AGBANCO.
               MOVE CONTABCI TO WRK-BT-CONTABCO.
       2600-99-FIM.                        EXIT.
      *---------------------------------------------------------------*
       2700-ABRIR-PEDIDO                                      SECTION.
      *---------------------------------------------------------------*

      *        PEDIDO PENDENTE COM OS DADOS DE ANTES (WRK-BANCO-ATUAL)
      *        E OS DA TELA; UM SO PENDENTE POR FUNCIONARIO. O COMMIT
      *        OU ROLLBACK FICA COM O CHAMADOR

               MOVE 'N' TO WRK-PEDIDO-OK.

               PERFORM 2750-CONTAR-PENDENTE.
               IF WRK-QT-PEND GREATER ZERO
                  MOVE 'JA HA ALTER.BANCARIA PENDENTE' TO MSGO
                  GO TO 2700-99-FIM
               END-IF.

      *        NUMERACAO SEQUENCIAL DOS PEDIDOS

               EXEC SQL
                    SELECT COALESCE(MAX(NUMPED),0)
                      INTO :ALB-NUMPED
                      FROM IVAN.ALTBANC
               END-EXEC.

               IF SQLCODE NOT EQUAL 0
                  MOVE 'ERRO NA NUMERACAO DO PEDIDO' TO MSGO
                  GO TO 2700-99-FIM
               END-IF.

               ACCEPT WRK-DTH-DATA FROM DATE YYYYMMDD.
               ACCEPT WRK-HORA-SIS FROM TIME.
               MOVE WRK-HORA-SIS(1:6) TO WRK-DTH-HORA.

               ADD 1 TO ALB-NUMPED.
               MOVE FCP-IDFUNC      TO ALB-IDFUNC.
               MOVE WRK-BA-BANCO    TO ALB-BANCOANT.
               MOVE WRK-BA-AGBANCO  TO ALB-AGBANCANT.
               MOVE WRK-BA-CONTABCO TO ALB-CONTAANT.
               MOVE WRK-BT-BANCO    TO ALB-BANCO.
               MOVE WRK-BT-AGBANCO  TO ALB-AGBANCO.
               MOVE WRK-BT-CONTABCO TO ALB-CONTABCO.
               MOVE 'P'             TO ALB-SITUACAO.
               MOVE WRK-CM-OPERADOR TO ALB-OPERSOL.
               MOVE WRK-DTH         TO ALB-DTHSOL.
               MOVE SPACES          TO ALB-OPERDEC ALB-DTHDEC.

               EXEC SQL
                    INSERT INTO IVAN.ALTBANC
                           (NUMPED, IDFUNC, BANCOANT, AGBANCANT,
                            CONTAANT, BANCO, AGBANCO, CONTABCO,
                            SITUACAO, OPERSOL, DTHSOL, OPERDEC,
                            DTHDEC)
                    VALUES (:ALB-NUMPED, :ALB-IDFUNC, :ALB-BANCOANT,
                            :ALB-AGBANCANT, :ALB-CONTAANT,
                            :ALB-BANCO, :ALB-AGBANCO, :ALB-CONTABCO,
                            :ALB-SITUACAO, :ALB-OPERSOL, :ALB-DTHSOL,
                            :ALB-OPERDEC, :ALB-DTHDEC)
               END-EXEC.

               IF SQLCODE EQUAL 0
                  MOVE 'S' TO WRK-PEDIDO-OK
               ELSE
                  MOVE 'ERRO NA GRAVACAO DO PEDIDO' TO MSGO
               END-IF.
       2700-99-FIM.                        EXIT.
      *---------------------------------------------------------------*
       2750-CONTAR-PENDENTE                                   SECTION.
      *---------------------------------------------------------------*

               MOVE ZEROS TO WRK-QT-PEND.

               EXEC SQL
                    SELECT COUNT(*)
                      INTO :WRK-QT-PEND
                      FROM IVAN.ALTBANC
                     WHERE IDFUNC   = :FCP-IDFUNC
                       AND SITUACAO = 'P'
               END-EXEC.

               IF SQLCODE NOT EQUAL 0
                  MOVE ZEROS TO WRK-QT-PEND
               END-IF.
       2750-99-FIM.                        EXIT.
      *--------------------------------------------------
       2900-CHECAR-JANELA                        SECTION.
      *--------------------------------------------------
