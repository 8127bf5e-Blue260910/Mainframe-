      *===============================================================*
       IDENTIFICATION                                        DIVISION.
      *===============================================================*
       PROGRAM-ID. F21CIPK.
      *===============================================================*
      *   AUTOR....:VICTOR ARANDA                                     *
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR        *
      *   DATA ....:15/10/2026                                        *
      *---------------------------------------------------------------*
      *   OBJETIVO:CONSULTA DO HOLERITE PELO CICS. INFORMADOS O       *
      *    FUNCIONARIO E A COMPETENCIA (EM BRANCO = A MAIS RECENTE),  *
      *    MOSTRA OS PROVENTOS DO FOLHPAG (HORAS, SALARIO BASE,       *
      *    EXTRAS, FERIAS, ADICIONAL POR TEMPO DE SERVICO,            *
      *    RETROATIVO E COMISSAO DE VENDAS), CADA LINHA DE DESCONTO   *
      *    DO FOLHDED, O LIQUIDO E A SITUACAO DO PAGAMENTO NO         *
      *    RETORNO DO BANCO (FR21BNC2).                               *
      *    OS DADOS VEM DE IVAN.HOLERITE E IVAN.HOLDESC, CARREGADAS   *
      *    PELO FR21HOL1 COM AS DOZE COMPETENCIAS MAIS RECENTES.      *
      *    F7 COMPETENCIA ANTERIOR / F8 COMPETENCIA SEGUINTE.         *
      *    OPCAO 'I' DO MENU, LIBERADA PELA POSICAO 18 DO PERFIL.     *
      *      APLICANDO LOGICA PSEUDO COM METODO (EIBCALEN)            *
      *---------------------------------------------------------------*
      *   BASE DE DADOS:                                              *
      *   TABELA.DB2..         I/O                                    *
      *                                           INCLUDE/BOOK        *
      *   IVAN.HOLERITE         I                  #BKHOLR            *
      *   IVAN.HOLDESC          I                  #BKHDES            *
      *---------------------------------------------------------------*
      *   MODULOS....:                             INCLUDE/BOOK       *
      *===============================================================*

      *===============================================================*
       ENVIRONMENT                                            DIVISION.
      *===============================================================*
       CONFIGURATION                                           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

      *===============================================================*
       DATA                                                   DIVISION.
      *===============================================================*
       WORKING-STORAGE SECTION.

           COPY DFHAID.
           COPY F21CIMH.

           EXEC SQL
              INCLUDE #BKHOLR
           END-EXEC.

           EXEC SQL
              INCLUDE #BKHDES
           END-EXEC.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      *    LINHAS DE DESCONTO DA COMPETENCIA, NA ORDEM DO FR21PAG1

           EXEC SQL
              DECLARE CDESC CURSOR FOR
               SELECT TIPO, BASE, ALIQ, VALOR
                 FROM IVAN.HOLDESC
                WHERE IDFUNC = :HDS-IDFUNC
                  AND COMPET = :HDS-COMPET
                ORDER BY SEQ
           END-EXEC.

       77 WRK-SQLCODE        PIC -999.
       77 WRK-RET-MAPA       PIC S9(04) COMP.
       77 WRK-FLAG           PIC 9(01).
       77 WRK-SAIDA          PIC X(30) VALUE 'FIM DE PROGRAMA'.
       77 WRK-IND-NULL       PIC S9(04) COMP.
       77 WRK-IDFUNC         PIC 9(05).
       77 WRK-IDFUNC-TELA    PIC X(05).
       77 WRK-COMPET-TELA    PIC X(06).
       77 WRK-IND-LIN        PIC 9(02).
       77 WRK-QTD-DESC       PIC 9(02).
       77 WRK-DESC-FORA      PIC 9(02).

       01 WRK-TAB-DESC.
          05 WRK-TD-OCR OCCURS 11 TIMES.
             10 WRK-TD-TIPO   PIC X(01).
             10 WRK-TD-BASE   PIC 9(07)V99.
             10 WRK-TD-ALIQ   PIC 9(03)V99.
             10 WRK-TD-VALOR  PIC 9(07)V99.

      *    PROVENTOS A ESQUERDA, DESCONTOS A DIREITA; AS TRES
      *    PRIMEIRAS LINHAS DE PROVENTO SAO QUANTIDADE DE HORAS

       01 WRK-LINHA-DET.
          05 WRK-L-PDESC     PIC X(17).
          05 FILLER          PIC X(01).
          05 WRK-L-PVALOR    PIC Z.ZZZ.ZZ9,99.
          05 WRK-L-PQTD REDEFINES WRK-L-PVALOR.
             10 FILLER       PIC X(07).
             10 WRK-L-PHORAS PIC ZZZZ9.
          05 FILLER          PIC X(02).
          05 WRK-L-DDESC     PIC X(14).
          05 FILLER          PIC X(01).
          05 WRK-L-DBASE     PIC ZZZ.ZZ9,99.
          05 FILLER          PIC X(01).
          05 WRK-L-DALIQ     PIC ZZ9,99.
          05 FILLER          PIC X(01).
          05 WRK-L-DVALOR    PIC Z.ZZZ.ZZ9,99.

       77 WRK-VALOR-ED       PIC Z.ZZZ.ZZ9,99.

       01 WRK-SITUACAO.
          05 WRK-S-TEXTO     PIC X(20).
          05 WRK-S-MOTIVO    PIC X(20).

       01 WRK-COMMAREA.
          05 WRK-CM-OPERADOR  PIC X(08).
          05 WRK-CM-SUPERV    PIC X(01).
          05 WRK-CM-IDFUNC    PIC 9(05).
          05 WRK-CM-COMPET    PIC X(06).

      *===============================================================*
       LINKAGE                                                SECTION.
      *===============================================================*

       01 DFHCOMMAREA.
          05 LNK-OPERADOR     PIC X(08).
          05 LNK-SUPERV       PIC X(01).
          05 LNK-IDFUNC       PIC 9(05).
          05 LNK-COMPET       PIC X(06).

      *===============================================================*
       PROCEDURE                                 DIVISION.
      *===============================================================*
      *---------------------------------------------------------------*
       0000-PRINCIPAL                                         SECTION.
      *---------------------------------------------------------------*

               PERFORM 1000-INICIALIZAR.
              IF WRK-FLAG EQUAL 1
                PERFORM 2000-PROCESSAR
              END-IF
                PERFORM 3000-FINALIZAR.

               EXEC CICS
                 RETURN TRANSID ('T21K')
                 COMMAREA(WRK-COMMAREA)
               END-EXEC.
       0000-99-FIM.                        EXIT.

      *---------------------------------------------------------------*
       1000-INICIALIZAR                                       SECTION.
      *---------------------------------------------------------------*

      *       VINDO DO MENU A COMMAREA SO TRAZ OPERADOR E PERFIL:
      *       FUNCIONARIO E COMPETENCIA COMECAM ZERADOS

              IF EIBCALEN LESS 20
                EXEC CICS SEND
                  MAPSET('F21CIMH')
                  MAP('MAPA0H')
                  ERASE
                  MAPONLY
                END-EXEC
               MOVE ZEROS  TO WRK-CM-IDFUNC
               MOVE SPACES TO WRK-CM-COMPET
               IF EIBCALEN GREATER 0
                  MOVE LNK-OPERADOR TO WRK-CM-OPERADOR
                  MOVE LNK-SUPERV   TO WRK-CM-SUPERV
               END-IF
              ELSE
               MOVE LNK-OPERADOR TO WRK-CM-OPERADOR
               MOVE LNK-SUPERV   TO WRK-CM-SUPERV
               MOVE LNK-IDFUNC   TO WRK-CM-IDFUNC
               MOVE LNK-COMPET   TO WRK-CM-COMPET
              END-IF.

              INITIALIZE MAPA0HI.
              EXEC CICS RECEIVE
                 MAPSET('F21CIMH')
                 MAP('MAPA0H')
                 INTO(MAPA0HI)
                 RESP(WRK-RET-MAPA)
              END-EXEC.

             IF WRK-RET-MAPA EQUAL DFHRESP(MAPFAIL)
                MOVE 2 TO WRK-FLAG
             ELSE
                MOVE 1 TO WRK-FLAG
             END-IF.
       1000-99-FIM.                        EXIT.

      *---------------------------------------------------------------*
       2000-PROCESSAR                                         SECTION.
      *---------------------------------------------------------------*

            EVALUATE EIBAID
             WHEN '3'
              EXEC CICS SEND
                  FROM(WRK-SAIDA)
                  ERASE
              END-EXEC

              EXEC CICS
                 RETURN
              END-EXEC

             WHEN ''''
              INITIALIZE MAPA0HO
      *-------------CONSULTA: COMPETENCIA INFORMADA OU A ULTIMA----
             WHEN '5'
                PERFORM 2100-CONSULTAR
      *-------------F7: COMPETENCIA ANTERIOR----------------------
             WHEN '7'
                PERFORM 2300-MES-ANTERIOR
      *-------------F8: COMPETENCIA SEGUINTE----------------------
             WHEN '8'
                PERFORM 2400-MES-SEGUINTE
             WHEN OTHER
                INITIALIZE MAPA0HO
                MOVE 'TECLA INVALIDA' TO MSGO
             END-EVALUATE.
       2000-99-FIM.                        EXIT.

      *---------------------------------------------------------------*
       2100-CONSULTAR                                         SECTION.
      *---------------------------------------------------------------*

      *        A AREA DE SAIDA OCUPA O MESMO ESPACO DA ENTRADA:
      *        GUARDA O QUE VEIO DA TELA ANTES DE LIMPAR

               MOVE IDFUNCI TO WRK-IDFUNC-TELA.
               MOVE COMPETI TO WRK-COMPET-TELA.
               INITIALIZE MAPA0HO.
               MOVE WRK-IDFUNC-TELA TO IDFUNCO.
               MOVE WRK-COMPET-TELA TO COMPETO.

               IF WRK-IDFUNC-TELA NOT NUMERIC
                  OR WRK-IDFUNC-TELA EQUAL ZEROS
                  MOVE 'INFORME O FUNCIONARIO' TO MSGO
                  GO TO 2100-99-FIM
               END-IF.

               MOVE WRK-IDFUNC-TELA TO WRK-IDFUNC.
               MOVE WRK-IDFUNC TO HOL-IDFUNC.

      *        COMPETENCIA EM BRANCO: A MAIS RECENTE CARREGADA

               IF WRK-COMPET-TELA EQUAL SPACES
                  OR WRK-COMPET-TELA EQUAL LOW-VALUES
                  OR WRK-COMPET-TELA EQUAL ZEROS
                  EXEC SQL
                       SELECT MAX(COMPET)
                         INTO :HOL-COMPET :WRK-IND-NULL
                         FROM IVAN.HOLERITE
                        WHERE IDFUNC = :HOL-IDFUNC
                  END-EXEC
                  IF SQLCODE NOT EQUAL 0
                     MOVE SQLCODE TO WRK-SQLCODE
                     MOVE 'ERRO NA LEITURA' TO MSGO
                     GO TO 2100-99-FIM
                  END-IF
                  IF WRK-IND-NULL LESS ZEROS
                     MOVE 'SEM HOLERITE PARA O FUNCIONARIO' TO MSGO
                     GO TO 2100-99-FIM
                  END-IF
               ELSE
                  IF WRK-COMPET-TELA NOT NUMERIC
                     OR WRK-COMPET-TELA(5:2) LESS '01'
                     OR WRK-COMPET-TELA(5:2) GREATER '12'
                     MOVE 'COMPETENCIA INVALIDA (AAAAMM)' TO MSGO
                     GO TO 2100-99-FIM
                  END-IF
                  MOVE WRK-COMPET-TELA TO HOL-COMPET
               END-IF.

               MOVE WRK-IDFUNC TO WRK-CM-IDFUNC.
               MOVE HOL-COMPET TO WRK-CM-COMPET.
               PERFORM 2200-MONTAR-HOLERITE.

       2100-99-FIM.                        EXIT.

      *---------------------------------------------------------------*
       2200-MONTAR-HOLERITE                                   SECTION.
      *---------------------------------------------------------------*

               INITIALIZE MAPA0HO.
               MOVE WRK-CM-IDFUNC TO IDFUNCO.
               MOVE WRK-CM-COMPET TO COMPETO.

               MOVE WRK-CM-IDFUNC TO HOL-IDFUNC.
               MOVE WRK-CM-COMPET TO HOL-COMPET.

               EXEC SQL
                    SELECT NOME, HORAS, HORASEXT, HORASFDS,
                           SALBASE, VALEXT, VALFDS, FERIAS, TERCO,
                           ADICTEMPO, RETRO, BRUTO, TOTDESC,
                           LIQUIDO, SITPAG, MOTIVO, COMISSAO
                      INTO :HOL-NOME, :HOL-HORAS, :HOL-HORASEXT,
                           :HOL-HORASFDS, :HOL-SALBASE, :HOL-VALEXT,
                           :HOL-VALFDS, :HOL-FERIAS, :HOL-TERCO,
                           :HOL-ADICTEMPO, :HOL-RETRO, :HOL-BRUTO,
                           :HOL-TOTDESC, :HOL-LIQUIDO, :HOL-SITPAG,
                           :HOL-MOTIVO, :HOL-COMISSAO
                      FROM IVAN.HOLERITE
                     WHERE IDFUNC = :HOL-IDFUNC
                       AND COMPET = :HOL-COMPET
               END-EXEC.

               EVALUATE TRUE
               WHEN SQLCODE EQUAL 100
                  MOVE 'HOLERITE NAO ENCONTRADO' TO MSGO
                  GO TO 2200-99-FIM
               WHEN SQLCODE NOT EQUAL 0
                  MOVE SQLCODE TO WRK-SQLCODE
                  MOVE 'ERRO NA LEITURA' TO MSGO
                  GO TO 2200-99-FIM
               END-EVALUATE.

               PERFORM 2500-LER-DESCONTOS.

               MOVE HOL-NOME TO NOMEO.

               PERFORM VARYING WRK-IND-LIN FROM 1 BY 1
                       UNTIL WRK-IND-LIN GREATER 11
                  PERFORM 2600-MONTAR-LINHA
               END-PERFORM.

               MOVE HOL-BRUTO   TO WRK-VALOR-ED.
               MOVE WRK-VALOR-ED TO BRUTOO.
               MOVE HOL-TOTDESC TO WRK-VALOR-ED.
               MOVE WRK-VALOR-ED TO TOTDESCO.
               MOVE HOL-LIQUIDO TO WRK-VALOR-ED.
               MOVE WRK-VALOR-ED TO LIQUIDOO.

      *        SITUACAO GRAVADA PELO FR21HOL1 COM O PAGOS DO BANCO

               MOVE SPACES TO WRK-SITUACAO.
               EVALUATE HOL-SITPAG
                 WHEN 'S'
                      MOVE 'LIQUIDADO PELO BANCO' TO WRK-S-TEXTO
                 WHEN 'R'
                      MOVE 'RECUSADO:'            TO WRK-S-TEXTO
                      MOVE HOL-MOTIVO             TO WRK-S-MOTIVO
                 WHEN OTHER
                      MOVE 'SEM RETORNO DO BANCO' TO WRK-S-TEXTO
               END-EVALUATE.
               MOVE WRK-SITUACAO TO SITPAGO.

               IF WRK-DESC-FORA GREATER ZEROS
                  MOVE 'HA MAIS DESCONTOS - VER FR21PAG2' TO MSGO
               ELSE
                  MOVE 'HOLERITE ENCONTRADO' TO MSGO
               END-IF.

       2200-99-FIM.                        EXIT.

      *---------------------------------------------------------------*
       2300-MES-ANTERIOR                                      SECTION.
      *---------------------------------------------------------------*

               IF WRK-CM-IDFUNC EQUAL ZEROS
                  INITIALIZE MAPA0HO
                  MOVE 'CONSULTE PRIMEIRO (F5)' TO MSGO
                  GO TO 2300-99-FIM
               END-IF.

               MOVE WRK-CM-IDFUNC TO HOL-IDFUNC.
               MOVE WRK-CM-COMPET TO HOL-COMPET.

               EXEC SQL
                    SELECT MAX(COMPET)
                      INTO :HOL-COMPET :WRK-IND-NULL
                      FROM IVAN.HOLERITE
                     WHERE IDFUNC = :HOL-IDFUNC
                       AND COMPET < :HOL-COMPET
               END-EXEC.

               IF SQLCODE NOT EQUAL 0
                  MOVE SQLCODE TO WRK-SQLCODE
                  MOVE 'ERRO NA LEITURA' TO MSGO
                  GO TO 2300-99-FIM
               END-IF.

               IF WRK-IND-NULL LESS ZEROS
                  PERFORM 2200-MONTAR-HOLERITE
                  MOVE 'NAO HA COMPETENCIA ANTERIOR' TO MSGO
                  GO TO 2300-99-FIM
               END-IF.

               MOVE HOL-COMPET TO WRK-CM-COMPET.
               PERFORM 2200-MONTAR-HOLERITE.

       2300-99-FIM.                        EXIT.

      *---------------------------------------------------------------*
       2400-MES-SEGUINTE                                      SECTION.
      *---------------------------------------------------------------*

               IF WRK-CM-IDFUNC EQUAL ZEROS
                  INITIALIZE MAPA0HO
                  MOVE 'CONSULTE PRIMEIRO (F5)' TO MSGO
                  GO TO 2400-99-FIM
               END-IF.

               MOVE WRK-CM-IDFUNC TO HOL-IDFUNC.
               MOVE WRK-CM-COMPET TO HOL-COMPET.

               EXEC SQL
                    SELECT MIN(COMPET)
                      INTO :HOL-COMPET :WRK-IND-NULL
                      FROM IVAN.HOLERITE
                     WHERE IDFUNC = :HOL-IDFUNC
                       AND COMPET > :HOL-COMPET
               END-EXEC.

               IF SQLCODE NOT EQUAL 0
                  MOVE SQLCODE TO WRK-SQLCODE
                  MOVE 'ERRO NA LEITURA' TO MSGO
                  GO TO 2400-99-FIM
               END-IF.

               IF WRK-IND-NULL LESS ZEROS
                  PERFORM 2200-MONTAR-HOLERITE
                  MOVE 'NAO HA COMPETENCIA SEGUINTE' TO MSGO
                  GO TO 2400-99-FIM
               END-IF.

               MOVE HOL-COMPET TO WRK-CM-COMPET.
               PERFORM 2200-MONTAR-HOLERITE.

       2400-99-FIM.                        EXIT.

      *---------------------------------------------------------------*
       2500-LER-DESCONTOS                                     SECTION.
      *---------------------------------------------------------------*

               MOVE ZEROS TO WRK-QTD-DESC WRK-DESC-FORA.
               MOVE HOL-IDFUNC TO HDS-IDFUNC.
               MOVE HOL-COMPET TO HDS-COMPET.

               EXEC SQL
                    OPEN CDESC
               END-EXEC.

               IF SQLCODE NOT EQUAL 0
                  MOVE SQLCODE TO WRK-SQLCODE
                  GO TO 2500-99-FIM
               END-IF.

               PERFORM UNTIL SQLCODE NOT EQUAL 0
                  EXEC SQL
                       FETCH CDESC
                        INTO :HDS-TIPO, :HDS-BASE, :HDS-ALIQ,
                             :HDS-VALOR
                  END-EXEC
                  IF SQLCODE EQUAL 0
                     IF WRK-QTD-DESC LESS 11
                        ADD 1 TO WRK-QTD-DESC
                        MOVE HDS-TIPO  TO WRK-TD-TIPO(WRK-QTD-DESC)
                        MOVE HDS-BASE  TO WRK-TD-BASE(WRK-QTD-DESC)
                        MOVE HDS-ALIQ  TO WRK-TD-ALIQ(WRK-QTD-DESC)
                        MOVE HDS-VALOR TO WRK-TD-VALOR(WRK-QTD-DESC)
                     ELSE
                        ADD 1 TO WRK-DESC-FORA
                     END-IF
                  END-IF
               END-PERFORM.

               EXEC SQL
                    CLOSE CDESC
               END-EXEC.

       2500-99-FIM.                        EXIT.

      *---------------------------------------------------------------*
       2600-MONTAR-LINHA                                      SECTION.
      *---------------------------------------------------------------*

               MOVE SPACES TO WRK-LINHA-DET.

               EVALUATE WRK-IND-LIN
                 WHEN 1
                      MOVE 'HORAS NO PERIODO'  TO WRK-L-PDESC
                      MOVE SPACES              TO WRK-L-PQTD
                      MOVE HOL-HORAS           TO WRK-L-PHORAS
                 WHEN 2
                      MOVE 'HORAS EXTRAS 50%'  TO WRK-L-PDESC
                      MOVE SPACES              TO WRK-L-PQTD
                      MOVE HOL-HORASEXT        TO WRK-L-PHORAS
                 WHEN 3
                      MOVE 'HORAS FDS/FERIADO' TO WRK-L-PDESC
                      MOVE SPACES              TO WRK-L-PQTD
                      MOVE HOL-HORASFDS        TO WRK-L-PHORAS
                 WHEN 4
                      MOVE 'SALARIO BASE'      TO WRK-L-PDESC
                      MOVE HOL-SALBASE         TO WRK-L-PVALOR
                 WHEN 5
                      MOVE 'EXTRAS 50%'        TO WRK-L-PDESC
                      MOVE HOL-VALEXT          TO WRK-L-PVALOR
                 WHEN 6
                      MOVE 'EXTRAS 100%'       TO WRK-L-PDESC
                      MOVE HOL-VALFDS          TO WRK-L-PVALOR
                 WHEN 7
                      MOVE 'FERIAS'            TO WRK-L-PDESC
                      MOVE HOL-FERIAS          TO WRK-L-PVALOR
                 WHEN 8
                      MOVE '1/3 DE FERIAS'     TO WRK-L-PDESC
                      MOVE HOL-TERCO           TO WRK-L-PVALOR
                 WHEN 9
                      MOVE 'ADIC.TEMPO SERV.'  TO WRK-L-PDESC
                      MOVE HOL-ADICTEMPO       TO WRK-L-PVALOR
                 WHEN 10
                      MOVE 'DIF. RETROATIVA'   TO WRK-L-PDESC
                      MOVE HOL-RETRO           TO WRK-L-PVALOR
                 WHEN 11
                      MOVE 'COMISSAO VENDAS'   TO WRK-L-PDESC
                      MOVE HOL-COMISSAO        TO WRK-L-PVALOR
               END-EVALUATE.

      *        TIPOS DE DESCONTO GRAVADOS PELO FR21PAG1 NO FOLHDED

               IF WRK-IND-LIN NOT GREATER WRK-QTD-DESC
                  EVALUATE WRK-TD-TIPO(WRK-IND-LIN)
                    WHEN 'I' MOVE 'INSS'           TO WRK-L-DDESC
                    WHEN 'R' MOVE 'IRRF'           TO WRK-L-DDESC
                    WHEN 'P' MOVE 'PENSAO ALIMENT' TO WRK-L-DDESC
                    WHEN 'V' MOVE 'VALE-TRANSP.'   TO WRK-L-DDESC
                    WHEN 'M' MOVE 'COPART. PLANO'  TO WRK-L-DDESC
                    WHEN 'C' MOVE 'CONSIGNADO'     TO WRK-L-DDESC
                    WHEN 'A' MOVE 'ADIANTAMENTO'   TO WRK-L-DDESC
                    WHEN OTHER
                             MOVE 'OUTROS'         TO WRK-L-DDESC
                  END-EVALUATE
                  MOVE WRK-TD-BASE(WRK-IND-LIN)  TO WRK-L-DBASE
                  MOVE WRK-TD-ALIQ(WRK-IND-LIN)  TO WRK-L-DALIQ
                  MOVE WRK-TD-VALOR(WRK-IND-LIN) TO WRK-L-DVALOR
               END-IF.

               EVALUATE WRK-IND-LIN
                 WHEN 1  MOVE WRK-LINHA-DET TO LINHA1O
                 WHEN 2  MOVE WRK-LINHA-DET TO LINHA2O
                 WHEN 3  MOVE WRK-LINHA-DET TO LINHA3O
                 WHEN 4  MOVE WRK-LINHA-DET TO LINHA4O
                 WHEN 5  MOVE WRK-LINHA-DET TO LINHA5O
                 WHEN 6  MOVE WRK-LINHA-DET TO LINHA6O
                 WHEN 7  MOVE WRK-LINHA-DET TO LINHA7O
                 WHEN 8  MOVE WRK-LINHA-DET TO LINHA8O
                 WHEN 9  MOVE WRK-LINHA-DET TO LINHA9O
                 WHEN 10 MOVE WRK-LINHA-DET TO LINHA10O
                 WHEN 11 MOVE WRK-LINHA-DET TO LINHA11O
               END-EVALUATE.

       2600-99-FIM.                        EXIT.

      *---------------------------------------------------------------*
       3000-FINALIZAR                                         SECTION.
      *---------------------------------------------------------------*

              IF WRK-FLAG EQUAL 2
                 EXEC CICS SEND
                    MAPSET('F21CIMH')
                    MAP('MAPA0H')
                    ERASE
                    MAPONLY
                 END-EXEC
              ELSE
                EXEC CICS SEND
                   MAPSET('F21CIMH')
                   MAP('MAPA0H')
                   DATAONLY
                   FROM(MAPA0HO)
                END-EXEC
              END-IF.

       3000-99-FIM.                        EXIT.
      *===============================================================*
