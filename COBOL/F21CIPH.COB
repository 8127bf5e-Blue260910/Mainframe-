      *    F7 GRAVA O CARGO INFORMADO, DEPOIS DE CONFERIR QUE O       *
      *    SALARIO VIGENTE CABE NA FAIXA PISO/TETO DO CARGO EM        *
      *    IVAN.CARGO (MESMA REGRA DO FR21ADM1 E DO FR21APL1).        *
      *    GRAVADO O CARGO, AVISA SE O FUNCIONARIO NAO TEM EM DIA     *
      *    TODAS AS CERTIFICACOES EXIGIDAS PELO CARGO (IVAN.CARGOCERT *
      *    X IVAN.FUNCCERT); O AVISO NAO IMPEDE A ATRIBUICAO.         *
      *      APLICANDO LOGICA PSEUDO COM METODO (EIBCALEN)            *
      *---------------------------------------------------------------*
      *   BASE DE DADOS:                                              *
      *   TABELA.DB2..         I/O                 INCLUDE/BOOK       *
      *   IVAN.FUNC            I/O                 #BKFUNC----        *
      *   IVAN.CARGO            I                  #BKCARGO---        *
      *   IVAN.CARGOCERT        I                  ----------         *
      *   IVAN.FUNCCERT         I                  ----------         *
      *---------------------------------------------------------------*
      *   MODULOS....:                             INCLUDE/BOOK       *
      *===============================================================*
       77 WRK-SAIDA          PIC X(30) VALUE 'FIM DE PROGRAMA'.
       77 WRK-SALARIO-ED     PIC Z.ZZZ.ZZ9,99.
       77 WRK-CARGO-NOVO     PIC X(04).
       77 WRK-QT-FALTA       PIC S9(09) COMP.
       77 WRK-HOJE-ISO       PIC X(10).

       01 WRK-MSG-CERT.
          05 FILLER          PIC X(23) VALUE 'CARGO GRAVADO - FALTAM '.
          05 WRK-MC-QTD      PIC Z9.
          05 FILLER          PIC X(15) VALUE ' CERTIFICACOES'.

      *===============================================================*
       LINKAGE                                                SECTION.
                  CALL 'FR21AUD0' USING LNK-AUDFUNC
                  EXEC SQL COMMIT END-EXEC
                  MOVE 'CARGO GRAVADO' TO MSGO
                  PERFORM 2300-CHECAR-CERTIF
               ELSE
                  MOVE 'ERRO NA GRAVACAO' TO MSGO
               END-IF.
       2200-99-FIM.                        EXIT.
      *---------------------------------------------------------------*
       2300-CHECAR-CERTIF                                     SECTION.
      *---------------------------------------------------------------*

      *        CERTIFICACOES EXIGIDAS PELO CARGO QUE O FUNCIONARIO
      *        NAO TEM OU TEM VENCIDAS (SO AVISO, O CARGO JA FICOU)

               EXEC SQL
                    SELECT CHAR(CURRENT DATE, ISO)
                      INTO :WRK-HOJE-ISO
                      FROM SYSIBM.SYSDUMMY1
               END-EXEC.

               EXEC SQL
                    SELECT COUNT(*)
                      INTO :WRK-QT-FALTA
                      FROM IVAN.CARGOCERT R
                     WHERE R.IDCARGO = :WRK-CARGO-NOVO
                       AND NOT EXISTS
                          (SELECT 1
                             FROM IVAN.FUNCCERT E
                            WHERE E.IDFUNC  = :DB2-ID
                              AND E.IDCERT  = R.IDCERT
                              AND E.DTVALID >= :WRK-HOJE-ISO)
               END-EXEC.

               IF SQLCODE EQUAL 0 AND WRK-QT-FALTA GREATER ZERO
                  IF WRK-QT-FALTA GREATER 99
                     MOVE 99 TO WRK-MC-QTD
                  ELSE
                     MOVE WRK-QT-FALTA TO WRK-MC-QTD
                  END-IF
                  MOVE WRK-MSG-CERT TO MSGO
               END-IF.
       2300-99-FIM.                        EXIT.
      *--------------------------------------------------
       2900-CHECAR-JANELA                        SECTION.
      *--------------------------------------------------
