      *===================================================
       IDENTIFICATION                            DIVISION.
      *===================================================

       PROGRAM-ID. F21CIPL.
      *=============================================================*
      *   AUTOR....:VICTOR ARANDA                                   *
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR      *
      *   DATA ....:15/10/2026                                      *
      *-------------------------------------------------------------*
      *   OBJETIVO:APONTAMENTO ONLINE DE HORAS. O OPERADOR INFORMA  *
      *    FUNCIONARIO, PROJETO, DATA E HORAS; O F5 MOSTRA O NOME,  *
      *    A CRITICA DO DIA E OS APONTAMENTOS JA FEITOS NA DATA; O  *
      *    F6 CRITICA COMO O FR21PNT1 (DIA UTIL NO DATANEG, SEM     *
      *    FERIAS NEM AUSENCIA NO DIA) E MAIS FUNCIONARIO ATIVO,    *
      *    PROJETO ATIVO E LIMITE DE HORAS NO DIA, E GRAVA NO       *
      *    PNTONL (HORAS 00 EXCLUI O APONTAMENTO). O FR21PNT2       *
      *    DESCARREGA O PNTONL NO PONTODIA TODA NOITE. PROJETO/MES  *
      *    JA APROVADO NO FR21APR1 (PNTFECH) FICA TRAVADO.          *
      *    OPCAO 'J' DO MENU, LIBERADA PELA POSICAO 19 DO PERFIL.   *
      *-------------------------------------------------------------*
      *   BASE DE DADOS:                                            *
      *   TABELA.DB2..         I/O                                  *
      *                                           INCLUDE/BOOK      *
      *   IVAN.FUNC             I                  #BKFUNC          *
      *   IVAN.PROJETO          I                  #BKPROJ          *
      *-------------------------------------------------------------*
      *   ARQUIVOS:                                                 *
      *    DDNAME              I/O                  COPY/BOOK       *
      *   PNTONL  (KSDS)       I/O  APONTAMENTOS     PNTBOOK        *
      *   PNTFECH (KSDS)        I   PERIODOS APROV.  FCHBOOK        *
      *   PNTINDS (KSDS)        I   FERIAS/AUSENCIAS INDBOOK        *
      *-------------------------------------------------------------*
      *   MODULOS....:                                              *
      *   DATANEG              CRITICA DE DIA UTIL                  *
      *=============================================================*

      *===================================================
       ENVIRONMENT                               DIVISION.
      *===================================================
       CONFIGURATION                              SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

      *===================================================
       DATA                                      DIVISION.
      *==================================================
       WORKING-STORAGE                            SECTION.

           EXEC SQL
              INCLUDE #BKFUNC
           END-EXEC.

           EXEC SQL
              INCLUDE #BKPROJ
           END-EXEC.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

           COPY F21CIMI.
           COPY DFHAID.
      *------------JANELA BATCH X ONLINE (SISESTADO)------------

        77 WRK-CHAVE-EST     PIC X(01) VALUE '1'.
        77 WRK-SO-CONSULTA   PIC X(01) VALUE 'N'.
        77 WRK-RESP-EST      PIC S9(04) COMP.
        77 WRK-MSG-JANELA    PIC X(40).
        77 WRK-MSG-ID        PIC X(08).

        01 WRK-ESTADO.
           05 WRK-ES-CHAVE     PIC X(01).
           05 WRK-ES-FLAG      PIC X(01).
           05 WRK-ES-OPERADOR  PIC X(08).
           05 WRK-ES-DATA      PIC 9(08).
           05 WRK-ES-HORA      PIC 9(06).

        01 WRK-MENSAGEM.
           05 WRK-MS-ID        PIC X(08).
           05 WRK-MS-TEXTO     PIC X(60).

           COPY 'LNKDTNEG'.

      *------------ARQUIVOS DO PONTO ONLINE----------------------

           COPY 'PNTBOOK'.
           COPY 'FCHBOOK'.
           COPY 'INDBOOK'.

        77 WRK-SQLCODE       PIC -999.
        77 WRK-STATUS-MAP    PIC S9(04) COMP.
        77 WRK-RESP          PIC S9(04) COMP.
        77 WRK-FLAG          PIC 9(1).
        77 WRK-SAIDA         PIC X(30) VALUE 'FIM DE PROGRAMA'.

      *          JORNADA DE 8 HORAS MAIS AS 2 EXTRAS DO DIA

        77 WRK-LIMITE-DIA    PIC 9(02) VALUE 10.

        77 WRK-CRITICA-OK    PIC X(01).
        77 WRK-FIM-BROWSE    PIC X(01).
        77 WRK-IDFUNC        PIC 9(05).
        77 WRK-DATA          PIC 9(08).
        77 WRK-HORAS         PIC 9(02).
        77 WRK-TOTAL-DIA     PIC 9(03).
        77 WRK-TOTAL-OUTROS  PIC 9(03).
        77 WRK-TOTAL-ED      PIC ZZ9.
        77 WRK-LINHAS        PIC 9(02).

      *          O QUE VEIO DA TELA (A SAIDA OCUPA O MESMO ESPACO)

        01 WRK-TELA.
           05 WRK-TL-IDFUNC    PIC X(05).
           05 WRK-TL-PROJETO   PIC X(20).
           05 WRK-TL-DATA      PIC X(08).
           05 WRK-TL-HORAS     PIC X(02).

        01 WRK-LINHA-DET.
           05 WRK-L-PROJETO    PIC X(20).
           05 FILLER           PIC X(03).
           05 WRK-L-HORAS      PIC Z9.
           05 FILLER           PIC X(03).
           05 WRK-L-TERMINAL   PIC X(04).
           05 FILLER           PIC X(01).
           05 WRK-L-TAREFA     PIC 9(07).

      *===================================================
       PROCEDURE                                 DIVISION.
      *===================================================
      *---------------------------------------------------
       0000-PRINCIPAL                              SECTION.
      *---------------------------------------------------
            PERFORM 1000-INICIALIZAR.

            IF WRK-FLAG EQUAL 1
               PERFORM 2000-PROCESSAR
            END-IF.

            PERFORM 3000-FINALIZAR.

            EXEC CICS
                 RETURN TRANSID('T21L')
            END-EXEC.

      *---------------------------------------------------
       0000-99-FIM.                                EXIT.
      *----------------------------------------------------
       1000-INICIALIZAR                         SECTION.
      *----------------------------------------------------

            EXEC CICS RECEIVE
                  MAPSET('F21CIMI')
                  MAP('MAPA0I')
                  INTO(MAPA0II)
                  RESP(WRK-STATUS-MAP)
            END-EXEC.

            IF WRK-STATUS-MAP EQUAL DFHRESP(MAPFAIL)
               MOVE 2 TO WRK-FLAG
            ELSE
               MOVE 1 TO WRK-FLAG
            END-IF.

      *---------------------------------------------------
       1000-99-FIM.                                EXIT.
      *----------------------------------------------------
      *-----------------------------------------------------
       2000-PROCESSAR                            SECTION.
      *-----------------------------------------------------
           MOVE IDFUNCI  TO WRK-TL-IDFUNC.
           MOVE PROJETOI TO WRK-TL-PROJETO.
           MOVE DATAI    TO WRK-TL-DATA.
           MOVE HORASI   TO WRK-TL-HORAS.

           INITIALIZE MAPA0IO.

           MOVE WRK-TL-IDFUNC  TO IDFUNCO.
           MOVE WRK-TL-PROJETO TO PROJETOO.
           MOVE WRK-TL-DATA    TO DATAO.
           MOVE WRK-TL-HORAS   TO HORASO.

      *          JANELA BATCH: MANUTENCAO VIRA SOMENTE-CONSULTA

           IF EIBAID = '6'
              PERFORM 2900-CHECAR-JANELA
              IF WRK-SO-CONSULTA EQUAL 'S'
                 GO TO 2000-99-FIM
              END-IF
           END-IF.

           EVALUATE TRUE
               WHEN EIBAID = '5'
                    PERFORM 2100-CONSULTAR

               WHEN EIBAID = '6'
                    PERFORM 2200-GRAVAR

      *                      SAIR DO PROGRAMA
               WHEN EIBAID = '3'
                    EXEC CICS SEND
                         FROM(WRK-SAIDA)
                         ERASE
                    END-EXEC

                    EXEC CICS
                         RETURN
                    END-EXEC

      *                      LIMPAR A TELA
               WHEN EIBAID = ''''
                    INITIALIZE MAPA0IO
                    INITIALIZE MAPA0II

           END-EVALUATE.

      *---------------------------------------------------
       2000-99-FIM.                                EXIT.
      *----------------------------------------------------
      *--------------------------------------------------
       2100-CONSULTAR                            SECTION.
      *--------------------------------------------------

      *          NOME DO FUNCIONARIO E, QUANDO A DATA JA VEIO
      *          PREENCHIDA, A CRITICA DO DIA E O QUE JA FOI
      *          APONTADO NELE

           PERFORM 2310-CRITICAR-FUNC.

           IF WRK-CRITICA-OK NOT EQUAL 'S'
              GO TO 2100-99-FIM
           END-IF.

           IF WRK-TL-DATA NOT NUMERIC OR WRK-TL-DATA EQUAL ZEROS
              MOVE 'INFORME A DATA DO APONTAMENTO' TO MSGO
              GO TO 2100-99-FIM
           END-IF.

           MOVE WRK-TL-DATA TO WRK-DATA.
           MOVE 'CONSULTA EFETUADA' TO MSGO.

           PERFORM 2320-CRITICAR-DATA.
           PERFORM 2600-LISTAR-DIA.

      *--------------------------------------------------
       2100-99-FIM.                                 EXIT.
      *---------------------------------------------------
      *--------------------------------------------------
       2200-GRAVAR                               SECTION.
      *--------------------------------------------------

           PERFORM 2310-CRITICAR-FUNC.

           IF WRK-CRITICA-OK NOT EQUAL 'S'
              GO TO 2200-99-FIM
           END-IF.

           MOVE 'N' TO WRK-CRITICA-OK.

           EVALUATE TRUE
             WHEN WRK-TL-PROJETO EQUAL SPACES
               OR WRK-TL-PROJETO EQUAL LOW-VALUES
                  MOVE 'INFORME O PROJETO' TO MSGO

             WHEN WRK-TL-DATA NOT NUMERIC OR WRK-TL-DATA EQUAL ZEROS
                  MOVE 'INFORME A DATA DO APONTAMENTO' TO MSGO

             WHEN WRK-TL-HORAS NOT NUMERIC
               OR WRK-TL-HORAS GREATER '24'
                  MOVE 'HORAS DO DIA INVALIDAS' TO MSGO

             WHEN OTHER
                  MOVE 'S' TO WRK-CRITICA-OK
           END-EVALUATE.

           IF WRK-CRITICA-OK NOT EQUAL 'S'
              GO TO 2200-99-FIM
           END-IF.

           MOVE WRK-TL-DATA  TO WRK-DATA.
           MOVE WRK-TL-HORAS TO WRK-HORAS.

           PERFORM 2350-CRITICAR-TRAVA.

           IF WRK-CRITICA-OK NOT EQUAL 'S'
              GO TO 2200-99-FIM
           END-IF.

      *          HORAS 00: EXCLUSAO DO APONTAMENTO (SO A TRAVA DO
      *          PERIODO APROVADO IMPEDE)

           IF WRK-HORAS EQUAL ZEROS
              PERFORM 2500-EXCLUIR
              PERFORM 2600-LISTAR-DIA
              GO TO 2200-99-FIM
           END-IF.

           PERFORM 2340-CRITICAR-PROJETO.

           IF WRK-CRITICA-OK NOT EQUAL 'S'
              GO TO 2200-99-FIM
           END-IF.

           PERFORM 2320-CRITICAR-DATA.

           IF WRK-CRITICA-OK NOT EQUAL 'S'
              GO TO 2200-99-FIM
           END-IF.

      *          LIMITE DO DIA: AS HORAS DOS OUTROS PROJETOS NA
      *          MESMA DATA MAIS AS DESTE APONTAMENTO

           PERFORM 2600-LISTAR-DIA.

           IF WRK-TOTAL-OUTROS + WRK-HORAS GREATER WRK-LIMITE-DIA
              MOVE 'PASSA DO LIMITE DE HORAS NO DIA' TO MSGO
              GO TO 2200-99-FIM
           END-IF.

           PERFORM 2400-GRAVAR-APONTAMENTO.
           PERFORM 2600-LISTAR-DIA.

      *--------------------------------------------------
       2200-99-FIM.                                 EXIT.
      *---------------------------------------------------
      *--------------------------------------------------
       2310-CRITICAR-FUNC                        SECTION.
      *--------------------------------------------------

           MOVE 'N' TO WRK-CRITICA-OK.

           IF WRK-TL-IDFUNC NOT NUMERIC OR WRK-TL-IDFUNC EQUAL ZEROS
              MOVE 'INFORME O FUNCIONARIO' TO MSGO
              GO TO 2310-99-FIM
           END-IF.

           MOVE WRK-TL-IDFUNC TO WRK-IDFUNC.
           MOVE WRK-IDFUNC    TO DB2-ID.

           EXEC SQL
                SELECT NOME
                  INTO :DB2-NOME
                  FROM IVAN.FUNC
                 WHERE ID = :DB2-ID
                   AND DATADEM IS NULL
                 FETCH FIRST ROW ONLY
           END-EXEC.

           EVALUATE TRUE
             WHEN SQLCODE EQUAL 100
                  MOVE 'FUNCIONARIO INEXISTENTE OU INATIVO' TO MSGO

             WHEN SQLCODE NOT EQUAL 0
                  MOVE SQLCODE TO WRK-SQLCODE
                  MOVE 'ERRO NA LEITURA ' TO MSGO

             WHEN OTHER
                  MOVE DB2-NOME TO NOMEO
                  MOVE 'S'      TO WRK-CRITICA-OK
           END-EVALUATE.

      *--------------------------------------------------
       2310-99-FIM.                                 EXIT.
      *---------------------------------------------------
      *--------------------------------------------------
       2320-CRITICAR-DATA                        SECTION.
      *--------------------------------------------------

      *          MESMAS RECUSAS DO FR21PNT1 (SEM A PARM DE FDS):
      *          DATA INVALIDA, DIA NAO UTIL E FERIAS/AUSENCIA

           MOVE 'N' TO WRK-CRITICA-OK.

           MOVE 'U'      TO LNK-DN-OPERACAO.
           MOVE WRK-DATA TO LNK-DN-DATA1.
           MOVE ZEROS    TO LNK-DN-DATA2.

           CALL 'DATANEG' USING LNK-DATANEG.

           IF LNK-DN-STATUS NOT EQUAL '0'
              MOVE 'DATA INVALIDA        ' TO DIAUTILO
              MOVE 'DATA INVALIDA' TO MSGO
              GO TO 2320-99-FIM
           END-IF.

           IF LNK-DN-EH-UTIL NOT EQUAL 'S'
              MOVE 'NAO E DIA UTIL       ' TO DIAUTILO
              MOVE 'DIA NAO UTIL (FDS/FERIADO)' TO MSGO
              GO TO 2320-99-FIM
           END-IF.

           MOVE 'DIA UTIL             ' TO DIAUTILO.

      *          FERIAS E AUSENCIAS DO FUNCIONARIO (PNTINDS, NA
      *          ORDEM DE INICIO): PARA NO PRIMEIRO PERIODO QUE
      *          COMECA DEPOIS DA DATA

           MOVE WRK-IDFUNC TO IND-IDFUNC.
           MOVE ZEROS      TO IND-DATA-INI.
           MOVE LOW-VALUES TO IND-TIPO.

           EXEC CICS STARTBR
                FILE('PNTINDS')
                RIDFLD(IND-CHAVE)
                GTEQ
                RESP(WRK-RESP)
           END-EXEC.

           MOVE 'S' TO WRK-CRITICA-OK.

           IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)
              GO TO 2320-99-FIM
           END-IF.

           MOVE 'N' TO WRK-FIM-BROWSE.

           PERFORM UNTIL WRK-FIM-BROWSE EQUAL 'S'
              EXEC CICS READNEXT
                   FILE('PNTINDS')
                   RIDFLD(IND-CHAVE)
                   INTO(REG-PNTINDS)
                   RESP(WRK-RESP)
              END-EXEC
              EVALUATE TRUE
                WHEN WRK-RESP NOT EQUAL DFHRESP(NORMAL)
                  OR IND-IDFUNC NOT EQUAL WRK-IDFUNC
                  OR IND-DATA-INI GREATER WRK-DATA
                     MOVE 'S' TO WRK-FIM-BROWSE
                WHEN IND-DATA-FIM NOT LESS WRK-DATA
                     MOVE 'S' TO WRK-FIM-BROWSE
                     MOVE 'N' TO WRK-CRITICA-OK
                     IF IND-TIPO EQUAL 'FER'
                        MOVE 'FERIAS APROVADAS NO DIA' TO MSGO
                     ELSE
                        MOVE 'AUSENCIA NO DIA - TIPO ' TO MSGO
                        MOVE IND-TIPO TO MSGO(24:3)
                     END-IF
              END-EVALUATE
           END-PERFORM.

           EXEC CICS ENDBR
                FILE('PNTINDS')
           END-EXEC.

      *--------------------------------------------------
       2320-99-FIM.                                 EXIT.
      *---------------------------------------------------
      *--------------------------------------------------
       2340-CRITICAR-PROJETO                     SECTION.
      *--------------------------------------------------

           MOVE 'N' TO WRK-CRITICA-OK.
           MOVE WRK-TL-PROJETO TO PRJ-IDPROJ.

           EXEC SQL
                SELECT STATUS
                  INTO :PRJ-STATUS
                  FROM IVAN.PROJETO
                 WHERE IDPROJ = :PRJ-IDPROJ
           END-EXEC.

           EVALUATE TRUE
             WHEN SQLCODE EQUAL 100
                  MOVE 'PROJETO NAO CADASTRADO' TO MSGO

             WHEN SQLCODE NOT EQUAL 0
                  MOVE SQLCODE TO WRK-SQLCODE
                  MOVE 'ERRO NA LEITURA ' TO MSGO

             WHEN PRJ-STATUS NOT EQUAL 'A'
                  MOVE 'PROJETO NAO ESTA ATIVO' TO MSGO

             WHEN OTHER
                  MOVE 'S' TO WRK-CRITICA-OK
           END-EVALUATE.

      *--------------------------------------------------
       2340-99-FIM.                                 EXIT.
      *---------------------------------------------------
      *--------------------------------------------------
       2350-CRITICAR-TRAVA                       SECTION.
      *--------------------------------------------------

      *          PROJETO/MES COM VISTO DO FR21APR1 NAO ACEITA
      *          MAIS INCLUSAO, ALTERACAO NEM EXCLUSAO

           MOVE 'N' TO WRK-CRITICA-OK.
           MOVE WRK-TL-PROJETO TO FCH-PROJETO.
           MOVE WRK-DATA(1:6)  TO FCH-PERIODO.

           EXEC CICS READ
                FILE('PNTFECH')
                RIDFLD(FCH-CHAVE)
                INTO(REG-PNTFECH)
                RESP(WRK-RESP)
           END-EXEC.

           EVALUATE TRUE
             WHEN WRK-RESP EQUAL DFHRESP(NORMAL)
                  MOVE 'PERIODO JA APROVADO - TRAVADO' TO MSGO

             WHEN WRK-RESP EQUAL DFHRESP(NOTFND)
                  MOVE 'S' TO WRK-CRITICA-OK

             WHEN OTHER
                  MOVE 'ERRO NA LEITURA DO PNTFECH' TO MSGO
           END-EVALUATE.

      *--------------------------------------------------
       2350-99-FIM.                                 EXIT.
      *---------------------------------------------------
      *--------------------------------------------------
       2400-GRAVAR-APONTAMENTO                   SECTION.
      *--------------------------------------------------

      *          MESMA CHAVE JA APONTADA: AS HORAS SAO SUBSTITUIDAS

           MOVE WRK-TL-IDFUNC  TO PNT-IDFUNC.
           MOVE WRK-TL-PROJETO TO PNT-PROJETO.
           MOVE WRK-DATA       TO PNT-DATA.

           EXEC CICS READ
                FILE('PNTONL')
                RIDFLD(PNT-CHAVE)
                INTO(REG-PNTONL)
                UPDATE
                RESP(WRK-RESP)
           END-EXEC.

           MOVE WRK-HORAS TO PNT-HORAS.
           MOVE EIBTRMID  TO PNT-TERMINAL.
           MOVE EIBTASKN  TO PNT-TAREFA.

           EVALUATE TRUE
             WHEN WRK-RESP EQUAL DFHRESP(NORMAL)
                  EXEC CICS REWRITE
                       FILE('PNTONL')
                       FROM(REG-PNTONL)
                       RESP(WRK-RESP)
                  END-EXEC
                  MOVE 'APONTAMENTO ALTERADO' TO MSGO

             WHEN WRK-RESP EQUAL DFHRESP(NOTFND)
                  EXEC CICS WRITE
                       FILE('PNTONL')
                       RIDFLD(PNT-CHAVE)
                       FROM(REG-PNTONL)
                       RESP(WRK-RESP)
                  END-EXEC
                  MOVE 'APONTAMENTO INCLUIDO' TO MSGO
           END-EVALUATE.

           IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)
              MOVE 'ERRO AO GRAVAR O APONTAMENTO' TO MSGO
           END-IF.

      *--------------------------------------------------
       2400-99-FIM.                                 EXIT.
      *---------------------------------------------------
      *--------------------------------------------------
       2500-EXCLUIR                              SECTION.
      *--------------------------------------------------

           MOVE WRK-TL-IDFUNC  TO PNT-IDFUNC.
           MOVE WRK-TL-PROJETO TO PNT-PROJETO.
           MOVE WRK-DATA       TO PNT-DATA.

           EXEC CICS DELETE
                FILE('PNTONL')
                RIDFLD(PNT-CHAVE)
                RESP(WRK-RESP)
           END-EXEC.

           EVALUATE TRUE
             WHEN WRK-RESP EQUAL DFHRESP(NORMAL)
                  MOVE 'APONTAMENTO EXCLUIDO' TO MSGO

             WHEN WRK-RESP EQUAL DFHRESP(NOTFND)
                  MOVE 'NAO HA APONTAMENTO PARA EXCLUIR' TO MSGO

             WHEN OTHER
                  MOVE 'ERRO AO EXCLUIR O APONTAMENTO' TO MSGO
           END-EVALUATE.

      *--------------------------------------------------
       2500-99-FIM.                                 EXIT.
      *---------------------------------------------------
      *--------------------------------------------------
       2600-LISTAR-DIA                           SECTION.
      *--------------------------------------------------

      *          APONTAMENTOS DO FUNCIONARIO NA DATA, EM TODOS OS
      *          PROJETOS; A CHAVE E FUNCIONARIO/PROJETO/DATA, ENTAO
      *          O BROWSE PERCORRE OS PROJETOS DO FUNCIONARIO

           MOVE ZEROS TO WRK-TOTAL-DIA WRK-TOTAL-OUTROS WRK-LINHAS.
           MOVE SPACES TO LINHA1O LINHA2O LINHA3O
                          LINHA4O LINHA5O LINHA6O.

           MOVE WRK-TL-IDFUNC TO PNT-IDFUNC.
           MOVE LOW-VALUES    TO PNT-PROJETO.
           MOVE ZEROS         TO PNT-DATA.

           EXEC CICS STARTBR
                FILE('PNTONL')
                RIDFLD(PNT-CHAVE)
                GTEQ
                RESP(WRK-RESP)
           END-EXEC.

           IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)
              GO TO 2600-90-TOTAL
           END-IF.

           MOVE 'N' TO WRK-FIM-BROWSE.

           PERFORM UNTIL WRK-FIM-BROWSE EQUAL 'S'
              EXEC CICS READNEXT
                   FILE('PNTONL')
                   RIDFLD(PNT-CHAVE)
                   INTO(REG-PNTONL)
                   RESP(WRK-RESP)
              END-EXEC
              IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)
                 OR PNT-IDFUNC NOT EQUAL WRK-TL-IDFUNC
                 MOVE 'S' TO WRK-FIM-BROWSE
              ELSE
                 IF PNT-DATA EQUAL WRK-DATA
                    PERFORM 2650-MOSTRAR-LINHA
                 END-IF
              END-IF
           END-PERFORM.

           EXEC CICS ENDBR
                FILE('PNTONL')
           END-EXEC.

       2600-90-TOTAL.

           MOVE WRK-TOTAL-DIA TO WRK-TOTAL-ED.
           MOVE WRK-TOTAL-ED  TO TOTDIAO.

      *--------------------------------------------------
       2600-99-FIM.                                 EXIT.
      *---------------------------------------------------
      *--------------------------------------------------
       2650-MOSTRAR-LINHA                        SECTION.
      *--------------------------------------------------

           ADD PNT-HORAS TO WRK-TOTAL-DIA.

           IF PNT-PROJETO NOT EQUAL WRK-TL-PROJETO
              ADD PNT-HORAS TO WRK-TOTAL-OUTROS
           END-IF.

           ADD 1 TO WRK-LINHAS.

           MOVE SPACES       TO WRK-LINHA-DET.
           MOVE PNT-PROJETO  TO WRK-L-PROJETO.
           MOVE PNT-HORAS    TO WRK-L-HORAS.
           MOVE PNT-TERMINAL TO WRK-L-TERMINAL.
           MOVE PNT-TAREFA   TO WRK-L-TAREFA.

           EVALUATE WRK-LINHAS
             WHEN 1 MOVE WRK-LINHA-DET TO LINHA1O
             WHEN 2 MOVE WRK-LINHA-DET TO LINHA2O
             WHEN 3 MOVE WRK-LINHA-DET TO LINHA3O
             WHEN 4 MOVE WRK-LINHA-DET TO LINHA4O
             WHEN 5 MOVE WRK-LINHA-DET TO LINHA5O
             WHEN 6 MOVE WRK-LINHA-DET TO LINHA6O
           END-EVALUATE.

      *--------------------------------------------------
       2650-99-FIM.                                 EXIT.
      *---------------------------------------------------

      *--------------------------------------------------
       2900-CHECAR-JANELA                        SECTION.
      *--------------------------------------------------

      *          COM O BATCH DONO DOS DADOS (SISESTADO 'B') A
      *          MANUTENCAO CAI PARA SOMENTE-CONSULTA; O TEXTO
      *          VEM DO ARQUIVO DE MENSAGENS (MENSAGEM, O MESMO
      *          DA TABELA DO FR21MSG1, LIDO PELO CICS)

           MOVE 'N' TO WRK-SO-CONSULTA.

           EXEC CICS READ
                FILE('SISESTADO')
                RIDFLD(WRK-CHAVE-EST)
                INTO(WRK-ESTADO)
                RESP(WRK-RESP-EST)
           END-EXEC.

           IF WRK-RESP-EST EQUAL DFHRESP(NORMAL)
              AND WRK-ES-FLAG EQUAL 'B'
              MOVE 'S' TO WRK-SO-CONSULTA
              MOVE 'JANBATCH' TO WRK-MSG-ID
              MOVE 'BATCH EM CURSO - SOMENTE CONSULTA'
                   TO WRK-MSG-JANELA
              EXEC CICS READ
                   FILE('MENSAGEM')
                   RIDFLD(WRK-MSG-ID)
                   INTO(WRK-MENSAGEM)
                   RESP(WRK-RESP-EST)
              END-EXEC
              IF WRK-RESP-EST EQUAL DFHRESP(NORMAL)
                 MOVE WRK-MS-TEXTO(1:40) TO WRK-MSG-JANELA
              END-IF
              MOVE WRK-MSG-JANELA TO MSGO
           END-IF.

      *--------------------------------------------------
       2900-99-FIM.                                 EXIT.
      *---------------------------------------------------
      *--------------------------------------------------
       3000-FINALIZAR                            SECTION.
      *--------------------------------------------------

           IF WRK-FLAG EQUAL 2
              EXEC CICS SEND
                   MAPSET('F21CIMI')
                   MAP('MAPA0I')
                   ERASE
                   MAPONLY
              END-EXEC
           ELSE
              EXEC CICS SEND
                   MAPSET('F21CIMI')
                   MAP('MAPA0I')
                   DATAONLY
                   FROM(MAPA0IO)
              END-EXEC
           END-IF.

      *--------------------------------------------------
       3000-99-FIM.                                 EXIT.
      *---------------------------------------------------
