      *===============================================================*
       IDENTIFICATION                                        DIVISION.
      *===============================================================*
       PROGRAM-ID. F21CIPO.
      *===============================================================*
      *   AUTOR....:VICTOR ARANDA                                     *
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR        *
      *   DATA ....:15/10/2026                                        *
      *---------------------------------------------------------------*
      *   OBJETIVO:VISAO CONSOLIDADA DO CLIENTE PELO CICS. INFORMADO  *
      *    O CPF/CNPJ (TIPO 'F'/'J' + DOCUMENTO), LOCALIZA NO CADCLI  *
      *    TODAS AS CONTAS DO DOCUMENTO PELO INDICE ALTERNADO         *
      *    CADPATH (JOB CRIACDX) E MOSTRA, POR CONTA, SALDO, LIMITE,  *
      *    SITUACAO, VALOR DE BLOQUEIO JUDICIAL ATIVO (BLOQJUD),      *
      *    SITUACAO DA REVISAO CADASTRAL (KYC) E ESTAGIO DA COBRANCA  *
      *    (CBRCTL), SEGUIDA DOS CDB ATIVOS COM O VENCIMENTO. ATE 12  *
      *    CONTAS POR DOCUMENTO, DOZE LINHAS POR PAGINA (F7/F8).      *
      *    INFORMADO O NR DA CONTA NA SELECAO, F4 TRANSFERE PARA O    *
      *    HISTORICO (F21CIPE) E F6 PARA O SALDO (F21CIP6) COM A      *
      *    CHAVE JA PREENCHIDA (COMMAREA DE 17 BYTES).                *
      *      APLICANDO LOGICA PSEUDO COM METODO (EIBCALEN)            *
      *---------------------------------------------------------------*
      *   ARQUIVOS:                                                   *
      *   DDNAME......                                                *
      *    DDNAME              I/O                 INCLUDE/BOOK       *
      *    CADPATH              I  (AIX POR DOC.)    CADBOOK          *
      *    CADCLI               I                    CADBOOK          *
      *    CLIENTES             I                    CLIBOOK          *
      *    BLOQJUD              I                    BLQBOOK          *
      *    CDBMAS               I                    CDBBOOK          *
      *    CBRCTL               I                    CBRBOOK          *
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
           COPY F21CIML.
           COPY 'CADBOOK'.
           COPY 'CLIBOOK'.
           COPY 'BLQBOOK'.
           COPY 'CDBBOOK'.
           COPY 'CBRBOOK'.

       77 WK-RESP            PIC S9(04) COMP.
       77 WRK-RET-MAPA       PIC S9(04) COMP.
       77 WRK-FLAG           PIC 9(01).
       77 WRK-SAIDA          PIC X(30) VALUE 'FIM DE PROGRAMA'.

       77 WRK-IND            PIC 9(02) VALUE 0.
       77 WRK-SELECAO        PIC 9(02) VALUE 0.
       77 WRK-LINHAS         PIC 9(02) VALUE 0.
       77 WRK-SEQ-LINHA      PIC 9(03) VALUE 0.
       77 WRK-PULAR          PIC 9(03) VALUE 0.
       77 WRK-FIM-BROWSE     PIC X(01) VALUE 'N'.
       77 WRK-EXCEDEU        PIC X(01) VALUE 'N'.
       77 WRK-BLOQ-TOTAL     PIC 9(09) VALUE 0.
       77 WRK-PROGRAMA-DEST  PIC X(08).
       77 WRK-SELECAO-TELA   PIC X(02).

      *   CHAVE DO INDICE ALTERNADO: TIPO DO DOCUMENTO + DOCUMENTO

       01 WRK-DOC-BR.
          05 WRK-BR-TIPO-DOC  PIC X(01).
          05 WRK-BR-DOCUMENTO PIC X(14).

       01 WRK-CHAVE-CTA.
          05 WRK-CT-AGENCIA  PIC X(04).
          05 WRK-CT-CONTA    PIC X(04).

       01 WRK-CHAVE-SEQ.
          05 WRK-SQ-CHAVE    PIC X(08).
          05 WRK-SQ-SEQ      PIC 9(03).

       01 WRK-LINHA-CONTA.
          05 WRK-LC-NR       PIC 9(02).
          05 FILLER          PIC X(01).
          05 WRK-LC-AGENCIA  PIC X(04).
          05 FILLER          PIC X(01).
          05 WRK-LC-CONTA    PIC X(04).
          05 FILLER          PIC X(02).
          05 WRK-LC-SITUACAO PIC X(01).
          05 FILLER          PIC X(01).
          05 WRK-LC-SALDO    PIC -ZZ.ZZZ.ZZ9.
          05 FILLER          PIC X(01).
          05 WRK-LC-LIMITE   PIC ZZ.ZZZ.ZZ9.
          05 FILLER          PIC X(01).
          05 WRK-LC-BLOQ     PIC ZZ.ZZZ.ZZ9.
          05 FILLER          PIC X(03).
          05 WRK-LC-KYC      PIC X(01).
          05 FILLER          PIC X(03).
          05 WRK-LC-COBR     PIC X(01).
          05 FILLER          PIC X(19).

       01 WRK-LINHA-CDB.
          05 FILLER          PIC X(05) VALUE SPACES.
          05 FILLER          PIC X(04) VALUE 'CDB '.
          05 WRK-LD-SEQ      PIC 9(03).
          05 FILLER          PIC X(08) VALUE ' SALDO: '.
          05 WRK-LD-SALDO    PIC ZZ.ZZZ.ZZ9.
          05 FILLER          PIC X(07) VALUE ' TAXA: '.
          05 WRK-LD-TAXA     PIC ZZ9,99.
          05 FILLER          PIC X(07) VALUE ' VENC: '.
          05 WRK-LD-VENC     PIC X(10).
          05 FILLER          PIC X(16) VALUE SPACES.

       01 WRK-DATA-FMT.
          05 WRK-FMT-DIA     PIC X(02).
          05 FILLER          PIC X(01) VALUE '/'.
          05 WRK-FMT-MES     PIC X(02).
          05 FILLER          PIC X(01) VALUE '/'.
          05 WRK-FMT-ANO     PIC X(04).

       01 WRK-DATA-VENC      PIC 9(08).
       01 WRK-DATA-VENC-R REDEFINES WRK-DATA-VENC.
          05 WRK-VENC-ANO    PIC X(04).
          05 WRK-VENC-MES    PIC X(02).
          05 WRK-VENC-DIA    PIC X(02).

       01 WRK-COMMAREA.
          05 WRK-CM-OPERADOR  PIC X(08).
          05 WRK-CM-SUPERV    PIC X(01).
          05 WRK-CM-TIPO-DOC  PIC X(01).
          05 WRK-CM-DOCUMENTO PIC X(14).
          05 WRK-CM-PAGINA    PIC 9(03).
          05 WRK-CM-TOT-LINHAS PIC 9(03).
          05 WRK-CM-QTD-CONTAS PIC 9(02).
          05 WRK-CM-CHAVES.
             10 WRK-CM-CHAVE-CTA OCCURS 12 TIMES PIC X(08).

       01 WRK-HANDOFF.
          05 WRK-HO-OPERADOR  PIC X(08).
          05 WRK-HO-SUPERV    PIC X(01).
          05 WRK-HO-AGENCIA   PIC X(04).
          05 WRK-HO-CONTA     PIC X(04).

      *===============================================================*
       LINKAGE                                                SECTION.
      *===============================================================*

       01 DFHCOMMAREA.
          05 LNK-OPERADOR     PIC X(08).
          05 LNK-SUPERV       PIC X(01).
          05 LNK-TIPO-DOC     PIC X(01).
          05 LNK-DOCUMENTO    PIC X(14).
          05 LNK-PAGINA       PIC 9(03).
          05 LNK-TOT-LINHAS   PIC 9(03).
          05 LNK-QTD-CONTAS   PIC 9(02).
          05 LNK-CHAVES.
             10 LNK-CHAVE-CTA OCCURS 12 TIMES PIC X(08).

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
                 RETURN TRANSID ('T21O')
                 COMMAREA(WRK-COMMAREA)
               END-EXEC.
       0000-99-FIM.                        EXIT.

      *---------------------------------------------------------------*
       1000-INICIALIZAR                                       SECTION.
      *---------------------------------------------------------------*

      *       VINDO DO MENU A COMMAREA SO TRAZ OPERADOR E PERFIL:
      *       A LISTA DE CONTAS COMECA VAZIA

              IF EIBCALEN LESS 128
                EXEC CICS SEND
                  MAPSET('F21CIML')
                  MAP('MAPA0L')
                  ERASE
                  MAPONLY
                END-EXEC
               MOVE SPACES TO WRK-CM-TIPO-DOC WRK-CM-DOCUMENTO
                              WRK-CM-CHAVES
               MOVE 1      TO WRK-CM-PAGINA
               MOVE ZEROS  TO WRK-CM-TOT-LINHAS WRK-CM-QTD-CONTAS
               IF EIBCALEN GREATER 0
                  MOVE LNK-OPERADOR TO WRK-CM-OPERADOR
                  MOVE LNK-SUPERV   TO WRK-CM-SUPERV
               END-IF
              ELSE
               MOVE LNK-OPERADOR    TO WRK-CM-OPERADOR
               MOVE LNK-SUPERV      TO WRK-CM-SUPERV
               MOVE LNK-TIPO-DOC    TO WRK-CM-TIPO-DOC
               MOVE LNK-DOCUMENTO   TO WRK-CM-DOCUMENTO
               MOVE LNK-PAGINA      TO WRK-CM-PAGINA
               MOVE LNK-TOT-LINHAS  TO WRK-CM-TOT-LINHAS
               MOVE LNK-QTD-CONTAS  TO WRK-CM-QTD-CONTAS
               MOVE LNK-CHAVES      TO WRK-CM-CHAVES
              END-IF.

              INITIALIZE MAPA0LI.
              EXEC CICS RECEIVE
                 MAPSET('F21CIML')
                 MAP('MAPA0L')
                 INTO(MAPA0LI)
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
              INITIALIZE MAPA0LO
      *-------------CONSULTA: NOVO DOCUMENTO, PRIMEIRA PAGINA------
             WHEN '5'
                MOVE TIPODOCI TO WRK-CM-TIPO-DOC
                MOVE DOCUMI   TO WRK-CM-DOCUMENTO
                MOVE 1        TO WRK-CM-PAGINA
                PERFORM 2100-LOCALIZAR-CONTAS
                PERFORM 2200-MONTAR-PAGINA
      *-------------F7: PAGINA ANTERIOR----------------------------
             WHEN '7'
                IF WRK-CM-PAGINA GREATER 1
                   SUBTRACT 1 FROM WRK-CM-PAGINA
                END-IF
                PERFORM 2200-MONTAR-PAGINA
      *-------------F8: PROXIMA PAGINA-----------------------------
             WHEN '8'
                IF WRK-CM-TOT-LINHAS GREATER WRK-CM-PAGINA * 12
                   ADD 1 TO WRK-CM-PAGINA
                END-IF
                PERFORM 2200-MONTAR-PAGINA
      *-------------F4: HISTORICO DA CONTA SELECIONADA-------------
             WHEN '4'
                MOVE 'F21CIPE ' TO WRK-PROGRAMA-DEST
                PERFORM 2600-TRANSFERIR
      *-------------F6: SALDO DA CONTA SELECIONADA-----------------
             WHEN '6'
                MOVE 'F21CIP6 ' TO WRK-PROGRAMA-DEST
                PERFORM 2600-TRANSFERIR
             END-EVALUATE.
       2000-99-FIM.                        EXIT.
      *---------------------------------------------------------------*
       2100-LOCALIZAR-CONTAS                                  SECTION.
      *---------------------------------------------------------------*

      *        GUARDA NA COMMAREA AS CHAVES DAS CONTAS DO DOCUMENTO
      *        PARA A PAGINACAO E PARA A TRANSFERENCIA (F4/F6)

               MOVE ZEROS  TO WRK-CM-QTD-CONTAS WRK-CM-TOT-LINHAS.
               MOVE SPACES TO WRK-CM-CHAVES.
               MOVE 'N'    TO WRK-EXCEDEU.

               IF (WRK-CM-TIPO-DOC NOT EQUAL 'F' AND 'J')
                  OR WRK-CM-DOCUMENTO EQUAL SPACES
                  GO TO 2100-99-FIM
               END-IF.

               MOVE WRK-CM-TIPO-DOC  TO WRK-BR-TIPO-DOC.
               MOVE WRK-CM-DOCUMENTO TO WRK-BR-DOCUMENTO.

               EXEC CICS STARTBR
                    FILE('CADPATH')
                    RIDFLD(WRK-DOC-BR)
                    EQUAL
                    RESP(WK-RESP)
               END-EXEC.

               IF WK-RESP NOT EQUAL DFHRESP(NORMAL)
                  GO TO 2100-99-FIM
               END-IF.

               MOVE 'N' TO WRK-FIM-BROWSE.

               PERFORM 2150-LER-CADASTRO
                  UNTIL WRK-FIM-BROWSE EQUAL 'S'.

               EXEC CICS ENDBR
                    FILE('CADPATH')
                    RESP(WK-RESP)
               END-EXEC.
       2100-99-FIM.                        EXIT.
      *---------------------------------------------------------------*
       2150-LER-CADASTRO                                      SECTION.
      *---------------------------------------------------------------*

      *        CHAVE REPETIDA NO INDICE: TODAS AS LEITURAS MENOS A
      *        ULTIMA DO DOCUMENTO VOLTAM COM DUPKEY

               EXEC CICS READNEXT
                    FILE('CADPATH')
                    RIDFLD(WRK-DOC-BR)
                    INTO(REG-CADCLI)
                    RESP(WK-RESP)
               END-EXEC.

               IF WK-RESP NOT EQUAL DFHRESP(NORMAL)
                  AND WK-RESP NOT EQUAL DFHRESP(DUPKEY)
                  MOVE 'S' TO WRK-FIM-BROWSE
                  GO TO 2150-99-FIM
               END-IF.

               IF CAD-TIPO-DOC  NOT EQUAL WRK-CM-TIPO-DOC
                  OR CAD-DOCUMENTO NOT EQUAL WRK-CM-DOCUMENTO
                  MOVE 'S' TO WRK-FIM-BROWSE
                  GO TO 2150-99-FIM
               END-IF.

               IF WRK-CM-QTD-CONTAS NOT LESS 12
                  MOVE 'S' TO WRK-EXCEDEU
                  MOVE 'S' TO WRK-FIM-BROWSE
                  GO TO 2150-99-FIM
               END-IF.

               ADD 1 TO WRK-CM-QTD-CONTAS.
               MOVE CAD-CHAVE TO WRK-CM-CHAVE-CTA(WRK-CM-QTD-CONTAS).
       2150-99-FIM.                        EXIT.
      *---------------------------------------------------------------*
       2200-MONTAR-PAGINA                                     SECTION.
      *---------------------------------------------------------------*

               INITIALIZE MAPA0LO.
               MOVE ZEROS TO WRK-LINHAS WRK-SEQ-LINHA.

               IF WRK-CM-DOCUMENTO EQUAL SPACES
                  OR (WRK-CM-TIPO-DOC NOT EQUAL 'F' AND 'J')
                  MOVE 'INFORME TIPO (F/J) E DOCUMENTO' TO MSGO
                  GO TO 2200-99-FIM
               END-IF.

               MOVE WRK-CM-TIPO-DOC  TO TIPODOCO.
               MOVE WRK-CM-DOCUMENTO TO DOCUMO.

               IF WRK-CM-QTD-CONTAS EQUAL ZEROS
                  MOVE 'DOCUMENTO SEM CONTAS NO CADASTRO' TO MSGO
                  GO TO 2200-99-FIM
               END-IF.

               COMPUTE WRK-PULAR = (WRK-CM-PAGINA - 1) * 12.

               PERFORM 2300-MONTAR-CONTA
                  VARYING WRK-IND FROM 1 BY 1
                  UNTIL WRK-IND GREATER WRK-CM-QTD-CONTAS.

               MOVE WRK-SEQ-LINHA     TO WRK-CM-TOT-LINHAS.
               MOVE WRK-CM-PAGINA     TO PAGINAO.
               MOVE WRK-CM-QTD-CONTAS TO QTDCTAO.

               EVALUATE TRUE
                 WHEN WRK-EXCEDEU EQUAL 'S'
                      MOVE 'MAIS DE 12 CONTAS - SO AS 12 PRIMEIRAS'
                           TO MSGO
                 WHEN WRK-CM-TOT-LINHAS GREATER WRK-CM-PAGINA * 12
                      MOVE 'CONSULTA EFETUADA - F8 CONTINUA' TO MSGO
                 WHEN OTHER
                      MOVE 'CONSULTA EFETUADA' TO MSGO
               END-EVALUATE.
       2200-99-FIM.                        EXIT.
      *---------------------------------------------------------------*
       2300-MONTAR-CONTA                                      SECTION.
      *---------------------------------------------------------------*

               MOVE WRK-CM-CHAVE-CTA(WRK-IND) TO WRK-CHAVE-CTA.

               MOVE SPACES         TO WRK-LINHA-CONTA.
               MOVE WRK-IND        TO WRK-LC-NR.
               MOVE WRK-CT-AGENCIA TO WRK-LC-AGENCIA.
               MOVE '-'            TO WRK-LINHA-CONTA(8:1).
               MOVE WRK-CT-CONTA   TO WRK-LC-CONTA.

               EXEC CICS READ
                    FILE('CLIENTES')
                    RIDFLD(WRK-CHAVE-CTA)
                    INTO(REG-CLIENTES)
                    RESP(WK-RESP)
               END-EXEC.

               IF WK-RESP NOT EQUAL DFHRESP(NORMAL)
                  MOVE 'CONTA NAO ENCONTRADA NO CLIENTES'
                       TO WRK-LINHA-CONTA(15:32)
                  PERFORM 2800-EMITIR-LINHA
                  GO TO 2300-99-FIM
               END-IF.

               IF WRK-IND EQUAL 1
                  MOVE CLI-NOME TO NOMEO
               END-IF.

               IF CLI-SITUACAO EQUAL SPACE
                  MOVE 'A'          TO WRK-LC-SITUACAO
               ELSE
                  MOVE CLI-SITUACAO TO WRK-LC-SITUACAO
               END-IF.
               MOVE CLI-SALDO  TO WRK-LC-SALDO.
               MOVE CLI-LIMITE TO WRK-LC-LIMITE.

      *        REVISAO CADASTRAL: BRANCO = AINDA NAO CLASSIFICADA

               MOVE '-' TO WRK-LC-KYC.
               EXEC CICS READ
                    FILE('CADCLI')
                    RIDFLD(WRK-CHAVE-CTA)
                    INTO(REG-CADCLI)
                    RESP(WK-RESP)
               END-EXEC.
               IF WK-RESP EQUAL DFHRESP(NORMAL)
                  AND CAD-KYC-SITUACAO NOT EQUAL SPACE
                  MOVE CAD-KYC-SITUACAO TO WRK-LC-KYC
               END-IF.

      *        COBRANCA: SO O EPISODIO EM ABERTO INTERESSA

               MOVE '-' TO WRK-LC-COBR.
               EXEC CICS READ
                    FILE('CBRCTL')
                    RIDFLD(WRK-CHAVE-CTA)
                    INTO(REG-CBRCTL)
                    RESP(WK-RESP)
               END-EXEC.
               IF WK-RESP EQUAL DFHRESP(NORMAL)
                  AND CBR-SITUACAO EQUAL 'A'
                  MOVE CBR-ESTAGIO TO WRK-LC-COBR
               END-IF.

               PERFORM 2400-SOMAR-BLOQUEIOS.
               MOVE WRK-BLOQ-TOTAL TO WRK-LC-BLOQ.

               PERFORM 2800-EMITIR-LINHA.

               PERFORM 2500-LISTAR-CDB.
       2300-99-FIM.                        EXIT.
      *---------------------------------------------------------------*
       2400-SOMAR-BLOQUEIOS                                   SECTION.
      *---------------------------------------------------------------*

      *        SOMA DAS ORDENS JUDICIAIS ATIVAS DA CONTA

               MOVE ZEROS          TO WRK-BLOQ-TOTAL.
               MOVE WRK-CHAVE-CTA  TO WRK-SQ-CHAVE.
               MOVE ZEROS          TO WRK-SQ-SEQ.

               EXEC CICS STARTBR
                    FILE('BLOQJUD')
                    RIDFLD(WRK-CHAVE-SEQ)
                    GTEQ
                    RESP(WK-RESP)
               END-EXEC.

               IF WK-RESP NOT EQUAL DFHRESP(NORMAL)
                  GO TO 2400-99-FIM
               END-IF.

               MOVE 'N' TO WRK-FIM-BROWSE.

               PERFORM 2450-LER-BLOQUEIO
                  UNTIL WRK-FIM-BROWSE EQUAL 'S'.

               EXEC CICS ENDBR
                    FILE('BLOQJUD')
                    RESP(WK-RESP)
               END-EXEC.
       2400-99-FIM.                        EXIT.
      *---------------------------------------------------------------*
       2450-LER-BLOQUEIO                                      SECTION.
      *---------------------------------------------------------------*

               EXEC CICS READNEXT
                    FILE('BLOQJUD')
                    RIDFLD(WRK-CHAVE-SEQ)
                    INTO(REG-BLOQJUD)
                    RESP(WK-RESP)
               END-EXEC.

               IF WK-RESP NOT EQUAL DFHRESP(NORMAL)
                  OR BLQ-CHAVE NOT EQUAL WRK-CHAVE-CTA
                  MOVE 'S' TO WRK-FIM-BROWSE
                  GO TO 2450-99-FIM
               END-IF.

               IF BLQ-SITUACAO EQUAL 'A'
                  ADD BLQ-VALOR TO WRK-BLOQ-TOTAL
               END-IF.
       2450-99-FIM.                        EXIT.
      *---------------------------------------------------------------*
       2500-LISTAR-CDB                                        SECTION.
      *---------------------------------------------------------------*

      *        UMA LINHA POR CDB ATIVO, LOGO ABAIXO DA CONTA

               MOVE WRK-CHAVE-CTA  TO WRK-SQ-CHAVE.
               MOVE ZEROS          TO WRK-SQ-SEQ.

               EXEC CICS STARTBR
                    FILE('CDBMAS')
                    RIDFLD(WRK-CHAVE-SEQ)
                    GTEQ
                    RESP(WK-RESP)
               END-EXEC.

               IF WK-RESP NOT EQUAL DFHRESP(NORMAL)
                  GO TO 2500-99-FIM
               END-IF.

               MOVE 'N' TO WRK-FIM-BROWSE.

               PERFORM 2550-LER-CDB
                  UNTIL WRK-FIM-BROWSE EQUAL 'S'.

               EXEC CICS ENDBR
                    FILE('CDBMAS')
                    RESP(WK-RESP)
               END-EXEC.
       2500-99-FIM.                        EXIT.
      *---------------------------------------------------------------*
       2550-LER-CDB                                           SECTION.
      *---------------------------------------------------------------*

               EXEC CICS READNEXT
                    FILE('CDBMAS')
                    RIDFLD(WRK-CHAVE-SEQ)
                    INTO(REG-CDBMAS)
                    RESP(WK-RESP)
               END-EXEC.

               IF WK-RESP NOT EQUAL DFHRESP(NORMAL)
                  OR CDB-CHAVE NOT EQUAL WRK-CHAVE-CTA
                  MOVE 'S' TO WRK-FIM-BROWSE
                  GO TO 2550-99-FIM
               END-IF.

               IF CDB-SITUACAO NOT EQUAL 'A'
                  GO TO 2550-99-FIM
               END-IF.

               MOVE CDB-SEQ         TO WRK-LD-SEQ.
               MOVE CDB-SALDO-ATU   TO WRK-LD-SALDO.
               MOVE CDB-TAXA        TO WRK-LD-TAXA.
               MOVE CDB-DATA-VENC   TO WRK-DATA-VENC.
               MOVE WRK-VENC-DIA    TO WRK-FMT-DIA.
               MOVE WRK-VENC-MES    TO WRK-FMT-MES.
               MOVE WRK-VENC-ANO    TO WRK-FMT-ANO.
               MOVE WRK-DATA-FMT    TO WRK-LD-VENC.

               MOVE WRK-LINHA-CDB   TO WRK-LINHA-CONTA.
               PERFORM 2800-EMITIR-LINHA.
       2550-99-FIM.                        EXIT.
      *---------------------------------------------------------------*
       2600-TRANSFERIR                                        SECTION.
      *---------------------------------------------------------------*

      *        A SELECAO E GUARDADA ANTES DE REMONTAR A TELA (O MAPA
      *        DE ENTRADA E O DE SAIDA OCUPAM A MESMA AREA)

               MOVE SELECAOI TO WRK-SELECAO-TELA.
               PERFORM 2200-MONTAR-PAGINA.

               IF WRK-SELECAO-TELA IS NOT NUMERIC
                  MOVE 'INFORME O NR DA CONTA NA SELECAO' TO MSGO
                  GO TO 2600-99-FIM
               END-IF.

               MOVE WRK-SELECAO-TELA TO WRK-SELECAO.

               IF WRK-SELECAO LESS 1
                  OR WRK-SELECAO GREATER WRK-CM-QTD-CONTAS
                  MOVE 'SELECAO SEM CONTA NA LISTA' TO MSGO
                  GO TO 2600-99-FIM
               END-IF.

      *        TRANSFERE COM A CHAVE DA CONTA ESCOLHIDA JA PREENCHIDA

               MOVE WRK-CM-OPERADOR TO WRK-HO-OPERADOR.
               MOVE WRK-CM-SUPERV   TO WRK-HO-SUPERV.
               MOVE WRK-CM-CHAVE-CTA(WRK-SELECAO)(1:4)
                    TO WRK-HO-AGENCIA.
               MOVE WRK-CM-CHAVE-CTA(WRK-SELECAO)(5:4)
                    TO WRK-HO-CONTA.

               EXEC CICS XCTL
                    PROGRAM(WRK-PROGRAMA-DEST)
                    COMMAREA(WRK-HANDOFF)
                    RESP(WK-RESP)
               END-EXEC.

               MOVE 'ERRO AO CHAMAR A CONSULTA' TO MSGO.
       2600-99-FIM.                        EXIT.
      *---------------------------------------------------------------*
       2800-EMITIR-LINHA                                      SECTION.
      *---------------------------------------------------------------*

      *        SO AS LINHAS DA PAGINA CORRENTE VAO PARA A TELA; AS
      *        DEMAIS SO SAO CONTADAS PARA A PAGINACAO

               ADD 1 TO WRK-SEQ-LINHA.

               IF WRK-SEQ-LINHA NOT GREATER WRK-PULAR
                  OR WRK-LINHAS NOT LESS 12
                  GO TO 2800-99-FIM
               END-IF.

               ADD 1 TO WRK-LINHAS.

               EVALUATE WRK-LINHAS
                 WHEN 1  MOVE WRK-LINHA-CONTA TO LINHA1O
                 WHEN 2  MOVE WRK-LINHA-CONTA TO LINHA2O
                 WHEN 3  MOVE WRK-LINHA-CONTA TO LINHA3O
                 WHEN 4  MOVE WRK-LINHA-CONTA TO LINHA4O
                 WHEN 5  MOVE WRK-LINHA-CONTA TO LINHA5O
                 WHEN 6  MOVE WRK-LINHA-CONTA TO LINHA6O
                 WHEN 7  MOVE WRK-LINHA-CONTA TO LINHA7O
                 WHEN 8  MOVE WRK-LINHA-CONTA TO LINHA8O
                 WHEN 9  MOVE WRK-LINHA-CONTA TO LINHA9O
                 WHEN 10 MOVE WRK-LINHA-CONTA TO LINHA10O
                 WHEN 11 MOVE WRK-LINHA-CONTA TO LINHA11O
                 WHEN 12 MOVE WRK-LINHA-CONTA TO LINHA12O
               END-EVALUATE.
       2800-99-FIM.                        EXIT.
      *---------------------------------------------------------------*
       3000-FINALIZAR                                         SECTION.
      *---------------------------------------------------------------*

              IF WRK-FLAG EQUAL 2
                 EXEC CICS SEND
                    MAPSET('F21CIML')
                    MAP('MAPA0L')
                    ERASE
                    MAPONLY
                 END-EXEC
              ELSE
                EXEC CICS SEND
                   MAPSET('F21CIML')
                   MAP('MAPA0L')
                   DATAONLY
                   FROM(MAPA0LO)
                END-EXEC
              END-IF.

       3000-99-FIM.                        EXIT.
      *===============================================================*
