      *===================================================
       IDENTIFICATION                            DIVISION.
      *===================================================

       PROGRAM-ID. F21CIPN.
      *=============================================================*
      *   AUTOR....:VICTOR ARANDA                                   *
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR      *
      *   DATA ....:15/10/2026                                      *
      *-------------------------------------------------------------*
      *   OBJETIVO:APROVACAO DOS PEDIDOS DE ALTERACAO DE DADOS      *
      *    BANCARIOS (IVAN.ALTBANC) ABERTOS PELO F21CIPG E PELO     *
      *    FR21FCP1. F5 CONSULTA O PEDIDO (EM BRANCO = O PENDENTE   *
      *    MAIS ANTIGO), F8 VAI AO PROXIMO PENDENTE, F6 APROVA E    *
      *    F7 RECUSA. SO A APROVACAO GRAVA BANCO, AGENCIA E CONTA   *
      *    EM IVAN.FUNCCOMP, E SO SE O CADASTRO AINDA TIVER OS      *
      *    DADOS QUE O PEDIDO ENCONTROU. O APROVADOR TEM QUE SER    *
      *    OUTRO OPERADOR QUE NAO O SOLICITANTE; O OPERADOR VEM DO  *
      *    SIGNON DO MENU (COMMAREA). DECISOR E DATA/HORA FICAM     *
      *    NO PROPRIO PEDIDO, QUE NUNCA E APAGADO.                  *
      *    OPCAO 'L' DO MENU, LIBERADA PELA POSICAO 21 DO PERFIL    *
      *    (PERFIL APROVADOR).                                      *
      *      APLICANDO LOGICA PSEUDO COM METODO (EIBCALEN)          *
      *-------------------------------------------------------------*
      *   BASE DE DADOS:                                            *
      *   TABELA.DB2..         I/O                                  *
      *                                           INCLUDE/BOOK      *
      *   IVAN.ALTBANC         I/O                 #BKALTB          *
      *   IVAN.FUNCCOMP        I/O                 #BKFCOMP         *
      *   IVAN.FUNC             I                  #BKFUNC          *
      *-------------------------------------------------------------*
      *   ARQUIVOS:                                                 *
      *    DDNAME              I/O                  COPY/BOOK       *
      *   SISESTADO             I                                   *
      *   MENSAGEM              I                                   *
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
              INCLUDE #BKALTB
           END-EXEC.

           EXEC SQL
              INCLUDE #BKFCOMP
           END-EXEC.

           EXEC SQL
              INCLUDE #BKFUNC
           END-EXEC.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

           COPY F21CIMK.
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

        77 WRK-SQLCODE       PIC -999.
        77 WRK-STATUS-MAP    PIC S9(04) COMP.
        77 WRK-FLAG          PIC 9(1).
        77 WRK-SAIDA         PIC X(30) VALUE 'FIM DE PROGRAMA'.
        77 WRK-CRITICA-OK    PIC X(01).
        77 WRK-TL-NUMPED     PIC 9(07).
        77 WRK-QT-PEND       PIC S9(09) COMP VALUE 0.
        77 WRK-QT-PEND-ED    PIC ZZZZ9.

      *          DATA/HORA DA DECISAO (AAAAMMDDHHMMSS)

        01 WRK-DTH.
           05 WRK-DTH-DATA     PIC 9(08).
           05 WRK-DTH-HORA     PIC 9(06).

        77 WRK-HORA-SIS      PIC 9(08).

      *          DATA/HORA GRAVADA -> DD/MM/AAAA HH:MM NA TELA

        01 WRK-DTH-GRAV      PIC X(14).
        01 WRK-DTH-GRAV-R REDEFINES WRK-DTH-GRAV.
           05 WRK-DG-ANO       PIC X(04).
           05 WRK-DG-MES       PIC X(02).
           05 WRK-DG-DIA       PIC X(02).
           05 WRK-DG-HH        PIC X(02).
           05 WRK-DG-MI        PIC X(02).
           05 WRK-DG-SS        PIC X(02).

        01 WRK-DTH-TELA.
           05 WRK-DT-DIA       PIC X(02).
           05 FILLER           PIC X(01) VALUE '/'.
           05 WRK-DT-MES       PIC X(02).
           05 FILLER           PIC X(01) VALUE '/'.
           05 WRK-DT-ANO       PIC X(04).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-DT-HH        PIC X(02).
           05 FILLER           PIC X(01) VALUE ':'.
           05 WRK-DT-MI        PIC X(02).

      *          OPERADOR DO SIGNON, RECEBIDO DO MENU E DEVOLVIDO A
      *          CADA TELA; O ULTIMO BYTE MARCA A PROPRIA TRANSACAO

        01 WRK-COMMAREA.
           05 WRK-CM-OPERADOR  PIC X(08).
           05 WRK-CM-SUPERV    PIC X(01).
           05 WRK-CM-MARCA     PIC X(01) VALUE 'N'.

      *===================================================
       LINKAGE                                   SECTION.
      *===================================================

       01 DFHCOMMAREA.
          05 LNK-OPERADOR     PIC X(08).
          05 LNK-SUPERV       PIC X(01).
          05 LNK-MARCA        PIC X(01).

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
                 RETURN TRANSID('T21N')
                 COMMAREA(WRK-COMMAREA)
            END-EXEC.

      *---------------------------------------------------
       0000-99-FIM.                                EXIT.
      *----------------------------------------------------
       1000-INICIALIZAR                         SECTION.
      *----------------------------------------------------

      *       VINDO DO MENU A COMMAREA SO TRAZ OPERADOR E PERFIL

            MOVE SPACES TO WRK-CM-OPERADOR WRK-CM-SUPERV.

            IF EIBCALEN LESS 10
               EXEC CICS SEND
                    MAPSET('F21CIMK')
                    MAP('MAPA0K')
                    ERASE
                    MAPONLY
               END-EXEC
               IF EIBCALEN GREATER 0
                  MOVE LNK-OPERADOR TO WRK-CM-OPERADOR
                  MOVE LNK-SUPERV   TO WRK-CM-SUPERV
               END-IF
            ELSE
               MOVE LNK-OPERADOR TO WRK-CM-OPERADOR
               MOVE LNK-SUPERV   TO WRK-CM-SUPERV
            END-IF.

            INITIALIZE MAPA0KI.
            EXEC CICS RECEIVE
                  MAPSET('F21CIMK')
                  MAP('MAPA0K')
                  INTO(MAPA0KI)
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
           MOVE ZEROS TO WRK-TL-NUMPED.
           IF NUMPEDL NOT EQUAL 0
              MOVE NUMPEDI TO WRK-TL-NUMPED
           END-IF.

           INITIALIZE MAPA0KO.
           MOVE WRK-TL-NUMPED TO NUMPEDO.

      *          JANELA BATCH: DECISAO VIRA SOMENTE-CONSULTA

           IF EIBAID = '6' OR EIBAID = '7'
              PERFORM 2900-CHECAR-JANELA
              IF WRK-SO-CONSULTA EQUAL 'S'
                 GO TO 2000-99-FIM
              END-IF
           END-IF.

           EVALUATE TRUE
               WHEN EIBAID = '5'
                    PERFORM 2100-PESQUISAR

               WHEN EIBAID = '6'
                    PERFORM 2200-APROVAR

               WHEN EIBAID = '7'
                    PERFORM 2300-RECUSAR

               WHEN EIBAID = '8'
                    PERFORM 2400-PROXIMO

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
                    INITIALIZE MAPA0KO
                    INITIALIZE MAPA0KI

            END-EVALUATE.

            PERFORM 2500-CONTAR-PENDENTES.

      *---------------------------------------------------
       2000-99-FIM.                                EXIT.
      *----------------------------------------------------
      *--------------------------------------------------
       2100-PESQUISAR                            SECTION.
      *--------------------------------------------------

      *          SEM NUMERO, TRAZ O PENDENTE MAIS ANTIGO

           IF WRK-TL-NUMPED EQUAL ZEROS
              PERFORM 2400-PROXIMO
              GO TO 2100-99-FIM
           END-IF.

           PERFORM 2110-LER-PEDIDO.

           IF WRK-CRITICA-OK EQUAL 'S'
              MOVE 'ENCONTRADO     ' TO MSGO
           END-IF.

      *--------------------------------------------------
       2100-99-FIM.                                 EXIT.
      *---------------------------------------------------

      *--------------------------------------------------
       2110-LER-PEDIDO                           SECTION.
      *--------------------------------------------------

           MOVE 'N' TO WRK-CRITICA-OK.

           IF WRK-TL-NUMPED EQUAL ZEROS
              MOVE 'INFORME O PEDIDO' TO MSGO
              GO TO 2110-99-FIM
           END-IF.

           MOVE WRK-TL-NUMPED TO ALB-NUMPED.

           EXEC SQL
                SELECT IDFUNC, BANCOANT, AGBANCANT, CONTAANT,
                       BANCO, AGBANCO, CONTABCO, SITUACAO,
                       OPERSOL, DTHSOL, OPERDEC, DTHDEC
                  INTO :ALB-IDFUNC, :ALB-BANCOANT, :ALB-AGBANCANT,
                       :ALB-CONTAANT, :ALB-BANCO, :ALB-AGBANCO,
                       :ALB-CONTABCO, :ALB-SITUACAO, :ALB-OPERSOL,
                       :ALB-DTHSOL, :ALB-OPERDEC, :ALB-DTHDEC
                  FROM IVAN.ALTBANC
                 WHERE NUMPED = :ALB-NUMPED
           END-EXEC.

           EVALUATE TRUE
           WHEN (SQLCODE NOT EQUAL ZEROS AND 100) OR
                (SQLWARN0 EQUAL 'W')
              MOVE SQLCODE TO WRK-SQLCODE
              MOVE 'ERRO NA LEITURA: ' TO MSGO
              MOVE WRK-SQLCODE TO MSGO(18:4)
              GO TO 2110-99-FIM

           WHEN (SQLCODE EQUAL 100)
              MOVE 'PEDIDO NAO CADASTRADO' TO MSGO
              GO TO 2110-99-FIM
           END-EVALUATE.

           MOVE 'S' TO WRK-CRITICA-OK.
           PERFORM 2120-MOSTRAR-PEDIDO.

      *--------------------------------------------------
       2110-99-FIM.                                 EXIT.
      *---------------------------------------------------

      *--------------------------------------------------
       2120-MOSTRAR-PEDIDO                       SECTION.
      *--------------------------------------------------

           MOVE ALB-NUMPED    TO NUMPEDO WRK-TL-NUMPED.
           MOVE ALB-IDFUNC    TO IDFUNCO.
           MOVE ALB-BANCOANT  TO BCOANTO.
           MOVE ALB-AGBANCANT TO AGEANTO.
           MOVE ALB-CONTAANT  TO CTAANTO.
           MOVE ALB-BANCO     TO BCONOVO.
           MOVE ALB-AGBANCO   TO AGENOVO.
           MOVE ALB-CONTABCO  TO CTANOVO.
           MOVE ALB-OPERSOL   TO OPESOLO.
           MOVE ALB-OPERDEC   TO OPEDECO.

           MOVE ALB-DTHSOL    TO WRK-DTH-GRAV.
           PERFORM 2130-EDITAR-DTH.
           MOVE WRK-DTH-TELA  TO DTHSOLO.

           IF ALB-DTHDEC NOT EQUAL SPACES
              MOVE ALB-DTHDEC   TO WRK-DTH-GRAV
              PERFORM 2130-EDITAR-DTH
              MOVE WRK-DTH-TELA TO DTHDECO
           END-IF.

           EVALUATE ALB-SITUACAO
             WHEN 'P'
                  MOVE 'PENDENTE    ' TO SITUACO
             WHEN 'A'
                  MOVE 'APROVADO    ' TO SITUACO
             WHEN 'R'
                  MOVE 'RECUSADO    ' TO SITUACO
           END-EVALUATE.

      *          NOME DO FUNCIONARIO SO PARA CONFERENCIA

           MOVE ALB-IDFUNC TO DB2-ID.

           EXEC SQL
                SELECT NOME
                  INTO :DB2-NOME
                  FROM IVAN.FUNC
                 WHERE ID = :DB2-ID
                 FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE EQUAL 0
              MOVE DB2-NOME TO NOMEO
           ELSE
              MOVE 'FUNCIONARIO NAO CADASTRADO' TO NOMEO
           END-IF.

      *--------------------------------------------------
       2120-99-FIM.                                 EXIT.
      *---------------------------------------------------

      *--------------------------------------------------
       2130-EDITAR-DTH                           SECTION.
      *--------------------------------------------------

           MOVE WRK-DG-DIA TO WRK-DT-DIA.
           MOVE WRK-DG-MES TO WRK-DT-MES.
           MOVE WRK-DG-ANO TO WRK-DT-ANO.
           MOVE WRK-DG-HH  TO WRK-DT-HH.
           MOVE WRK-DG-MI  TO WRK-DT-MI.

      *--------------------------------------------------
       2130-99-FIM.                                 EXIT.
      *---------------------------------------------------

      *--------------------------------------------------
       2200-APROVAR                              SECTION.
      *--------------------------------------------------

           PERFORM 2600-CHECAR-DECISOR.
           IF WRK-CRITICA-OK NOT EQUAL 'S'
              GO TO 2200-99-FIM
           END-IF.

      *          QUEM PEDIU NAO APROVA O PROPRIO PEDIDO

           IF ALB-OPERSOL EQUAL WRK-CM-OPERADOR
              MOVE 'APROVADOR DEVE SER OUTRO OPERADOR' TO MSGO
              GO TO 2200-99-FIM
           END-IF.

      *          SO GRAVA SE O CADASTRO AINDA ESTA COMO O PEDIDO
      *          ENCONTROU; SENAO O PEDIDO FICOU VELHO E DEVE SER
      *          RECUSADO E REFEITO

           MOVE ALB-IDFUNC   TO FCP-IDFUNC.
           MOVE ALB-BANCO    TO FCP-BANCO.
           MOVE ALB-AGBANCO  TO FCP-AGBANCO.
           MOVE ALB-CONTABCO TO FCP-CONTABCO.

           EXEC SQL
                UPDATE IVAN.FUNCCOMP
                   SET BANCO    = :FCP-BANCO,
                       AGBANCO  = :FCP-AGBANCO,
                       CONTABCO = :FCP-CONTABCO
                 WHERE IDFUNC   = :FCP-IDFUNC
                   AND BANCO    = :ALB-BANCOANT
                   AND AGBANCO  = :ALB-AGBANCANT
                   AND CONTABCO = :ALB-CONTAANT
           END-EXEC.

           EVALUATE TRUE
           WHEN (SQLCODE EQUAL 100)
              MOVE 'CADASTRO MUDOU DESDE O PEDIDO - RECUSE'
                   TO MSGO
              GO TO 2200-99-FIM

           WHEN (SQLCODE NOT EQUAL ZEROS) OR
                (SQLWARN0 EQUAL 'W')
              MOVE SQLCODE TO WRK-SQLCODE
              MOVE 'ERRO NO CADASTRO: ' TO MSGO
              MOVE WRK-SQLCODE TO MSGO(19:4)
              EXEC SQL
                   ROLLBACK
              END-EXEC
              GO TO 2200-99-FIM
           END-EVALUATE.

           MOVE 'A' TO ALB-SITUACAO.
           PERFORM 2700-GRAVAR-DECISAO.

           IF WRK-CRITICA-OK EQUAL 'S'
              MOVE 'PEDIDO APROVADO - CADASTRO ATUALIZADO' TO MSGO
           END-IF.

      *--------------------------------------------------
       2200-99-FIM.                                 EXIT.
      *---------------------------------------------------

      *--------------------------------------------------
       2300-RECUSAR                              SECTION.
      *--------------------------------------------------

      *          RECUSA NAO MEXE NO CADASTRO; O PROPRIO SOLICITANTE
      *          PODE RECUSAR (DESISTIR DE) UM PEDIDO SEU

           PERFORM 2600-CHECAR-DECISOR.
           IF WRK-CRITICA-OK NOT EQUAL 'S'
              GO TO 2300-99-FIM
           END-IF.

           MOVE 'R' TO ALB-SITUACAO.
           PERFORM 2700-GRAVAR-DECISAO.

           IF WRK-CRITICA-OK EQUAL 'S'
              MOVE 'PEDIDO RECUSADO' TO MSGO
           END-IF.

      *--------------------------------------------------
       2300-99-FIM.                                 EXIT.
      *---------------------------------------------------

      *--------------------------------------------------
       2400-PROXIMO                              SECTION.
      *--------------------------------------------------

      *          PRIMEIRO PENDENTE DEPOIS DO PEDIDO DA TELA

           MOVE WRK-TL-NUMPED TO ALB-NUMPED.

           EXEC SQL
                SELECT NUMPED
                  INTO :ALB-NUMPED
                  FROM IVAN.ALTBANC
                 WHERE SITUACAO = 'P'
                   AND NUMPED   > :ALB-NUMPED
                 ORDER BY NUMPED
                 FETCH FIRST ROW ONLY
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                   MOVE ALB-NUMPED TO WRK-TL-NUMPED
                   PERFORM 2110-LER-PEDIDO
                   IF WRK-CRITICA-OK EQUAL 'S'
                      MOVE 'PEDIDO PENDENTE' TO MSGO
                   END-IF
              WHEN 100
                   INITIALIZE MAPA0KO
                   MOVE 'NAO HA OUTRO PEDIDO PENDENTE' TO MSGO
              WHEN OTHER
                   MOVE SQLCODE TO WRK-SQLCODE
                   MOVE 'ERRO NA LEITURA: ' TO MSGO
                   MOVE WRK-SQLCODE TO MSGO(18:4)
           END-EVALUATE.

      *--------------------------------------------------
       2400-99-FIM.                                 EXIT.
      *---------------------------------------------------

      *--------------------------------------------------
       2500-CONTAR-PENDENTES                     SECTION.
      *--------------------------------------------------

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WRK-QT-PEND
                  FROM IVAN.ALTBANC
                 WHERE SITUACAO = 'P'
           END-EXEC.

           IF SQLCODE EQUAL 0
              MOVE WRK-QT-PEND    TO WRK-QT-PEND-ED
              MOVE WRK-QT-PEND-ED TO QTPENDO
           END-IF.

      *--------------------------------------------------
       2500-99-FIM.                                 EXIT.
      *---------------------------------------------------

      *--------------------------------------------------
       2600-CHECAR-DECISOR                       SECTION.
      *--------------------------------------------------

      *          DECISAO EXIGE OPERADOR DO SIGNON E PEDIDO PENDENTE

           MOVE 'N' TO WRK-CRITICA-OK.

           IF WRK-CM-OPERADOR EQUAL SPACES
              MOVE 'ENTRE PELO MENU (SIGNON) P/ DECIDIR' TO MSGO
              GO TO 2600-99-FIM
           END-IF.

           PERFORM 2110-LER-PEDIDO.
           IF WRK-CRITICA-OK NOT EQUAL 'S'
              GO TO 2600-99-FIM
           END-IF.

           IF ALB-SITUACAO NOT EQUAL 'P'
              MOVE 'N' TO WRK-CRITICA-OK
              MOVE 'PEDIDO JA DECIDIDO' TO MSGO
           END-IF.

      *--------------------------------------------------
       2600-99-FIM.                                 EXIT.
      *---------------------------------------------------

      *--------------------------------------------------
       2700-GRAVAR-DECISAO                       SECTION.
      *--------------------------------------------------

      *          DECISOR E DATA/HORA NO PROPRIO PEDIDO; A CONDICAO
      *          SITUACAO = 'P' SEGURA DUAS DECISOES SIMULTANEAS

           MOVE 'N' TO WRK-CRITICA-OK.

           ACCEPT WRK-DTH-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-SIS FROM TIME.
           MOVE WRK-HORA-SIS(1:6) TO WRK-DTH-HORA.

           MOVE WRK-CM-OPERADOR TO ALB-OPERDEC.
           MOVE WRK-DTH         TO ALB-DTHDEC.

           EXEC SQL
                UPDATE IVAN.ALTBANC
                   SET SITUACAO = :ALB-SITUACAO,
                       OPERDEC  = :ALB-OPERDEC,
                       DTHDEC   = :ALB-DTHDEC
                 WHERE NUMPED   = :ALB-NUMPED
                   AND SITUACAO = 'P'
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                   EXEC SQL
                        COMMIT
                   END-EXEC
                   MOVE 'S' TO WRK-CRITICA-OK
                   PERFORM 2120-MOSTRAR-PEDIDO
              WHEN 100
                   EXEC SQL
                        ROLLBACK
                   END-EXEC
                   MOVE 'PEDIDO JA DECIDIDO' TO MSGO
              WHEN OTHER
                   MOVE SQLCODE TO WRK-SQLCODE
                   EXEC SQL
                        ROLLBACK
                   END-EXEC
                   MOVE 'ERRO NA DECISAO: ' TO MSGO
                   MOVE WRK-SQLCODE TO MSGO(18:4)
           END-EVALUATE.

      *--------------------------------------------------
       2700-99-FIM.                                 EXIT.
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
                   MAPSET('F21CIMK')
                   MAP('MAPA0K')
                   ERASE
                   MAPONLY
              END-EXEC
           ELSE
              EXEC CICS SEND
                   MAPSET('F21CIMK')
                   MAP('MAPA0K')
                   DATAONLY
                   FROM(MAPA0KO)
              END-EXEC
           END-IF.

      *--------------------------------------------------
       3000-99-FIM.                                 EXIT.
      *---------------------------------------------------
