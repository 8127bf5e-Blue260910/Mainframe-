      *===================================================
       IDENTIFICATION                            DIVISION.
      *===================================================

       PROGRAM-ID. F21CIPM.
      *=============================================================*
      *   AUTOR....:VICTOR ARANDA                                   *
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR      *
      *   DATA ....:15/10/2026                                      *
      *-------------------------------------------------------------*
      *   OBJETIVO:REQUISICOES DE VAGA (IVAN.REQUIS) PELO CICS, NO  *
      *    MOLDE DO F21CIPB. F5 CONSULTA A REQUISICAO COM A FAIXA   *
      *    DO CARGO E AS VAGAS LIVRES DO SETOR; F6 ABRE UMA NOVA    *
      *    (SETOR COM QUADRO, CARGO CADASTRADO E VAGA LIVRE =       *
      *    AUTORIZADAS - EFETIVO VIVO - REQUISICOES ABERTAS, A      *
      *    MESMA CONTA DO FR21REQ1); F7 CANCELA E F8 ALTERA O       *
      *    SALARIO OFERECIDO DE REQUISICAO ABERTA. OFERTA FORA DA   *
      *    FAIXA DO CARGO E ACEITA, COM AVISO NA MENSAGEM. O        *
      *    FECHAMENTO POR PREENCHIMENTO E FEITO PELO FR21ADM1.      *
      *    OPCAO 'K' DO MENU, LIBERADA PELA POSICAO 20 DO PERFIL.   *
      *-------------------------------------------------------------*
      *   BASE DE DADOS:                                            *
      *   TABELA.DB2..         I/O                                  *
      *                                           INCLUDE/BOOK      *
      *   IVAN.REQUIS          I/O                 #BKREQU          *
      *   IVAN.QUADRO           I                  #BKQUADR         *
      *   IVAN.CARGO            I                  #BKCARGO         *
      *   IVAN.FUNC             I                                   *
      *-------------------------------------------------------------*
      *   ARQUIVOS:                                                 *
      *    DDNAME              I/O                  COPY/BOOK       *
      *                                            -----------      *
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
              INCLUDE #BKREQU
           END-EXEC.

           EXEC SQL
              INCLUDE #BKQUADR
           END-EXEC.

           EXEC SQL
              INCLUDE #BKCARGO
           END-EXEC.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

           COPY F21CIMJ.
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
        77 WRK-POS           PIC 9(02).
        77 WRK-STATUS-MAP    PIC S9(04) COMP.
        77 WRK-FLAG          PIC 9(1).
        77 WRK-SAIDA         PIC X(30) VALUE 'FIM DE PROGRAMA'.
        77 WRK-CRITICA-OK    PIC X(01).
        77 WRK-FORA-FAIXA    PIC X(01).

      *          VAGA LIVRE NO QUADRO DO SETOR

        77 WRK-EFETIVO       PIC S9(09) COMP VALUE 0.
        77 WRK-ABERTAS       PIC S9(09) COMP VALUE 0.
        77 WRK-LIVRES        PIC S9(09) COMP VALUE 0.

      *          EDICAO NO TAMANHO DO CAMPO SALOFER DO MAPA (12)

        77 WRK-SALOFER       PIC Z.ZZZ.ZZ9,99.
        77 WRK-LIMITE-SAL    PIC 9(10)V99 VALUE 9999999,99.
        77 WRK-SAL-NOVO      PIC 9(10)V99.

      *          O QUE VEIO DA TELA (A SAIDA OCUPA O MESMO ESPACO)

        01 WRK-TELA.
           05 WRK-TL-NUMREQ    PIC 9(07).
           05 WRK-TL-IDSETOR   PIC X(04).
           05 WRK-TL-IDCARGO   PIC X(04).
           05 WRK-TL-SALOFER   PIC 9(10)V99.

        01 WRK-LINHA-LIVRES.
           05 FILLER           PIC X(14) VALUE 'VAGAS LIVRES: '.
           05 WRK-LL-LIVRES    PIC -----9.
           05 FILLER           PIC X(10).

        01 WRK-LINHA-FAIXA.
           05 FILLER           PIC X(07) VALUE 'FAIXA: '.
           05 WRK-LF-PISO      PIC Z.ZZZ.ZZ9,99.
           05 FILLER           PIC X(03) VALUE ' A '.
           05 WRK-LF-TETO      PIC Z.ZZZ.ZZ9,99.
           05 FILLER           PIC X(06).

      *-----------DATA DO DIA---------------------------------------*

        01 WRK-DATA-HOJE       PIC 9(08).
        01 WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
           05 WRK-HJ-ANO       PIC 9(04).
           05 WRK-HJ-MES       PIC 9(02).
           05 WRK-HJ-DIA       PIC 9(02).

        01 WRK-DATA-ISO.
           05 WRK-ISO-ANO      PIC 9(04).
           05 FILLER           PIC X(01) VALUE '-'.
           05 WRK-ISO-MES      PIC 9(02).
           05 FILLER           PIC X(01) VALUE '-'.
           05 WRK-ISO-DIA      PIC 9(02).

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
                 RETURN TRANSID('T21M')
            END-EXEC.

      *---------------------------------------------------
       0000-99-FIM.                                EXIT.
      *----------------------------------------------------
       1000-INICIALIZAR                         SECTION.
      *----------------------------------------------------

            EXEC CICS RECEIVE
                  MAPSET('F21CIMJ')
                  MAP('MAPA0J')
                  INTO(MAPA0JI)
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
           MOVE ZEROS TO WRK-TL-NUMREQ WRK-TL-SALOFER.
           IF NUMREQL NOT EQUAL 0
              MOVE NUMREQI  TO WRK-TL-NUMREQ
           END-IF.
           MOVE IDSETORI TO WRK-TL-IDSETOR.
           MOVE IDCARGOI TO WRK-TL-IDCARGO.
           IF SALOFERL NOT EQUAL 0
              MOVE SALOFERI TO WRK-TL-SALOFER
           END-IF.
           IF IDSETORL EQUAL 0
              MOVE SPACES TO WRK-TL-IDSETOR
           END-IF.
           IF IDCARGOL EQUAL 0
              MOVE SPACES TO WRK-TL-IDCARGO
           END-IF.

           INITIALIZE MAPA0JO.

           MOVE WRK-TL-NUMREQ  TO NUMREQO.
           MOVE WRK-TL-IDSETOR TO IDSETORO.
           MOVE WRK-TL-IDCARGO TO IDCARGOO.
           IF WRK-TL-SALOFER NOT GREATER WRK-LIMITE-SAL
              MOVE WRK-TL-SALOFER TO WRK-SALOFER
              MOVE WRK-SALOFER    TO SALOFERO
           END-IF.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-HJ-ANO TO WRK-ISO-ANO.
           MOVE WRK-HJ-MES TO WRK-ISO-MES.
           MOVE WRK-HJ-DIA TO WRK-ISO-DIA.

      *          JANELA BATCH: MANUTENCAO VIRA SOMENTE-CONSULTA

           IF EIBAID = '6' OR EIBAID = '7' OR EIBAID = '8'
              PERFORM 2900-CHECAR-JANELA
              IF WRK-SO-CONSULTA EQUAL 'S'
                 GO TO 2000-99-FIM
              END-IF
           END-IF.

           EVALUATE TRUE
               WHEN EIBAID = '5'
                    PERFORM 2100-PESQUISAR

               WHEN EIBAID = '6'
                    PERFORM 2400-VALIDACAO
                    IF WRK-POS EQUAL 7
                       PERFORM 2200-ABRIR
                    END-IF

               WHEN EIBAID = '7'
                    PERFORM 2300-CANCELAR

               WHEN EIBAID = '8'
                    PERFORM 2500-ALTERAR-SALARIO

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
                    INITIALIZE MAPA0JO
                    INITIALIZE MAPA0JI

            END-EVALUATE.

      *---------------------------------------------------
       2000-99-FIM.                                EXIT.
      *----------------------------------------------------
      *--------------------------------------------------
       2100-PESQUISAR                            SECTION.
      *--------------------------------------------------

           PERFORM 2110-LER-REQUISICAO.

           IF WRK-CRITICA-OK EQUAL 'S'
              MOVE 'ENCONTRADO     ' TO MSGO
           END-IF.

      *--------------------------------------------------
       2100-99-FIM.                                 EXIT.
      *---------------------------------------------------

      *--------------------------------------------------
       2110-LER-REQUISICAO                       SECTION.
      *--------------------------------------------------

      *          REQUISICAO DA TELA COM FAIXA DO CARGO E VAGAS
      *          LIVRES DO SETOR

           MOVE 'N' TO WRK-CRITICA-OK.

           IF WRK-TL-NUMREQ EQUAL ZEROS
              MOVE 'INFORME A REQUISICAO' TO MSGO
              GO TO 2110-99-FIM
           END-IF.

           MOVE WRK-TL-NUMREQ TO REQ-NUMREQ.

           EXEC SQL
                SELECT IDSETOR, IDCARGO, SALOFER, DTABERT,
                       STATUS, DTFECH, IDFUNC
                  INTO :REQ-IDSETOR, :REQ-IDCARGO, :REQ-SALOFER,
                       :REQ-DTABERT, :REQ-STATUS, :REQ-DTFECH,
                       :REQ-IDFUNC
                  FROM IVAN.REQUIS
                 WHERE NUMREQ = :REQ-NUMREQ
           END-EXEC.

           EVALUATE TRUE
           WHEN (SQLCODE NOT EQUAL ZEROS AND 100) OR
                (SQLWARN0 EQUAL 'W')
              MOVE SQLCODE TO WRK-SQLCODE
              MOVE 'ERRO NA LEITURA: ' TO MSGO
              MOVE WRK-SQLCODE TO MSGO(18:4)
              GO TO 2110-99-FIM

           WHEN (SQLCODE EQUAL 100)
              MOVE 'REQUISICAO NAO CADASTRADA' TO MSGO
              GO TO 2110-99-FIM
           END-EVALUATE.

           MOVE 'S' TO WRK-CRITICA-OK.
           MOVE REQ-IDSETOR TO IDSETORO WRK-TL-IDSETOR.
           MOVE REQ-IDCARGO TO IDCARGOO WRK-TL-IDCARGO.
           MOVE REQ-SALOFER TO WRK-SALOFER WRK-TL-SALOFER.
           MOVE WRK-SALOFER TO SALOFERO.
           MOVE REQ-DTABERT TO DTABERTO.
           MOVE REQ-DTFECH  TO DTFECHO.

           EVALUATE REQ-STATUS
             WHEN 'A'
                  MOVE 'ABERTA      ' TO SITUACO
             WHEN 'P'
                  MOVE 'PREENCHIDA  ' TO SITUACO
                  MOVE REQ-IDFUNC     TO IDFUNCO
             WHEN 'C'
                  MOVE 'CANCELADA   ' TO SITUACO
           END-EVALUATE.

      *          CARGO OU QUADRO QUE SUMIRAM NAO IMPEDEM A CONSULTA

           PERFORM 2210-LER-CARGO.
           PERFORM 2220-CHECAR-VAGA.
           MOVE 'S' TO WRK-CRITICA-OK.

      *--------------------------------------------------
       2110-99-FIM.                                 EXIT.
      *---------------------------------------------------

      *--------------------------------------------------
       2200-ABRIR                                SECTION.
      *--------------------------------------------------

           PERFORM 2210-LER-CARGO.
           IF WRK-CRITICA-OK NOT EQUAL 'S'
              MOVE 'CARGO NAO CADASTRADO' TO MSGO
              GO TO 2200-99-FIM
           END-IF.

           PERFORM 2220-CHECAR-VAGA.
           IF WRK-CRITICA-OK NOT EQUAL 'S'
              GO TO 2200-99-FIM
           END-IF.

           IF WRK-LIVRES NOT GREATER ZERO
              MOVE 'SEM VAGA LIVRE NO QUADRO DO SETOR' TO MSGO
              GO TO 2200-99-FIM
           END-IF.

      *          NUMERACAO SEQUENCIAL DAS REQUISICOES

           EXEC SQL
                SELECT COALESCE(MAX(NUMREQ),0)
                  INTO :REQ-NUMREQ
                  FROM IVAN.REQUIS
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              MOVE SQLCODE TO WRK-SQLCODE
              MOVE 'ERRO NA NUMERACAO: ' TO MSGO
              MOVE WRK-SQLCODE TO MSGO(20:4)
              GO TO 2200-99-FIM
           END-IF.

           ADD 1 TO REQ-NUMREQ.
           MOVE WRK-TL-IDSETOR TO REQ-IDSETOR.
           MOVE WRK-TL-IDCARGO TO REQ-IDCARGO.
           MOVE WRK-TL-SALOFER TO REQ-SALOFER.
           MOVE WRK-DATA-ISO   TO REQ-DTABERT.
           MOVE 'A'            TO REQ-STATUS.
           MOVE SPACES         TO REQ-DTFECH.
           MOVE ZEROS          TO REQ-IDFUNC.

           EXEC SQL
                INSERT INTO IVAN.REQUIS
                       (NUMREQ, IDSETOR, IDCARGO, SALOFER,
                        DTABERT, STATUS, DTFECH, IDFUNC)
                VALUES (:REQ-NUMREQ, :REQ-IDSETOR, :REQ-IDCARGO,
                        :REQ-SALOFER, :REQ-DTABERT, :REQ-STATUS,
                        :REQ-DTFECH, :REQ-IDFUNC)
           END-EXEC.

           EVALUATE TRUE
           WHEN (SQLCODE NOT EQUAL ZEROS AND 100) OR
                (SQLWARN0 EQUAL 'W')

              MOVE SQLCODE TO WRK-SQLCODE
              MOVE 'ERRO NA GRAVACAO: ' TO MSGO
              MOVE WRK-SQLCODE TO MSGO(19:4)

           WHEN (SQLCODE EQUAL 0)
              EXEC SQL
                   COMMIT
              END-EXEC
              MOVE REQ-NUMREQ     TO NUMREQO
              MOVE 'ABERTA      ' TO SITUACO
              MOVE REQ-DTABERT    TO DTABERTO
              SUBTRACT 1 FROM WRK-LIVRES
              MOVE WRK-LIVRES     TO WRK-LL-LIVRES
              MOVE WRK-LINHA-LIVRES TO LIVRESO
              IF WRK-FORA-FAIXA EQUAL 'S'
                 MOVE 'ABERTA - OFERTA FORA DA FAIXA' TO MSGO
              ELSE
                 MOVE 'REQUISICAO ABERTA' TO MSGO
              END-IF

           END-EVALUATE.

      *--------------------------------------------------
       2200-99-FIM.                                 EXIT.
      *---------------------------------------------------

      *--------------------------------------------------
       2210-LER-CARGO                            SECTION.
      *--------------------------------------------------

      *          DESCRICAO E FAIXA SALARIAL DO CARGO; MARCA A
      *          OFERTA FORA DA FAIXA

           MOVE 'N' TO WRK-CRITICA-OK.
           MOVE 'N' TO WRK-FORA-FAIXA.
           MOVE WRK-TL-IDCARGO TO CRG-IDCARGO.

           EXEC SQL
                SELECT DESCCARGO, PISOSAL, TETOSAL
                  INTO :CRG-DESCCARGO, :CRG-PISOSAL, :CRG-TETOSAL
                  FROM IVAN.CARGO
                 WHERE IDCARGO = :CRG-IDCARGO
                 FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              GO TO 2210-99-FIM
           END-IF.

           MOVE 'S' TO WRK-CRITICA-OK.
           MOVE CRG-DESCCARGO TO DESCCRGO.
           MOVE CRG-PISOSAL   TO WRK-LF-PISO.
           MOVE CRG-TETOSAL   TO WRK-LF-TETO.
           MOVE WRK-LINHA-FAIXA TO FAIXAO.

           IF WRK-TL-SALOFER LESS CRG-PISOSAL
              OR WRK-TL-SALOFER GREATER CRG-TETOSAL
              MOVE 'S' TO WRK-FORA-FAIXA
           END-IF.

      *--------------------------------------------------
       2210-99-FIM.                                 EXIT.
      *---------------------------------------------------

      *--------------------------------------------------
       2220-CHECAR-VAGA                          SECTION.
      *--------------------------------------------------

      *          VAGAS AUTORIZADAS - EFETIVO VIVO - REQUISICOES
      *          JA ABERTAS NO SETOR

           MOVE 'N' TO WRK-CRITICA-OK.
           MOVE WRK-TL-IDSETOR TO QDR-IDSETOR.

           EXEC SQL
                SELECT VAGASAUT
                  INTO :QDR-VAGASAUT
                  FROM IVAN.QUADRO
                 WHERE IDSETOR = :QDR-IDSETOR
                 FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              MOVE 'SETOR SEM QUADRO AUTORIZADO' TO MSGO
              GO TO 2220-99-FIM
           END-IF.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WRK-EFETIVO
                  FROM IVAN.FUNC
                 WHERE SETOR = :QDR-IDSETOR
                   AND DATADEM IS NULL
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              MOVE SQLCODE TO WRK-SQLCODE
              MOVE 'ERRO NO EFETIVO: ' TO MSGO
              MOVE WRK-SQLCODE TO MSGO(18:4)
              GO TO 2220-99-FIM
           END-IF.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WRK-ABERTAS
                  FROM IVAN.REQUIS
                 WHERE IDSETOR = :QDR-IDSETOR
                   AND STATUS  = 'A'
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              MOVE SQLCODE TO WRK-SQLCODE
              MOVE 'ERRO NAS ABERTAS: ' TO MSGO
              MOVE WRK-SQLCODE TO MSGO(19:4)
              GO TO 2220-99-FIM
           END-IF.

           MOVE 'S' TO WRK-CRITICA-OK.
           COMPUTE WRK-LIVRES = QDR-VAGASAUT - WRK-EFETIVO
                              - WRK-ABERTAS.
           MOVE WRK-LIVRES       TO WRK-LL-LIVRES.
           MOVE WRK-LINHA-LIVRES TO LIVRESO.

      *--------------------------------------------------
       2220-99-FIM.                                 EXIT.
      *---------------------------------------------------

      *--------------------------------------------------
       2300-CANCELAR                             SECTION.
      *--------------------------------------------------

           PERFORM 2110-LER-REQUISICAO.
           IF WRK-CRITICA-OK NOT EQUAL 'S'
              GO TO 2300-99-FIM
           END-IF.

           IF REQ-STATUS NOT EQUAL 'A'
              MOVE 'REQUISICAO NAO ESTA ABERTA' TO MSGO
              GO TO 2300-99-FIM
           END-IF.

           MOVE WRK-DATA-ISO TO REQ-DTFECH.

           EXEC SQL
                UPDATE IVAN.REQUIS
                   SET STATUS  = 'C',
                       DTFECH  = :REQ-DTFECH
                 WHERE NUMREQ  = :REQ-NUMREQ
                   AND STATUS  = 'A'
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                   EXEC SQL
                        COMMIT
                   END-EXEC
                   MOVE 'CANCELADA   ' TO SITUACO
                   MOVE REQ-DTFECH     TO DTFECHO
                   MOVE 'REQUISICAO CANCELADA' TO MSGO
            WHEN 100
                 MOVE 'REQUISICAO NAO ESTA ABERTA' TO MSGO
            WHEN OTHER
                 MOVE SQLCODE TO WRK-SQLCODE
                 MOVE WRK-SQLCODE TO MSGO
           END-EVALUATE.

      *--------------------------------------------------
       2300-99-FIM.                                 EXIT.
      *---------------------------------------------------

      *--------------------------------------------------
       2400-VALIDACAO                            SECTION.
      *--------------------------------------------------
           MOVE 7 TO WRK-POS.
           MOVE 'ERRO: ' TO MSGO.

           IF WRK-TL-IDSETOR EQUAL SPACES
              MOVE 'SETOR,' TO MSGO(WRK-POS:6)
              ADD 6 TO WRK-POS
           END-IF.

           IF WRK-TL-IDCARGO EQUAL SPACES
              MOVE 'CARGO,' TO MSGO(WRK-POS:6)
              ADD 6 TO WRK-POS
           END-IF.

           IF WRK-TL-SALOFER EQUAL ZEROES
              OR WRK-TL-SALOFER GREATER WRK-LIMITE-SAL
              MOVE 'SALARIO,' TO MSGO(WRK-POS:8)
              ADD 8 TO WRK-POS
           END-IF.

           IF WRK-POS NOT EQUAL 7
              SUBTRACT 1 FROM WRK-POS
              MOVE '.' TO MSGO(WRK-POS:1)
              ADD 1 TO WRK-POS
           END-IF.

      *---------------------------------------------------
       2400-99-FIM.                                 EXIT.
      *---------------------------------------------------

      *--------------------------------------------------
       2500-ALTERAR-SALARIO                      SECTION.
      *--------------------------------------------------

           IF WRK-TL-SALOFER EQUAL ZEROES
              OR WRK-TL-SALOFER GREATER WRK-LIMITE-SAL
              MOVE 'ERRO: SALARIO.' TO MSGO
              GO TO 2500-99-FIM
           END-IF.

           MOVE WRK-TL-SALOFER TO WRK-SAL-NOVO.
           PERFORM 2110-LER-REQUISICAO.
           IF WRK-CRITICA-OK NOT EQUAL 'S'
              GO TO 2500-99-FIM
           END-IF.

           IF REQ-STATUS NOT EQUAL 'A'
              MOVE 'REQUISICAO NAO ESTA ABERTA' TO MSGO
              GO TO 2500-99-FIM
           END-IF.

      *          A LEITURA TROUXE O SALARIO GRAVADO: VOLTA O NOVO

           MOVE WRK-SAL-NOVO   TO REQ-SALOFER.
           MOVE REQ-SALOFER    TO WRK-SALOFER.
           MOVE WRK-SALOFER    TO SALOFERO.

           MOVE 'N' TO WRK-FORA-FAIXA.
           IF WRK-SAL-NOVO LESS CRG-PISOSAL
              OR WRK-SAL-NOVO GREATER CRG-TETOSAL
              MOVE 'S' TO WRK-FORA-FAIXA
           END-IF.

           EXEC SQL
                UPDATE IVAN.REQUIS
                   SET SALOFER = :REQ-SALOFER
                 WHERE NUMREQ  = :REQ-NUMREQ
                   AND STATUS  = 'A'
           END-EXEC.

           EVALUATE TRUE
           WHEN (SQLCODE NOT EQUAL ZEROS AND 100) OR
                (SQLWARN0 EQUAL 'W')

              MOVE SQLCODE TO WRK-SQLCODE
              MOVE 'ERRO NA ALTERACAO: ' TO MSGO
              MOVE WRK-SQLCODE TO MSGO(20:4)

           WHEN (SQLCODE EQUAL 100)
              MOVE 'REQUISICAO NAO ESTA ABERTA' TO MSGO

           WHEN (SQLCODE EQUAL 0)
              EXEC SQL
                   COMMIT
              END-EXEC
              IF WRK-FORA-FAIXA EQUAL 'S'
                 MOVE 'SALARIO ALTERADO - FORA DA FAIXA' TO MSGO
              ELSE
                 MOVE 'SALARIO OFERECIDO ALTERADO' TO MSGO
              END-IF

           END-EVALUATE.

      *--------------------------------------------------
       2500-99-FIM.                                 EXIT.
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
                   MAPSET('F21CIMJ')
                   MAP('MAPA0J')
                   ERASE
                   MAPONLY
              END-EXEC
           ELSE
              EXEC CICS SEND
                   MAPSET('F21CIMJ')
                   MAP('MAPA0J')
                   DATAONLY
                   FROM(MAPA0JO)
              END-EXEC
           END-IF.

      *--------------------------------------------------
       3000-99-FIM.                                 EXIT.
      *---------------------------------------------------
