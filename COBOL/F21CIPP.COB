      *===================================================
       IDENTIFICATION                            DIVISION.
      *===================================================

       PROGRAM-ID. F21CIPP.
      *=============================================================*
      *   AUTOR....:VICTOR ARANDA                                   *
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR      *
      *   DATA ....:15/10/2026                                      *
      *-------------------------------------------------------------*
      *   OBJETIVO:ADMINISTRACAO DE SEGURANCA DOS OPERADORES DO     *
      *    MENU (ARQUIVO USUARIOS). F5 CONSULTA O OPERADOR E OS     *
      *    PARAMETROS DE SEGURANCA, F6 DESBLOQUEIA (SENHA ERRADA)   *
      *    OU REABILITA (INATIVO POR FALTA DE USO), F7 GRAVA A      *
      *    SENHA PROVISORIA DIGITADA (TROCA OBRIGATORIA NO PROXIMO  *
      *    SIGNON; DESBLOQUEIA O OPERADOR), F8 GRAVA SUPERVISOR E   *
      *    PERFIL DE FUNCOES DA TELA E F9 GRAVA OS PARAMETROS       *
      *    (TENTATIVAS ATE O BLOQUEIO, DIAS DE VALIDADE DA SENHA E  *
      *    DIAS SEM SIGNON ATE A INATIVACAO) NO REGISTRO '*PARAMET'.*
      *    O ADMINISTRADOR NAO AGE SOBRE O PROPRIO OPERADOR. CADA   *
      *    ACAO VAI PARA O JORNAL DE SESSOES (FILA TD 'SJRN') COM   *
      *    O ADMINISTRADOR, O OPERADOR ATINGIDO E O ANTES/DEPOIS.   *
      *    OPCAO 'N' DO MENU, LIBERADA PELA POSICAO 23 DO PERFIL    *
      *    (ADMINISTRADOR DE SEGURANCA), CONFERIDA DE NOVO AQUI.    *
      *      APLICANDO LOGICA PSEUDO COM METODO (EIBCALEN)          *
      *-------------------------------------------------------------*
      *   ARQUIVOS:                                                 *
      *    DDNAME              I/O                  COPY/BOOK       *
      *   USUARIOS             I/O                  USUBOOK         *
      *   SJRN (FILA TD)        O   JORNAL          SESBOOK         *
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

           COPY F21CIMM.
           COPY DFHAID.

           COPY 'USUBOOK'.

           COPY 'SESBOOK'.

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

        77 WRK-RESP          PIC S9(04) COMP.
        77 WRK-RESP-JRN      PIC S9(04) COMP.
        77 WRK-STATUS-MAP    PIC S9(04) COMP.
        77 WRK-TAM-SESSAO    PIC S9(04) COMP VALUE 100.
        77 WRK-FLAG          PIC 9(1).
        77 WRK-SAIDA         PIC X(30) VALUE 'FIM DE PROGRAMA'.
        77 WRK-CRITICA-OK    PIC X(01).
        77 WRK-ATUALIZAR     PIC X(01).
        77 WRK-CHAVE-PARAM   PIC X(08) VALUE '*PARAMET'.
        77 WRK-CHAVE-USU     PIC X(08).
        77 WRK-HOJE          PIC 9(08).
        77 WRK-HORA-SIS      PIC 9(08).
        77 WRK-QT-BRANCOS    PIC 9(02).
        77 WRK-QT-S          PIC 9(02).

      *          CAMPOS DIGITADOS, GUARDADOS ANTES DE LIMPAR A TELA

        01 WRK-TELA.
           05 WRK-TL-OPERADOR  PIC X(08).
           05 WRK-TL-SUPERV    PIC X(01).
           05 WRK-TL-FUNCOES   PIC X(23).
           05 WRK-TL-SENHA     PIC X(08).
           05 WRK-TL-MAXTEN    PIC X(02).
           05 WRK-TL-DIASEN    PIC X(03).
           05 WRK-TL-DIAINA    PIC X(03).

      *          PERFIL (SUPERVISOR + FUNCOES) ANTES/DEPOIS P/JORNAL

        01 WRK-PERFIL.
           05 WRK-PF-SUPERV    PIC X(01).
           05 WRK-PF-FUNCOES   PIC X(23).

      *          PARAMETROS ANTES/DEPOIS P/JORNAL

        01 WRK-PARAMETROS.
           05 WRK-PM-TENTATIVAS  PIC 9(02).
           05 WRK-PM-DIAS-SENHA  PIC 9(03).
           05 WRK-PM-DIAS-INATIV PIC 9(03).

      *          DATA AAAAMMDD -> DD/MM/AAAA NA TELA

        01 WRK-DATA-GRAV     PIC 9(08).
        01 WRK-DATA-GRAV-R REDEFINES WRK-DATA-GRAV.
           05 WRK-DG-ANO       PIC X(04).
           05 WRK-DG-MES       PIC X(02).
           05 WRK-DG-DIA       PIC X(02).

        01 WRK-DATA-TELA.
           05 WRK-DT-DIA       PIC X(02).
           05 FILLER           PIC X(01) VALUE '/'.
           05 WRK-DT-MES       PIC X(02).
           05 FILLER           PIC X(01) VALUE '/'.
           05 WRK-DT-ANO       PIC X(04).

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
                 RETURN TRANSID('T21P')
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
                    MAPSET('F21CIMM')
                    MAP('MAPA0M')
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

            INITIALIZE MAPA0MI.
            EXEC CICS RECEIVE
                  MAPSET('F21CIMM')
                  MAP('MAPA0M')
                  INTO(MAPA0MI)
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
           MOVE SPACES TO WRK-TELA.
           IF OPERL NOT EQUAL 0
              MOVE OPERI   TO WRK-TL-OPERADOR
           END-IF.
           IF SUPERVL NOT EQUAL 0
              MOVE SUPERVI TO WRK-TL-SUPERV
           END-IF.
           IF FUNCOEL NOT EQUAL 0
              MOVE FUNCOEI TO WRK-TL-FUNCOES
           END-IF.
           IF NOVSENL NOT EQUAL 0
              MOVE NOVSENI TO WRK-TL-SENHA
           END-IF.
           IF MAXTENL NOT EQUAL 0
              MOVE MAXTENI TO WRK-TL-MAXTEN
           END-IF.
           IF DIASENL NOT EQUAL 0
              MOVE DIASENI TO WRK-TL-DIASEN
           END-IF.
           IF DIAINAL NOT EQUAL 0
              MOVE DIAINAI TO WRK-TL-DIAINA
           END-IF.
           INSPECT WRK-TELA REPLACING ALL LOW-VALUES BY SPACES.

           INITIALIZE MAPA0MO.
           MOVE WRK-TL-OPERADOR TO OPERO.

      *                      SAIR DO PROGRAMA
           IF EIBAID = '3'
              EXEC CICS SEND
                   FROM(WRK-SAIDA)
                   ERASE
              END-EXEC

              EXEC CICS
                   RETURN
              END-EXEC
           END-IF.

      *                      LIMPAR A TELA
           IF EIBAID = ''''
              INITIALIZE MAPA0MI
              GO TO 2000-99-FIM
           END-IF.

           PERFORM 2600-CHECAR-ADMINISTRADOR.
           IF WRK-CRITICA-OK NOT EQUAL 'S'
              GO TO 2000-99-FIM
           END-IF.

      *          JANELA BATCH: ACOES VIRAM SOMENTE-CONSULTA

           IF EIBAID = '6' OR EIBAID = '7' OR EIBAID = '8'
                        OR EIBAID = '9'
              PERFORM 2900-CHECAR-JANELA
              IF WRK-SO-CONSULTA EQUAL 'S'
                 GO TO 2000-99-FIM
              END-IF
           END-IF.

           EVALUATE TRUE
               WHEN EIBAID = '5'
                    PERFORM 2100-CONSULTAR

               WHEN EIBAID = '6'
                    PERFORM 2200-DESBLOQUEAR

               WHEN EIBAID = '7'
                    PERFORM 2300-SENHA-PROVISORIA

               WHEN EIBAID = '8'
                    PERFORM 2400-ALTERAR-PERFIL

               WHEN EIBAID = '9'
                    PERFORM 2500-ALTERAR-PARAMETROS

               WHEN OTHER
                    MOVE 'TECLA INVALIDA' TO MSGO
            END-EVALUATE.

            PERFORM 2150-MOSTRAR-PARAMETROS.

      *---------------------------------------------------
       2000-99-FIM.                                EXIT.
      *----------------------------------------------------
      *--------------------------------------------------
       2100-CONSULTAR                            SECTION.
      *--------------------------------------------------

           MOVE 'N' TO WRK-ATUALIZAR.
           PERFORM 2110-LER-OPERADOR.

           IF WRK-CRITICA-OK EQUAL 'S'
              PERFORM 2120-MOSTRAR-OPERADOR
              MOVE 'ENCONTRADO     ' TO MSGO
           END-IF.

      *--------------------------------------------------
       2100-99-FIM.                                 EXIT.
      *---------------------------------------------------

      *--------------------------------------------------
       2110-LER-OPERADOR                         SECTION.
      *--------------------------------------------------

      *          WRK-ATUALIZAR = 'S' LE COM UPDATE PARA REGRAVAR

           MOVE 'N' TO WRK-CRITICA-OK.

           IF WRK-TL-OPERADOR EQUAL SPACES
              OR WRK-TL-OPERADOR EQUAL WRK-CHAVE-PARAM
              MOVE 'INFORME O OPERADOR' TO MSGO
              GO TO 2110-99-FIM
           END-IF.

           MOVE WRK-TL-OPERADOR TO WRK-CHAVE-USU.

           IF WRK-ATUALIZAR EQUAL 'S'
              EXEC CICS READ
                   FILE('USUARIOS')
                   RIDFLD(WRK-CHAVE-USU)
                   INTO(REG-USUARIO)
                   UPDATE
                   RESP(WRK-RESP)
              END-EXEC
           ELSE
              EXEC CICS READ
                   FILE('USUARIOS')
                   RIDFLD(WRK-CHAVE-USU)
                   INTO(REG-USUARIO)
                   RESP(WRK-RESP)
              END-EXEC
           END-IF.

           EVALUATE TRUE
           WHEN WRK-RESP EQUAL DFHRESP(NOTFND)
              MOVE 'OPERADOR NAO CADASTRADO' TO MSGO
              GO TO 2110-99-FIM

           WHEN WRK-RESP NOT EQUAL DFHRESP(NORMAL)
              MOVE 'ERRO NA LEITURA DO USUARIOS' TO MSGO
              GO TO 2110-99-FIM
           END-EVALUATE.

      *          REGISTRO RECARREGADO DO LAYOUT ANTIGO VEM COM OS
      *          CAMPOS NOVOS EM BRANCO (MESMA REGRA DO F21CIP0)

           IF USU-SITUACAO EQUAL SPACES
              MOVE 'A' TO USU-SITUACAO
           END-IF.
           IF USU-TENTATIVAS NOT NUMERIC
              MOVE ZEROS TO USU-TENTATIVAS
           END-IF.
           IF USU-DATA-SENHA NOT NUMERIC
              MOVE ZEROS TO USU-DATA-SENHA
           END-IF.
           IF USU-ULT-SIGNON NOT NUMERIC
              MOVE ZEROS TO USU-ULT-SIGNON
           END-IF.

           MOVE 'S' TO WRK-CRITICA-OK.

      *--------------------------------------------------
       2110-99-FIM.                                 EXIT.
      *---------------------------------------------------

      *--------------------------------------------------
       2120-MOSTRAR-OPERADOR                     SECTION.
      *--------------------------------------------------

           MOVE USU-OPERADOR   TO OPERO.
           MOVE USU-TENTATIVAS TO TENTATO.
           MOVE USU-SUPERV     TO SUPERVO.
           MOVE USU-FUNCOES    TO FUNCOEO.

           EVALUATE USU-SITUACAO
             WHEN 'B'
                  MOVE 'BLOQUEADO   ' TO SITUACO
             WHEN 'I'
                  MOVE 'INATIVO     ' TO SITUACO
             WHEN OTHER
                  MOVE 'ATIVO       ' TO SITUACO
           END-EVALUATE.

           IF USU-ULT-SIGNON EQUAL ZEROS
              MOVE 'NUNCA     '  TO ULTSIGO
           ELSE
              MOVE USU-ULT-SIGNON TO WRK-DATA-GRAV
              PERFORM 2130-EDITAR-DATA
              MOVE WRK-DATA-TELA TO ULTSIGO
           END-IF.

           IF USU-DATA-SENHA EQUAL ZEROS
              MOVE 'PROVISORIA'  TO DTSENHO
           ELSE
              MOVE USU-DATA-SENHA TO WRK-DATA-GRAV
              PERFORM 2130-EDITAR-DATA
              MOVE WRK-DATA-TELA TO DTSENHO
           END-IF.

      *--------------------------------------------------
       2120-99-FIM.                                 EXIT.
      *---------------------------------------------------

      *--------------------------------------------------
       2130-EDITAR-DATA                          SECTION.
      *--------------------------------------------------

           MOVE WRK-DG-DIA TO WRK-DT-DIA.
           MOVE WRK-DG-MES TO WRK-DT-MES.
           MOVE WRK-DG-ANO TO WRK-DT-ANO.

      *--------------------------------------------------
       2130-99-FIM.                                 EXIT.
      *---------------------------------------------------

      *--------------------------------------------------
       2150-MOSTRAR-PARAMETROS                   SECTION.
      *--------------------------------------------------

      *          SEM O REGISTRO '*PARAMET' (OU COM CAMPO ZERADO)
      *          VALEM 3 TENTATIVAS, 45 DIAS DE SENHA E 90 SEM USO

           MOVE 03 TO WRK-PM-TENTATIVAS.
           MOVE 45 TO WRK-PM-DIAS-SENHA.
           MOVE 90 TO WRK-PM-DIAS-INATIV.

           EXEC CICS READ
                FILE('USUARIOS')
                RIDFLD(WRK-CHAVE-PARAM)
                INTO(REG-USUARIO)
                RESP(WRK-RESP)
           END-EXEC.

           IF WRK-RESP EQUAL DFHRESP(NORMAL)
              IF USU-PRM-TENTATIVAS NUMERIC
                 AND USU-PRM-TENTATIVAS GREATER ZEROS
                 MOVE USU-PRM-TENTATIVAS  TO WRK-PM-TENTATIVAS
              END-IF
              IF USU-PRM-DIAS-SENHA NUMERIC
                 AND USU-PRM-DIAS-SENHA GREATER ZEROS
                 MOVE USU-PRM-DIAS-SENHA  TO WRK-PM-DIAS-SENHA
              END-IF
              IF USU-PRM-DIAS-INATIV NUMERIC
                 AND USU-PRM-DIAS-INATIV GREATER ZEROS
                 MOVE USU-PRM-DIAS-INATIV TO WRK-PM-DIAS-INATIV
              END-IF
           END-IF.

           MOVE WRK-PM-TENTATIVAS  TO MAXTENO.
           MOVE WRK-PM-DIAS-SENHA  TO DIASENO.
           MOVE WRK-PM-DIAS-INATIV TO DIAINAO.

      *--------------------------------------------------
       2150-99-FIM.                                 EXIT.
      *---------------------------------------------------

      *--------------------------------------------------
       2200-DESBLOQUEAR                          SECTION.
      *--------------------------------------------------

      *          BLOQUEADO ZERA AS TENTATIVAS; INATIVO REABILITADO
      *          RECOMECA A CONTAGEM DE DIAS SEM USO A PARTIR DE HOJE

           PERFORM 2700-CHECAR-ALVO.
           IF WRK-CRITICA-OK NOT EQUAL 'S'
              GO TO 2200-99-FIM
           END-IF.

           MOVE 'S' TO WRK-ATUALIZAR.
           PERFORM 2110-LER-OPERADOR.
           IF WRK-CRITICA-OK NOT EQUAL 'S'
              GO TO 2200-99-FIM
           END-IF.

           IF USU-SITUACAO NOT EQUAL 'B' AND 'I'
              EXEC CICS UNLOCK
                   FILE('USUARIOS')
              END-EXEC
              PERFORM 2120-MOSTRAR-OPERADOR
              MOVE 'OPERADOR NAO ESTA BLOQUEADO NEM INATIVO'
                   TO MSGO
              GO TO 2200-99-FIM
           END-IF.

           MOVE SPACES       TO REG-SESSAO.
           MOVE USU-SITUACAO TO SES-DET-ANTES.
           MOVE 'A'          TO SES-DET-DEPOIS.

           IF USU-SITUACAO EQUAL 'B'
              MOVE 'DB' TO SES-EVENTO
           ELSE
              MOVE 'RH' TO SES-EVENTO
              ACCEPT WRK-HOJE FROM DATE YYYYMMDD
              MOVE WRK-HOJE TO USU-ULT-SIGNON
           END-IF.

           MOVE 'A'   TO USU-SITUACAO.
           MOVE ZEROS TO USU-TENTATIVAS.

           PERFORM 2800-REGRAVAR.

           IF WRK-CRITICA-OK EQUAL 'S'
              IF SES-EVENTO EQUAL 'DB'
                 MOVE 'OPERADOR DESBLOQUEADO' TO MSGO
              ELSE
                 MOVE 'OPERADOR REABILITADO' TO MSGO
              END-IF
           END-IF.

      *--------------------------------------------------
       2200-99-FIM.                                 EXIT.
      *---------------------------------------------------

      *--------------------------------------------------
       2300-SENHA-PROVISORIA                     SECTION.
      *--------------------------------------------------

      *          A SENHA PROVISORIA TEM DATA ZERADA: O OPERADOR SO
      *          ENTRA TROCANDO. TAMBEM DESBLOQUEIA; INATIVO CONTINUA
      *          INATIVO (REABILITAR E O F6)

           PERFORM 2700-CHECAR-ALVO.
           IF WRK-CRITICA-OK NOT EQUAL 'S'
              GO TO 2300-99-FIM
           END-IF.

           MOVE ZEROS TO WRK-QT-BRANCOS.
           INSPECT WRK-TL-SENHA(1:6) TALLYING WRK-QT-BRANCOS
                   FOR ALL SPACES.

           IF WRK-QT-BRANCOS GREATER ZEROS
              MOVE 'SENHA PROVISORIA: MINIMO 6 POSICOES' TO MSGO
              GO TO 2300-99-FIM
           END-IF.

           MOVE 'S' TO WRK-ATUALIZAR.
           PERFORM 2110-LER-OPERADOR.
           IF WRK-CRITICA-OK NOT EQUAL 'S'
              GO TO 2300-99-FIM
           END-IF.

           MOVE SPACES       TO REG-SESSAO.
           MOVE 'RS'         TO SES-EVENTO.
           MOVE USU-SITUACAO TO SES-DET-ANTES.

           MOVE WRK-TL-SENHA TO USU-SENHA.
           MOVE ZEROS        TO USU-DATA-SENHA.
           MOVE ZEROS        TO USU-TENTATIVAS.
           IF USU-SITUACAO EQUAL 'B'
              MOVE 'A' TO USU-SITUACAO
           END-IF.
           MOVE USU-SITUACAO TO SES-DET-DEPOIS.

           PERFORM 2800-REGRAVAR.

           IF WRK-CRITICA-OK EQUAL 'S'
              MOVE 'SENHA PROVISORIA - TROCA NO PROX.SIGNON' TO MSGO
           END-IF.

      *--------------------------------------------------
       2300-99-FIM.                                 EXIT.
      *---------------------------------------------------

      *--------------------------------------------------
       2400-ALTERAR-PERFIL                       SECTION.
      *--------------------------------------------------

      *          SUPERVISOR 'S'/'N'; CADA POSICAO DE FUNCOES 'S' OU
      *          BRANCO. O JORNAL LEVA O PERFIL ANTES E DEPOIS

           PERFORM 2700-CHECAR-ALVO.
           IF WRK-CRITICA-OK NOT EQUAL 'S'
              GO TO 2400-99-FIM
           END-IF.

           MOVE ZEROS TO WRK-QT-S WRK-QT-BRANCOS.
           INSPECT WRK-TL-FUNCOES TALLYING WRK-QT-S FOR ALL 'S'
                                  WRK-QT-BRANCOS FOR ALL SPACES.

           IF WRK-TL-SUPERV NOT EQUAL 'S' AND 'N'
              MOVE 'SUPERVISOR: INFORME S OU N' TO MSGO
              GO TO 2400-99-FIM
           END-IF.

           IF WRK-QT-S + WRK-QT-BRANCOS NOT EQUAL 23
              MOVE 'FUNCOES: USE S OU BRANCO EM CADA POSICAO'
                   TO MSGO
              GO TO 2400-99-FIM
           END-IF.

           MOVE 'S' TO WRK-ATUALIZAR.
           PERFORM 2110-LER-OPERADOR.
           IF WRK-CRITICA-OK NOT EQUAL 'S'
              GO TO 2400-99-FIM
           END-IF.

           MOVE USU-SUPERV     TO WRK-PF-SUPERV.
           MOVE USU-FUNCOES    TO WRK-PF-FUNCOES.

           IF WRK-PF-SUPERV  EQUAL WRK-TL-SUPERV
              AND WRK-PF-FUNCOES EQUAL WRK-TL-FUNCOES
              EXEC CICS UNLOCK
                   FILE('USUARIOS')
              END-EXEC
              PERFORM 2120-MOSTRAR-OPERADOR
              MOVE 'PERFIL SEM ALTERACAO' TO MSGO
              GO TO 2400-99-FIM
           END-IF.

           MOVE SPACES         TO REG-SESSAO.
           MOVE 'PF'           TO SES-EVENTO.
           MOVE WRK-PERFIL     TO SES-DET-ANTES.

           MOVE WRK-TL-SUPERV  TO USU-SUPERV  WRK-PF-SUPERV.
           MOVE WRK-TL-FUNCOES TO USU-FUNCOES WRK-PF-FUNCOES.
           MOVE WRK-PERFIL     TO SES-DET-DEPOIS.

           PERFORM 2800-REGRAVAR.

           IF WRK-CRITICA-OK EQUAL 'S'
              MOVE 'PERFIL ALTERADO' TO MSGO
           END-IF.

      *--------------------------------------------------
       2400-99-FIM.                                 EXIT.
      *---------------------------------------------------

      *--------------------------------------------------
       2500-ALTERAR-PARAMETROS                   SECTION.
      *--------------------------------------------------

      *          OS TRES PARAMETROS SAO OBRIGATORIOS E MAIORES QUE
      *          ZERO; SEM O REGISTRO '*PARAMET' ELE E INCLUIDO

           IF WRK-TL-MAXTEN NOT NUMERIC
              OR WRK-TL-DIASEN NOT NUMERIC
              OR WRK-TL-DIAINA NOT NUMERIC
              MOVE 'PARAMETROS: INFORME OS TRES NUMEROS' TO MSGO
              GO TO 2500-99-FIM
           END-IF.

           IF WRK-TL-MAXTEN EQUAL '00'
              OR WRK-TL-DIASEN EQUAL '000'
              OR WRK-TL-DIAINA EQUAL '000'
              MOVE 'PARAMETROS: VALORES MAIORES QUE ZERO' TO MSGO
              GO TO 2500-99-FIM
           END-IF.

           EXEC CICS READ
                FILE('USUARIOS')
                RIDFLD(WRK-CHAVE-PARAM)
                INTO(REG-USUARIO)
                UPDATE
                RESP(WRK-RESP)
           END-EXEC.

           MOVE SPACES          TO REG-SESSAO.
           MOVE 'PM'            TO SES-EVENTO.
           MOVE WRK-CHAVE-PARAM TO SES-ALVO.

           EVALUATE TRUE
           WHEN WRK-RESP EQUAL DFHRESP(NORMAL)
              MOVE USU-PARAMETROS(1:8) TO SES-DET-ANTES

           WHEN WRK-RESP EQUAL DFHRESP(NOTFND)
              MOVE SPACES          TO REG-USUARIO
              MOVE WRK-CHAVE-PARAM TO USU-OPERADOR

           WHEN OTHER
              MOVE 'ERRO NA LEITURA DOS PARAMETROS' TO MSGO
              GO TO 2500-99-FIM
           END-EVALUATE.

           MOVE WRK-TL-MAXTEN TO USU-PRM-TENTATIVAS.
           MOVE WRK-TL-DIASEN TO USU-PRM-DIAS-SENHA.
           MOVE WRK-TL-DIAINA TO USU-PRM-DIAS-INATIV.
           MOVE USU-PARAMETROS(1:8) TO SES-DET-DEPOIS.

           IF WRK-RESP EQUAL DFHRESP(NORMAL)
              EXEC CICS REWRITE
                   FILE('USUARIOS')
                   FROM(REG-USUARIO)
                   RESP(WRK-RESP)
              END-EXEC
           ELSE
              EXEC CICS WRITE
                   FILE('USUARIOS')
                   FROM(REG-USUARIO)
                   RIDFLD(WRK-CHAVE-PARAM)
                   RESP(WRK-RESP)
              END-EXEC
           END-IF.

           IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)
              MOVE 'ERRO NA GRAVACAO DOS PARAMETROS' TO MSGO
              GO TO 2500-99-FIM
           END-IF.

           PERFORM 2850-GRAVAR-JORNAL.
           MOVE 'PARAMETROS GRAVADOS' TO MSGO.

      *--------------------------------------------------
       2500-99-FIM.                                 EXIT.
      *---------------------------------------------------

      *--------------------------------------------------
       2600-CHECAR-ADMINISTRADOR                 SECTION.
      *--------------------------------------------------

      *          O MENU JA CONFERE A POSICAO 23; CONFERE DE NOVO
      *          PORQUE A TRANSACAO PODE SER DISPARADA DIRETO

           MOVE 'N' TO WRK-CRITICA-OK.

           IF WRK-CM-OPERADOR EQUAL SPACES
              MOVE 'ENTRE PELO MENU (SIGNON)' TO MSGO
              GO TO 2600-99-FIM
           END-IF.

           MOVE WRK-CM-OPERADOR TO WRK-CHAVE-USU.

           EXEC CICS READ
                FILE('USUARIOS')
                RIDFLD(WRK-CHAVE-USU)
                INTO(REG-USUARIO)
                RESP(WRK-RESP)
           END-EXEC.

           IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)
              OR USU-SITUACAO EQUAL 'B' OR 'I'
              OR USU-FUNCOES(23:1) NOT EQUAL 'S'
              MOVE 'FUNCAO RESTRITA A SEGURANCA' TO MSGO
              GO TO 2600-99-FIM
           END-IF.

           MOVE 'S' TO WRK-CRITICA-OK.

      *--------------------------------------------------
       2600-99-FIM.                                 EXIT.
      *---------------------------------------------------

      *--------------------------------------------------
       2700-CHECAR-ALVO                          SECTION.
      *--------------------------------------------------

      *          SEGREGACAO: NINGUEM DESBLOQUEIA, REDEFINE A SENHA
      *          OU ALTERA O PERFIL DO PROPRIO OPERADOR

           MOVE 'N' TO WRK-CRITICA-OK.

           IF WRK-TL-OPERADOR EQUAL SPACES
              MOVE 'INFORME O OPERADOR' TO MSGO
              GO TO 2700-99-FIM
           END-IF.

           IF WRK-TL-OPERADOR EQUAL WRK-CM-OPERADOR
              MOVE 'NAO VALE PARA O PROPRIO OPERADOR' TO MSGO
              GO TO 2700-99-FIM
           END-IF.

           MOVE 'S' TO WRK-CRITICA-OK.

      *--------------------------------------------------
       2700-99-FIM.                                 EXIT.
      *---------------------------------------------------

      *--------------------------------------------------
       2800-REGRAVAR                             SECTION.
      *--------------------------------------------------

      *          EVENTO E ANTES/DEPOIS JA MONTADOS PELO CHAMADOR

           MOVE 'N' TO WRK-CRITICA-OK.

           EXEC CICS REWRITE
                FILE('USUARIOS')
                FROM(REG-USUARIO)
                RESP(WRK-RESP)
           END-EXEC.

           IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)
              MOVE 'ERRO NA ATUALIZACAO DO OPERADOR' TO MSGO
              GO TO 2800-99-FIM
           END-IF.

           MOVE USU-OPERADOR TO SES-ALVO.
           PERFORM 2850-GRAVAR-JORNAL.
           PERFORM 2120-MOSTRAR-OPERADOR.
           MOVE 'S' TO WRK-CRITICA-OK.

      *--------------------------------------------------
       2800-99-FIM.                                 EXIT.
      *---------------------------------------------------

      *--------------------------------------------------
       2850-GRAVAR-JORNAL                        SECTION.
      *--------------------------------------------------

           ACCEPT SES-DATA     FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-SIS FROM TIME.
           MOVE WRK-HORA-SIS(1:6) TO SES-HORA.
           MOVE WRK-CM-OPERADOR   TO SES-OPERADOR.
           MOVE EIBTRMID          TO SES-TERMINAL.
           MOVE 'F21CIPP '        TO SES-PROGRAMA.

           EXEC CICS WRITEQ TD
                QUEUE('SJRN')
                FROM(REG-SESSAO)
                LENGTH(WRK-TAM-SESSAO)
                RESP(WRK-RESP-JRN)
           END-EXEC.

      *--------------------------------------------------
       2850-99-FIM.                                 EXIT.
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
                   MAPSET('F21CIMM')
                   MAP('MAPA0M')
                   ERASE
                   MAPONLY
              END-EXEC
           ELSE
              EXEC CICS SEND
                   MAPSET('F21CIMM')
                   MAP('MAPA0M')
                   DATAONLY
                   FROM(MAPA0MO)
              END-EXEC
           END-IF.

      *--------------------------------------------------
       3000-99-FIM.                                 EXIT.
      *---------------------------------------------------
