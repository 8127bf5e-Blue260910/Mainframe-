      *    PROGRAMA VIA XCTL COM COMMAREA. CADA POSICAO DE FUNCOES   *
      *    NO USUARIOS LIBERA ('S') A OPCAO DE MESMO NUMERO; A       *
      *    MANUTENCAO DE SETORES (F21CIP4) EXIGE AINDA O PERFIL      *
      *    SUPERVISOR. A POSICAO 21 E O PERFIL APROVADOR DAS         *
      *    ALTERACOES DE DADOS BANCARIOS (F21CIPN) E A 23 O DE       *
      *    ADMINISTRADOR DE SEGURANCA (F21CIPP, OPCAO 'N').          *
      *    CONTROLE DE CREDENCIAIS NO SIGNON: SENHA ERRADA SOMA      *
      *    TENTATIVAS E BLOQUEIA O OPERADOR NO LIMITE DO PARAMETRO;  *
      *    SENHA VENCIDA (OU PROVISORIA) SO ENTRA TROCANDO, COM A    *
      *    NOVA SENHA E A CONFIRMACAO NA MESMA TELA; OPERADOR SEM    *
      *    SIGNON HA MAIS DIAS QUE O PARAMETRO E INATIVADO. OS       *
      *    PARAMETROS VEM DO REGISTRO '*PARAMET' DO USUARIOS.        *
      *    CADA SIGNON (ACEITO OU NAO) E CADA DESVIO PARA UMA        *
      *    FUNCAO VAI PARA O JORNAL DE SESSOES (FILA TD 'SJRN').     *
      *      APLICANDO LOGICA PSEUDO COM METODO (EIBCALEN)            *
      *---------------------------------------------------------------*
      *   ARQUIVOS:                                                   *
      *   DDNAME......                                                *
      *    DDNAME              I/O                 INCLUDE/BOOK       *
      *    USUARIOS            I/O (OPERADOR/SENHA/PERFIL)  USUBOOK   *
      *    SJRN (FILA TD)       O  (JORNAL DE SESSOES)      SESBOOK   *
      *---------------------------------------------------------------*
      *   MODULOS....:                             INCLUDE/BOOK       *
      *===============================================================*
      *---------------------------------------------------------------*
      *   REGISTRO DO ARQUIVO USUARIOS (KSDS, CHAVE OPERADOR)         *
      *---------------------------------------------------------------*
      *   O PERFIL DE FUNCOES TEM 23 POSICOES; POSICAO EM BRANCO =
      *   NAO LIBERADA, COMO SEMPRE

           COPY 'USUBOOK'.

      *---------------------------------------------------------------*
      *   REGISTRO DO JORNAL DE SESSOES (FILA TD 'SJRN')              *
      *---------------------------------------------------------------*

           COPY 'SESBOOK'.

       77 WRK-TAM-SESSAO     PIC S9(04) COMP VALUE 100.
       77 WRK-RESP-JRN       PIC S9(04) COMP.

      *---------------------------------------------------------------*
      *   PARAMETROS DE SEGURANCA (REGISTRO '*PARAMET' DO USUARIOS)   *
      *---------------------------------------------------------------*

       77 WRK-CHAVE-PARAM    PIC X(08) VALUE '*PARAMET'.
       77 WRK-MAX-TENT       PIC 9(02).
       77 WRK-DIAS-SENHA     PIC 9(03).
       77 WRK-DIAS-INATIV    PIC 9(03).

       77 WRK-HOJE           PIC 9(08).
       77 WRK-HORA-SIS       PIC 9(08).
       77 WRK-DIAS           PIC S9(07) COMP-3.
       77 WRK-RESTAM         PIC 9(02).
       77 WRK-QT-BRANCOS     PIC 9(02).
       77 WRK-SENHA-VENCIDA  PIC X(01).
       77 WRK-CRITICA-OK     PIC X(01).

       77 WK-RESP            PIC S9(04) COMP.
       77 WRK-RET-MAPA       PIC S9(04) COMP.
      *-------------SIGNON DO OPERADOR-----------------------------
             WHEN '5'
                PERFORM 2100-SIGNON
      *         SENHAS NAO VOLTAM PARA A TELA
                MOVE SPACES TO SENHAO NOVASENO CONFSENO
      *-------------ENTER: ROTEAMENTO PARA A OPCAO-----------------
             WHEN ''''
                PERFORM 2200-ROTEAR
       2100-SIGNON                                            SECTION.
      *---------------------------------------------------------------*

               MOVE SPACES TO WRK-CM-OPERADOR.
               MOVE USUARIOI TO WRK-CHAVE-USU.
               ACCEPT WRK-HOJE FROM DATE YYYYMMDD.

               PERFORM 2110-LER-PARAMETROS.

      *        TODO SIGNON VAI PARA O JORNAL COM O OPERADOR DIGITADO

               MOVE SPACES         TO REG-SESSAO.
               MOVE WRK-CHAVE-USU  TO SES-OPERADOR.
               MOVE 'F21CIP0 '     TO SES-PROGRAMA.

      *        O REGISTRO DE PARAMETROS NAO E OPERADOR

               IF WRK-CHAVE-USU EQUAL WRK-CHAVE-PARAM
                  MOVE 'OPERADOR NAO CADASTRADO' TO MSGO
                  MOVE 'NC' TO SES-EVENTO
                  PERFORM 2800-GRAVAR-JORNAL
                  GO TO 2100-99-FIM
               END-IF.

               EXEC CICS READ
                    FILE('USUARIOS')
                    RIDFLD(WRK-CHAVE-USU)
                    INTO(REG-USUARIO)
                    UPDATE
                    RESP(WK-RESP)
               END-EXEC.

               IF WK-RESP NOT EQUAL DFHRESP(NORMAL)
                  MOVE 'OPERADOR NAO CADASTRADO' TO MSGO
                  MOVE 'NC' TO SES-EVENTO
                  PERFORM 2800-GRAVAR-JORNAL
                  GO TO 2100-99-FIM
               END-IF.

               PERFORM 2120-NORMALIZAR.

      *        BLOQUEADO OU INATIVO SO VOLTA PELA SEGURANCA (F21CIPP)

               IF USU-SITUACAO EQUAL 'B' OR 'I'
                  EXEC CICS UNLOCK
                       FILE('USUARIOS')
                  END-EXEC
                  IF USU-SITUACAO EQUAL 'B'
                     MOVE 'OPERADOR BLOQUEADO - PROCURE A SEGURANCA'
                          TO MSGO
                  ELSE
                     MOVE 'OPERADOR INATIVO - PROCURE A SEGURANCA'
                          TO MSGO
                  END-IF
                  MOVE 'SB' TO SES-EVENTO
                  MOVE USU-SITUACAO TO SES-DET-DEPOIS
                  PERFORM 2800-GRAVAR-JORNAL
                  GO TO 2100-99-FIM
               END-IF.

      *        SEM SIGNON HA MAIS DIAS QUE O PARAMETRO: INATIVA

               IF USU-ULT-SIGNON NOT EQUAL ZEROS
                  COMPUTE WRK-DIAS =
                          FUNCTION INTEGER-OF-DATE(WRK-HOJE)
                        - FUNCTION INTEGER-OF-DATE(USU-ULT-SIGNON)
                  IF WRK-DIAS GREATER WRK-DIAS-INATIV
                     MOVE 'I' TO USU-SITUACAO
                     PERFORM 2130-REGRAVAR
                     MOVE 'OPERADOR INATIVO - PROCURE A SEGURANCA'
                          TO MSGO
                     MOVE 'IN' TO SES-EVENTO
                     MOVE USU-ULT-SIGNON TO SES-DET-ANTES
                     PERFORM 2800-GRAVAR-JORNAL
                     GO TO 2100-99-FIM
                  END-IF
               END-IF.

      *        SENHA ERRADA: SOMA A TENTATIVA E BLOQUEIA NO LIMITE

               IF USU-SENHA NOT EQUAL SENHAI
                  ADD 1 TO USU-TENTATIVAS
                  MOVE USU-TENTATIVAS TO SES-DET-DEPOIS(1:2)
                  IF USU-TENTATIVAS NOT LESS WRK-MAX-TENT
                     MOVE 'B'  TO USU-SITUACAO
                     MOVE 'BL' TO SES-EVENTO
                     MOVE 'SENHA INVALIDA - OPERADOR BLOQUEADO'
                          TO MSGO
                  ELSE
                     MOVE 'SF' TO SES-EVENTO
                     COMPUTE WRK-RESTAM = WRK-MAX-TENT - USU-TENTATIVAS
                     MOVE 'SENHA INVALIDA - RESTAM    TENTATIVAS'
                          TO MSGO
                     MOVE WRK-RESTAM TO MSGO(25:2)
                  END-IF
                  PERFORM 2130-REGRAVAR
                  PERFORM 2800-GRAVAR-JORNAL
                  GO TO 2100-99-FIM
               END-IF.

               MOVE ZEROS TO USU-TENTATIVAS.

      *        SENHA PROVISORIA (DATA ZERADA) OU VENCIDA EXIGE TROCA

               MOVE 'N' TO WRK-SENHA-VENCIDA.
               IF USU-DATA-SENHA EQUAL ZEROS
                  MOVE 'S' TO WRK-SENHA-VENCIDA
               ELSE
                  COMPUTE WRK-DIAS =
                          FUNCTION INTEGER-OF-DATE(WRK-HOJE)
                        - FUNCTION INTEGER-OF-DATE(USU-DATA-SENHA)
                  IF WRK-DIAS GREATER WRK-DIAS-SENHA
                     MOVE 'S' TO WRK-SENHA-VENCIDA
                  END-IF
               END-IF.

               IF NOVASENL GREATER ZEROS
                  PERFORM 2140-TROCAR-SENHA
                  IF WRK-CRITICA-OK NOT EQUAL 'S'
                     PERFORM 2130-REGRAVAR
                     GO TO 2100-99-FIM
                  END-IF
               ELSE
                  IF WRK-SENHA-VENCIDA EQUAL 'S'
                     PERFORM 2130-REGRAVAR
                     MOVE 'SENHA EXPIRADA - INFORME NOVA E CONFIRME'
                          TO MSGO
                     GO TO 2100-99-FIM
                  END-IF
               END-IF.

               MOVE WRK-HOJE TO USU-ULT-SIGNON.
               PERFORM 2130-REGRAVAR.
               IF WK-RESP NOT EQUAL DFHRESP(NORMAL)
                  GO TO 2100-99-FIM
               END-IF.

               MOVE USU-OPERADOR TO WRK-CM-OPERADOR.
               MOVE USU-SUPERV   TO WRK-CM-SUPERV.
               IF NOVASENL GREATER ZEROS
                  MOVE 'SENHA TROCADA - ESCOLHA A OPCAO' TO MSGO
               ELSE
                  MOVE 'OPERADOR CONECTADO - ESCOLHA A OPCAO'
                       TO MSGO
               END-IF.

               MOVE 'SO' TO SES-EVENTO.
               PERFORM 2800-GRAVAR-JORNAL.

       2100-99-FIM.                        EXIT.

      *---------------------------------------------------------------*
       2110-LER-PARAMETROS                                    SECTION.
      *---------------------------------------------------------------*

      *        SEM O REGISTRO '*PARAMET' (OU COM CAMPO ZERADO) VALEM
      *        3 TENTATIVAS, 45 DIAS DE SENHA E 90 DIAS SEM USO

               MOVE 03 TO WRK-MAX-TENT.
               MOVE 45 TO WRK-DIAS-SENHA.
               MOVE 90 TO WRK-DIAS-INATIV.

               EXEC CICS READ
                    FILE('USUARIOS')
                    RIDFLD(WRK-CHAVE-PARAM)
                    INTO(REG-USUARIO)
                    RESP(WK-RESP)
               END-EXEC.

               IF WK-RESP EQUAL DFHRESP(NORMAL)
                  IF USU-PRM-TENTATIVAS NUMERIC
                     AND USU-PRM-TENTATIVAS GREATER ZEROS
                     MOVE USU-PRM-TENTATIVAS  TO WRK-MAX-TENT
                  END-IF
                  IF USU-PRM-DIAS-SENHA NUMERIC
                     AND USU-PRM-DIAS-SENHA GREATER ZEROS
                     MOVE USU-PRM-DIAS-SENHA  TO WRK-DIAS-SENHA
                  END-IF
                  IF USU-PRM-DIAS-INATIV NUMERIC
                     AND USU-PRM-DIAS-INATIV GREATER ZEROS
                     MOVE USU-PRM-DIAS-INATIV TO WRK-DIAS-INATIV
                  END-IF
               END-IF.

       2110-99-FIM.                        EXIT.
      *---------------------------------------------------------------*
       2120-NORMALIZAR                                        SECTION.
      *---------------------------------------------------------------*

      *        REGISTRO RECARREGADO DO LAYOUT ANTIGO VEM COM OS CAMPOS
      *        NOVOS EM BRANCO: ATIVO, SEM TENTATIVAS E COM SENHA
      *        PROVISORIA (TROCA NO PRIMEIRO SIGNON)

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

       2120-99-FIM.                        EXIT.
      *---------------------------------------------------------------*
       2130-REGRAVAR                                          SECTION.
      *---------------------------------------------------------------*

               EXEC CICS REWRITE
                    FILE('USUARIOS')
                    FROM(REG-USUARIO)
                    RESP(WK-RESP)
               END-EXEC.

               IF WK-RESP NOT EQUAL DFHRESP(NORMAL)
                  MOVE 'ERRO NA ATUALIZACAO DO OPERADOR' TO MSGO
               END-IF.

       2130-99-FIM.                        EXIT.
      *---------------------------------------------------------------*
       2140-TROCAR-SENHA                                      SECTION.
      *---------------------------------------------------------------*

      *        NOVA SENHA COM NO MINIMO 6 POSICOES, IGUAL A CONFIRMACAO
      *        E DIFERENTE DA ATUAL

               MOVE 'N' TO WRK-CRITICA-OK.
               INSPECT NOVASENI REPLACING ALL LOW-VALUES BY SPACES.
               INSPECT CONFSENI REPLACING ALL LOW-VALUES BY SPACES.
               MOVE ZEROS TO WRK-QT-BRANCOS.
               INSPECT NOVASENI(1:6) TALLYING WRK-QT-BRANCOS
                       FOR ALL SPACES.

               EVALUATE TRUE
                WHEN NOVASENI NOT EQUAL CONFSENI
                     MOVE 'NOVA SENHA NAO CONFERE COM A CONFIRMACAO'
                          TO MSGO
                WHEN WRK-QT-BRANCOS GREATER ZEROS
                     MOVE 'NOVA SENHA COM MENOS DE 6 POSICOES' TO MSGO
                WHEN NOVASENI EQUAL USU-SENHA
                     MOVE 'NOVA SENHA IGUAL A ATUAL' TO MSGO
                WHEN OTHER
                     MOVE NOVASENI TO USU-SENHA
                     MOVE WRK-HOJE TO USU-DATA-SENHA
                     MOVE 'S'      TO WRK-CRITICA-OK
                     MOVE 'TS'     TO SES-EVENTO
                     PERFORM 2800-GRAVAR-JORNAL
               END-EVALUATE.

       2140-99-FIM.                        EXIT.
      *---------------------------------------------------------------*
       2200-ROTEAR                                            SECTION.
      *---------------------------------------------------------------*
                    WHEN 'H'
                         MOVE 'F21CIPJ ' TO WRK-PROGRAMA-DEST
                         MOVE 17         TO WRK-POS-FUNCAO
                    WHEN 'I'
                         MOVE 'F21CIPK ' TO WRK-PROGRAMA-DEST
                         MOVE 18         TO WRK-POS-FUNCAO
                    WHEN 'J'
                         MOVE 'F21CIPL ' TO WRK-PROGRAMA-DEST
                         MOVE 19         TO WRK-POS-FUNCAO
                    WHEN 'K'
                         MOVE 'F21CIPM ' TO WRK-PROGRAMA-DEST
                         MOVE 20         TO WRK-POS-FUNCAO
                    WHEN 'L'
                         MOVE 'F21CIPN ' TO WRK-PROGRAMA-DEST
                         MOVE 21         TO WRK-POS-FUNCAO
                    WHEN 'M'
                         MOVE 'F21CIPO ' TO WRK-PROGRAMA-DEST
                         MOVE 22         TO WRK-POS-FUNCAO
                    WHEN 'N'
                         MOVE 'F21CIPP ' TO WRK-PROGRAMA-DEST
                         MOVE 23         TO WRK-POS-FUNCAO
                    WHEN OTHER
                         MOVE SPACES     TO WRK-PROGRAMA-DEST
                  END-EVALUATE

      *           O PERFIL DE FUNCOES E RELIDO DO USUARIOS: A
      *           COMMAREA PSEUDO-CONVERSACIONAL SO GUARDA O
      *           OPERADOR E O PERFIL SUPERVISOR. OPERADOR BLOQUEADO
      *           OU INATIVADO DEPOIS DO SIGNON PERDE A SESSAO

                  IF WRK-PROGRAMA-DEST NOT EQUAL SPACES
                     MOVE WRK-CM-OPERADOR TO WRK-CHAVE-USU
                     EXEC CICS READ
                          FILE('USUARIOS')
                          RIDFLD(WRK-CHAVE-USU)
                          INTO(REG-USUARIO)
                          RESP(WK-RESP)
                     END-EXEC
                     IF WK-RESP NOT EQUAL DFHRESP(NORMAL)
                        OR USU-SITUACAO EQUAL 'B' OR 'I'
                        MOVE SPACES TO WRK-PROGRAMA-DEST
                        MOVE SPACES TO WRK-CM-OPERADOR
                        MOVE 'FACA O SIGNON PRIMEIRO (F5)' TO MSGO
                        MOVE 99 TO WRK-POS-FUNCAO
                     ELSE
                        MOVE USU-SUPERV TO WRK-CM-SUPERV
                     END-IF
                  END-IF

      *                  CADA OPCAO EXIGE 'S' NA POSICAO DE MESMO
      *                  NUMERO DO PERFIL DE FUNCOES DO OPERADOR

                    WHEN USU-FUNCOES(WRK-POS-FUNCAO:1)
                         NOT EQUAL 'S'
                         MOVE 'FUNCAO NAO LIBERADA P/ OPERADOR'
                              TO MSGO
      *                  SETORES SO PARA SUPERVISOR

                    WHEN WRK-PROGRAMA-DEST EQUAL 'F21CIP4 '
                         AND USU-SUPERV NOT EQUAL 'S'
                         MOVE 'FUNCAO RESTRITA A SUPERVISOR'
                              TO MSGO

                    WHEN OTHER
                         MOVE SPACES            TO REG-SESSAO
                         MOVE 'XC'              TO SES-EVENTO
                         MOVE WRK-CM-OPERADOR   TO SES-OPERADOR
                         MOVE WRK-PROGRAMA-DEST TO SES-PROGRAMA
                         PERFORM 2800-GRAVAR-JORNAL
                         EXEC CICS XCTL
                              PROGRAM(WRK-PROGRAMA-DEST)
                              COMMAREA(WRK-COMMAREA)
               END-IF.

       2200-99-FIM.                        EXIT.
      *---------------------------------------------------------------*
       2800-GRAVAR-JORNAL                                     SECTION.
      *---------------------------------------------------------------*

      *        EVENTO, OPERADOR, PROGRAMA E DETALHE VEM DO CHAMADOR;
      *        AQUI ENTRAM DATA, HORA E TERMINAL. FALHA NA FILA NAO
      *        IMPEDE O SIGNON NEM O DESVIO (A OPERACAO ACOMPANHA A
      *        FILA PELO CICS)

               ACCEPT SES-DATA     FROM DATE YYYYMMDD.
               ACCEPT WRK-HORA-SIS FROM TIME.
               MOVE WRK-HORA-SIS(1:6) TO SES-HORA.
               MOVE EIBTRMID          TO SES-TERMINAL.

               EXEC CICS WRITEQ TD
                    QUEUE('SJRN')
                    FROM(REG-SESSAO)
                    LENGTH(WRK-TAM-SESSAO)
                    RESP(WRK-RESP-JRN)
               END-EXEC.

       2800-99-FIM.                        EXIT.
      *---------------------------------------------------------------*
       3000-FINALIZAR                                         SECTION.
      *---------------------------------------------------------------*
