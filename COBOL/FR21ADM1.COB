      *                   DO RH ('S'), E A LIBERACAO FICA ANOTADA       00000138
      *  1.3   02/09/26   VICTOR ARANDA    TRILHA DE AUDITORIA DA       00000139
      *                   INCLUSAO EM IVAN.AUDFUNC (FR21AUD0)           0000013A
      *  1.4   15/10/26   VICTOR ARANDA    NUMERO DA REQUISICAO DE      0000013B
      *                   VAGA NA ADMISSAO: A REQUISICAO ABERTA DO      0000013C
      *                   SETOR E FECHADA COMO PREENCHIDA (IVAN.REQUIS) 0000013D
      *-------------------------------------------------------------*   00000140
      *   OBJETIVO: CARGA DE ADMISSOES EM IVAN.FUNC, NO LUGAR DOS       00000150
      *      INSERTS MANUAIS DA EPOCA DO MD022101. LE O ARQUIVO DE      00000160
      *      SETOR E DATA DE ADMISSAO), INSERE SOB CONTROLE DE          00000180
      *      COMMIT, DISPARA O EVENTO TRABALHISTA 'ADM' (FR21EVT1)      00000190
      *      DE CADA ADMISSAO EFETIVADA E EMITE A CRITICA (RELADM).     00000200
      *      ADMISSAO COM NUMERO DE REQUISICAO FECHA A REQUISICAO       00000201
      *      (STATUS 'P', DATA DE FECHAMENTO = DATA DE ADMISSAO) NA     00000202
      *      MESMA UNIDADE DE TRABALHO DO INSERT; REQUISICAO QUE NAO    00000203
      *      ESTA ABERTA PARA O SETOR NAO BARRA A ADMISSAO, SO SAI      00000204
      *      ANOTADA NA CRITICA.                                        00000205
      *-------------------------------------------------------------*   00000210
      *   BASE DE DADOS:                                                00000220
      *   TABELA.DB2..                                                  00000230
      *    ------              I/O                 INCLUDE/BOOK         00000240
      *   IVAN.FUNC            I/O                 #BKFUNC----          00000250
      *   IVAN.REQUIS          I/O                 #BKREQU----          00000251
      *-------------------------------------------------------------*   00000260
      *   ARQUIVOS:                                                     00000270
      *    DDNAME              I/O                  COPY/BOOK           00000280
       FILE                                                 SECTION.    00000570
      *=============================================================*   00000580
                                                                        00000590
      *      ENTRADA - ADMISSOES                    LRECL = 102         00000600
      *      NUMREQ ZERADO = ADMISSAO SEM REQUISICAO DE VAGA            00000601
       FD ADMMOV                                                        00000610
           RECORDING  MODE IS F                                         00000620
           BLOCK CONTAINS 0 RECORDS.                                    00000630
          05 FD-AD-SETOR     PIC X(04).                                 00000710
          05 FD-AD-DATAADM   PIC X(10).                                 00000720
          05 FD-AD-CARGO     PIC X(04).                                 00000725
          05 FD-AD-NUMREQ    PIC 9(07).                                 00000730
                                                                        00000740
      *      SAIDA - CRITICA                        LRECL = 80          00000750
       FD RELADM                                                        00000760
           END-EXEC.                                                    0000089B
                                                                        00000898
           EXEC SQL                                                     00000900
              INCLUDE #BKREQU                                           00000901
           END-EXEC.                                                    00000902
                                                                        00000903
           EXEC SQL                                                     00000904
              INCLUDE SQLCA                                             00000910
           END-EXEC.                                                    00000920
                                                                        0000091A
       77 WRK-ADMITIDOS       PIC 9(05) VALUE 0.                        00001120
       77 WRK-REJEITADOS      PIC 9(05) VALUE 0.                        00001130
       77 WRK-MOTIVO          PIC X(25).                                00001140
       77 WRK-REQ-FECHADAS    PIC 9(05) VALUE 0.                        0000114A
                                                                        0000114B
      *-----------FAIXA SALARIAL DO CARGO---------------------------*   0000114C
                                                                        0000114D
       77 WRK-TEM-FAIXA       PIC X(01) VALUE 'N'.                      0000114E
                                                                        0000114F
      *-----------CHECAGEM DE RECONTRATACAO-------------------------*   0000114G
                                                                        0000114H
       77 WRK-AVAL-RH         PIC X(01) VALUE 'N'.                      0000114I
       77 WRK-RECONTRATADO    PIC X(01) VALUE 'N'.                      0000114J
       77 WRK-JUSTA-CAUSA     PIC X(01) VALUE 'N'.                      0000114K
       77 WRK-NOME-BUSCA      PIC X(30) VALUE SPACES.                   0000114L
       77 WRK-OBSERVACAO      PIC X(25) VALUE SPACES.                   0000114M
                                                                        00001150
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00001160
                                                                        00001170
                  MOVE FD-AD-ID   TO LNK-AU-IDFUNC                      00002155
                  MOVE SPACES     TO LNK-AU-IMAGEM-ANT                  00002156
                  CALL 'FR21AUD0' USING LNK-AUDFUNC                     00002157
                  IF FD-AD-NUMREQ NUMERIC                               0000215A
                     AND FD-AD-NUMREQ NOT EQUAL ZEROS                   0000215B
                     PERFORM 2300-FECHAR-REQUISICAO                     0000215C
                  END-IF                                                0000215D
                  EXEC SQL COMMIT END-EXEC                              00002160
                  ADD 1 TO WRK-ADMITIDOS                                00002170
                  MOVE 'ADMITIDO  ' TO WRK-D-SITUACAO                   00002180
      *=============================================================*   00002480
                                                                        00002490
      *=============================================================*   00002500
       2300-FECHAR-REQUISICAO                               SECTION.    00002510
                                                                        00002520
      *          REQUISICAO ABERTA DO SETOR DA ADMISSAO FICA            00002530
      *          PREENCHIDA PELO FUNCIONARIO ADMITIDO; O COMMIT E O     00002540
      *          DO PROPRIO INSERT EM IVAN.FUNC                         00002550
                                                                        00002560
           MOVE FD-AD-NUMREQ  TO REQ-NUMREQ.                            00002570
           MOVE FD-AD-SETOR   TO REQ-IDSETOR.                           00002580
           MOVE FD-AD-DATAADM TO REQ-DTFECH.                            00002590
           MOVE FD-AD-ID      TO REQ-IDFUNC.                            00002600
                                                                        00002610
           EXEC SQL                                                     00002620
                UPDATE IVAN.REQUIS                                      00002630
                   SET STATUS  = 'P',                                   00002640
                       DTFECH  = :REQ-DTFECH,                           00002650
                       IDFUNC  = :REQ-IDFUNC                            00002660
                 WHERE NUMREQ  = :REQ-NUMREQ                            00002670
                   AND IDSETOR = :REQ-IDSETOR                           00002680
                   AND STATUS  = 'A'                                    00002690
           END-EXEC.                                                    00002700
                                                                        00002710
           EVALUATE SQLCODE                                             00002720
             WHEN 0                                                     00002730
                  ADD 1 TO WRK-REQ-FECHADAS                             00002740
                  IF WRK-OBSERVACAO EQUAL SPACES                        00002750
                     MOVE 'REQUISICAO PREENCHIDA   '                    00002760
                          TO WRK-OBSERVACAO                             00002770
                  END-IF                                                00002780
             WHEN 100                                                   00002790
                  MOVE 'REQUISICAO NAO ABERTA   ' TO WRK-OBSERVACAO     00002800
             WHEN OTHER                                                 00002810
                  MOVE SQLCODE TO WRK-SQLCODE                           00002820
                  DISPLAY 'ERRO ' WRK-SQLCODE ' NA REQUISICAO'          00002830
                  MOVE 'ERRO SQL NA REQUISICAO  ' TO WRK-OBSERVACAO     00002840
           END-EVALUATE.                                                00002850
                                                                        00002860
       2300-99-FIM.                                            EXIT.    00002870
      *=============================================================*   00002880
                                                                        00002890
      *=============================================================*   00002900
       3000-FINALIZAR                                       SECTION.    00002910
                                                                        00002920
             DISPLAY 'ADMISSOES LIDAS.......' WRK-LIDOS.                00002930
             DISPLAY 'ADMITIDOS.............' WRK-ADMITIDOS.            00002940
             DISPLAY 'REJEITADOS............' WRK-REJEITADOS.           00002950
             DISPLAY 'REQUISICOES FECHADAS..' WRK-REQ-FECHADAS.         00002960
             DISPLAY 'FINAL DE PROGRAMA'.                               00002970
                                                                        00002980
             CLOSE ADMMOV.                                              00002990
             CLOSE RELADM.                                              00003000
             STOP RUN.                                                  00003010
                                                                        00003020
       3000-99-FIM.                                            EXIT.    00003030
      *=============================================================*   00003040
                                                                        00003050
      *=============================================================*   00003060
       9000-TRATARERROS                                     SECTION.    00003070
                                                                        00003080
             MOVE 'E' TO WRK-SEVERIDADE.                                00003090
             CALL 'GRAVALOG' USING WRK-DADOS.                           00003100
             STOP RUN.                                                  00003110
                                                                        00003120
       9000-99-FIM.                                            EXIT.    00003130
      *=============================================================*   00003140
