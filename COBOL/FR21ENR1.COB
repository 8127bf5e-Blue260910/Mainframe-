      *      (COLUNA DTINICIO, CRIADA PARA A CARENCIA). CADA            00000200
      *      ADESAO ACEITA GERA A CARTA DE CONFIRMACAO (CARTACON);      00000210
      *      AS RECUSADAS SAEM NO RELENR COM O MOTIVO PARA O RH.        00000220
      *      A ADESAO ACEITA TAMBEM E AVISADA AO FUNCIONARIO POR        00000221
      *      E-MAIL, PELA CAIXA DE SAIDA DE NOTIFICACOES (FR21NOT0).    00000222
      *                                                                 00000230
      *      PARM DA EXECUCAO: ANO-PLANO (4) + MESES DE CARENCIA (2).   00000240
      *-------------------------------------------------------------*   00000250
      *-------------------------------------------------------------*   00000380
      *   MODULOS....:                                                  00000390
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000400
      *   FR21NOT0             CAIXA DE SAIDA DE NOTIFICACOES           00000401
      *=============================================================*   00000410
       ENVIRONMENT                               DIVISION.              00000420
      *=============================================================*   00000430
       77 WRK-RECUSADAS       PIC 9(05) VALUE 0.                        00001470
                                                                        00001480
       77 WRK-CARTAS          PIC 9(05) VALUE 0.                        00001490
                                                                        00001491
       77 WRK-AVISOS          PIC 9(05) VALUE 0.                        00001492
                                                                        00001500
       77 WRK-ANO-PLANO       PIC 9(04) VALUE 0.                        00001510
                                                                        00001520
          05 WRK-CT-VIGENCIA  PIC X(10).                                00002260
          05 FILLER   PIC X(49).                                        00002270
                                                                        00002280
      *--------------------NOTIFICACAO AO FUNCIONARIO---------------*   0000228A
                                                                        0000228B
       01 WRK-NOT-ADESAO.                                               0000228C
          05 WRK-NB-PLANMED   PIC X(10).                                0000228D
          05 FILLER           PIC X(03) VALUE ' + '.                    0000228E
          05 WRK-NB-PLANDENT  PIC X(10).                                0000228F
          05 FILLER           PIC X(07) VALUE ' DESDE '.                0000228G
          05 WRK-NB-VIGENCIA  PIC X(10).                                0000228H
                                                                        0000228I
           COPY 'LNKNOTF'.                                              0000228J
                                                                        0000228K
      *--------------------LINHAS DO RELATORIO----------------------*   00002290
                                                                        00002300
       01 WRK-CABEC1.                                                   00002310
                                                                        00005830
           ADD 1 TO WRK-ACEITAS.                                        00005840
           PERFORM 2600-GRAVAR-CARTA.                                   00005850
           PERFORM 2700-NOTIFICAR.                                      00005851
                                                                        00005860
       2500-99-FIM.                                            EXIT.    00005870
      *=============================================================*   00005880
                                                                        00006070
       2600-99-FIM.                                            EXIT.    00006080
      *=============================================================*   00006090
                                                                        0000609A
      *=============================================================*   0000609B
       2700-NOTIFICAR                                       SECTION.    0000609C
                                                                        0000609D
           MOVE FD-EL-PLANMED     TO WRK-NB-PLANMED.                    0000609E
           MOVE FD-EL-PLANDENT    TO WRK-NB-PLANDENT.                   0000609F
           MOVE WRK-DTINICIO-NOVA TO WRK-NB-VIGENCIA.                   0000609G
                                                                        0000609H
           MOVE 'FR21ENR1'        TO NOT-PROGRAMA.                      0000609I
           MOVE 'NOTBENEF'        TO NOT-EVENTO.                        0000609J
           MOVE FD-EL-IDFUNC      TO NOT-IDFUNC.                        0000609K
           MOVE WRK-NOT-ADESAO    TO NOT-DETALHE.                       0000609L
           CALL 'FR21NOT0' USING NOT-DADOS.                             0000609M
           ADD 1 TO WRK-AVISOS.                                         0000609N
                                                                        0000609O
       2700-99-FIM.                                            EXIT.    0000609P
      *=============================================================*   0000609Q
                                                                        00006100
      *=============================================================*   00006110
       2800-RECUSAR                                         SECTION.    00006120
             DISPLAY 'ADESOES ACEITAS.......' WRK-ACEITAS.              00006280
             DISPLAY 'ADESOES RECUSADAS.....' WRK-RECUSADAS.            00006290
             DISPLAY 'CARTAS EMITIDAS.......' WRK-CARTAS.               00006300
             DISPLAY 'AVISOS AO FUNCIONARIO.' WRK-AVISOS.               00006301
             DISPLAY 'FINAL DE PROGRAMA'.                               00006310
                                                                        00006320
             CLOSE ELEMOV.                                              00006330
