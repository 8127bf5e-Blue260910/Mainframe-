      *      (IDGERENTE DE IVAN.SETOR) NAS TRANSFERENCIAS APLICADAS.    00000192
      *      CADA UPDATE DEIXA A TRILHA ANTES/DEPOIS EM IVAN.AUDFUNC    00000193
      *      PELO MODULO COMUM FR21AUD0.                                00000194
      *      O FUNCIONARIO TRANSFERIDO E AVISADO POR E-MAIL (SETOR      00000195
      *      DE/PARA E DATA EFETIVA) PELA CAIXA DE SAIDA FR21NOT0.      00000196
      *-------------------------------------------------------------*   00000200
      *   BASE DE DADOS:                                                00000210
      *   TABELA.DB2..                                                  00000220
      *   MODULOS....:                                                  00000330
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000340
      *   FR21AUD0             TRILHA DE AUDITORIA DE IVAN.FUNC         00000341
      *   FR21NOT0             CAIXA DE SAIDA DE NOTIFICACOES           0000034A
      *   FR21EVT1             FILA DE EVENTOS TRABALHISTAS (LNKEVT)    00000341
      *=============================================================*   00000350
       ENVIRONMENT                               DIVISION.              00000360
      *------------------FILA DE EVENTOS TRABALHISTAS---------------*   00000972
                                                                        00000973
           COPY 'LNKEVT'.                                               00000974
                                                                        00000975
      *------------------NOTIFICACAO AO FUNCIONARIO-----------------*   00000976
                                                                        00000977
           COPY 'LNKNOTF'.                                              00000978
                                                                        00000979
       01 WRK-NOT-TRANSF.                                               00000985
          05 FILLER          PIC X(09) VALUE 'DO SETOR '.               00000986
          05 WRK-NT-DE       PIC X(04).                                 00000987
          05 FILLER          PIC X(06) VALUE ' PARA '.                  00000988
          05 WRK-NT-PARA     PIC X(04).                                 00000989
          05 FILLER          PIC X(04) VALUE ' EM '.                    00000991
          05 WRK-NT-DIA      PIC X(02).                                 00000992
          05 FILLER          PIC X(01) VALUE '/'.                       00000993
          05 WRK-NT-MES      PIC X(02).                                 00000994
          05 FILLER          PIC X(01) VALUE '/'.                       00000995
          05 WRK-NT-ANO      PIC X(04).                                 00000996
                                                                        00001090
      *--------------------LOGICA-----------------------------------*   00001100
                                                                        00001110
                                                                        00001170
       77 WRK-REJEITADAS      PIC 9(05) VALUE 0.                        00001180
                                                                        00001190
       77 WRK-GERENTE-DEST    PIC 9(05) VALUE ZEROS.                    00001191
       77 WRK-NOME-GERENTE    PIC X(30) VALUE SPACES.                   00001192
       77 WRK-SETOR-ATUAL     PIC X(04).                                00001200
                                                                        00001210
       77 WRK-MOTIVO          PIC X(25).                                00001220
              MOVE WRK-SETOR-ATUAL TO EVT-DADO1                         00003066
              MOVE FD-TR-SETOR     TO EVT-DADO2                         00003067
              CALL 'FR21EVT1' USING EVT-DADOS                           00003068
                                                                        0000306A
      *                 AVISO AO FUNCIONARIO                            0000306B
                                                                        0000306C
              MOVE WRK-SETOR-ATUAL TO WRK-NT-DE                         0000306D
              MOVE FD-TR-SETOR     TO WRK-NT-PARA                       0000306E
              MOVE WRK-TR-DIA      TO WRK-NT-DIA                        0000306F
              MOVE WRK-TR-MES      TO WRK-NT-MES                        0000306G
              MOVE WRK-TR-ANO      TO WRK-NT-ANO                        0000306H
              MOVE 'FR21TRF1'      TO NOT-PROGRAMA                      0000306I
              MOVE 'NOTTRANS'      TO NOT-EVENTO                        0000306J
              MOVE FD-TR-IDFUNC    TO NOT-IDFUNC                        0000306K
              MOVE WRK-NOT-TRANSF  TO NOT-DETALHE                       0000306L
              CALL 'FR21NOT0' USING NOT-DADOS                           0000306M
                                                                        0000306N
              ADD 1 TO WRK-APLICADAS                                    00003070
              MOVE FD-TR-IDFUNC    TO WRK-D-ID                          00003080
              MOVE 'APLICADA  '    TO WRK-D-SITUACAO                    00003090
              MOVE WRK-SETOR-ATUAL TO WRK-D-DE                          00003100
              MOVE FD-TR-SETOR     TO WRK-D-PARA                        00003110
              MOVE FD-TR-DATA      TO WRK-D-DATA                        00003120
                                                                        00003121
      *          GERENTE DO SETOR DESTINO NO RELATORIO                  00003122
                                                                        00003123
              PERFORM 2350-BUSCAR-GERENTE                               00003124
              MOVE WRK-NOME-GERENTE TO WRK-D-CRITICA                    00003130
              WRITE FD-RELTRF FROM WRK-DETALHE                          00003140
           END-IF.                                                      00003150
