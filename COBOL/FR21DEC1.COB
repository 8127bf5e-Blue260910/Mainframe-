      *   MODULOS....:                                                  00000310
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000320
      *   FR21CALC             MATEMATICA FINANCEIRA (LNKCALC)          00000330
      *-------------------------------------------------------------*   0000033A
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     0000033B
      *  1.0   21/08/26   VICTOR ARANDA    VERSAO INICIAL               0000033C
      *  1.1   15/10/26   VICTOR ARANDA    COMPETENCIA DE CADA PARCELA  0000033D
      *                   (AAAA11 E AAAA12) EM FOLH-COMPET, BASE DO     0000033E
      *                   DEPOSITO DO FGTS (FR21FGT1)                   0000033F
      *  1.2   15/10/26   VICTOR ARANDA    PARCELAS SEM ADIANTAMENTO    0000033G
      *                   QUINZENAL (FOLH-ADIANT ZERADO)                0000033H
      *  1.3   15/10/26   VICTOR ARANDA    PARCELAS SEM PENSAO          0000033I
      *                   ALIMENTICIA (FOLH-PENSAO ZERADO)              0000033J
      *  1.4   15/10/26   VICTOR ARANDA    PARCELAS SEM DESCONTO DE     0000033K
      *                   VALE-TRANSPORTE (FOLH-VALE-TRANSP ZERADO)     0000033L
      *  1.5   15/10/26   VICTOR ARANDA    PARCELAS SEM DEDUCAO DE      0000033M
      *                   DEPENDENTES DE IRRF (FOLH-QTD-DEPIR E         0000033N
      *                   FOLH-DED-DEPIR ZERADOS)                       0000033O
      *  1.6   15/10/26   VICTOR ARANDA    PARCELAS SEM DESCONTO DE     0000033P
      *                   COPARTICIPACAO (FOLH-COPART ZERADO)           0000033Q
      *  1.7   15/10/26   VICTOR ARANDA    PARCELAS SEM COMISSAO DE     0000033R
      *                   VENDAS (FOLH-COMISSAO ZERADO)                 0000033S
      *=============================================================*   00000340
       ENVIRONMENT                               DIVISION.              00000350
      *=============================================================*   00000360
           MOVE ZEROS        TO FOLH-CONSIG.                            00002934
           MOVE ZEROS        TO FOLH-FERIAS FOLH-TERCO.                 00002935
           MOVE ZEROS        TO FOLH-ADIC-TEMPO.                        00002936
           MOVE ZEROS        TO FOLH-RETRO.                             00002940
           MOVE ZEROS        TO FOLH-ADIANT.                            00002941
           MOVE ZEROS        TO FOLH-PENSAO.                            00002942
           MOVE ZEROS        TO FOLH-VALE-TRANSP.                       00002943
           MOVE ZEROS        TO FOLH-QTD-DEPIR FOLH-DED-DEPIR.          00002944
           MOVE ZEROS        TO FOLH-COPART.                            00002945
           MOVE ZEROS        TO FOLH-COMISSAO.                          00002946
           COMPUTE FOLH-COMPET = WRK-ANO-CORRENTE * 100 + 11.           0000294A
           WRITE REG-FOLHPAG.                                           0000294B
                                                                        00002950
      *                 PARCELA DE DEZEMBRO                             00002960
                                                                        00002970
           MOVE WRK-PARCELA2 TO FOLH-BRUTO.                             00002980
           MOVE WRK-PARCELA2 TO FOLH-LIQUIDO.                           00002990
           COMPUTE FOLH-COMPET = WRK-ANO-CORRENTE * 100 + 12.           00003000
           WRITE REG-FOLHPAG.                                           0000300A
                                                                        00003010
           ADD 2           TO WRK-GRAVADOS.                             00003020
           ADD 1           TO WRK-ST-QTDE.                              00003030
