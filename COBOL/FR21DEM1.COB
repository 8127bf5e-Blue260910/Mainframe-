      *      ENCERRA OS BENEFICIOS DO FUNCIONARIO EM IVAN.BENEF.        00000160
      *      OS RELATORIOS ATIVOS (FR21DB06/07, FR21JOIN, FOLHA)        00000170
      *      PASSAM A FILTRAR DATADEM NULA.                             00000180
      *      O TITULAR DO PLANO MEDICO DISPENSADO SEM JUSTA CAUSA       00000181
      *      GANHA O REGISTRO DE CONTINUIDADE EM IVAN.CONTPLAN,         00000182
      *      COBRADO PELO FR21CNT1.                                     00000183
      *-------------------------------------------------------------*   00000190
      *   BASE DE DADOS:                                                00000200
      *   TABELA.DB2..                                                  00000210
      *   IVAN.FUNC            I/O                 #BKFUNC----          00000230
      *   IVAN.BENEF           I/O                 #BKBENEF---          00000240
      *   IVAN.FUNCHIST         O                  #BKFHIST---          00000241
      *   IVAN.CONTPLAN         O                  #BKCPLN----          00000242
      *-------------------------------------------------------------*   00000250
      *   ARQUIVOS:                                                     00000260
      *    DDNAME              I/O                  COPY/BOOK           00000270
      *                   CHECAGEM DE RECONTRATACAO DO FR21ADM1)        00000328
      *  1.2   02/09/26   VICTOR ARANDA    TRILHA DE AUDITORIA DO       00000329
      *                   DESLIGAMENTO EM IVAN.AUDFUNC (FR21AUD0)       0000032B
      *  1.3   15/10/26   VICTOR ARANDA    REGISTRO DE CONTINUIDADE DO  0000032C
      *                   PLANO MEDICO (IVAN.CONTPLAN) COM O PRAZO DO   0000032D
      *                   DIREITO E O PRAZO DE OPCAO, ANTES DE          0000032E
      *                   ENCERRAR A INSCRICAO EM IVAN.BENEF            0000032F
      *=============================================================*   00000330
       ENVIRONMENT                               DIVISION.              00000340
      *=============================================================*   00000350
              INCLUDE #BKFHIST                                          00000882
           END-EXEC.                                                    00000883
                                                                        00000884
           EXEC SQL                                                     00000885
              INCLUDE #BKCPLN                                           00000886
           END-EXEC.                                                    00000887
                                                                        00000888
           EXEC SQL                                                     00000890
              INCLUDE SQLCA                                             00000900
           END-EXEC.                                                    00000910
       77 WRK-REJEITADOS      PIC 9(05) VALUE 0.                        00001110
                                                                        00001120
       77 WRK-BENEF-ENCERR    PIC 9(05) VALUE 0.                        00001130
                                                                        00001131
       77 WRK-CONTIN-ABERTAS  PIC 9(05) VALUE 0.                        00001132
                                                                        00001140
       77 WRK-DATADEM         PIC X(10).                                00001150
                                                                        00001160
          05 WRK-DM-ANO       PIC X(04).                                00001250
          05 WRK-DM-MES       PIC X(02).                                00001260
          05 WRK-DM-DIA       PIC X(02).                                00001270
       01 WRK-DATA-DM-N REDEFINES WRK-DATA-DM.                          00001271
          05 WRK-DM-ANO-N     PIC 9(04).                                00001272
          05 WRK-DM-MES-N     PIC 9(02).                                00001273
          05 WRK-DM-DIA-N     PIC 9(02).                                00001274
                                                                        00001275
      *          CONTINUIDADE DO PLANO MEDICO                           00001276
                                                                        00001277
       01 WRK-DATA-ADM.                                                 00001278
          05 WRK-ADM-ANO      PIC 9(04).                                00001279
          05 WRK-ADM-MES      PIC 9(02).                                0000127A
          05 WRK-ADM-DIA      PIC 9(02).                                0000127B
                                                                        0000127C
       01 WRK-DATA-AUX        PIC 9(08).                                0000127D
       01 WRK-DATA-AUX-R REDEFINES WRK-DATA-AUX.                        0000127E
          05 WRK-AUX-ANO      PIC 9(04).                                0000127F
          05 WRK-AUX-MES      PIC 9(02).                                0000127G
          05 WRK-AUX-DIA      PIC 9(02).                                0000127H
                                                                        0000127I
       01 WRK-DATA-ISO.                                                 0000127J
          05 WRK-ISO-ANO      PIC 9(04).                                0000127K
          05 FILLER           PIC X(01) VALUE '-'.                      0000127L
          05 WRK-ISO-MES      PIC 9(02).                                0000127M
          05 FILLER           PIC X(01) VALUE '-'.                      0000127N
          05 WRK-ISO-DIA      PIC 9(02).                                0000127O
                                                                        0000127P
       77 WRK-DATA-INT        PIC 9(08).                                0000127Q
       77 WRK-MES-ABS         PIC 9(06).                                0000127R
       77 WRK-MESES-CONTR     PIC S9(03).                               0000127S
       77 WRK-MESES-DIR       PIC 9(03).                                0000127T
       77 WRK-MESES-MIN       PIC 9(03) VALUE 6.                        0000127U
       77 WRK-MESES-MAX       PIC 9(03) VALUE 24.                       0000127V
       77 WRK-DIAS-OPCAO      PIC 9(03) VALUE 30.                       0000127W
       77 WRK-CRIT-CONT       PIC X(25).                                0000127X
                                                                        00001280
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00001290
                                                                        00001300
              MOVE 'G' TO LNK-AU-FASE                                   00002771
              CALL 'FR21AUD0' USING LNK-AUDFUNC                         00002772
                                                                        00002780
      *                 CONTINUIDADE DO PLANO MEDICO, ANTES DE          00002781
      *                 ENCERRAR A INSCRICAO                            00002782
                                                                        00002783
              PERFORM 2230-ABRIR-CONTINUIDADE                           00002784
                                                                        00002785
      *                 ENCERRAMENTO DOS BENEFICIOS                     00002790
                                                                        00002800
              MOVE FD-DM-IDFUNC TO DB2-IDFUNC                           00002810
              MOVE 'DESLIGADO ' TO WRK-D-SITUACAO                       00002970
              MOVE WRK-DATADEM  TO WRK-D-DATA                           00002980
              MOVE FD-DM-MOTIVO TO WRK-D-MOTIVO                         00002990
              MOVE WRK-CRIT-CONT TO WRK-D-CRITICA                       00003000
              WRITE FD-RELDEM FROM WRK-DETALHE                          00003010
           END-IF.                                                      00003020
                                                                        00003030
       2200-99-FIM.                                            EXIT.    00003040
      *=============================================================*   00003060
                                                                        00003070
      *=============================================================*   00003080
       2230-ABRIR-CONTINUIDADE                              SECTION.    00003090
                                                                        00003100
      *          TITULAR DO PLANO MEDICO DISPENSADO SEM JUSTA CAUSA     00003110
      *          PODE MANTER O PLANO PAGANDO O PREMIO INTEGRAL POR      00003120
      *          UM TERCO DO TEMPO DE CONTRIBUICAO (ADMISSAO ATE O      00003130
      *          DESLIGAMENTO), NO MINIMO 6 E NO MAXIMO 24 MESES, E     00003140
      *          TEM 30 DIAS PARA OPTAR. PEDIDO DE DEMISSAO E JUSTA     00003150
      *          CAUSA NAO TEM O DIREITO. A OPCAO, A COBRANCA E O       00003160
      *          ENCERRAMENTO SAO DO FR21CNT1                           00003170
                                                                        00003180
           MOVE SPACES TO WRK-CRIT-CONT.                                00003190
                                                                        00003200
           IF FD-DM-MOTIVO(1:11) EQUAL 'JUSTA CAUSA'                    00003210
              OR FD-DM-MOTIVO(1:6) EQUAL 'PEDIDO'                       00003220
              GO TO 2230-99-FIM                                         00003230
           END-IF.                                                      00003240
                                                                        00003250
           MOVE FD-DM-IDFUNC TO DB2-IDFUNC.                             00003260
                                                                        00003270
           EXEC SQL                                                     00003280
                SELECT PLANMED, COTAS                                   00003290
                  INTO :DB2-PLANMED, :DB2-COTAS                         00003300
                  FROM IVAN.BENEF                                       00003310
                 WHERE IDFUNC = :DB2-IDFUNC                             00003320
           END-EXEC.                                                    00003330
                                                                        00003340
           IF SQLCODE EQUAL 100                                         00003350
              GO TO 2230-99-FIM                                         00003360
           END-IF.                                                      00003370
                                                                        00003380
           IF SQLCODE NOT EQUAL 0                                       00003390
              MOVE SQLCODE TO WRK-SQLCODE                               00003400
              DISPLAY 'ERRO ' WRK-SQLCODE ' NA CONSULTA BENEF '         00003410
                      FD-DM-IDFUNC                                      00003420
              GO TO 2230-99-FIM                                         00003430
           END-IF.                                                      00003440
                                                                        00003450
           IF DB2-PLANMED EQUAL SPACES                                  00003460
              GO TO 2230-99-FIM                                         00003470
           END-IF.                                                      00003480
                                                                        00003490
           EXEC SQL                                                     00003500
                SELECT DATAADM                                          00003510
                  INTO :DB2-DATAADM                                     00003520
                  FROM IVAN.FUNC                                        00003530
                 WHERE ID = :DB2-ID                                     00003540
           END-EXEC.                                                    00003550
                                                                        00003560
           IF SQLCODE NOT EQUAL 0                                       00003570
              MOVE SQLCODE TO WRK-SQLCODE                               00003580
              DISPLAY 'ERRO ' WRK-SQLCODE ' NA ADMISSAO '               00003590
                      FD-DM-IDFUNC                                      00003600
              GO TO 2230-99-FIM                                         00003610
           END-IF.                                                      00003620
                                                                        00003630
      *          MESES COMPLETOS DE CONTRIBUICAO E MESES DE DIREITO     00003640
                                                                        00003650
           MOVE DB2-DATAADM(1:4) TO WRK-ADM-ANO.                        00003660
           MOVE DB2-DATAADM(6:2) TO WRK-ADM-MES.                        00003670
           MOVE DB2-DATAADM(9:2) TO WRK-ADM-DIA.                        00003680
                                                                        00003690
           COMPUTE WRK-MESES-CONTR =                                    00003700
              (WRK-DM-ANO-N - WRK-ADM-ANO) * 12                         00003710
              + WRK-DM-MES-N - WRK-ADM-MES.                             00003720
           IF WRK-DM-DIA-N LESS WRK-ADM-DIA                             00003730
              SUBTRACT 1 FROM WRK-MESES-CONTR                           00003740
           END-IF.                                                      00003750
           IF WRK-MESES-CONTR LESS ZEROS                                00003760
              MOVE ZEROS TO WRK-MESES-CONTR                             00003770
           END-IF.                                                      00003780
                                                                        00003790
           COMPUTE WRK-MESES-DIR = WRK-MESES-CONTR / 3.                 00003800
           IF WRK-MESES-DIR LESS WRK-MESES-MIN                          00003810
              MOVE WRK-MESES-MIN TO WRK-MESES-DIR                       00003820
           END-IF.                                                      00003830
           IF WRK-MESES-DIR GREATER WRK-MESES-MAX                       00003840
              MOVE WRK-MESES-MAX TO WRK-MESES-DIR                       00003850
           END-IF.                                                      00003860
                                                                        00003870
      *          PRAZO DA OPCAO: 30 DIAS CORRIDOS DO DESLIGAMENTO       00003880
                                                                        00003890
           COMPUTE WRK-DATA-INT =                                       00003900
              FUNCTION INTEGER-OF-DATE(WRK-DATA-DM) + WRK-DIAS-OPCAO.   00003910
           COMPUTE WRK-DATA-AUX =                                       00003920
              FUNCTION DATE-OF-INTEGER(WRK-DATA-INT).                   00003930
           MOVE WRK-AUX-ANO  TO WRK-ISO-ANO.                            00003940
           MOVE WRK-AUX-MES  TO WRK-ISO-MES.                            00003950
           MOVE WRK-AUX-DIA  TO WRK-ISO-DIA.                            00003960
           MOVE WRK-DATA-ISO TO CPL-DTLIMOPC.                           00003970
                                                                        00003980
      *          FIM DO DIREITO: ULTIMO DIA DO MES EM QUE SE            00003990
      *          COMPLETAM OS MESES DE DIREITO                          00004000
                                                                        00004010
           COMPUTE WRK-MES-ABS =                                        00004020
              WRK-DM-ANO-N * 12 + WRK-DM-MES-N + WRK-MESES-DIR.         00004030
           DIVIDE WRK-MES-ABS BY 12 GIVING WRK-AUX-ANO                  00004040
                                REMAINDER WRK-AUX-MES.                  00004050
           ADD 1  TO WRK-AUX-MES.                                       00004060
           MOVE 1 TO WRK-AUX-DIA.                                       00004070
           COMPUTE WRK-DATA-INT =                                       00004080
              FUNCTION INTEGER-OF-DATE(WRK-DATA-AUX) - 1.               00004090
           COMPUTE WRK-DATA-AUX =                                       00004100
              FUNCTION DATE-OF-INTEGER(WRK-DATA-INT).                   00004110
           MOVE WRK-AUX-ANO  TO WRK-ISO-ANO.                            00004120
           MOVE WRK-AUX-MES  TO WRK-ISO-MES.                            00004130
           MOVE WRK-AUX-DIA  TO WRK-ISO-DIA.                            00004140
           MOVE WRK-DATA-ISO TO CPL-DTFIMDIR.                           00004150
                                                                        00004160
           MOVE FD-DM-IDFUNC    TO CPL-IDFUNC.                          00004170
           MOVE DB2-PLANMED     TO CPL-PLANMED.                         00004180
           MOVE DB2-COTAS       TO CPL-COTAS.                           00004190
           MOVE WRK-DATADEM     TO CPL-DATADEM.                         00004200
           MOVE WRK-MESES-CONTR TO CPL-MESCONTR.                        00004210
           MOVE WRK-MESES-DIR   TO CPL-MESDIR.                          00004220
           MOVE SPACES          TO CPL-OPCAO CPL-DTOPCAO                00004230
                                   CPL-MOTIVOENC.                       00004240
           MOVE 'P'             TO CPL-SITUACAO.                        00004250
           MOVE '000000'        TO CPL-COMPETFAT CPL-COMPETPAG.         00004260
           MOVE ZEROS           TO CPL-VALFAT.                          00004270
                                                                        00004280
           EXEC SQL                                                     00004290
                INSERT INTO IVAN.CONTPLAN                               00004300
                       (IDFUNC, PLANMED, COTAS, DATADEM, MESCONTR,      00004310
                        MESDIR, DTLIMOPC, DTFIMDIR, OPCAO, DTOPCAO,     00004320
                        SITUACAO, MOTIVOENC, COMPETFAT, VALFAT,         00004330
                        COMPETPAG, DTULTALT)                            00004340
                VALUES (:CPL-IDFUNC, :CPL-PLANMED, :CPL-COTAS,          00004350
                        :CPL-DATADEM, :CPL-MESCONTR, :CPL-MESDIR,       00004360
                        :CPL-DTLIMOPC, :CPL-DTFIMDIR, :CPL-OPCAO,       00004370
                        :CPL-DTOPCAO, :CPL-SITUACAO, :CPL-MOTIVOENC,    00004380
                        :CPL-COMPETFAT, :CPL-VALFAT, :CPL-COMPETPAG,    00004390
                        CHAR(CURRENT DATE, ISO))                        00004400
           END-EXEC.                                                    00004410
                                                                        00004420
           EVALUATE SQLCODE                                             00004430
             WHEN 0                                                     00004440
                  ADD 1 TO WRK-CONTIN-ABERTAS                           00004450
                  MOVE 'CONTINUIDADE PLANO ABERTA' TO WRK-CRIT-CONT     00004460
             WHEN -803                                                  00004470
                  MOVE 'CONTINUIDADE JA EXISTENTE' TO WRK-CRIT-CONT     00004480
             WHEN OTHER                                                 00004490
                  MOVE SQLCODE TO WRK-SQLCODE                           00004500
                  DISPLAY 'ERRO ' WRK-SQLCODE ' NO INSERT CONTPLAN '    00004510
                          FD-DM-IDFUNC                                  00004520
           END-EVALUATE.                                                00004530
                                                                        00004540
       2230-99-FIM.                                            EXIT.    00004550
      *=============================================================*   00004560
                                                                        00004570
      *=============================================================*   00004580
       2250-ARQUIVAR-DESLIGADO                              SECTION.    00004590
                                                                        00004600
      *          MOTIVO INICIADO EM 'JUSTA CAUSA' MARCA O               00004610
      *          ARQUIVO PARA BLOQUEAR RECONTRATACAO SEM AVAL           00004620
                                                                        00004630
           EXEC SQL                                                     00004640
                INSERT INTO IVAN.FUNCHIST                               00004650
                       (IDFUNC, NOME, IDADE, SALARIO, EMAIL,            00004660
                        SETOR, DATAADM, DATADEM, MOTIVO,                00004670
                        JUSTACAUSA)                                     00004680
                SELECT ID, NOME, IDADEFUNC, SALARIO, EMAIL,             00004690
                       SETOR, DATAADM, DATADEM,                         00004700
                       :FD-DM-MOTIVO,                                   00004710
                       CASE WHEN :FD-DM-MOTIVO LIKE 'JUSTA CAUSA%'      00004720
                            THEN 'S' ELSE 'N' END                       00004730
                  FROM IVAN.FUNC                                        00004740
                 WHERE ID = :DB2-ID                                     00004750
           END-EXEC.                                                    00004760
                                                                        00004770
           IF SQLCODE NOT EQUAL 0                                       00004780
              MOVE SQLCODE TO WRK-SQLCODE                               00004790
              DISPLAY 'ERRO ' WRK-SQLCODE ' NO ARQUIVO HISTORICO '      00004800
                      FD-DM-IDFUNC                                      00004810
           END-IF.                                                      00004820
                                                                        00004830
       2250-99-FIM.                                            EXIT.    00004840
      *=============================================================*   00004850
                                                                        00004860
      *=============================================================*   00004870
       3000-FINALIZAR                                       SECTION.    00004880
                                                                        00004890
             DISPLAY 'DESLIGAMENTOS LIDOS...' WRK-LIDOS.                00004900
             DISPLAY 'DESLIGADOS............' WRK-DESLIGADOS.           00004910
             DISPLAY 'REJEITADOS............' WRK-REJEITADOS.           00004920
             DISPLAY 'BENEFICIOS ENCERRADOS.' WRK-BENEF-ENCERR.         00004930
             DISPLAY 'CONTINUIDADES ABERTAS.' WRK-CONTIN-ABERTAS.       00004940
             DISPLAY WRK-MSG-FINAL.                                     00004950
                                                                        00004960
             CLOSE DEMITIDOS.                                           00004970
             CLOSE RELDEM.                                              00004980
             STOP RUN.                                                  00004990
                                                                        00005000
       3000-99-FIM.                                            EXIT.    00005010
      *=============================================================*   00005020
                                                                        00005030
      *=============================================================*   00005040
       9000-TRATARERROS                                     SECTION.    00005050
                                                                        00005060
             MOVE 'E' TO WRK-SEVERIDADE.                                00005070
             CALL 'GRAVALOG' USING WRK-DADOS.                           00005080
             STOP RUN.                                                  00005090
                                                                        00005100
       9000-99-FIM.                                            EXIT.    00005110
      *=============================================================*   00005120
