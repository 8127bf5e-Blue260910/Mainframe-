      *      COMMIT, GRAVA O HISTORICO EM IVAN.HISTSAL E EMITE OS       00000170
      *      RELATORIOS DE APLICADOS E REJEITADOS COM OS VALORES        00000180
      *      ANTES E DEPOIS. SUBSTITUI OS UPDATES MANUAIS DE SQL.       00000190
      *      AUMENTO COM DATA EFETIVA EM COMPETENCIA JA FECHADA VAI     0000019A
      *      TAMBEM PARA O AUMRET, ENTRADA DO CALCULO DAS DIFERENCAS    0000019B
      *      RETROATIVAS (FR21RET1).                                    0000019C
      *      SO APLICA AUMENTO QUE VEM DE AVALIACAO APROVADA            0000019D
      *      (REFERENCIA 'AVAL' + CICLO, GERADA PELO FR21AVL3,          0000019E
      *      CONFERIDA CONTRA IVAN.AVALIAC); A AVALIACAO APLICADA       0000019F
      *      PASSA A EFETIVADA ('E').                                   0000019G
      *-------------------------------------------------------------*   0000019H
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     0000019I
      *  1.0   21/08/26   VICTOR ARANDA    VERSAO INICIAL               0000019J
      *  1.1   02/09/26   VICTOR ARANDA    NOVO SALARIO VALIDADO        0000019K
      *                   CONTRA A FAIXA DO CARGO (IVAN.CARGO)          0000019L
      *  1.2   02/09/26   VICTOR ARANDA    TRILHA DE AUDITORIA DO       0000019M
      *                   UPDATE EM IVAN.AUDFUNC (MODULO FR21AUD0)      0000019N
      *  1.3   15/10/26   VICTOR ARANDA    AUMENTO RETROATIVO (DATA     0000019O
      *                   EFETIVA ANTES DO MES CORRENTE) GRAVADO NO     0000019P
      *                   AUMRET PARA O FR21RET1                        0000019Q
      *  1.4   15/10/26   VICTOR ARANDA    AVISO AO FUNCIONARIO DO      0000019R
      *                   AUMENTO APLICADO (NOVO SALARIO E DATA         0000019S
      *                   EFETIVA) PELA CAIXA DE SAIDA FR21NOT0         0000019T
      *  1.5   15/10/26   VICTOR ARANDA    AUMENTO SO COM AVALIACAO     0000019U
      *                   APROVADA DO CICLO (IVAN.AVALIAC), QUE         0000019V
      *                   PASSA A EFETIVADA                             0000019W
      *-------------------------------------------------------------*   00000200
      *   BASE DE DADOS:                                                00000210
      *   TABELA.DB2..                                                  00000220
      *   IVAN.FUNC            I/O                 #BKFUNC----          00000240
      *   IVAN.CARGO            I                  #BKCARGO---          00000245
      *   IVAN.HISTSAL          O                  #BKHSAL----          00000250
      *   IVAN.AVALIAC         I/O                 #BKAVAL----          00000251
      *   IVAN.AUDFUNC          O                  (FR21AUD0)           00000252
      *-------------------------------------------------------------*   00000260
      *   ARQUIVOS:                                                     00000270
      *    DDNAME              I/O                  COPY/BOOK           00000280
      *   APROVADOS             I                                       00000290
      *   RELAPL                O                                       00000300
      *   AUMRET                O                  AUMRBOOK---          0000030A
      *-------------------------------------------------------------*   00000310
      *   MODULOS....:                                                  00000320
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000330
      *   FR21AUD0             TRILHA DE AUDITORIA DE IVAN.FUNC         00000331
      *   FR21NOT0             CAIXA DE SAIDA DE NOTIFICACOES           00000332
      *=============================================================*   00000340
       ENVIRONMENT                               DIVISION.              00000350
      *=============================================================*   00000360
                                                                        00000490
           SELECT RELAPL    ASSIGN TO RELAPL                            00000500
               FILE STATUS  IS WRK-FS-RELAPL.                           00000510
                                                                        0000051A
           SELECT AUMRET    ASSIGN TO AUMRET                            0000051B
               FILE STATUS  IS WRK-FS-AUMRET.                           0000051C
                                                                        00000520
      *=============================================================*   00000530
       DATA                                                DIVISION.    00000540
           BLOCK CONTAINS 0 RECORDS.                                    00000750
                                                                        00000760
       01 FD-RELAPL       PIC X(98).                                    00000770
                                                                        0000077A
      *      SAIDA - AUMENTOS RETROATIVOS (FR21RET1) LRECL = 50         0000077B
                                                                        0000077C
       FD AUMRET                                                        0000077D
           RECORDING  MODE IS F                                         0000077E
           BLOCK CONTAINS 0 RECORDS.                                    0000077F
                                                                        0000077G
       COPY 'AUMRBOOK'.                                                 0000077H
                                                                        00000780
      *-------------------------------------------------------------*   00000790
       WORKING-STORAGE                                      SECTION.    00000800
           EXEC SQL                                                     00000870
              INCLUDE #BKHSAL                                           00000880
           END-EXEC.                                                    00000890
                                                                        00000891
           EXEC SQL                                                     00000892
              INCLUDE #BKCARGO                                          00000893
           END-EXEC.                                                    00000894
                                                                        00000895
           EXEC SQL                                                     00000896
              INCLUDE #BKAVAL                                           00000897
           END-EXEC.                                                    00000898
                                                                        00000900
           EXEC SQL                                                     00000910
              INCLUDE SQLCA                                             00000920
      *------------------TRILHA DE AUDITORIA------------------------*   00000932
                                                                        00000933
           COPY 'LNKAUDF'.                                              00000934
                                                                        0000093A
      *------------------NOTIFICACAO AO FUNCIONARIO-----------------*   0000093B
                                                                        0000093C
       01 WRK-NOT-AUMENTO.                                              0000093D
          05 WRK-NU-SALARIO  PIC Z.ZZZ.ZZ9,99.                          0000093F
          05 FILLER          PIC X(13) VALUE ' A PARTIR DE '.           0000093G
          05 WRK-NU-DIA      PIC 9(02).                                 0000093I
          05 FILLER          PIC X(01) VALUE '/'.                       0000093J
          05 WRK-NU-MES      PIC 9(02).                                 0000093K
          05 FILLER          PIC X(01) VALUE '/'.                       0000093L
          05 WRK-NU-ANO      PIC 9(04).                                 0000093M
                                                                        0000093N
           COPY 'LNKNOTF'.                                              0000093O
                                                                        00000940
      *------------------LOG-DE-ERROS-------------------------------*   00000950
                                                                        00000960
       77 WRK-APLICADOS       PIC 9(05) VALUE 0.                        00001110
                                                                        00001120
       77 WRK-REJEITADOS      PIC 9(05) VALUE 0.                        00001130
                                                                        0000113A
       77 WRK-RETROATIVOS     PIC 9(05) VALUE 0.                        0000113B
                                                                        0000113C
       77 WRK-AVISOS          PIC 9(05) VALUE 0.                        0000113D
                                                                        00001140
       77 WRK-DESDE-COMMIT    PIC 9(03) VALUE 0.                        00001150
                                                                        00001160
       77 WRK-PISO-CARGO      PIC 9(07)V99 VALUE 0.                     00001307
       77 WRK-TETO-CARGO      PIC 9(07)V99 VALUE 0.                     00001308
       77 WRK-TEM-FAIXA       PIC X(01) VALUE 'N'.                      00001309
                                                                        0000130A
      *-----------AVALIACAO DE DESEMPENHO DE ORIGEM----------------*    0000130B
      *   TODO AUMENTO TEM DE VIR DE AVALIACAO APROVADA NO CICLO    *   0000130C
      *   (FR21AVL2/FR21AVL3) COM O MESMO SALARIO PROPOSTO          *   0000130D
                                                                        0000130E
       01 WRK-REF-AVAL.                                                 0000130F
          05 WRK-RA-PREFIXO   PIC X(04).                                0000130G
          05 WRK-RA-CICLO     PIC X(06).                                0000130H
                                                                        0000130J
       77 WRK-MOTIVO          PIC X(25).                                00001310
                                                                        00001320
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00001330
       77 WRK-FS-APROVADOS PIC 9(02).                                   00001450
                                                                        00001460
       77 WRK-FS-RELAPL    PIC 9(02).                                   00001470
                                                                        0000147A
       77 WRK-FS-AUMRET    PIC 9(02).                                   0000147B
                                                                        00001480
      *--------------------LINHAS DO RELATORIO----------------------*   00001490
                                                                        00001500
                                                                        00002040
            OPEN INPUT  APROVADOS.                                      00002050
            OPEN OUTPUT RELAPL.                                         00002060
            OPEN OUTPUT AUMRET.                                         0000206A
                                                                        00002070
            IF WRK-FS-APROVADOS NOT EQUAL ZEROS                         00002080
               MOVE 'FR21APL1'                  TO WRK-PROGRAMA         00002090
               PERFORM 9000-TRATARERROS                                 00002130
            END-IF.                                                     00002140
                                                                        00002150
            IF WRK-FS-AUMRET NOT EQUAL ZEROS                            0000215A
               MOVE 'FR21APL1'                  TO WRK-PROGRAMA         0000215B
               MOVE '1000'                      TO WRK-SECAO            0000215C
               MOVE 'ERRO OPEN AUMRET        - ' TO WRK-MENSAGEM        0000215D
               MOVE WRK-FS-AUMRET               TO WRK-STATUS           0000215E
               PERFORM 9000-TRATARERROS                                 0000215F
            END-IF.                                                     0000215G
                                                                        0000215H
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                    0000215I
                                                                        0000215J
            WRITE FD-RELAPL FROM WRK-CABEC1.                            00002160
            WRITE FD-RELAPL FROM WRK-LINHA-VAZIA.                       00002170
                                                                        00002180
                   FD-AP-SALNOVO GREATER WRK-TETO-CARGO)                00002534
                  MOVE 'FORA DA FAIXA DO CARGO  ' TO WRK-MOTIVO         00002535
           END-EVALUATE.                                                00002540
                                                                        0000254A
           IF WRK-MOTIVO EQUAL SPACES                                   0000254B
              PERFORM 2170-CONFERIR-AVALIACAO                           0000254C
           END-IF.                                                      0000254D
                                                                        00002550
           IF WRK-MOTIVO EQUAL SPACES                                   00002560
              PERFORM 2200-APLICAR                                      00002570
                                                                        00002946
       2150-99-FIM.                                            EXIT.    00002947
      *=============================================================*   00002948
                                                                        0000294A
      *=============================================================*   0000294B
       2170-CONFERIR-AVALIACAO                              SECTION.    0000294C
                                                                        0000294D
           MOVE FD-AP-REFERENC TO WRK-REF-AVAL.                         0000294E
                                                                        0000294F
           IF WRK-RA-PREFIXO NOT EQUAL 'AVAL'                           0000294G
              MOVE 'SEM AVALIACAO APROVADA  ' TO WRK-MOTIVO             0000294H
              GO TO 2170-99-FIM                                         0000294I
           END-IF.                                                      0000294J
                                                                        0000294K
           MOVE FD-AP-IDFUNC TO AVL-IDFUNC.                             0000294L
           MOVE WRK-RA-CICLO TO AVL-CICLO.                              0000294M
                                                                        0000294N
           EXEC SQL                                                     0000294O
                SELECT SITUACAO, SALPROP                                0000294P
                  INTO :AVL-SITUACAO, :AVL-SALPROP                      0000294Q
                  FROM IVAN.AVALIAC                                     0000294R
                 WHERE IDFUNC = :AVL-IDFUNC                             0000294S
                   AND CICLO  = :AVL-CICLO                              0000294T
           END-EXEC.                                                    0000294U
                                                                        0000294V
           EVALUATE TRUE                                                0000294W
             WHEN SQLCODE EQUAL 100                                     0000294X
                  MOVE 'SEM AVALIACAO APROVADA  ' TO WRK-MOTIVO         0000294Y
                                                                        0000294Z
             WHEN SQLCODE NOT EQUAL 0                                   000029BA
                  MOVE SQLCODE TO WRK-SQLCODE                           000029BB
                  DISPLAY 'ERRO ' WRK-SQLCODE ' NA AVALIACAO '          000029BC
                          FD-AP-IDFUNC                                  000029BD
                  MOVE 'ERRO SQL NA CONSULTA    ' TO WRK-MOTIVO         000029BE
                                                                        000029BF
             WHEN AVL-SITUACAO EQUAL 'E'                                000029BG
                  MOVE 'AVALIACAO JA EFETIVADA  ' TO WRK-MOTIVO         000029BH
                                                                        000029BI
             WHEN AVL-SITUACAO NOT EQUAL 'A'                            000029BJ
                  MOVE 'AVALIACAO NAO APROVADA  ' TO WRK-MOTIVO         000029BK
                                                                        000029BL
             WHEN AVL-SALPROP NOT EQUAL FD-AP-SALNOVO                   000029BM
                  MOVE 'DIVERGE DA PROPOSTA     ' TO WRK-MOTIVO         000029BN
           END-EVALUATE.                                                000029BO
                                                                        000029BP
       2170-99-FIM.                                            EXIT.    000029BQ
      *=============================================================*   000029BR
                                                                        000029BS
      *=============================================================*   000029BT
       2180-EFETIVAR-AVALIACAO                              SECTION.    000029BU
                                                                        000029BV
           EXEC SQL                                                     000029BW
                UPDATE IVAN.AVALIAC                                     000029BX
                   SET SITUACAO = 'E',                                  000029BY
                       DTSIT    = CHAR(CURRENT DATE, ISO)               000029BZ
                 WHERE IDFUNC = :AVL-IDFUNC                             000029CA
                   AND CICLO  = :AVL-CICLO                              000029CB
           END-EXEC.                                                    000029CC
                                                                        000029CD
           IF SQLCODE NOT EQUAL 0                                       000029CE
              MOVE SQLCODE TO WRK-SQLCODE                               000029CF
              DISPLAY 'ERRO ' WRK-SQLCODE ' AO EFETIVAR A AVALIACAO '   000029CG
                      FD-AP-IDFUNC                                      000029CH
           END-IF.                                                      000029CI
                                                                        000029CJ
       2180-99-FIM.                                            EXIT.    000029CK
      *=============================================================*   000029CL
                                                                        00002930
      *=============================================================*   00002940
       2200-APLICAR                                         SECTION.    00002950
              MOVE 'G' TO LNK-AU-FASE                                   00003041
              CALL 'FR21AUD0' USING LNK-AUDFUNC                         00003042
              PERFORM 2300-GRAVAR-HISTSAL                               00003050
              PERFORM 2400-GRAVAR-RETROATIVO                            00003051
              PERFORM 2500-NOTIFICAR                                    00003052
              PERFORM 2180-EFETIVAR-AVALIACAO                           00003053
              ADD 1 TO WRK-APLICADOS                                    00003060
              ADD 1 TO WRK-DESDE-COMMIT                                 00003070
                                                                        00003080
           MOVE WRK-SAL-ANTERIOR TO HSA-SALANT.                         00003460
           MOVE FD-AP-SALNOVO    TO HSA-SALNOVO.                        00003470
                                                                        00003480
           MOVE WRK-HOJE-ANO    TO HSA-DATAALT(1:4).                    00003500
           MOVE '-'             TO HSA-DATAALT(5:1).                    00003510
           MOVE WRK-HOJE-MES    TO HSA-DATAALT(6:2).                    00003520
                                                                        00003670
       2300-99-FIM.                                            EXIT.    00003680
      *=============================================================*   00003690
                                                                        00003691
      *=============================================================*   00003692
       2400-GRAVAR-RETROATIVO                               SECTION.    00003693
                                                                        00003694
      *          DATA EFETIVA EM MES ANTERIOR AO CORRENTE: AS FOLHAS    00003695
      *          DESSES MESES JA FECHARAM COM O SALARIO ANTIGO          00003696
                                                                        00003697
           IF FD-AP-DATA-EFET(1:6) NOT LESS WRK-DATA-HOJE(1:6)          00003698
              GO TO 2400-99-FIM                                         00003699
           END-IF.                                                      0000369A
                                                                        0000369B
           MOVE SPACES           TO REG-AUMRET.                         0000369C
           MOVE FD-AP-IDFUNC     TO AUMR-IDFUNC.                        0000369D
           MOVE WRK-SAL-ANTERIOR TO AUMR-SALANT.                        0000369E
           MOVE FD-AP-SALNOVO    TO AUMR-SALNOVO.                       0000369F
           MOVE FD-AP-DATA-EFET  TO AUMR-DATA-EFET.                     0000369G
           MOVE FD-AP-REFERENC   TO AUMR-REFERENC.                      0000369H
           WRITE REG-AUMRET.                                            0000369I
           ADD 1 TO WRK-RETROATIVOS.                                    0000369J
                                                                        0000369K
       2400-99-FIM.                                            EXIT.    0000369L
      *=============================================================*   0000369M
                                                                        0000369N
      *=============================================================*   0000369O
       2500-NOTIFICAR                                       SECTION.    0000369P
                                                                        0000369Q
           MOVE FD-AP-SALNOVO        TO WRK-NU-SALARIO.                 0000369R
           MOVE FD-AP-DATA-EFET(7:2) TO WRK-NU-DIA.                     0000369S
           MOVE FD-AP-DATA-EFET(5:2) TO WRK-NU-MES.                     0000369T
           MOVE FD-AP-DATA-EFET(1:4) TO WRK-NU-ANO.                     0000369U
                                                                        0000369V
           MOVE 'FR21APL1'      TO NOT-PROGRAMA.                        0000369W
           MOVE 'NOTAUMEN'      TO NOT-EVENTO.                          0000369X
           MOVE FD-AP-IDFUNC    TO NOT-IDFUNC.                          0000369Y
           MOVE WRK-NOT-AUMENTO TO NOT-DETALHE.                         0000369Z
           CALL 'FR21NOT0' USING NOT-DADOS.                             00003700
           ADD 1 TO WRK-AVISOS.                                         00003701
                                                                        00003702
       2500-99-FIM.                                            EXIT.    00003703
      *=============================================================*   00003704
                                                                        00003705
      *=============================================================*   00003710
       3000-FINALIZAR                                       SECTION.    00003720
                                                                        00003730
             DISPLAY 'AUMENTOS LIDOS........' WRK-LIDOS.                00003860
             DISPLAY 'AUMENTOS APLICADOS....' WRK-APLICADOS.            00003870
             DISPLAY 'AUMENTOS REJEITADOS...' WRK-REJEITADOS.           00003880
             DISPLAY 'AUMENTOS RETROATIVOS..' WRK-RETROATIVOS.          0000388A
             DISPLAY 'AVISOS AO FUNCIONARIO.' WRK-AVISOS.               0000388B
             DISPLAY WRK-MSG-FINAL.                                     00003890
                                                                        00003900
             CLOSE APROVADOS.                                           00003910
             CLOSE RELAPL.                                              00003920
             CLOSE AUMRET.                                              0000392A
             STOP RUN.                                                  00003930
                                                                        00003940
       3000-99-FIM.                                            EXIT.    00003950
