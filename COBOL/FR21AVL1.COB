      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21AVL1.                                            00000050
                                                                        00000060
      *=============================================================*   00000070
      *   AUTOR....:VICTOR ARANDA                                       00000080
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000090
      *   DATA ....:15/10/2026                                          00000100
      *-------------------------------------------------------------*   00000110
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000120
      *  1.0   15/10/26   VICTOR ARANDA    VERSAO INICIAL               00000130
      *-------------------------------------------------------------*   00000140
      *   OBJETIVO: REGISTRO DO CICLO DE AVALIACAO DE DESEMPENHO.       00000150
      *      LE O MOVIMENTO AVLMOV:                                     00000160
      *        TIPO 'A' AVALIACAO DO FUNCIONARIO NO CICLO (AAAAMM):     00000170
      *                 NOTA DE 1 A 5 E AVALIADOR, QUE TEM DE SER O     00000180
      *                 GERENTE DO SETOR (IDGERENTE DE IVAN.SETOR).     00000190
      *                 GRAVA EM IVAN.AVALIAC COM SITUACAO 'R'          00000200
      *                 (REGISTRADA); ENQUANTO NAO ENTRA NA PROPOSTA    00000210
      *                 A NOTA PODE SER CORRIGIDA                       00000220
      *        TIPO 'M' MATRIZ DE MERITO (IVAN.MATRIZMER): NOTA X       00000230
      *                 POSICAO NA FAIXA DO CARGO ('1' TERCO            00000240
      *                 INFERIOR, '2' MEIO, '3' TERCO SUPERIOR) ->      00000250
      *                 PERCENTUAL SUGERIDO DE AUMENTO                  00000260
      *      SITUACOES DA AVALIACAO: 'R' REGISTRADA / 'P' PROPOSTA      00000270
      *      (FR21AVL2) / 'A' APROVADA OU 'N' NAO APROVADA (FR21AVL3)   00000280
      *      / 'E' EFETIVADA NO SALARIO (FR21APL1).                     00000290
      *-------------------------------------------------------------*   00000300
      *   BASE DE DADOS:                                                00000310
      *   TABELA.DB2..                                                  00000320
      *    ------              I/O                 INCLUDE/BOOK         00000330
      *   IVAN.AVALIAC         I/O                 #BKAVAL----          00000340
      *   IVAN.MATRIZMER       I/O                 #BKMATR----          00000350
      *   IVAN.FUNC             I                  #BKFUNC----          00000360
      *   IVAN.SETOR            I                  #BKSETOR---          00000370
      *-------------------------------------------------------------*   00000380
      *   ARQUIVOS:                                                     00000390
      *    DDNAME              I/O                  COPY/BOOK           00000400
      *   AVLMOV                I                                       00000410
      *   RELAVL1               O                                       00000420
      *-------------------------------------------------------------*   00000430
      *   MODULOS....:                                                  00000440
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000450
      *=============================================================*   00000460
       ENVIRONMENT                               DIVISION.              00000470
      *=============================================================*   00000480
                                                                        00000490
      *-------------------------------------------------------------*   00000500
       CONFIGURATION                                        SECTION.    00000510
      *-------------------------------------------------------------*   00000520
       SPECIAL-NAMES.                                                   00000530
           DECIMAL-POINT IS COMMA.                                      00000540
                                                                        00000550
                                                                        00000560
       INPUT-OUTPUT                                         SECTION.    00000570
       FILE-CONTROL.                                                    00000580
           SELECT AVLMOV    ASSIGN TO AVLMOV                            00000590
               FILE STATUS  IS WRK-FS-AVLMOV.                           00000600
                                                                        00000610
           SELECT RELAVL1   ASSIGN TO RELAVL1                           00000620
               FILE STATUS  IS WRK-FS-RELAVL1.                          00000630
                                                                        00000640
      *=============================================================*   00000650
       DATA                                                DIVISION.    00000660
      *=============================================================*   00000670
       FILE                                                 SECTION.    00000680
      *=============================================================*   00000690
                                                                        00000700
      *      ENTRADA - AVALIACOES E MATRIZ          LRECL = 40          00000710
                                                                        00000720
       FD AVLMOV                                                        00000730
           RECORDING  MODE IS F                                         00000740
           BLOCK CONTAINS 0 RECORDS.                                    00000750
                                                                        00000760
       01 FD-AVLMOV.                                                    00000770
          05 FD-AM-TIPO      PIC X(01).                                 00000780
          05 FD-AM-IDFUNC    PIC 9(05).                                 00000790
          05 FD-AM-CICLO     PIC X(06).                                 00000800
          05 FD-AM-NOTA      PIC 9(01).                                 00000810
          05 FD-AM-IDAVAL    PIC 9(05).                                 00000820
          05 FD-AM-POSFAIXA  PIC X(01).                                 00000830
          05 FD-AM-PERCENT   PIC 9(03)V99.                              00000840
          05 FILLER          PIC X(16).                                 00000850
                                                                        00000860
      *      SAIDA - CRITICA                        LRECL = 80          00000870
       FD RELAVL1                                                       00000880
           RECORDING  MODE IS F                                         00000890
           BLOCK CONTAINS 0 RECORDS.                                    00000900
                                                                        00000910
       01 FD-RELAVL1      PIC X(80).                                    00000920
                                                                        00000930
      *-------------------------------------------------------------*   00000940
       WORKING-STORAGE                                      SECTION.    00000950
      *-------------------------------------------------------------*   00000960
                                                                        00000970
           EXEC SQL                                                     00000980
              INCLUDE #BKAVAL                                           00000990
           END-EXEC.                                                    00001000
                                                                        00001010
           EXEC SQL                                                     00001020
              INCLUDE #BKMATR                                           00001030
           END-EXEC.                                                    00001040
                                                                        00001050
           EXEC SQL                                                     00001060
              INCLUDE #BKFUNC                                           00001070
           END-EXEC.                                                    00001080
                                                                        00001090
           EXEC SQL                                                     00001100
              INCLUDE #BKSETOR                                          00001110
           END-EXEC.                                                    00001120
                                                                        00001130
           EXEC SQL                                                     00001140
              INCLUDE SQLCA                                             00001150
           END-EXEC.                                                    00001160
                                                                        00001170
      *------------------LOG-DE-ERROS-------------------------------*   00001180
                                                                        00001190
       01 WRK-DADOS.                                                    00001200
           05 WRK-PROGRAMA  PIC X(08).                                  00001210
           05 WRK-SECAO     PIC X(04).                                  00001220
           05 WRK-MENSAGEM  PIC X(30).                                  00001230
           05 WRK-STATUS    PIC X(02).                                  00001240
           05 WRK-SEVERIDADE PIC X(01).                                 00001250
           05 FILLER        PIC X(22).                                  00001260
                                                                        00001270
      *--------------------LOGICA-----------------------------------*   00001280
                                                                        00001290
       77 WRK-SQLCODE         PIC -999.                                 00001300
       77 WRK-LIDOS           PIC 9(05) VALUE 0.                        00001310
       77 WRK-ACEITOS         PIC 9(05) VALUE 0.                        00001320
       77 WRK-REJEITADOS      PIC 9(05) VALUE 0.                        00001330
       77 WRK-MOTIVO          PIC X(25).                                00001340
       77 WRK-OBSERVACAO      PIC X(25).                                00001350
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00001360
       77 WRK-SITUACAO-ANT    PIC X(01).                                00001370
                                                                        00001380
       01 WRK-CICLO           PIC X(06).                                00001390
       01 WRK-CICLO-R REDEFINES WRK-CICLO.                              00001400
          05 WRK-CIC-ANO      PIC 9(04).                                00001410
          05 WRK-CIC-MES      PIC 9(02).                                00001420
                                                                        00001430
      *-----------DATAS---------------------------------------------*   00001440
                                                                        00001450
       01 WRK-DATA-HOJE       PIC 9(08).                                00001460
       01 WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.                      00001470
          05 WRK-HOJE-ANO     PIC 9(04).                                00001480
          05 WRK-HOJE-MES     PIC 9(02).                                00001490
          05 WRK-HOJE-DIA     PIC 9(02).                                00001500
                                                                        00001510
       01 WRK-DATA-ISO.                                                 00001520
          05 WRK-ISO-ANO      PIC 9(04).                                00001530
          05 FILLER           PIC X(01) VALUE '-'.                      00001540
          05 WRK-ISO-MES      PIC 9(02).                                00001550
          05 FILLER           PIC X(01) VALUE '-'.                      00001560
          05 WRK-ISO-DIA      PIC 9(02).                                00001570
                                                                        00001580
      *--------------------STATUS-----------------------------------*   00001590
                                                                        00001600
       77 WRK-FS-AVLMOV    PIC 9(02).                                   00001610
       77 WRK-FS-RELAVL1   PIC 9(02).                                   00001620
                                                                        00001630
      *--------------------LINHAS DO RELATORIO----------------------*   00001640
                                                                        00001650
       01 WRK-CABEC1.                                                   00001660
          05 FILLER   PIC X(44) VALUE                                   00001670
             'AVALIACAO DE DESEMPENHO - REGISTRO'.                      00001680
          05 FILLER   PIC X(36).                                        00001690
                                                                        00001700
       01 WRK-CABEC2.                                                   00001710
          05 FILLER   PIC X(40) VALUE                                   00001720
             'T FUNC  NOME             CICLO  N AVAL  '.                00001730
          05 FILLER   PIC X(40) VALUE                                   00001740
             'P   PERC SITUACAO   CRITICA'.                             00001750
                                                                        00001760
       01 WRK-DETALHE.                                                  00001770
          05 WRK-D-TIPO      PIC X(01).                                 00001780
          05 FILLER          PIC X(01).                                 00001790
          05 WRK-D-IDFUNC    PIC X(05).                                 00001800
          05 FILLER          PIC X(01).                                 00001810
          05 WRK-D-NOME      PIC X(16).                                 00001820
          05 FILLER          PIC X(01).                                 00001830
          05 WRK-D-CICLO     PIC X(06).                                 00001840
          05 FILLER          PIC X(01).                                 00001850
          05 WRK-D-NOTA      PIC X(01).                                 00001860
          05 FILLER          PIC X(01).                                 00001870
          05 WRK-D-IDAVAL    PIC X(05).                                 00001880
          05 FILLER          PIC X(01).                                 00001890
          05 WRK-D-POSFAIXA  PIC X(01).                                 00001900
          05 FILLER          PIC X(01).                                 00001910
          05 WRK-D-PERCENT   PIC ZZ9,99.                                00001920
          05 FILLER          PIC X(01).                                 00001930
          05 WRK-D-SITUACAO  PIC X(10).                                 00001940
          05 FILLER          PIC X(01).                                 00001950
          05 WRK-D-CRITICA   PIC X(19).                                 00001960
                                                                        00001970
      *=============================================================*   00001980
       PROCEDURE DIVISION.                                              00001990
      *=============================================================*   00002000
                                                                        00002010
      *=============================================================*   00002020
       0000-PRINCIPAL                                       SECTION.    00002030
                                                                        00002040
            PERFORM 1000-INICIAR.                                       00002050
            PERFORM 2000-PROCESSAR UNTIL WRK-FS-AVLMOV EQUAL 10.        00002060
            PERFORM 3000-FINALIZAR.                                     00002070
                                                                        00002080
       0000-99-FIM.                                            EXIT.    00002090
      *=============================================================*   00002100
                                                                        00002110
      *=============================================================*   00002120
       1000-INICIAR                                         SECTION.    00002130
                                                                        00002140
            OPEN INPUT  AVLMOV.                                         00002150
            OPEN OUTPUT RELAVL1.                                        00002160
                                                                        00002170
            IF WRK-FS-AVLMOV NOT EQUAL ZEROS                            00002180
               MOVE 'FR21AVL1'                  TO WRK-PROGRAMA         00002190
               MOVE '1000'                      TO WRK-SECAO            00002200
               MOVE 'ERRO OPEN MOVTO AVALIACAO' TO WRK-MENSAGEM         00002210
               MOVE WRK-FS-AVLMOV               TO WRK-STATUS           00002220
               PERFORM 9000-TRATARERROS                                 00002230
            END-IF.                                                     00002240
                                                                        00002250
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                    00002260
            MOVE WRK-HOJE-ANO TO WRK-ISO-ANO.                           00002270
            MOVE WRK-HOJE-MES TO WRK-ISO-MES.                           00002280
            MOVE WRK-HOJE-DIA TO WRK-ISO-DIA.                           00002290
                                                                        00002300
            WRITE FD-RELAVL1 FROM WRK-CABEC1.                           00002310
            WRITE FD-RELAVL1 FROM WRK-LINHA-VAZIA.                      00002320
            WRITE FD-RELAVL1 FROM WRK-CABEC2.                           00002330
                                                                        00002340
            READ AVLMOV.                                                00002350
                                                                        00002360
            IF WRK-FS-AVLMOV NOT EQUAL ZEROS                            00002370
               DISPLAY 'ARQUIVO AVLMOV VAZIO'                           00002380
               STOP RUN                                                 00002390
            END-IF.                                                     00002400
                                                                        00002410
       1000-99-FIM.                                            EXIT.    00002420
      *=============================================================*   00002430
                                                                        00002440
      *=============================================================*   00002450
       2000-PROCESSAR                                       SECTION.    00002460
                                                                        00002470
           ADD 1 TO WRK-LIDOS.                                          00002480
           MOVE SPACES TO WRK-MOTIVO.                                   00002490
           MOVE SPACES TO WRK-OBSERVACAO.                               00002500
           MOVE SPACES TO DB2-NOME.                                     00002510
                                                                        00002520
           EVALUATE FD-AM-TIPO                                          00002530
             WHEN 'A'                                                   00002540
               PERFORM 2100-AVALIACAO                                   00002550
             WHEN 'M'                                                   00002560
               PERFORM 2200-MATRIZ                                      00002570
             WHEN OTHER                                                 00002580
               MOVE 'TIPO DE MOVIMENTO INVALID' TO WRK-MOTIVO           00002590
           END-EVALUATE.                                                00002600
                                                                        00002610
           MOVE FD-AM-TIPO      TO WRK-D-TIPO.                          00002620
           MOVE FD-AM-IDFUNC    TO WRK-D-IDFUNC.                        00002630
           MOVE DB2-NOME        TO WRK-D-NOME.                          00002640
           MOVE FD-AM-CICLO     TO WRK-D-CICLO.                         00002650
           MOVE FD-AM-NOTA      TO WRK-D-NOTA.                          00002660
           MOVE FD-AM-IDAVAL    TO WRK-D-IDAVAL.                        00002670
           MOVE FD-AM-POSFAIXA  TO WRK-D-POSFAIXA.                      00002680
                                                                        00002690
           IF FD-AM-TIPO EQUAL 'M' AND FD-AM-PERCENT IS NUMERIC         00002700
              MOVE FD-AM-PERCENT TO WRK-D-PERCENT                       00002710
           ELSE                                                         00002720
              MOVE ZEROS         TO WRK-D-PERCENT                       00002730
           END-IF.                                                      00002740
                                                                        00002750
           IF WRK-MOTIVO NOT EQUAL SPACES                               00002760
              ADD 1 TO WRK-REJEITADOS                                   00002770
              MOVE 'REJEITADO ' TO WRK-D-SITUACAO                       00002780
              MOVE WRK-MOTIVO   TO WRK-D-CRITICA                        00002790
              EXEC SQL ROLLBACK END-EXEC                                00002800
           ELSE                                                         00002810
              ADD 1 TO WRK-ACEITOS                                      00002820
              MOVE 'REGISTRADO' TO WRK-D-SITUACAO                       00002830
              MOVE WRK-OBSERVACAO TO WRK-D-CRITICA                      00002840
              EXEC SQL COMMIT END-EXEC                                  00002850
           END-IF.                                                      00002860
                                                                        00002870
           WRITE FD-RELAVL1 FROM WRK-DETALHE.                           00002880
                                                                        00002890
           READ AVLMOV.                                                 00002900
                                                                        00002910
       2000-99-FIM.                                            EXIT.    00002920
      *=============================================================*   00002930
                                                                        00002940
      *=============================================================*   00002950
       2100-AVALIACAO                                       SECTION.    00002960
                                                                        00002970
           IF FD-AM-IDFUNC NOT NUMERIC OR FD-AM-IDFUNC EQUAL ZEROS      00002980
              MOVE 'FUNCIONARIO INVALIDO    ' TO WRK-MOTIVO             00002990
              GO TO 2100-99-FIM                                         00003000
           END-IF.                                                      00003010
                                                                        00003020
           MOVE FD-AM-CICLO TO WRK-CICLO.                               00003030
                                                                        00003040
           IF WRK-CICLO NOT NUMERIC                                     00003050
              OR WRK-CIC-MES LESS 1 OR WRK-CIC-MES GREATER 12           00003060
              MOVE 'CICLO INVALIDO (AAAAMM) ' TO WRK-MOTIVO             00003070
              GO TO 2100-99-FIM                                         00003080
           END-IF.                                                      00003090
                                                                        00003100
           IF FD-AM-NOTA NOT NUMERIC                                    00003110
              OR FD-AM-NOTA LESS 1 OR FD-AM-NOTA GREATER 5              00003120
              MOVE 'NOTA INVALIDA (1 A 5)   ' TO WRK-MOTIVO             00003130
              GO TO 2100-99-FIM                                         00003140
           END-IF.                                                      00003150
                                                                        00003160
           IF FD-AM-IDAVAL NOT NUMERIC                                  00003170
              MOVE 'AVALIADOR INVALIDO      ' TO WRK-MOTIVO             00003180
              GO TO 2100-99-FIM                                         00003190
           END-IF.                                                      00003200
                                                                        00003210
      *          FUNCIONARIO ATIVO E AVALIADOR GERENTE DO SETOR DELE    00003220
                                                                        00003230
           MOVE FD-AM-IDFUNC TO DB2-ID.                                 00003240
                                                                        00003250
           EXEC SQL                                                     00003260
                SELECT F.NOME, F.SETOR,                                 00003270
                       COALESCE(S.IDGERENTE, 0)                         00003280
                  INTO :DB2-NOME, :DB2-SETOR,                           00003290
                       :DB2-IDGERENTE                                   00003300
                  FROM IVAN.FUNC F                                      00003310
                  LEFT JOIN IVAN.SETOR S                                00003320
                    ON S.IDSETOR = F.SETOR                              00003330
                 WHERE F.ID = :DB2-ID                                   00003340
                   AND F.DATADEM IS NULL                                00003350
           END-EXEC.                                                    00003360
                                                                        00003370
           EVALUATE SQLCODE                                             00003380
             WHEN 0                                                     00003390
               CONTINUE                                                 00003400
             WHEN 100                                                   00003410
               MOVE 'FUNCIONARIO NAO ATIVO   ' TO WRK-MOTIVO            00003420
               GO TO 2100-99-FIM                                        00003430
             WHEN OTHER                                                 00003440
               MOVE SQLCODE TO WRK-SQLCODE                              00003450
               DISPLAY 'ERRO ' WRK-SQLCODE ' NA CONSULTA DO FUNC'       00003460
               MOVE 'ERRO SQL NA CONSULTA    ' TO WRK-MOTIVO            00003470
               GO TO 2100-99-FIM                                        00003480
           END-EVALUATE.                                                00003490
                                                                        00003500
           IF DB2-IDGERENTE EQUAL ZERO                                  00003510
              MOVE 'SETOR SEM GERENTE       ' TO WRK-MOTIVO             00003520
              GO TO 2100-99-FIM                                         00003530
           END-IF.                                                      00003540
                                                                        00003550
           IF DB2-IDGERENTE NOT EQUAL FD-AM-IDAVAL                      00003560
              MOVE 'AVALIADOR NAO E O GERENTE' TO WRK-MOTIVO            00003570
              GO TO 2100-99-FIM                                         00003580
           END-IF.                                                      00003590
                                                                        00003600
           IF DB2-ID EQUAL DB2-IDGERENTE                                00003610
              MOVE 'GERENTE NAO SE AVALIA   ' TO WRK-MOTIVO             00003620
              GO TO 2100-99-FIM                                         00003630
           END-IF.                                                      00003640
                                                                        00003650
           MOVE FD-AM-IDFUNC TO AVL-IDFUNC.                             00003660
           MOVE FD-AM-CICLO  TO AVL-CICLO.                              00003670
           MOVE FD-AM-NOTA   TO AVL-NOTA.                               00003680
           MOVE FD-AM-IDAVAL TO AVL-IDAVALIADOR.                        00003690
           MOVE WRK-DATA-ISO TO AVL-DTAVAL.                             00003700
           MOVE DB2-SETOR    TO AVL-IDSETOR.                            00003710
           MOVE ZEROS        TO AVL-SALATUAL.                           00003720
           MOVE ZEROS        TO AVL-PERCMERITO.                         00003730
           MOVE ZEROS        TO AVL-SALPROP.                            00003740
           MOVE 'R'          TO AVL-SITUACAO.                           00003750
           MOVE WRK-DATA-ISO TO AVL-DTSIT.                              00003760
                                                                        00003770
           EXEC SQL                                                     00003780
                INSERT INTO IVAN.AVALIAC                                00003790
                       (IDFUNC, CICLO, NOTA, IDAVALIADOR, DTAVAL,       00003800
                        IDSETOR, SALATUAL, PERCMERITO, SALPROP,         00003810
                        SITUACAO, DTSIT)                                00003820
                VALUES (:AVL-IDFUNC, :AVL-CICLO, :AVL-NOTA,             00003830
                        :AVL-IDAVALIADOR, :AVL-DTAVAL, :AVL-IDSETOR,    00003840
                        :AVL-SALATUAL, :AVL-PERCMERITO, :AVL-SALPROP,   00003850
                        :AVL-SITUACAO, :AVL-DTSIT)                      00003860
           END-EXEC.                                                    00003870
                                                                        00003880
           EVALUATE SQLCODE                                             00003890
             WHEN 0                                                     00003900
               MOVE 'AVALIACAO REGISTRADA    ' TO WRK-OBSERVACAO        00003910
             WHEN -803                                                  00003920
               PERFORM 2150-CORRIGIR-NOTA                               00003930
             WHEN OTHER                                                 00003940
               MOVE SQLCODE TO WRK-SQLCODE                              00003950
               DISPLAY 'ERRO ' WRK-SQLCODE ' NO INSERT DA AVALIACAO'    00003960
               MOVE 'ERRO SQL NO INSERT      ' TO WRK-MOTIVO            00003970
           END-EVALUATE.                                                00003980
                                                                        00003990
       2100-99-FIM.                                            EXIT.    00004000
      *=============================================================*   00004010
                                                                        00004020
      *=============================================================*   00004030
       2150-CORRIGIR-NOTA                                   SECTION.    00004040
                                                                        00004050
      *          SO AVALIACAO AINDA NAO PROPOSTA ACEITA CORRECAO        00004060
                                                                        00004070
           EXEC SQL                                                     00004080
                SELECT SITUACAO                                         00004090
                  INTO :WRK-SITUACAO-ANT                                00004100
                  FROM IVAN.AVALIAC                                     00004110
                 WHERE IDFUNC = :AVL-IDFUNC                             00004120
                   AND CICLO  = :AVL-CICLO                              00004130
           END-EXEC.                                                    00004140
                                                                        00004150
           IF SQLCODE NOT EQUAL 0                                       00004160
              MOVE SQLCODE TO WRK-SQLCODE                               00004170
              DISPLAY 'ERRO ' WRK-SQLCODE ' NA LEITURA DA AVALIACAO'    00004180
              MOVE 'ERRO SQL NA CONSULTA    ' TO WRK-MOTIVO             00004190
              GO TO 2150-99-FIM                                         00004200
           END-IF.                                                      00004210
                                                                        00004220
           IF WRK-SITUACAO-ANT NOT EQUAL 'R'                            00004230
              MOVE 'AVALIACAO JA EM PROPOSTA' TO WRK-MOTIVO             00004240
              GO TO 2150-99-FIM                                         00004250
           END-IF.                                                      00004260
                                                                        00004270
           EXEC SQL                                                     00004280
                UPDATE IVAN.AVALIAC                                     00004290
                   SET NOTA        = :AVL-NOTA,                         00004300
                       IDAVALIADOR = :AVL-IDAVALIADOR,                  00004310
                       DTAVAL      = :AVL-DTAVAL,                       00004320
                       IDSETOR     = :AVL-IDSETOR,                      00004330
                       DTSIT       = :AVL-DTSIT                         00004340
                 WHERE IDFUNC = :AVL-IDFUNC                             00004350
                   AND CICLO  = :AVL-CICLO                              00004360
           END-EXEC.                                                    00004370
                                                                        00004380
           IF SQLCODE NOT EQUAL 0                                       00004390
              MOVE SQLCODE TO WRK-SQLCODE                               00004400
              DISPLAY 'ERRO ' WRK-SQLCODE ' NO UPDATE DA AVALIACAO'     00004410
              MOVE 'ERRO SQL NO UPDATE      ' TO WRK-MOTIVO             00004420
           ELSE                                                         00004430
              MOVE 'NOTA CORRIGIDA          ' TO WRK-OBSERVACAO         00004440
           END-IF.                                                      00004450
                                                                        00004460
       2150-99-FIM.                                            EXIT.    00004470
      *=============================================================*   00004480
                                                                        00004490
      *=============================================================*   00004500
       2200-MATRIZ                                          SECTION.    00004510
                                                                        00004520
           IF FD-AM-NOTA NOT NUMERIC                                    00004530
              OR FD-AM-NOTA LESS 1 OR FD-AM-NOTA GREATER 5              00004540
              MOVE 'NOTA INVALIDA (1 A 5)   ' TO WRK-MOTIVO             00004550
              GO TO 2200-99-FIM                                         00004560
           END-IF.                                                      00004570
                                                                        00004580
           IF FD-AM-POSFAIXA NOT EQUAL '1'                              00004590
              AND FD-AM-POSFAIXA NOT EQUAL '2'                          00004600
              AND FD-AM-POSFAIXA NOT EQUAL '3'                          00004610
              MOVE 'POSICAO NA FAIXA INVALIDA' TO WRK-MOTIVO            00004620
              GO TO 2200-99-FIM                                         00004630
           END-IF.                                                      00004640
                                                                        00004650
           IF FD-AM-PERCENT NOT NUMERIC                                 00004660
              MOVE 'PERCENTUAL INVALIDO     ' TO WRK-MOTIVO             00004670
              GO TO 2200-99-FIM                                         00004680
           END-IF.                                                      00004690
                                                                        00004700
           MOVE FD-AM-NOTA     TO MTZ-NOTA.                             00004710
           MOVE FD-AM-POSFAIXA TO MTZ-POSFAIXA.                         00004720
           MOVE FD-AM-PERCENT  TO MTZ-PERCMERITO.                       00004730
                                                                        00004740
           EXEC SQL                                                     00004750
                INSERT INTO IVAN.MATRIZMER                              00004760
                       (NOTA, POSFAIXA, PERCMERITO)                     00004770
                VALUES (:MTZ-NOTA, :MTZ-POSFAIXA, :MTZ-PERCMERITO)      00004780
           END-EXEC.                                                    00004790
                                                                        00004800
           EVALUATE SQLCODE                                             00004810
             WHEN 0                                                     00004820
               MOVE 'CELULA INCLUIDA         ' TO WRK-OBSERVACAO        00004830
             WHEN -803                                                  00004840
               EXEC SQL                                                 00004850
                    UPDATE IVAN.MATRIZMER                               00004860
                       SET PERCMERITO = :MTZ-PERCMERITO                 00004870
                     WHERE NOTA     = :MTZ-NOTA                         00004880
                       AND POSFAIXA = :MTZ-POSFAIXA                     00004890
               END-EXEC                                                 00004900
               IF SQLCODE NOT EQUAL 0                                   00004910
                  MOVE SQLCODE TO WRK-SQLCODE                           00004920
                  DISPLAY 'ERRO ' WRK-SQLCODE ' NO UPDATE DA MATRIZ'    00004930
                  MOVE 'ERRO SQL NO UPDATE      ' TO WRK-MOTIVO         00004940
               ELSE                                                     00004950
                  MOVE 'CELULA ATUALIZADA       ' TO WRK-OBSERVACAO     00004960
               END-IF                                                   00004970
             WHEN OTHER                                                 00004980
               MOVE SQLCODE TO WRK-SQLCODE                              00004990
               DISPLAY 'ERRO ' WRK-SQLCODE ' NO INSERT DA MATRIZ'       00005000
               MOVE 'ERRO SQL NO INSERT      ' TO WRK-MOTIVO            00005010
           END-EVALUATE.                                                00005020
                                                                        00005030
       2200-99-FIM.                                            EXIT.    00005040
      *=============================================================*   00005050
                                                                        00005060
      *=============================================================*   00005070
       3000-FINALIZAR                                       SECTION.    00005080
                                                                        00005090
             DISPLAY 'MOVIMENTOS LIDOS......' WRK-LIDOS.                00005100
             DISPLAY 'REGISTRADOS...........' WRK-ACEITOS.              00005110
             DISPLAY 'REJEITADOS............' WRK-REJEITADOS.           00005120
             DISPLAY 'FINAL DE PROGRAMA'.                               00005130
                                                                        00005140
             CLOSE AVLMOV.                                              00005150
             CLOSE RELAVL1.                                             00005160
             STOP RUN.                                                  00005170
                                                                        00005180
       3000-99-FIM.                                            EXIT.    00005190
      *=============================================================*   00005200
                                                                        00005210
      *=============================================================*   00005220
       9000-TRATARERROS                                     SECTION.    00005230
                                                                        00005240
             MOVE 'E' TO WRK-SEVERIDADE.                                00005250
             CALL 'GRAVALOG' USING WRK-DADOS.                           00005260
             STOP RUN.                                                  00005270
                                                                        00005280
       9000-99-FIM.                                            EXIT.    00005290
      *=============================================================*   00005300
