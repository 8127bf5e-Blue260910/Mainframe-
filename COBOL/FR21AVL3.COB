      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21AVL3.                                            00000050
                                                                        00000060
      *=============================================================*   00000070
      *   AUTOR....:VICTOR ARANDA                                       00000080
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000090
      *   DATA ....:15/10/2026                                          00000100
      *-------------------------------------------------------------*   00000110
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000120
      *  1.0   15/10/26   VICTOR ARANDA    VERSAO INICIAL               00000130
      *-------------------------------------------------------------*   00000140
      *   OBJETIVO: APROVACAO DA PROPOSTA DE MERITO (FR21AVL2).         00000150
      *      LE O AVLAPR COM AS DECISOES DA FOLHA ASSINADA: CICLO,      00000160
      *      SETOR, FUNCIONARIO (ZEROS = SETOR INTEIRO), DECISAO        00000170
      *      ('A' APROVADA / 'N' NAO APROVADA) E DATA DE EFETIVACAO.    00000180
      *      SO AVALIACOES EM PROPOSTA (SITUACAO 'P') SAO DECIDIDAS.    00000190
      *      A APROVADA COM AUMENTO VAI PARA O ARQUIVO APROVADOS DO     00000200
      *      FR21APL1 COM REFERENCIA 'AVAL' + CICLO, QUE O FR21APL1     00000210
      *      CONFERE CONTRA A AVALIACAO ANTES DE APLICAR.               00000220
      *-------------------------------------------------------------*   00000230
      *   BASE DE DADOS:                                                00000240
      *   TABELA.DB2..                                                  00000250
      *    ------              I/O                 INCLUDE/BOOK         00000260
      *   IVAN.AVALIAC         I/O                 #BKAVAL----          00000270
      *-------------------------------------------------------------*   00000280
      *   ARQUIVOS:                                                     00000290
      *    DDNAME              I/O                  COPY/BOOK           00000300
      *   AVLAPR                I                                       00000310
      *   APROVADOS             O                                       00000320
      *   RELAVL3               O                                       00000330
      *-------------------------------------------------------------*   00000340
      *   MODULOS....:                                                  00000350
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000360
      *=============================================================*   00000370
       ENVIRONMENT                               DIVISION.              00000380
      *=============================================================*   00000390
                                                                        00000400
      *-------------------------------------------------------------*   00000410
       CONFIGURATION                                        SECTION.    00000420
      *-------------------------------------------------------------*   00000430
       SPECIAL-NAMES.                                                   00000440
           DECIMAL-POINT IS COMMA.                                      00000450
                                                                        00000460
                                                                        00000470
       INPUT-OUTPUT                                         SECTION.    00000480
       FILE-CONTROL.                                                    00000490
           SELECT AVLAPR    ASSIGN TO AVLAPR                            00000500
               FILE STATUS  IS WRK-FS-AVLAPR.                           00000510
                                                                        00000520
           SELECT APROVADOS ASSIGN TO APROVADOS                         00000530
               FILE STATUS  IS WRK-FS-APROVADOS.                        00000540
                                                                        00000550
           SELECT RELAVL3   ASSIGN TO RELAVL3                           00000560
               FILE STATUS  IS WRK-FS-RELAVL3.                          00000570
                                                                        00000580
      *=============================================================*   00000590
       DATA                                                DIVISION.    00000600
      *=============================================================*   00000610
       FILE                                                 SECTION.    00000620
      *=============================================================*   00000630
                                                                        00000640
      *      ENTRADA - DECISOES DA PROPOSTA         LRECL = 40          00000650
                                                                        00000660
       FD AVLAPR                                                        00000670
           RECORDING  MODE IS F                                         00000680
           BLOCK CONTAINS 0 RECORDS.                                    00000690
                                                                        00000700
       01 FD-AVLAPR.                                                    00000710
          05 FD-AA-CICLO     PIC X(06).                                 00000720
          05 FD-AA-IDSETOR   PIC X(04).                                 00000730
          05 FD-AA-IDFUNC    PIC 9(05).                                 00000740
          05 FD-AA-DECISAO   PIC X(01).                                 00000750
          05 FD-AA-DATA-EFET PIC 9(08).                                 00000760
          05 FILLER          PIC X(16).                                 00000770
                                                                        00000780
      *      SAIDA - AUMENTOS PARA O FR21APL1       LRECL = 32          00000790
                                                                        00000800
       FD APROVADOS                                                     00000810
           RECORDING  MODE IS F                                         00000820
           BLOCK CONTAINS 0 RECORDS.                                    00000830
                                                                        00000840
       01 FD-APROVADOS.                                                 00000850
          05 FD-AP-IDFUNC    PIC 9(05).                                 00000860
          05 FD-AP-SALNOVO   PIC 9(07)V99.                              00000870
          05 FD-AP-DATA-EFET PIC 9(08).                                 00000880
          05 FD-AP-REFERENC  PIC X(10).                                 00000890
                                                                        00000900
      *      SAIDA - CRITICA                        LRECL = 80          00000910
       FD RELAVL3                                                       00000920
           RECORDING  MODE IS F                                         00000930
           BLOCK CONTAINS 0 RECORDS.                                    00000940
                                                                        00000950
       01 FD-RELAVL3      PIC X(80).                                    00000960
                                                                        00000970
      *-------------------------------------------------------------*   00000980
       WORKING-STORAGE                                      SECTION.    00000990
      *-------------------------------------------------------------*   00001000
                                                                        00001010
           EXEC SQL                                                     00001020
              INCLUDE #BKAVAL                                           00001030
           END-EXEC.                                                    00001040
                                                                        00001050
           EXEC SQL                                                     00001060
              INCLUDE SQLCA                                             00001070
           END-EXEC.                                                    00001080
                                                                        00001090
           EXEC SQL                                                     00001100
              DECLARE CPROPOS CURSOR FOR                                00001110
              SELECT IDFUNC, SALATUAL, SALPROP                          00001120
                FROM IVAN.AVALIAC                                       00001130
               WHERE CICLO    = :AVL-CICLO                              00001140
                 AND IDSETOR  = :AVL-IDSETOR                            00001150
                 AND SITUACAO = 'P'                                     00001160
                 AND (:WRK-IDFUNC = 0 OR IDFUNC = :WRK-IDFUNC)          00001170
               ORDER BY IDFUNC                                          00001180
           END-EXEC.                                                    00001190
                                                                        00001200
      *------------------LOG-DE-ERROS-------------------------------*   00001210
                                                                        00001220
       01 WRK-DADOS.                                                    00001230
           05 WRK-PROGRAMA  PIC X(08).                                  00001240
           05 WRK-SECAO     PIC X(04).                                  00001250
           05 WRK-MENSAGEM  PIC X(30).                                  00001260
           05 WRK-STATUS    PIC X(02).                                  00001270
           05 WRK-SEVERIDADE PIC X(01).                                 00001280
           05 FILLER        PIC X(22).                                  00001290
                                                                        00001300
      *--------------------LOGICA-----------------------------------*   00001310
                                                                        00001320
       77 WRK-SQLCODE         PIC -999.                                 00001330
       77 WRK-LIDOS           PIC 9(05) VALUE 0.                        00001340
       77 WRK-REJEITADOS      PIC 9(05) VALUE 0.                        00001350
       77 WRK-APROVADAS       PIC 9(05) VALUE 0.                        00001360
       77 WRK-NAO-APROVADAS   PIC 9(05) VALUE 0.                        00001370
       77 WRK-GRAVADOS        PIC 9(05) VALUE 0.                        00001380
       77 WRK-DECIDIDAS       PIC 9(05) VALUE 0.                        00001390
       77 WRK-MOTIVO          PIC X(25).                                00001400
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00001410
       77 WRK-IDFUNC          PIC S9(5)V USAGE COMP-3.                  00001420
                                                                        00001430
       01 WRK-CICLO           PIC X(06).                                00001440
       01 WRK-CICLO-R REDEFINES WRK-CICLO.                              00001450
          05 WRK-CIC-ANO      PIC 9(04).                                00001460
          05 WRK-CIC-MES      PIC 9(02).                                00001470
                                                                        00001480
       01 WRK-DATA-EFET       PIC 9(08).                                00001490
       01 WRK-DATA-EFET-R REDEFINES WRK-DATA-EFET.                      00001500
          05 WRK-EFET-ANO     PIC 9(04).                                00001510
          05 WRK-EFET-MES     PIC 9(02).                                00001520
          05 WRK-EFET-DIA     PIC 9(02).                                00001530
                                                                        00001540
       01 WRK-REFERENC.                                                 00001550
          05 FILLER           PIC X(04) VALUE 'AVAL'.                   00001560
          05 WRK-REF-CICLO    PIC X(06).                                00001570
                                                                        00001580
      *-----------DATAS---------------------------------------------*   00001590
                                                                        00001600
       01 WRK-DATA-HOJE       PIC 9(08).                                00001610
       01 WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.                      00001620
          05 WRK-HOJE-ANO     PIC 9(04).                                00001630
          05 WRK-HOJE-MES     PIC 9(02).                                00001640
          05 WRK-HOJE-DIA     PIC 9(02).                                00001650
                                                                        00001660
       01 WRK-DATA-ISO.                                                 00001670
          05 WRK-ISO-ANO      PIC 9(04).                                00001680
          05 FILLER           PIC X(01) VALUE '-'.                      00001690
          05 WRK-ISO-MES      PIC 9(02).                                00001700
          05 FILLER           PIC X(01) VALUE '-'.                      00001710
          05 WRK-ISO-DIA      PIC 9(02).                                00001720
                                                                        00001730
      *--------------------STATUS-----------------------------------*   00001740
                                                                        00001750
       77 WRK-FS-AVLAPR    PIC 9(02).                                   00001760
       77 WRK-FS-APROVADOS PIC 9(02).                                   00001770
       77 WRK-FS-RELAVL3   PIC 9(02).                                   00001780
                                                                        00001790
      *--------------------LINHAS DO RELATORIO----------------------*   00001800
                                                                        00001810
       01 WRK-CABEC1.                                                   00001820
          05 FILLER   PIC X(44) VALUE                                   00001830
             'AVALIACAO DE DESEMPENHO - APROVACAO MERITO'.              00001840
          05 FILLER   PIC X(36).                                        00001850
                                                                        00001860
       01 WRK-CABEC2.                                                   00001870
          05 FILLER   PIC X(40) VALUE                                   00001880
             'CICLO  SETOR FUNC. D   SAL. ATUAL   SAL.'.                00001890
          05 FILLER   PIC X(40) VALUE                                   00001900
             ' PROP.  SITUACAO  CRITICA'.                               00001910
                                                                        00001920
       01 WRK-DETALHE.                                                  00001930
          05 WRK-D-CICLO     PIC X(06).                                 00001940
          05 FILLER          PIC X(01).                                 00001950
          05 WRK-D-SETOR     PIC X(04).                                 00001960
          05 FILLER          PIC X(02).                                 00001970
          05 WRK-D-IDFUNC    PIC 9(05).                                 00001980
          05 FILLER          PIC X(01).                                 00001990
          05 WRK-D-DECISAO   PIC X(01).                                 00002000
          05 FILLER          PIC X(01).                                 00002010
          05 WRK-D-SALATUAL  PIC Z.ZZZ.ZZ9,99.                          00002020
          05 FILLER          PIC X(01).                                 00002030
          05 WRK-D-SALPROP   PIC Z.ZZZ.ZZ9,99.                          00002040
          05 FILLER          PIC X(01).                                 00002050
          05 WRK-D-SITUACAO  PIC X(09).                                 00002060
          05 FILLER          PIC X(01).                                 00002070
          05 WRK-D-CRITICA   PIC X(23).                                 00002080
                                                                        00002090
      *=============================================================*   00002100
       PROCEDURE DIVISION.                                              00002110
      *=============================================================*   00002120
                                                                        00002130
      *=============================================================*   00002140
       0000-PRINCIPAL                                       SECTION.    00002150
                                                                        00002160
            PERFORM 1000-INICIAR.                                       00002170
            PERFORM 2000-PROCESSAR UNTIL WRK-FS-AVLAPR EQUAL 10.        00002180
            PERFORM 3000-FINALIZAR.                                     00002190
                                                                        00002200
       0000-99-FIM.                                            EXIT.    00002210
      *=============================================================*   00002220
                                                                        00002230
      *=============================================================*   00002240
       1000-INICIAR                                         SECTION.    00002250
                                                                        00002260
            OPEN INPUT  AVLAPR.                                         00002270
            OPEN OUTPUT APROVADOS.                                      00002280
            OPEN OUTPUT RELAVL3.                                        00002290
                                                                        00002300
            IF WRK-FS-AVLAPR NOT EQUAL ZEROS                            00002310
               MOVE 'FR21AVL3'                  TO WRK-PROGRAMA         00002320
               MOVE '1000'                      TO WRK-SECAO            00002330
               MOVE 'ERRO OPEN AVLAPR          ' TO WRK-MENSAGEM        00002340
               MOVE WRK-FS-AVLAPR               TO WRK-STATUS           00002350
               PERFORM 9000-TRATARERROS                                 00002360
            END-IF.                                                     00002370
                                                                        00002380
            IF WRK-FS-APROVADOS NOT EQUAL ZEROS                         00002390
               MOVE 'FR21AVL3'                  TO WRK-PROGRAMA         00002400
               MOVE '1000'                      TO WRK-SECAO            00002410
               MOVE 'ERRO OPEN APROVADOS       ' TO WRK-MENSAGEM        00002420
               MOVE WRK-FS-APROVADOS            TO WRK-STATUS           00002430
               PERFORM 9000-TRATARERROS                                 00002440
            END-IF.                                                     00002450
                                                                        00002460
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                    00002470
            MOVE WRK-HOJE-ANO TO WRK-ISO-ANO.                           00002480
            MOVE WRK-HOJE-MES TO WRK-ISO-MES.                           00002490
            MOVE WRK-HOJE-DIA TO WRK-ISO-DIA.                           00002500
                                                                        00002510
            WRITE FD-RELAVL3 FROM WRK-CABEC1.                           00002520
            WRITE FD-RELAVL3 FROM WRK-LINHA-VAZIA.                      00002530
            WRITE FD-RELAVL3 FROM WRK-CABEC2.                           00002540
                                                                        00002550
            READ AVLAPR.                                                00002560
                                                                        00002570
            IF WRK-FS-AVLAPR NOT EQUAL ZEROS                            00002580
               DISPLAY 'ARQUIVO AVLAPR VAZIO'                           00002590
               CLOSE APROVADOS                                          00002600
               STOP RUN                                                 00002610
            END-IF.                                                     00002620
                                                                        00002630
       1000-99-FIM.                                            EXIT.    00002640
      *=============================================================*   00002650
                                                                        00002660
      *=============================================================*   00002670
       2000-PROCESSAR                                       SECTION.    00002680
                                                                        00002690
           ADD 1 TO WRK-LIDOS.                                          00002700
           MOVE SPACES TO WRK-MOTIVO.                                   00002710
           MOVE ZEROS  TO WRK-DECIDIDAS.                                00002720
                                                                        00002730
           PERFORM 2100-VALIDAR.                                        00002740
                                                                        00002750
           IF WRK-MOTIVO EQUAL SPACES                                   00002760
              PERFORM 2200-DECIDIR                                      00002770
           END-IF.                                                      00002780
                                                                        00002790
           IF WRK-MOTIVO EQUAL SPACES AND WRK-DECIDIDAS EQUAL ZEROS     00002800
              MOVE 'SEM PROPOSTA PENDENTE   ' TO WRK-MOTIVO             00002810
           END-IF.                                                      00002820
                                                                        00002830
           IF WRK-MOTIVO NOT EQUAL SPACES                               00002840
              ADD 1 TO WRK-REJEITADOS                                   00002850
              MOVE FD-AA-CICLO     TO WRK-D-CICLO                       00002860
              MOVE FD-AA-IDSETOR   TO WRK-D-SETOR                       00002870
              MOVE FD-AA-IDFUNC    TO WRK-D-IDFUNC                      00002880
              MOVE FD-AA-DECISAO   TO WRK-D-DECISAO                     00002890
              MOVE ZEROS           TO WRK-D-SALATUAL                    00002900
              MOVE ZEROS           TO WRK-D-SALPROP                     00002910
              MOVE 'REJEITADO'     TO WRK-D-SITUACAO                    00002920
              MOVE WRK-MOTIVO      TO WRK-D-CRITICA                     00002930
              WRITE FD-RELAVL3 FROM WRK-DETALHE                         00002940
           END-IF.                                                      00002950
                                                                        00002960
           READ AVLAPR.                                                 00002970
                                                                        00002980
       2000-99-FIM.                                            EXIT.    00002990
      *=============================================================*   00003000
                                                                        00003010
      *=============================================================*   00003020
       2100-VALIDAR                                         SECTION.    00003030
                                                                        00003040
           MOVE FD-AA-CICLO TO WRK-CICLO.                               00003050
                                                                        00003060
           IF WRK-CICLO NOT NUMERIC                                     00003070
              OR WRK-CIC-MES LESS 1 OR WRK-CIC-MES GREATER 12           00003080
              MOVE 'CICLO INVALIDO (AAAAMM) ' TO WRK-MOTIVO             00003090
              GO TO 2100-99-FIM                                         00003100
           END-IF.                                                      00003110
                                                                        00003120
           IF FD-AA-IDSETOR EQUAL SPACES                                00003130
              MOVE 'SETOR NAO INFORMADO     ' TO WRK-MOTIVO             00003140
              GO TO 2100-99-FIM                                         00003150
           END-IF.                                                      00003160
                                                                        00003170
           IF FD-AA-IDFUNC NOT NUMERIC                                  00003180
              MOVE 'FUNCIONARIO INVALIDO    ' TO WRK-MOTIVO             00003190
              GO TO 2100-99-FIM                                         00003200
           END-IF.                                                      00003210
                                                                        00003220
           IF FD-AA-DECISAO NOT EQUAL 'A'                               00003230
              AND FD-AA-DECISAO NOT EQUAL 'N'                           00003240
              MOVE 'DECISAO INVALIDA (A/N)  ' TO WRK-MOTIVO             00003250
              GO TO 2100-99-FIM                                         00003260
           END-IF.                                                      00003270
                                                                        00003280
           IF FD-AA-DECISAO EQUAL 'N'                                   00003290
              GO TO 2100-99-FIM                                         00003300
           END-IF.                                                      00003310
                                                                        00003320
           IF FD-AA-DATA-EFET NOT NUMERIC                               00003330
              MOVE 'DATA EFETIVACAO INVALIDA' TO WRK-MOTIVO             00003340
              GO TO 2100-99-FIM                                         00003350
           END-IF.                                                      00003360
                                                                        00003370
           MOVE FD-AA-DATA-EFET TO WRK-DATA-EFET.                       00003380
                                                                        00003390
           IF WRK-EFET-ANO LESS 1900                                    00003400
              OR WRK-EFET-MES LESS 1 OR WRK-EFET-MES GREATER 12         00003410
              OR WRK-EFET-DIA LESS 1 OR WRK-EFET-DIA GREATER 31         00003420
              MOVE 'DATA EFETIVACAO INVALIDA' TO WRK-MOTIVO             00003430
              GO TO 2100-99-FIM                                         00003440
           END-IF.                                                      00003450
                                                                        00003460
           IF WRK-DATA-EFET(1:6) LESS WRK-CICLO                         00003470
              MOVE 'EFETIVACAO ANTES DO CICLO' TO WRK-MOTIVO            00003480
           END-IF.                                                      00003490
                                                                        00003500
       2100-99-FIM.                                            EXIT.    00003510
      *=============================================================*   00003520
                                                                        00003530
      *=============================================================*   00003540
       2200-DECIDIR                                         SECTION.    00003550
                                                                        00003560
           MOVE FD-AA-CICLO   TO AVL-CICLO.                             00003570
           MOVE FD-AA-IDSETOR TO AVL-IDSETOR.                           00003580
           MOVE FD-AA-IDFUNC  TO WRK-IDFUNC.                            00003590
                                                                        00003600
           EXEC SQL                                                     00003610
              OPEN CPROPOS                                              00003620
           END-EXEC.                                                    00003630
                                                                        00003640
           IF SQLCODE NOT EQUAL 0                                       00003650
              MOVE SQLCODE TO WRK-SQLCODE                               00003660
              DISPLAY 'ERRO ' WRK-SQLCODE ' NO OPEN DO CURSOR CPROPOS'  00003670
              MOVE 200 TO RETURN-CODE                                   00003680
              STOP RUN                                                  00003690
           END-IF.                                                      00003700
                                                                        00003710
           PERFORM 2300-LER-PROPOSTA.                                   00003720
                                                                        00003730
           PERFORM UNTIL SQLCODE NOT EQUAL 0                            00003740
                      OR WRK-MOTIVO NOT EQUAL SPACES                    00003750
              PERFORM 2400-GRAVAR-DECISAO                               00003760
              PERFORM 2300-LER-PROPOSTA                                 00003770
           END-PERFORM.                                                 00003780
                                                                        00003790
           EXEC SQL                                                     00003800
              CLOSE CPROPOS                                             00003810
           END-EXEC.                                                    00003820
                                                                        00003830
           IF WRK-MOTIVO EQUAL SPACES                                   00003840
              EXEC SQL COMMIT END-EXEC                                  00003850
           ELSE                                                         00003860
              EXEC SQL ROLLBACK END-EXEC                                00003870
           END-IF.                                                      00003880
                                                                        00003890
       2200-99-FIM.                                            EXIT.    00003900
      *=============================================================*   00003910
                                                                        00003920
      *=============================================================*   00003930
       2300-LER-PROPOSTA                                    SECTION.    00003940
                                                                        00003950
           EXEC SQL                                                     00003960
            FETCH CPROPOS                                               00003970
             INTO :AVL-IDFUNC,                                          00003980
                  :AVL-SALATUAL,                                        00003990
                  :AVL-SALPROP                                          00004000
           END-EXEC.                                                    00004010
                                                                        00004020
           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100             00004030
              MOVE SQLCODE TO WRK-SQLCODE                               00004040
              DISPLAY 'ERRO ' WRK-SQLCODE ' NO FETCH DO CURSOR CPROPOS' 00004050
              MOVE 'ERRO SQL NA CONSULTA    ' TO WRK-MOTIVO             00004060
           END-IF.                                                      00004070
                                                                        00004080
       2300-99-FIM.                                            EXIT.    00004090
      *=============================================================*   00004100
                                                                        00004110
      *=============================================================*   00004120
       2400-GRAVAR-DECISAO                                  SECTION.    00004130
                                                                        00004140
           MOVE FD-AA-DECISAO TO AVL-SITUACAO.                          00004150
           MOVE WRK-DATA-ISO  TO AVL-DTSIT.                             00004160
                                                                        00004170
           EXEC SQL                                                     00004180
                UPDATE IVAN.AVALIAC                                     00004190
                   SET SITUACAO = :AVL-SITUACAO,                        00004200
                       DTSIT    = :AVL-DTSIT                            00004210
                 WHERE IDFUNC = :AVL-IDFUNC                             00004220
                   AND CICLO  = :AVL-CICLO                              00004230
           END-EXEC.                                                    00004240
                                                                        00004250
           IF SQLCODE NOT EQUAL 0                                       00004260
              MOVE SQLCODE TO WRK-SQLCODE                               00004270
              DISPLAY 'ERRO ' WRK-SQLCODE ' NO UPDATE DA AVALIACAO '    00004280
                      FD-AA-IDFUNC                                      00004290
              MOVE 'ERRO SQL NO UPDATE      ' TO WRK-MOTIVO             00004300
              GO TO 2400-99-FIM                                         00004310
           END-IF.                                                      00004320
                                                                        00004330
           ADD 1 TO WRK-DECIDIDAS.                                      00004340
                                                                        00004350
           MOVE FD-AA-CICLO     TO WRK-D-CICLO.                         00004360
           MOVE FD-AA-IDSETOR   TO WRK-D-SETOR.                         00004370
           MOVE AVL-IDFUNC      TO WRK-D-IDFUNC.                        00004380
           MOVE FD-AA-DECISAO   TO WRK-D-DECISAO.                       00004390
           MOVE AVL-SALATUAL    TO WRK-D-SALATUAL.                      00004400
           MOVE AVL-SALPROP     TO WRK-D-SALPROP.                       00004410
           MOVE SPACES          TO WRK-D-CRITICA.                       00004420
                                                                        00004430
           IF FD-AA-DECISAO EQUAL 'N'                                   00004440
              ADD 1 TO WRK-NAO-APROVADAS                                00004450
              MOVE 'NAO APROV' TO WRK-D-SITUACAO                        00004460
           ELSE                                                         00004470
              ADD 1 TO WRK-APROVADAS                                    00004480
              MOVE 'APROVADA ' TO WRK-D-SITUACAO                        00004490
              IF AVL-SALPROP GREATER AVL-SALATUAL                       00004500
                 MOVE AVL-IDFUNC      TO FD-AP-IDFUNC                   00004510
                 MOVE AVL-SALPROP     TO FD-AP-SALNOVO                  00004520
                 MOVE WRK-DATA-EFET   TO FD-AP-DATA-EFET                00004530
                 MOVE AVL-CICLO       TO WRK-REF-CICLO                  00004540
                 MOVE WRK-REFERENC    TO FD-AP-REFERENC                 00004550
                 WRITE FD-APROVADOS                                     00004560
                 ADD 1 TO WRK-GRAVADOS                                  00004570
                 MOVE 'ENVIADA AO FR21APL1' TO WRK-D-CRITICA            00004580
              ELSE                                                      00004590
                 MOVE 'SEM AUMENTO PROPOSTO' TO WRK-D-CRITICA           00004600
              END-IF                                                    00004610
           END-IF.                                                      00004620
                                                                        00004630
           WRITE FD-RELAVL3 FROM WRK-DETALHE.                           00004640
                                                                        00004650
       2400-99-FIM.                                            EXIT.    00004660
      *=============================================================*   00004670
                                                                        00004680
      *=============================================================*   00004690
       3000-FINALIZAR                                       SECTION.    00004700
                                                                        00004710
             DISPLAY 'DECISOES LIDAS........' WRK-LIDOS.                00004720
             DISPLAY 'REJEITADAS............' WRK-REJEITADOS.           00004730
             DISPLAY 'AVALIACOES APROVADAS..' WRK-APROVADAS.            00004740
             DISPLAY 'NAO APROVADAS.........' WRK-NAO-APROVADAS.        00004750
             DISPLAY 'GRAVADOS EM APROVADOS.' WRK-GRAVADOS.             00004760
             DISPLAY 'FINAL DE PROGRAMA'.                               00004770
                                                                        00004780
             CLOSE AVLAPR.                                              00004790
             CLOSE APROVADOS.                                           00004800
             CLOSE RELAVL3.                                             00004810
             STOP RUN.                                                  00004820
                                                                        00004830
       3000-99-FIM.                                            EXIT.    00004840
      *=============================================================*   00004850
                                                                        00004860
      *=============================================================*   00004870
       9000-TRATARERROS                                     SECTION.    00004880
                                                                        00004890
             MOVE 'E' TO WRK-SEVERIDADE.                                00004900
             CALL 'GRAVALOG' USING WRK-DADOS.                           00004910
             STOP RUN.                                                  00004920
                                                                        00004930
       9000-99-FIM.                                            EXIT.    00004940
      *=============================================================*   00004950
