      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21CRT2.                                            00000050
                                                                        00000060
      *=============================================================*   00000070
      *   AUTOR....:VICTOR ARANDA                                       00000080
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000090
      *   DATA ....:15/10/2026                                          00000100
      *-------------------------------------------------------------*   00000110
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000120
      *  1.0   15/10/26   VICTOR ARANDA    VERSAO INICIAL               00000130
      *-------------------------------------------------------------*   00000140
      *   OBJETIVO: CONTROLE MENSAL DAS CERTIFICACOES OBRIGATORIAS.     00000150
      *      PARA CADA FUNCIONARIO ATIVO CRUZA AS CERTIFICACOES         00000160
      *      EXIGIDAS PELO CARGO (IVAN.CARGOCERT) COM AS QUE ELE TEM    00000170
      *      (IVAN.FUNCCERT) E LISTA AS FALTANTES, AS JA VENCIDAS E     00000180
      *      AS QUE VENCEM NOS PROXIMOS 60 DIAS, AGRUPADAS PELO         00000190
      *      GERENTE DO SETOR (IDGERENTE DE IVAN.SETOR), UMA FOLHA      00000200
      *      POR GERENTE. SETOR SEM GERENTE SAI NO GERENTE ZERO.        00000210
      *-------------------------------------------------------------*   00000220
      *   BASE DE DADOS:                                                00000230
      *   TABELA.DB2..                                                  00000240
      *    ------              I/O                 INCLUDE/BOOK         00000250
      *   IVAN.FUNC             I                  #BKFUNC----          00000260
      *   IVAN.SETOR            I                  #BKSETOR---          00000270
      *   IVAN.CERTIF           I                  #BKCERT----          00000280
      *   IVAN.CARGOCERT        I                  #BKCRGC----          00000290
      *   IVAN.FUNCCERT         I                  #BKFCRT----          00000300
      *-------------------------------------------------------------*   00000310
      *   ARQUIVOS:                                                     00000320
      *    DDNAME              I/O                  COPY/BOOK           00000330
      *   RELCRT2               O                                       00000340
      *-------------------------------------------------------------*   00000350
      *   MODULOS....:                                                  00000360
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000370
      *=============================================================*   00000380
       ENVIRONMENT                               DIVISION.              00000390
      *=============================================================*   00000400
                                                                        00000410
      *-------------------------------------------------------------*   00000420
       CONFIGURATION                                        SECTION.    00000430
      *-------------------------------------------------------------*   00000440
       SPECIAL-NAMES.                                                   00000450
           DECIMAL-POINT IS COMMA.                                      00000460
                                                                        00000470
                                                                        00000480
       INPUT-OUTPUT                                         SECTION.    00000490
       FILE-CONTROL.                                                    00000500
           SELECT RELCRT2  ASSIGN TO RELCRT2                            00000510
               FILE STATUS  IS WRK-FS-RELCRT2.                          00000520
                                                                        00000530
      *=============================================================*   00000540
       DATA                                                DIVISION.    00000550
      *=============================================================*   00000560
       FILE                                                 SECTION.    00000570
      *=============================================================*   00000580
                                                                        00000590
      *      SAIDA - PENDENCIAS POR GERENTE         LRECL = 80          00000600
       FD RELCRT2                                                       00000610
           RECORDING  MODE IS F                                         00000620
           BLOCK CONTAINS 0 RECORDS.                                    00000630
                                                                        00000640
       01 FD-RELCRT2      PIC X(80).                                    00000650
                                                                        00000660
      *-------------------------------------------------------------*   00000670
       WORKING-STORAGE                                      SECTION.    00000680
      *-------------------------------------------------------------*   00000690
                                                                        00000700
           EXEC SQL                                                     00000710
              INCLUDE #BKFUNC                                           00000720
           END-EXEC.                                                    00000730
                                                                        00000740
           EXEC SQL                                                     00000750
              INCLUDE #BKSETOR                                          00000760
           END-EXEC.                                                    00000770
                                                                        00000780
           EXEC SQL                                                     00000790
              INCLUDE #BKCERT                                           00000800
           END-EXEC.                                                    00000810
                                                                        00000820
           EXEC SQL                                                     00000830
              INCLUDE #BKFCRT                                           00000840
           END-EXEC.                                                    00000850
                                                                        00000860
           EXEC SQL                                                     00000870
              INCLUDE SQLCA                                             00000880
           END-EXEC.                                                    00000890
                                                                        00000900
      *          UMA LINHA POR CERTIFICACAO EXIGIDA E NAO EM DIA;       00000910
      *          SEM REGISTRO NO FUNCCERT A VALIDADE VEM EM BRANCO      00000920
                                                                        00000930
           EXEC SQL                                                     00000940
              DECLARE CCERT CURSOR FOR                                  00000950
              SELECT F.ID, F.NOME, F.SETOR, F.IDCARGO,                  00000960
                     C.IDCERT, C.DESCCERT,                              00000970
                     COALESCE(E.DTVALID, ' '),                          00000980
                     COALESCE(S.IDGERENTE, 0),                          00000990
                     COALESCE(G.NOME, ' ')                              00001000
                FROM IVAN.FUNC F                                        00001010
                JOIN IVAN.CARGOCERT R                                   00001020
                  ON R.IDCARGO = F.IDCARGO                              00001030
                JOIN IVAN.CERTIF C                                      00001040
                  ON C.IDCERT = R.IDCERT                                00001050
                LEFT JOIN IVAN.FUNCCERT E                               00001060
                  ON E.IDFUNC = F.ID                                    00001070
                 AND E.IDCERT = R.IDCERT                                00001080
                LEFT JOIN IVAN.SETOR S                                  00001090
                  ON S.IDSETOR = F.SETOR                                00001100
                LEFT JOIN IVAN.FUNC G                                   00001110
                  ON G.ID = S.IDGERENTE                                 00001120
               WHERE F.DATADEM IS NULL                                  00001130
                 AND (E.IDFUNC IS NULL                                  00001140
                      OR E.DTVALID <= :WRK-LIMITE-ISO)                  00001150
               ORDER BY 8, F.SETOR, F.ID, C.IDCERT                      00001160
           END-EXEC.                                                    00001170
                                                                        00001180
      *------------------LOG-DE-ERROS-------------------------------*   00001190
                                                                        00001200
       01 WRK-DADOS.                                                    00001210
           05 WRK-PROGRAMA  PIC X(08).                                  00001220
           05 WRK-SECAO     PIC X(04).                                  00001230
           05 WRK-MENSAGEM  PIC X(30).                                  00001240
           05 WRK-STATUS    PIC X(02).                                  00001250
           05 WRK-SEVERIDADE PIC X(01).                                 00001260
           05 FILLER        PIC X(22).                                  00001270
                                                                        00001280
      *--------------------LOGICA-----------------------------------*   00001290
                                                                        00001300
       77 WRK-SQLCODE         PIC -999.                                 00001310
       77 WRK-FIM-CURSOR      PIC X(01).                                00001320
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00001330
       77 WRK-NOME-GERENTE    PIC X(30).                                00001340
       77 WRK-IDCARGO         PIC X(04).                                00001350
       77 WRK-GERENTE-ANT     PIC S9(5)V USAGE COMP-3 VALUE -1.         00001360
                                                                        00001370
      *          JANELA DE AVISO DE VENCIMENTO                          00001380
                                                                        00001390
       77 WRK-DIAS-AVISO      PIC 9(03) VALUE 60.                       00001400
                                                                        00001410
       77 WRK-NUM-HOJE        PIC 9(08) COMP.                           00001420
                                                                        00001430
       77 WRK-QT-LISTADOS     PIC 9(05) VALUE 0.                        00001440
       77 WRK-QT-FALTANTES    PIC 9(05) VALUE 0.                        00001450
       77 WRK-QT-VENCIDAS     PIC 9(05) VALUE 0.                        00001460
       77 WRK-QT-A-VENCER     PIC 9(05) VALUE 0.                        00001470
       77 WRK-QT-GERENTE      PIC 9(05) VALUE 0.                        00001480
       77 WRK-QT-GERENTES     PIC 9(05) VALUE 0.                        00001490
                                                                        00001500
      *-----------DATAS---------------------------------------------*   00001510
                                                                        00001520
       01 WRK-DATA-HOJE       PIC 9(08).                                00001530
                                                                        00001540
       01 WRK-DATA-AUX        PIC 9(08).                                00001550
       01 WRK-DATA-AUX-R REDEFINES WRK-DATA-AUX.                        00001560
          05 WRK-AUX-ANO      PIC 9(04).                                00001570
          05 WRK-AUX-MES      PIC 9(02).                                00001580
          05 WRK-AUX-DIA      PIC 9(02).                                00001590
                                                                        00001600
       01 WRK-HOJE-ISO.                                                 00001610
          05 WRK-HOJ-ANO      PIC 9(04).                                00001620
          05 FILLER           PIC X(01) VALUE '-'.                      00001630
          05 WRK-HOJ-MES      PIC 9(02).                                00001640
          05 FILLER           PIC X(01) VALUE '-'.                      00001650
          05 WRK-HOJ-DIA      PIC 9(02).                                00001660
                                                                        00001670
       01 WRK-LIMITE-ISO.                                               00001680
          05 WRK-LIM-ANO      PIC 9(04).                                00001690
          05 FILLER           PIC X(01) VALUE '-'.                      00001700
          05 WRK-LIM-MES      PIC 9(02).                                00001710
          05 FILLER           PIC X(01) VALUE '-'.                      00001720
          05 WRK-LIM-DIA      PIC 9(02).                                00001730
                                                                        00001740
      *--------------------STATUS-----------------------------------*   00001750
                                                                        00001760
       77 WRK-FS-RELCRT2  PIC 9(02).                                    00001770
                                                                        00001780
      *--------------------LINHAS DO RELATORIO----------------------*   00001790
                                                                        00001800
       01 WRK-CABEC1.                                                   00001810
          05 FILLER   PIC X(40) VALUE                                   00001820
             'CERTIFICACOES OBRIGATORIAS PENDENTES - D'.                00001830
          05 FILLER   PIC X(04) VALUE 'ATA '.                           00001840
          05 WRK-C1-DATA      PIC 9999/99/99.                           00001850
          05 FILLER   PIC X(26).                                        00001860
                                                                        00001870
       01 WRK-CABEC-GERENTE.                                            00001880
          05 FILLER   PIC X(09) VALUE 'GERENTE: '.                      00001890
          05 WRK-CG-IDGER     PIC 9(05).                                00001900
          05 FILLER   PIC X(01).                                        00001910
          05 WRK-CG-NOME      PIC X(30).                                00001920
          05 FILLER   PIC X(35).                                        00001930
                                                                        00001940
       01 WRK-CABEC2.                                                   00001950
          05 FILLER   PIC X(40) VALUE                                   00001960
             'FUNC. NOME               SETR CARG CERT '.                00001970
          05 FILLER   PIC X(40) VALUE                                   00001980
             'DESCRICAO          VALIDADE   SITUACAO'.                  00001990
                                                                        00002000
       01 WRK-DETALHE.                                                  00002010
          05 WRK-D-IDFUNC     PIC 9(05).                                00002020
          05 FILLER           PIC X(01).                                00002030
          05 WRK-D-NOME       PIC X(18).                                00002040
          05 FILLER           PIC X(01).                                00002050
          05 WRK-D-SETOR      PIC X(04).                                00002060
          05 FILLER           PIC X(01).                                00002070
          05 WRK-D-CARGO      PIC X(04).                                00002080
          05 FILLER           PIC X(01).                                00002090
          05 WRK-D-IDCERT     PIC X(04).                                00002100
          05 FILLER           PIC X(01).                                00002110
          05 WRK-D-DESCCERT   PIC X(18).                                00002120
          05 FILLER           PIC X(01).                                00002130
          05 WRK-D-DTVALID    PIC X(10).                                00002140
          05 FILLER           PIC X(01).                                00002150
          05 WRK-D-SITUACAO   PIC X(09).                                00002160
          05 FILLER           PIC X(01).                                00002170
                                                                        00002180
       01 WRK-TOT-GERENTE.                                              00002190
          05 FILLER           PIC X(02).                                00002200
          05 FILLER           PIC X(22) VALUE                           00002210
             'PENDENCIAS DO GERENTE.'.                                  00002220
          05 WRK-TG-QTD       PIC ZZ.ZZ9.                               00002230
          05 FILLER           PIC X(50).                                00002240
                                                                        00002250
      *=============================================================*   00002260
       PROCEDURE DIVISION.                                              00002270
      *=============================================================*   00002280
                                                                        00002290
      *=============================================================*   00002300
       0000-PRINCIPAL                                       SECTION.    00002310
                                                                        00002320
            PERFORM 1000-INICIAR.                                       00002330
            PERFORM 2000-PROCESSAR UNTIL WRK-FIM-CURSOR EQUAL 'S'.      00002340
            PERFORM 3000-FINALIZAR.                                     00002350
                                                                        00002360
       0000-99-FIM.                                            EXIT.    00002370
      *=============================================================*   00002380
                                                                        00002390
      *=============================================================*   00002400
       1000-INICIAR                                         SECTION.    00002410
                                                                        00002420
            OPEN OUTPUT RELCRT2.                                        00002430
                                                                        00002440
            IF WRK-FS-RELCRT2 NOT EQUAL ZEROS                           00002450
               MOVE 'FR21CRT2'                  TO WRK-PROGRAMA         00002460
               MOVE '1000'                      TO WRK-SECAO            00002470
               MOVE 'ERRO OPEN LISTA CERTIFIC.' TO WRK-MENSAGEM         00002480
               MOVE WRK-FS-RELCRT2              TO WRK-STATUS           00002490
               PERFORM 9000-TRATARERROS                                 00002500
            END-IF.                                                     00002510
                                                                        00002520
      *          LIMITE = HOJE + 60 DIAS                                00002530
                                                                        00002540
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                    00002550
            MOVE WRK-DATA-HOJE TO WRK-DATA-AUX.                         00002560
            MOVE WRK-AUX-ANO TO WRK-HOJ-ANO.                            00002570
            MOVE WRK-AUX-MES TO WRK-HOJ-MES.                            00002580
            MOVE WRK-AUX-DIA TO WRK-HOJ-DIA.                            00002590
                                                                        00002600
            COMPUTE WRK-NUM-HOJE =                                      00002610
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE).                 00002620
            COMPUTE WRK-DATA-AUX =                                      00002630
               FUNCTION DATE-OF-INTEGER(WRK-NUM-HOJE + WRK-DIAS-AVISO). 00002640
            MOVE WRK-AUX-ANO TO WRK-LIM-ANO.                            00002650
            MOVE WRK-AUX-MES TO WRK-LIM-MES.                            00002660
            MOVE WRK-AUX-DIA TO WRK-LIM-DIA.                            00002670
                                                                        00002680
            MOVE WRK-DATA-HOJE TO WRK-C1-DATA.                          00002690
            WRITE FD-RELCRT2 FROM WRK-CABEC1.                           00002700
                                                                        00002710
            EXEC SQL                                                    00002720
               OPEN CCERT                                               00002730
            END-EXEC.                                                   00002740
                                                                        00002750
            IF SQLCODE NOT EQUAL 0                                      00002760
               MOVE SQLCODE TO WRK-SQLCODE                              00002770
               DISPLAY 'ERRO ' WRK-SQLCODE ' NO OPEN DO CURSOR CERT'    00002780
               MOVE 200 TO RETURN-CODE                                  00002790
               STOP RUN                                                 00002800
            END-IF.                                                     00002810
                                                                        00002820
            MOVE 'N' TO WRK-FIM-CURSOR.                                 00002830
            PERFORM 2100-LER-PENDENCIA.                                 00002840
                                                                        00002850
       1000-99-FIM.                                            EXIT.    00002860
      *=============================================================*   00002870
                                                                        00002880
      *=============================================================*   00002890
       2000-PROCESSAR                                       SECTION.    00002900
                                                                        00002910
           IF DB2-IDGERENTE NOT EQUAL WRK-GERENTE-ANT                   00002920
              PERFORM 2300-QUEBRA-GERENTE                               00002930
           END-IF.                                                      00002940
                                                                        00002950
           PERFORM 2400-LISTAR.                                         00002960
                                                                        00002970
           PERFORM 2100-LER-PENDENCIA.                                  00002980
                                                                        00002990
       2000-99-FIM.                                            EXIT.    00003000
      *=============================================================*   00003010
                                                                        00003020
      *=============================================================*   00003030
       2100-LER-PENDENCIA                                   SECTION.    00003040
                                                                        00003050
           EXEC SQL                                                     00003060
            FETCH CCERT                                                 00003070
             INTO :DB2-ID,                                              00003080
                  :DB2-NOME,                                            00003090
                  :DB2-SETOR,                                           00003100
                  :WRK-IDCARGO,                                         00003110
                  :CRT-IDCERT,                                          00003120
                  :CRT-DESCCERT,                                        00003130
                  :FCE-DTVALID,                                         00003140
                  :DB2-IDGERENTE,                                       00003150
                  :WRK-NOME-GERENTE                                     00003160
           END-EXEC.                                                    00003170
                                                                        00003180
           EVALUATE SQLCODE                                             00003190
             WHEN 0                                                     00003200
               CONTINUE                                                 00003210
             WHEN 100                                                   00003220
               MOVE 'S' TO WRK-FIM-CURSOR                               00003230
             WHEN OTHER                                                 00003240
               MOVE SQLCODE TO WRK-SQLCODE                              00003250
               DISPLAY 'ERRO ' WRK-SQLCODE ' NO FETCH DO CURSOR CERT'   00003260
               MOVE 200 TO RETURN-CODE                                  00003270
               STOP RUN                                                 00003280
           END-EVALUATE.                                                00003290
                                                                        00003300
       2100-99-FIM.                                            EXIT.    00003310
      *=============================================================*   00003320
                                                                        00003330
      *=============================================================*   00003340
       2300-QUEBRA-GERENTE                                  SECTION.    00003350
                                                                        00003360
      *          UMA FOLHA POR GERENTE, COM O TOTAL DO ANTERIOR         00003370
                                                                        00003380
           IF WRK-GERENTE-ANT NOT LESS ZERO                             00003390
              PERFORM 2350-TOTAL-GERENTE                                00003400
           END-IF.                                                      00003410
                                                                        00003420
           MOVE DB2-IDGERENTE TO WRK-GERENTE-ANT.                       00003430
           MOVE ZEROS         TO WRK-QT-GERENTE.                        00003440
           ADD 1              TO WRK-QT-GERENTES.                       00003450
                                                                        00003460
           MOVE DB2-IDGERENTE TO WRK-CG-IDGER.                          00003470
           IF DB2-IDGERENTE EQUAL ZERO                                  00003480
              MOVE 'SETOR SEM GERENTE CADASTRADO' TO WRK-CG-NOME        00003490
           ELSE                                                         00003500
              MOVE WRK-NOME-GERENTE TO WRK-CG-NOME                      00003510
           END-IF.                                                      00003520
                                                                        00003530
           WRITE FD-RELCRT2 FROM WRK-CABEC-GERENTE AFTER PAGE.          00003540
           WRITE FD-RELCRT2 FROM WRK-LINHA-VAZIA.                       00003550
           WRITE FD-RELCRT2 FROM WRK-CABEC2.                            00003560
                                                                        00003570
       2300-99-FIM.                                            EXIT.    00003580
      *=============================================================*   00003590
                                                                        00003600
      *=============================================================*   00003610
       2350-TOTAL-GERENTE                                   SECTION.    00003620
                                                                        00003630
           WRITE FD-RELCRT2 FROM WRK-LINHA-VAZIA.                       00003640
           MOVE WRK-QT-GERENTE TO WRK-TG-QTD.                           00003650
           WRITE FD-RELCRT2 FROM WRK-TOT-GERENTE.                       00003660
                                                                        00003670
       2350-99-FIM.                                            EXIT.    00003680
      *=============================================================*   00003690
                                                                        00003700
      *=============================================================*   00003710
       2400-LISTAR                                          SECTION.    00003720
                                                                        00003730
           ADD 1 TO WRK-QT-LISTADOS.                                    00003740
           ADD 1 TO WRK-QT-GERENTE.                                     00003750
                                                                        00003760
           MOVE DB2-ID       TO WRK-D-IDFUNC.                           00003770
           MOVE DB2-NOME     TO WRK-D-NOME.                             00003780
           MOVE DB2-SETOR    TO WRK-D-SETOR.                            00003790
           MOVE WRK-IDCARGO  TO WRK-D-CARGO.                            00003800
           MOVE CRT-IDCERT   TO WRK-D-IDCERT.                           00003810
           MOVE CRT-DESCCERT TO WRK-D-DESCCERT.                         00003820
           MOVE FCE-DTVALID  TO WRK-D-DTVALID.                          00003830
                                                                        00003840
           EVALUATE TRUE                                                00003850
             WHEN FCE-DTVALID EQUAL SPACES                              00003860
               ADD 1 TO WRK-QT-FALTANTES                                00003870
               MOVE 'FALTANTE ' TO WRK-D-SITUACAO                       00003880
             WHEN FCE-DTVALID LESS WRK-HOJE-ISO                         00003890
               ADD 1 TO WRK-QT-VENCIDAS                                 00003900
               MOVE 'VENCIDA  ' TO WRK-D-SITUACAO                       00003910
             WHEN OTHER                                                 00003920
               ADD 1 TO WRK-QT-A-VENCER                                 00003930
               MOVE 'A VENCER ' TO WRK-D-SITUACAO                       00003940
           END-EVALUATE.                                                00003950
                                                                        00003960
           WRITE FD-RELCRT2 FROM WRK-DETALHE.                           00003970
                                                                        00003980
       2400-99-FIM.                                            EXIT.    00003990
      *=============================================================*   00004000
                                                                        00004010
      *=============================================================*   00004020
       3000-FINALIZAR                                       SECTION.    00004030
                                                                        00004040
             EXEC SQL                                                   00004050
                CLOSE CCERT                                             00004060
             END-EXEC.                                                  00004070
                                                                        00004080
             IF WRK-QT-GERENTES GREATER ZERO                            00004090
                PERFORM 2350-TOTAL-GERENTE                              00004100
             END-IF.                                                    00004110
                                                                        00004120
             DISPLAY 'PENDENCIAS LISTADAS...' WRK-QT-LISTADOS.          00004130
             DISPLAY 'FALTANTES.............' WRK-QT-FALTANTES.         00004140
             DISPLAY 'VENCIDAS..............' WRK-QT-VENCIDAS.          00004150
             DISPLAY 'A VENCER EM 60 DIAS...' WRK-QT-A-VENCER.          00004160
             DISPLAY 'GERENTES NA LISTA.....' WRK-QT-GERENTES.          00004170
             DISPLAY 'FINAL DE PROGRAMA'.                               00004180
                                                                        00004190
             CLOSE RELCRT2.                                             00004200
             STOP RUN.                                                  00004210
                                                                        00004220
       3000-99-FIM.                                            EXIT.    00004230
      *=============================================================*   00004240
                                                                        00004250
      *=============================================================*   00004260
       9000-TRATARERROS                                     SECTION.    00004270
                                                                        00004280
             MOVE 'E' TO WRK-SEVERIDADE.                                00004290
             CALL 'GRAVALOG' USING WRK-DADOS.                           00004300
             STOP RUN.                                                  00004310
                                                                        00004320
       9000-99-FIM.                                            EXIT.    00004330
      *=============================================================*   00004340
