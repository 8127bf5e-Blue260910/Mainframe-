      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21CRT1.                                            00000050
                                                                        00000060
      *=============================================================*   00000070
      *   AUTOR....:VICTOR ARANDA                                       00000080
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000090
      *   DATA ....:15/10/2026                                          00000100
      *-------------------------------------------------------------*   00000110
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000120
      *  1.0   15/10/26   VICTOR ARANDA    VERSAO INICIAL               00000130
      *-------------------------------------------------------------*   00000140
      *   OBJETIVO: MANUTENCAO DAS CERTIFICACOES OBRIGATORIAS. LE O     00000150
      *      MOVIMENTO CRTMOV MONTADO PELO RH E ATUALIZA:               00000160
      *        TIPO 'C' CATALOGO (IVAN.CERTIF): CODIGO, DESCRICAO E     00000170
      *                 VALIDADE EM MESES (ZERO = NAO VENCE)            00000180
      *        TIPO 'R' REQUISITO DO CARGO (IVAN.CARGOCERT): CARGO      00000190
      *                 DE IVAN.CARGO X CERTIFICACAO DO CATALOGO        00000200
      *        TIPO 'F' CERTIFICACAO DO FUNCIONARIO (IVAN.FUNCCERT):    00000210
      *                 DATA DE CONCLUSAO; A VALIDADE E A CONCLUSAO     00000220
      *                 + OS MESES DO CATALOGO (9999-12-31 QUANDO A     00000230
      *                 CERTIFICACAO NAO VENCE). NOVA CONCLUSAO DA      00000240
      *                 MESMA CERTIFICACAO E RENOVACAO (SUBSTITUI)      00000250
      *      ACAO 'I' INCLUI (NO CATALOGO, CODIGO EXISTENTE ATUALIZA    00000260
      *      DESCRICAO E VALIDADE) / 'E' EXCLUI. CERTIFICACAO AINDA     00000270
      *      EXIGIDA POR CARGO OU REGISTRADA PARA FUNCIONARIO NAO       00000280
      *      SAI DO CATALOGO.                                           00000290
      *-------------------------------------------------------------*   00000300
      *   BASE DE DADOS:                                                00000310
      *   TABELA.DB2..                                                  00000320
      *    ------              I/O                 INCLUDE/BOOK         00000330
      *   IVAN.CERTIF          I/O                 #BKCERT----          00000340
      *   IVAN.CARGOCERT       I/O                 #BKCRGC----          00000350
      *   IVAN.FUNCCERT        I/O                 #BKFCRT----          00000360
      *   IVAN.CARGO            I                  #BKCARGO---          00000370
      *   IVAN.FUNC             I                  #BKFUNC----          00000380
      *-------------------------------------------------------------*   00000390
      *   ARQUIVOS:                                                     00000400
      *    DDNAME              I/O                  COPY/BOOK           00000410
      *   CRTMOV                I                                       00000420
      *   RELCRT1               O                                       00000430
      *-------------------------------------------------------------*   00000440
      *   MODULOS....:                                                  00000450
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000460
      *=============================================================*   00000470
       ENVIRONMENT                               DIVISION.              00000480
      *=============================================================*   00000490
                                                                        00000500
      *-------------------------------------------------------------*   00000510
       CONFIGURATION                                        SECTION.    00000520
      *-------------------------------------------------------------*   00000530
       SPECIAL-NAMES.                                                   00000540
           DECIMAL-POINT IS COMMA.                                      00000550
                                                                        00000560
                                                                        00000570
       INPUT-OUTPUT                                         SECTION.    00000580
       FILE-CONTROL.                                                    00000590
           SELECT CRTMOV    ASSIGN TO CRTMOV                            00000600
               FILE STATUS  IS WRK-FS-CRTMOV.                           00000610
                                                                        00000620
           SELECT RELCRT1   ASSIGN TO RELCRT1                           00000630
               FILE STATUS  IS WRK-FS-RELCRT1.                          00000640
                                                                        00000650
      *=============================================================*   00000660
       DATA                                                DIVISION.    00000670
      *=============================================================*   00000680
       FILE                                                 SECTION.    00000690
      *=============================================================*   00000700
                                                                        00000710
      *      ENTRADA - MOVIMENTO DE CERTIFICACOES   LRECL = 80          00000720
                                                                        00000730
       FD CRTMOV                                                        00000740
           RECORDING  MODE IS F                                         00000750
           BLOCK CONTAINS 0 RECORDS.                                    00000760
                                                                        00000770
       01 FD-CRTMOV.                                                    00000780
          05 FD-CM-TIPO      PIC X(01).                                 00000790
          05 FD-CM-ACAO      PIC X(01).                                 00000800
          05 FD-CM-IDCERT    PIC X(04).                                 00000810
          05 FD-CM-IDCARGO   PIC X(04).                                 00000820
          05 FD-CM-IDFUNC    PIC 9(05).                                 00000830
          05 FD-CM-DTCONCL   PIC 9(08).                                 00000840
          05 FD-CM-VALIDADE  PIC 9(03).                                 00000850
          05 FD-CM-DESCCERT  PIC X(30).                                 00000860
          05 FILLER          PIC X(24).                                 00000870
                                                                        00000880
      *      SAIDA - CRITICA                        LRECL = 80          00000890
       FD RELCRT1                                                       00000900
           RECORDING  MODE IS F                                         00000910
           BLOCK CONTAINS 0 RECORDS.                                    00000920
                                                                        00000930
       01 FD-RELCRT1      PIC X(80).                                    00000940
                                                                        00000950
      *-------------------------------------------------------------*   00000960
       WORKING-STORAGE                                      SECTION.    00000970
      *-------------------------------------------------------------*   00000980
                                                                        00000990
           EXEC SQL                                                     00001000
              INCLUDE #BKCERT                                           00001010
           END-EXEC.                                                    00001020
                                                                        00001030
           EXEC SQL                                                     00001040
              INCLUDE #BKCRGC                                           00001050
           END-EXEC.                                                    00001060
                                                                        00001070
           EXEC SQL                                                     00001080
              INCLUDE #BKFCRT                                           00001090
           END-EXEC.                                                    00001100
                                                                        00001110
           EXEC SQL                                                     00001120
              INCLUDE #BKCARGO                                          00001130
           END-EXEC.                                                    00001140
                                                                        00001150
           EXEC SQL                                                     00001160
              INCLUDE #BKFUNC                                           00001170
           END-EXEC.                                                    00001180
                                                                        00001190
           EXEC SQL                                                     00001200
              INCLUDE SQLCA                                             00001210
           END-EXEC.                                                    00001220
                                                                        00001230
      *------------------LOG-DE-ERROS-------------------------------*   00001240
                                                                        00001250
       01 WRK-DADOS.                                                    00001260
           05 WRK-PROGRAMA  PIC X(08).                                  00001270
           05 WRK-SECAO     PIC X(04).                                  00001280
           05 WRK-MENSAGEM  PIC X(30).                                  00001290
           05 WRK-STATUS    PIC X(02).                                  00001300
           05 WRK-SEVERIDADE PIC X(01).                                 00001310
           05 FILLER        PIC X(22).                                  00001320
                                                                        00001330
      *--------------------LOGICA-----------------------------------*   00001340
                                                                        00001350
       77 WRK-SQLCODE         PIC -999.                                 00001360
       77 WRK-LIDOS           PIC 9(05) VALUE 0.                        00001370
       77 WRK-ACEITOS         PIC 9(05) VALUE 0.                        00001380
       77 WRK-REJEITADOS      PIC 9(05) VALUE 0.                        00001390
       77 WRK-MOTIVO          PIC X(25).                                00001400
       77 WRK-OBSERVACAO      PIC X(25).                                00001410
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00001420
       77 WRK-QT-USO          PIC S9(9) COMP.                           00001430
       77 WRK-MESES           PIC S9(3)V USAGE COMP-3.                  00001440
                                                                        00001450
      *-----------DATAS---------------------------------------------*   00001460
                                                                        00001470
       01 WRK-DATA-HOJE       PIC 9(08).                                00001480
                                                                        00001490
       01 WRK-DATA-AUX        PIC 9(08).                                00001500
       01 WRK-DATA-AUX-R REDEFINES WRK-DATA-AUX.                        00001510
          05 WRK-AUX-ANO      PIC 9(04).                                00001520
          05 WRK-AUX-MES      PIC 9(02).                                00001530
          05 WRK-AUX-DIA      PIC 9(02).                                00001540
                                                                        00001550
       01 WRK-DATA-ISO.                                                 00001560
          05 WRK-ISO-ANO      PIC 9(04).                                00001570
          05 FILLER           PIC X(01) VALUE '-'.                      00001580
          05 WRK-ISO-MES      PIC 9(02).                                00001590
          05 FILLER           PIC X(01) VALUE '-'.                      00001600
          05 WRK-ISO-DIA      PIC 9(02).                                00001610
                                                                        00001620
       77 WRK-SEM-VENCIMENTO  PIC X(10) VALUE '9999-12-31'.             00001630
                                                                        00001640
      *--------------------STATUS-----------------------------------*   00001650
                                                                        00001660
       77 WRK-FS-CRTMOV    PIC 9(02).                                   00001670
       77 WRK-FS-RELCRT1   PIC 9(02).                                   00001680
                                                                        00001690
      *--------------------LINHAS DO RELATORIO----------------------*   00001700
                                                                        00001710
       01 WRK-CABEC1.                                                   00001720
          05 FILLER   PIC X(44) VALUE                                   00001730
             'MANUTENCAO DAS CERTIFICACOES OBRIGATORIAS'.               00001740
          05 FILLER   PIC X(36).                                        00001750
                                                                        00001760
       01 WRK-CABEC2.                                                   00001770
          05 FILLER   PIC X(40) VALUE                                   00001780
             'T A CERT CARG FUNC. CONCLUSAO  VALIDADE '.                00001790
          05 FILLER   PIC X(40) VALUE                                   00001800
             '  SITUACAO   CRITICA'.                                    00001810
                                                                        00001820
       01 WRK-DETALHE.                                                  00001830
          05 WRK-D-TIPO      PIC X(01).                                 00001840
          05 FILLER          PIC X(01).                                 00001850
          05 WRK-D-ACAO      PIC X(01).                                 00001860
          05 FILLER          PIC X(01).                                 00001870
          05 WRK-D-IDCERT    PIC X(04).                                 00001880
          05 FILLER          PIC X(01).                                 00001890
          05 WRK-D-IDCARGO   PIC X(04).                                 00001900
          05 FILLER          PIC X(01).                                 00001910
          05 WRK-D-IDFUNC    PIC X(05).                                 00001920
          05 FILLER          PIC X(01).                                 00001930
          05 WRK-D-DTCONCL   PIC X(10).                                 00001940
          05 FILLER          PIC X(01).                                 00001950
          05 WRK-D-DTVALID   PIC X(10).                                 00001960
          05 FILLER          PIC X(01).                                 00001970
          05 WRK-D-SITUACAO  PIC X(10).                                 00001980
          05 FILLER          PIC X(01).                                 00001990
          05 WRK-D-CRITICA   PIC X(25).                                 00002000
          05 FILLER          PIC X(02).                                 00002010
                                                                        00002020
      *=============================================================*   00002030
       PROCEDURE DIVISION.                                              00002040
      *=============================================================*   00002050
                                                                        00002060
      *=============================================================*   00002070
       0000-PRINCIPAL                                       SECTION.    00002080
                                                                        00002090
            PERFORM 1000-INICIAR.                                       00002100
            PERFORM 2000-PROCESSAR UNTIL WRK-FS-CRTMOV EQUAL 10.        00002110
            PERFORM 3000-FINALIZAR.                                     00002120
                                                                        00002130
       0000-99-FIM.                                            EXIT.    00002140
      *=============================================================*   00002150
                                                                        00002160
      *=============================================================*   00002170
       1000-INICIAR                                         SECTION.    00002180
                                                                        00002190
            OPEN INPUT  CRTMOV.                                         00002200
            OPEN OUTPUT RELCRT1.                                        00002210
                                                                        00002220
            IF WRK-FS-CRTMOV NOT EQUAL ZEROS                            00002230
               MOVE 'FR21CRT1'                  TO WRK-PROGRAMA         00002240
               MOVE '1000'                      TO WRK-SECAO            00002250
               MOVE 'ERRO OPEN MOVTO CERTIFIC.' TO WRK-MENSAGEM         00002260
               MOVE WRK-FS-CRTMOV               TO WRK-STATUS           00002270
               PERFORM 9000-TRATARERROS                                 00002280
            END-IF.                                                     00002290
                                                                        00002300
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                    00002310
                                                                        00002320
            WRITE FD-RELCRT1 FROM WRK-CABEC1.                           00002330
            WRITE FD-RELCRT1 FROM WRK-LINHA-VAZIA.                      00002340
            WRITE FD-RELCRT1 FROM WRK-CABEC2.                           00002350
                                                                        00002360
            READ CRTMOV.                                                00002370
                                                                        00002380
            IF WRK-FS-CRTMOV NOT EQUAL ZEROS                            00002390
               DISPLAY 'ARQUIVO CRTMOV VAZIO'                           00002400
               STOP RUN                                                 00002410
            END-IF.                                                     00002420
                                                                        00002430
       1000-99-FIM.                                            EXIT.    00002440
      *=============================================================*   00002450
                                                                        00002460
      *=============================================================*   00002470
       2000-PROCESSAR                                       SECTION.    00002480
                                                                        00002490
           ADD 1 TO WRK-LIDOS.                                          00002500
           MOVE SPACES TO WRK-MOTIVO.                                   00002510
           MOVE SPACES TO WRK-OBSERVACAO.                               00002520
           MOVE SPACES TO WRK-D-DTCONCL.                                00002530
           MOVE SPACES TO WRK-D-DTVALID.                                00002540
                                                                        00002550
           IF FD-CM-ACAO NOT EQUAL 'I' AND FD-CM-ACAO NOT EQUAL 'E'     00002560
              MOVE 'ACAO INVALIDA           ' TO WRK-MOTIVO             00002570
           ELSE                                                         00002580
              EVALUATE FD-CM-TIPO                                       00002590
                WHEN 'C'                                                00002600
                  PERFORM 2100-CATALOGO                                 00002610
                WHEN 'R'                                                00002620
                  PERFORM 2200-REQUISITO                                00002630
                WHEN 'F'                                                00002640
                  PERFORM 2300-FUNCIONARIO                              00002650
                WHEN OTHER                                              00002660
                  MOVE 'TIPO DE MOVIMENTO INVALID' TO WRK-MOTIVO        00002670
              END-EVALUATE                                              00002680
           END-IF.                                                      00002690
                                                                        00002700
           MOVE FD-CM-TIPO      TO WRK-D-TIPO.                          00002710
           MOVE FD-CM-ACAO      TO WRK-D-ACAO.                          00002720
           MOVE FD-CM-IDCERT    TO WRK-D-IDCERT.                        00002730
           MOVE FD-CM-IDCARGO   TO WRK-D-IDCARGO.                       00002740
           MOVE FD-CM-IDFUNC    TO WRK-D-IDFUNC.                        00002750
                                                                        00002760
           IF WRK-MOTIVO NOT EQUAL SPACES                               00002770
              ADD 1 TO WRK-REJEITADOS                                   00002780
              MOVE 'REJEITADO ' TO WRK-D-SITUACAO                       00002790
              MOVE WRK-MOTIVO   TO WRK-D-CRITICA                        00002800
              EXEC SQL ROLLBACK END-EXEC                                00002810
           ELSE                                                         00002820
              ADD 1 TO WRK-ACEITOS                                      00002830
              MOVE 'REGISTRADO' TO WRK-D-SITUACAO                       00002840
              MOVE WRK-OBSERVACAO TO WRK-D-CRITICA                      00002850
              EXEC SQL COMMIT END-EXEC                                  00002860
           END-IF.                                                      00002870
                                                                        00002880
           WRITE FD-RELCRT1 FROM WRK-DETALHE.                           00002890
                                                                        00002900
           READ CRTMOV.                                                 00002910
                                                                        00002920
       2000-99-FIM.                                            EXIT.    00002930
      *=============================================================*   00002940
                                                                        00002950
      *=============================================================*   00002960
       2100-CATALOGO                                        SECTION.    00002970
                                                                        00002980
           IF FD-CM-IDCERT EQUAL SPACES                                 00002990
              MOVE 'CERTIFICACAO EM BRANCO  ' TO WRK-MOTIVO             00003000
              GO TO 2100-99-FIM                                         00003010
           END-IF.                                                      00003020
                                                                        00003030
           MOVE FD-CM-IDCERT TO CRT-IDCERT.                             00003040
                                                                        00003050
           IF FD-CM-ACAO EQUAL 'E'                                      00003060
              PERFORM 2150-EXCLUIR-CATALOGO                             00003070
              GO TO 2100-99-FIM                                         00003080
           END-IF.                                                      00003090
                                                                        00003100
           IF FD-CM-DESCCERT EQUAL SPACES                               00003110
              MOVE 'DESCRICAO EM BRANCO     ' TO WRK-MOTIVO             00003120
              GO TO 2100-99-FIM                                         00003130
           END-IF.                                                      00003140
                                                                        00003150
           IF FD-CM-VALIDADE NOT NUMERIC                                00003160
              MOVE 'VALIDADE INVALIDA       ' TO WRK-MOTIVO             00003170
              GO TO 2100-99-FIM                                         00003180
           END-IF.                                                      00003190
                                                                        00003200
           MOVE FD-CM-DESCCERT TO CRT-DESCCERT.                         00003210
           MOVE FD-CM-VALIDADE TO CRT-VALIDADE.                         00003220
                                                                        00003230
           EXEC SQL                                                     00003240
                INSERT INTO IVAN.CERTIF                                 00003250
                       (IDCERT, DESCCERT, VALIDADE)                     00003260
                VALUES (:CRT-IDCERT, :CRT-DESCCERT, :CRT-VALIDADE)      00003270
           END-EXEC.                                                    00003280
                                                                        00003290
           EVALUATE SQLCODE                                             00003300
             WHEN 0                                                     00003310
               MOVE 'CERTIFICACAO INCLUIDA   ' TO WRK-OBSERVACAO        00003320
             WHEN -803                                                  00003330
               EXEC SQL                                                 00003340
                    UPDATE IVAN.CERTIF                                  00003350
                       SET DESCCERT = :CRT-DESCCERT,                    00003360
                           VALIDADE = :CRT-VALIDADE                     00003370
                     WHERE IDCERT   = :CRT-IDCERT                       00003380
               END-EXEC                                                 00003390
               IF SQLCODE NOT EQUAL 0                                   00003400
                  MOVE SQLCODE TO WRK-SQLCODE                           00003410
                  DISPLAY 'ERRO ' WRK-SQLCODE ' NO UPDATE DO CERTIF'    00003420
                  MOVE 'ERRO SQL NO UPDATE      ' TO WRK-MOTIVO         00003430
               ELSE                                                     00003440
                  MOVE 'CATALOGO ATUALIZADO     ' TO WRK-OBSERVACAO     00003450
               END-IF                                                   00003460
             WHEN OTHER                                                 00003470
               MOVE SQLCODE TO WRK-SQLCODE                              00003480
               DISPLAY 'ERRO ' WRK-SQLCODE ' NO INSERT DO CERTIF'       00003490
               MOVE 'ERRO SQL NO INSERT      ' TO WRK-MOTIVO            00003500
           END-EVALUATE.                                                00003510
                                                                        00003520
       2100-99-FIM.                                            EXIT.    00003530
      *=============================================================*   00003540
                                                                        00003550
      *=============================================================*   00003560
       2150-EXCLUIR-CATALOGO                                SECTION.    00003570
                                                                        00003580
      *          SO SAI DO CATALOGO A CERTIFICACAO SEM REQUISITO DE     00003590
      *          CARGO E SEM REGISTRO DE FUNCIONARIO                    00003600
                                                                        00003610
           EXEC SQL                                                     00003620
                SELECT COUNT(*)                                         00003630
                  INTO :WRK-QT-USO                                      00003640
                  FROM IVAN.CARGOCERT                                   00003650
                 WHERE IDCERT = :CRT-IDCERT                             00003660
           END-EXEC.                                                    00003670
                                                                        00003680
           IF SQLCODE EQUAL 0 AND WRK-QT-USO GREATER ZERO               00003690
              MOVE 'EXIGIDA POR CARGO       ' TO WRK-MOTIVO             00003700
              GO TO 2150-99-FIM                                         00003710
           END-IF.                                                      00003720
                                                                        00003730
           EXEC SQL                                                     00003740
                SELECT COUNT(*)                                         00003750
                  INTO :WRK-QT-USO                                      00003760
                  FROM IVAN.FUNCCERT                                    00003770
                 WHERE IDCERT = :CRT-IDCERT                             00003780
           END-EXEC.                                                    00003790
                                                                        00003800
           IF SQLCODE EQUAL 0 AND WRK-QT-USO GREATER ZERO               00003810
              MOVE 'REGISTRADA P/ FUNCIONARIO' TO WRK-MOTIVO            00003820
              GO TO 2150-99-FIM                                         00003830
           END-IF.                                                      00003840
                                                                        00003850
           EXEC SQL                                                     00003860
                DELETE FROM IVAN.CERTIF                                 00003870
                 WHERE IDCERT = :CRT-IDCERT                             00003880
           END-EXEC.                                                    00003890
                                                                        00003900
           EVALUATE SQLCODE                                             00003910
             WHEN 0                                                     00003920
               MOVE 'CERTIFICACAO EXCLUIDA   ' TO WRK-OBSERVACAO        00003930
             WHEN 100                                                   00003940
               MOVE 'CERTIFICACAO INEXISTENTE' TO WRK-MOTIVO            00003950
             WHEN OTHER                                                 00003960
               MOVE SQLCODE TO WRK-SQLCODE                              00003970
               DISPLAY 'ERRO ' WRK-SQLCODE ' NO DELETE DO CERTIF'       00003980
               MOVE 'ERRO SQL NO DELETE      ' TO WRK-MOTIVO            00003990
           END-EVALUATE.                                                00004000
                                                                        00004010
       2150-99-FIM.                                            EXIT.    00004020
      *=============================================================*   00004030
                                                                        00004040
      *=============================================================*   00004050
       2200-REQUISITO                                       SECTION.    00004060
                                                                        00004070
           MOVE FD-CM-IDCARGO TO CGC-IDCARGO.                           00004080
           MOVE FD-CM-IDCERT  TO CGC-IDCERT.                            00004090
                                                                        00004100
           IF FD-CM-ACAO EQUAL 'E'                                      00004110
              EXEC SQL                                                  00004120
                   DELETE FROM IVAN.CARGOCERT                           00004130
                    WHERE IDCARGO = :CGC-IDCARGO                        00004140
                      AND IDCERT  = :CGC-IDCERT                         00004150
              END-EXEC                                                  00004160
              EVALUATE SQLCODE                                          00004170
                WHEN 0                                                  00004180
                  MOVE 'REQUISITO EXCLUIDO      ' TO WRK-OBSERVACAO     00004190
                WHEN 100                                                00004200
                  MOVE 'REQUISITO INEXISTENTE   ' TO WRK-MOTIVO         00004210
                WHEN OTHER                                              00004220
                  MOVE SQLCODE TO WRK-SQLCODE                           00004230
                  DISPLAY 'ERRO ' WRK-SQLCODE ' NO DELETE DO CARGOCERT' 00004240
                  MOVE 'ERRO SQL NO DELETE      ' TO WRK-MOTIVO         00004250
              END-EVALUATE                                              00004260
              GO TO 2200-99-FIM                                         00004270
           END-IF.                                                      00004280
                                                                        00004290
      *          CARGO DE IVAN.CARGO E CERTIFICACAO DO CATALOGO         00004300
                                                                        00004310
           MOVE FD-CM-IDCARGO TO CRG-IDCARGO.                           00004320
                                                                        00004330
           EXEC SQL                                                     00004340
                SELECT DESCCARGO                                        00004350
                  INTO :CRG-DESCCARGO                                   00004360
                  FROM IVAN.CARGO                                       00004370
                 WHERE IDCARGO = :CRG-IDCARGO                           00004380
                 FETCH FIRST ROW ONLY                                   00004390
           END-EXEC.                                                    00004400
                                                                        00004410
           IF SQLCODE NOT EQUAL 0                                       00004420
              MOVE 'CARGO NAO CADASTRADO    ' TO WRK-MOTIVO             00004430
              GO TO 2200-99-FIM                                         00004440
           END-IF.                                                      00004450
                                                                        00004460
           PERFORM 2900-LER-CATALOGO.                                   00004470
                                                                        00004480
           IF WRK-MOTIVO NOT EQUAL SPACES                               00004490
              GO TO 2200-99-FIM                                         00004500
           END-IF.                                                      00004510
                                                                        00004520
           EXEC SQL                                                     00004530
                INSERT INTO IVAN.CARGOCERT                              00004540
                       (IDCARGO, IDCERT)                                00004550
                VALUES (:CGC-IDCARGO, :CGC-IDCERT)                      00004560
           END-EXEC.                                                    00004570
                                                                        00004580
           EVALUATE SQLCODE                                             00004590
             WHEN 0                                                     00004600
               MOVE 'REQUISITO INCLUIDO      ' TO WRK-OBSERVACAO        00004610
             WHEN -803                                                  00004620
               MOVE 'REQUISITO JA CADASTRADO ' TO WRK-MOTIVO            00004630
             WHEN OTHER                                                 00004640
               MOVE SQLCODE TO WRK-SQLCODE                              00004650
               DISPLAY 'ERRO ' WRK-SQLCODE ' NO INSERT DO CARGOCERT'    00004660
               MOVE 'ERRO SQL NO INSERT      ' TO WRK-MOTIVO            00004670
           END-EVALUATE.                                                00004680
                                                                        00004690
       2200-99-FIM.                                            EXIT.    00004700
      *=============================================================*   00004710
                                                                        00004720
      *=============================================================*   00004730
       2300-FUNCIONARIO                                     SECTION.    00004740
                                                                        00004750
           IF FD-CM-IDFUNC NOT NUMERIC OR FD-CM-IDFUNC EQUAL ZEROS      00004760
              MOVE 'FUNCIONARIO INVALIDO    ' TO WRK-MOTIVO             00004770
              GO TO 2300-99-FIM                                         00004780
           END-IF.                                                      00004790
                                                                        00004800
           MOVE FD-CM-IDFUNC TO FCE-IDFUNC.                             00004810
           MOVE FD-CM-IDCERT TO FCE-IDCERT.                             00004820
                                                                        00004830
           IF FD-CM-ACAO EQUAL 'E'                                      00004840
              EXEC SQL                                                  00004850
                   DELETE FROM IVAN.FUNCCERT                            00004860
                    WHERE IDFUNC = :FCE-IDFUNC                          00004870
                      AND IDCERT = :FCE-IDCERT                          00004880
              END-EXEC                                                  00004890
              EVALUATE SQLCODE                                          00004900
                WHEN 0                                                  00004910
                  MOVE 'REGISTRO EXCLUIDO       ' TO WRK-OBSERVACAO     00004920
                WHEN 100                                                00004930
                  MOVE 'REGISTRO INEXISTENTE    ' TO WRK-MOTIVO         00004940
                WHEN OTHER                                              00004950
                  MOVE SQLCODE TO WRK-SQLCODE                           00004960
                  DISPLAY 'ERRO ' WRK-SQLCODE ' NO DELETE DO FUNCCERT'  00004970
                  MOVE 'ERRO SQL NO DELETE      ' TO WRK-MOTIVO         00004980
              END-EVALUATE                                              00004990
              GO TO 2300-99-FIM                                         00005000
           END-IF.                                                      00005010
                                                                        00005020
      *          FUNCIONARIO ATIVO                                      00005030
                                                                        00005040
           MOVE FD-CM-IDFUNC TO DB2-ID.                                 00005050
                                                                        00005060
           EXEC SQL                                                     00005070
                SELECT NOME                                             00005080
                  INTO :DB2-NOME                                        00005090
                  FROM IVAN.FUNC                                        00005100
                 WHERE ID = :DB2-ID                                     00005110
                   AND DATADEM IS NULL                                  00005120
           END-EXEC.                                                    00005130
                                                                        00005140
           EVALUATE SQLCODE                                             00005150
             WHEN 0                                                     00005160
               CONTINUE                                                 00005170
             WHEN 100                                                   00005180
               MOVE 'FUNCIONARIO NAO ATIVO   ' TO WRK-MOTIVO            00005190
               GO TO 2300-99-FIM                                        00005200
             WHEN OTHER                                                 00005210
               MOVE SQLCODE TO WRK-SQLCODE                              00005220
               DISPLAY 'ERRO ' WRK-SQLCODE ' NA CONSULTA DO FUNC'       00005230
               MOVE 'ERRO SQL NA CONSULTA    ' TO WRK-MOTIVO            00005240
               GO TO 2300-99-FIM                                        00005250
           END-EVALUATE.                                                00005260
                                                                        00005270
           PERFORM 2900-LER-CATALOGO.                                   00005280
                                                                        00005290
           IF WRK-MOTIVO NOT EQUAL SPACES                               00005300
              GO TO 2300-99-FIM                                         00005310
           END-IF.                                                      00005320
                                                                        00005330
      *          CONCLUSAO: DATA VALIDA E NAO FUTURA                    00005340
                                                                        00005350
           IF FD-CM-DTCONCL NOT NUMERIC                                 00005360
              MOVE 'DATA DE CONCLUSAO INVALID' TO WRK-MOTIVO            00005370
              GO TO 2300-99-FIM                                         00005380
           END-IF.                                                      00005390
                                                                        00005400
           MOVE FD-CM-DTCONCL TO WRK-DATA-AUX.                          00005410
                                                                        00005420
           IF WRK-AUX-MES LESS 1 OR WRK-AUX-MES GREATER 12              00005430
              OR WRK-AUX-DIA LESS 1 OR WRK-AUX-DIA GREATER 31           00005440
              OR FD-CM-DTCONCL GREATER WRK-DATA-HOJE                    00005450
              MOVE 'DATA DE CONCLUSAO INVALID' TO WRK-MOTIVO            00005460
              GO TO 2300-99-FIM                                         00005470
           END-IF.                                                      00005480
                                                                        00005490
           MOVE WRK-AUX-ANO  TO WRK-ISO-ANO.                            00005500
           MOVE WRK-AUX-MES  TO WRK-ISO-MES.                            00005510
           MOVE WRK-AUX-DIA  TO WRK-ISO-DIA.                            00005520
           MOVE WRK-DATA-ISO TO FCE-DTCONCL.                            00005530
                                                                        00005540
      *          VALIDADE = CONCLUSAO + MESES DO CATALOGO               00005550
                                                                        00005560
           IF CRT-VALIDADE EQUAL ZERO                                   00005570
              MOVE WRK-SEM-VENCIMENTO TO FCE-DTVALID                    00005580
           ELSE                                                         00005590
              MOVE CRT-VALIDADE TO WRK-MESES                            00005600
              EXEC SQL                                                  00005610
                   SELECT CHAR(DATE(:FCE-DTCONCL) + :WRK-MESES MONTHS,  00005620
                               ISO)                                     00005630
                     INTO :FCE-DTVALID                                  00005640
                     FROM SYSIBM.SYSDUMMY1                              00005650
              END-EXEC                                                  00005660
              IF SQLCODE NOT EQUAL 0                                    00005670
                 MOVE 'DATA DE CONCLUSAO INVALID' TO WRK-MOTIVO         00005680
                 GO TO 2300-99-FIM                                      00005690
              END-IF                                                    00005700
           END-IF.                                                      00005710
                                                                        00005720
           MOVE FCE-DTCONCL TO WRK-D-DTCONCL.                           00005730
           MOVE FCE-DTVALID TO WRK-D-DTVALID.                           00005740
                                                                        00005750
           EXEC SQL                                                     00005760
                INSERT INTO IVAN.FUNCCERT                               00005770
                       (IDFUNC, IDCERT, DTCONCL, DTVALID)               00005780
                VALUES (:FCE-IDFUNC, :FCE-IDCERT, :FCE-DTCONCL,         00005790
                        :FCE-DTVALID)                                   00005800
           END-EXEC.                                                    00005810
                                                                        00005820
           EVALUATE SQLCODE                                             00005830
             WHEN 0                                                     00005840
               MOVE 'CERTIFICACAO REGISTRADA ' TO WRK-OBSERVACAO        00005850
             WHEN -803                                                  00005860
               EXEC SQL                                                 00005870
                    UPDATE IVAN.FUNCCERT                                00005880
                       SET DTCONCL = :FCE-DTCONCL,                      00005890
                           DTVALID = :FCE-DTVALID                       00005900
                     WHERE IDFUNC  = :FCE-IDFUNC                        00005910
                       AND IDCERT  = :FCE-IDCERT                        00005920
               END-EXEC                                                 00005930
               IF SQLCODE NOT EQUAL 0                                   00005940
                  MOVE SQLCODE TO WRK-SQLCODE                           00005950
                  DISPLAY 'ERRO ' WRK-SQLCODE ' NO UPDATE DO FUNCCERT'  00005960
                  MOVE 'ERRO SQL NO UPDATE      ' TO WRK-MOTIVO         00005970
               ELSE                                                     00005980
                  MOVE 'CERTIFICACAO RENOVADA   ' TO WRK-OBSERVACAO     00005990
               END-IF                                                   00006000
             WHEN OTHER                                                 00006010
               MOVE SQLCODE TO WRK-SQLCODE                              00006020
               DISPLAY 'ERRO ' WRK-SQLCODE ' NO INSERT DO FUNCCERT'     00006030
               MOVE 'ERRO SQL NO INSERT      ' TO WRK-MOTIVO            00006040
           END-EVALUATE.                                                00006050
                                                                        00006060
       2300-99-FIM.                                            EXIT.    00006070
      *=============================================================*   00006080
                                                                        00006090
      *=============================================================*   00006100
       2900-LER-CATALOGO                                    SECTION.    00006110
                                                                        00006120
           MOVE FD-CM-IDCERT TO CRT-IDCERT.                             00006130
                                                                        00006140
           EXEC SQL                                                     00006150
                SELECT DESCCERT, VALIDADE                               00006160
                  INTO :CRT-DESCCERT, :CRT-VALIDADE                     00006170
                  FROM IVAN.CERTIF                                      00006180
                 WHERE IDCERT = :CRT-IDCERT                             00006190
           END-EXEC.                                                    00006200
                                                                        00006210
           EVALUATE SQLCODE                                             00006220
             WHEN 0                                                     00006230
               CONTINUE                                                 00006240
             WHEN 100                                                   00006250
               MOVE 'CERTIFICACAO INEXISTENTE' TO WRK-MOTIVO            00006260
             WHEN OTHER                                                 00006270
               MOVE SQLCODE TO WRK-SQLCODE                              00006280
               DISPLAY 'ERRO ' WRK-SQLCODE ' NA CONSULTA DO CERTIF'     00006290
               MOVE 'ERRO SQL NA CONSULTA    ' TO WRK-MOTIVO            00006300
           END-EVALUATE.                                                00006310
                                                                        00006320
       2900-99-FIM.                                            EXIT.    00006330
      *=============================================================*   00006340
                                                                        00006350
      *=============================================================*   00006360
       3000-FINALIZAR                                       SECTION.    00006370
                                                                        00006380
             DISPLAY 'MOVIMENTOS LIDOS......' WRK-LIDOS.                00006390
             DISPLAY 'REGISTRADOS...........' WRK-ACEITOS.              00006400
             DISPLAY 'REJEITADOS............' WRK-REJEITADOS.           00006410
             DISPLAY 'FINAL DE PROGRAMA'.                               00006420
                                                                        00006430
             CLOSE CRTMOV.                                              00006440
             CLOSE RELCRT1.                                             00006450
             STOP RUN.                                                  00006460
                                                                        00006470
       3000-99-FIM.                                            EXIT.    00006480
      *=============================================================*   00006490
                                                                        00006500
      *=============================================================*   00006510
       9000-TRATARERROS                                     SECTION.    00006520
                                                                        00006530
             MOVE 'E' TO WRK-SEVERIDADE.                                00006540
             CALL 'GRAVALOG' USING WRK-DADOS.                           00006550
             STOP RUN.                                                  00006560
                                                                        00006570
       9000-99-FIM.                                            EXIT.    00006580
      *=============================================================*   00006590
