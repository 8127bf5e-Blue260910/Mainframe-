      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21EXP2.                                            00000050
                                                                        00000060
      *=============================================================*   00000070
      *   AUTOR....:VICTOR ARANDA                                       00000080
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000090
      *   DATA ....:15/10/2026                                          00000100
      *-------------------------------------------------------------*   00000110
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000120
      *  1.0   15/10/26   VICTOR ARANDA    VERSAO INICIAL               00000130
      *-------------------------------------------------------------*   00000140
      *   OBJETIVO: REGISTRO DAS DECISOES DOS GERENTES SOBRE OS         00000150
      *      CONTRATOS DE EXPERIENCIA LISTADOS PELO FR21EXP1. LE O      00000160
      *      MOVIMENTO EXPDEC (FUNCIONARIO, TERMO, DECISAO, GERENTE):   00000170
      *        'P' PRORROGAR - SO NO 1O TERMO (VAI ATE O 90O DIA)       00000180
      *        'E' EFETIVAR  - CONTRATO PASSA A INDETERMINADO           00000190
      *        'D' DESLIGAR  - NO FIM DO TERMO; GERA O REGISTRO DO      00000200
      *                        ARQUIVO DEMITIDOS DO FR21DEM1 COM A      00000210
      *                        DATA DE FIM DO TERMO                     00000220
      *      SO O GERENTE DO SETOR (IDGERENTE DE IVAN.SETOR) DECIDE.    00000230
      *      DESLIGAMENTO DEPOIS DO FIM DO TERMO E REJEITADO: O         00000240
      *      CONTRATO JA NAO E MAIS DE EXPERIENCIA. CADA TERMO ACEITA   00000250
      *      UMA UNICA DECISAO (CHAVE IDFUNC + TERMO).                  00000260
      *-------------------------------------------------------------*   00000270
      *   BASE DE DADOS:                                                00000280
      *   TABELA.DB2..                                                  00000290
      *    ------              I/O                 INCLUDE/BOOK         00000300
      *   IVAN.EXPERIEN        I/O                 #BKEXPR----          00000310
      *   IVAN.FUNC             I                  #BKFUNC----          00000320
      *   IVAN.SETOR            I                  #BKSETOR---          00000330
      *-------------------------------------------------------------*   00000340
      *   ARQUIVOS:                                                     00000350
      *    DDNAME              I/O                  COPY/BOOK           00000360
      *   EXPDEC                I                                       00000370
      *   DEMITIDO              O   (ENTRADA DO FR21DEM1)               00000380
      *   RELDEC                O                                       00000390
      *-------------------------------------------------------------*   00000400
      *   MODULOS....:                                                  00000410
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000420
      *=============================================================*   00000430
       ENVIRONMENT                               DIVISION.              00000440
      *=============================================================*   00000450
                                                                        00000460
      *-------------------------------------------------------------*   00000470
       CONFIGURATION                                        SECTION.    00000480
      *-------------------------------------------------------------*   00000490
       SPECIAL-NAMES.                                                   00000500
           DECIMAL-POINT IS COMMA.                                      00000510
                                                                        00000520
                                                                        00000530
       INPUT-OUTPUT                                         SECTION.    00000540
       FILE-CONTROL.                                                    00000550
           SELECT EXPDEC    ASSIGN TO EXPDEC                            00000560
               FILE STATUS  IS WRK-FS-EXPDEC.                           00000570
                                                                        00000580
           SELECT DEMITIDOS ASSIGN TO DEMITIDO                          00000590
               FILE STATUS  IS WRK-FS-DEMITIDOS.                        00000600
                                                                        00000610
           SELECT RELDEC    ASSIGN TO RELDEC                            00000620
               FILE STATUS  IS WRK-FS-RELDEC.                           00000630
                                                                        00000640
      *=============================================================*   00000650
       DATA                                                DIVISION.    00000660
      *=============================================================*   00000670
       FILE                                                 SECTION.    00000680
      *=============================================================*   00000690
                                                                        00000700
      *      ENTRADA - DECISOES DOS GERENTES        LRECL = 40          00000710
                                                                        00000720
       FD EXPDEC                                                        00000730
           RECORDING  MODE IS F                                         00000740
           BLOCK CONTAINS 0 RECORDS.                                    00000750
                                                                        00000760
       01 FD-EXPDEC.                                                    00000770
          05 FD-ED-IDFUNC    PIC 9(05).                                 00000780
          05 FD-ED-TERMO     PIC X(01).                                 00000790
          05 FD-ED-DECISAO   PIC X(01).                                 00000800
          05 FD-ED-IDGERENTE PIC 9(05).                                 00000810
          05 FILLER          PIC X(28).                                 00000820
                                                                        00000830
      *      SAIDA - DESLIGAMENTOS (LAYOUT DO FR21DEM1) LRECL = 33      00000840
                                                                        00000850
       FD DEMITIDOS                                                     00000860
           RECORDING  MODE IS F                                         00000870
           BLOCK CONTAINS 0 RECORDS.                                    00000880
                                                                        00000890
       01 FD-DEMITIDOS.                                                 00000900
          05 FD-DM-IDFUNC    PIC 9(05).                                 00000910
          05 FD-DM-DATA      PIC 9(08).                                 00000920
          05 FD-DM-MOTIVO    PIC X(20).                                 00000930
                                                                        00000940
      *      SAIDA - CRITICA                        LRECL = 80          00000950
       FD RELDEC                                                        00000960
           RECORDING  MODE IS F                                         00000970
           BLOCK CONTAINS 0 RECORDS.                                    00000980
                                                                        00000990
       01 FD-RELDEC       PIC X(80).                                    00001000
                                                                        00001010
      *-------------------------------------------------------------*   00001020
       WORKING-STORAGE                                      SECTION.    00001030
      *-------------------------------------------------------------*   00001040
                                                                        00001050
           EXEC SQL                                                     00001060
              INCLUDE #BKEXPR                                           00001070
           END-EXEC.                                                    00001080
                                                                        00001090
           EXEC SQL                                                     00001100
              INCLUDE #BKFUNC                                           00001110
           END-EXEC.                                                    00001120
                                                                        00001130
           EXEC SQL                                                     00001140
              INCLUDE #BKSETOR                                          00001150
           END-EXEC.                                                    00001160
                                                                        00001170
           EXEC SQL                                                     00001180
              INCLUDE SQLCA                                             00001190
           END-EXEC.                                                    00001200
                                                                        00001210
      *------------------LOG-DE-ERROS-------------------------------*   00001220
                                                                        00001230
       01 WRK-DADOS.                                                    00001240
           05 WRK-PROGRAMA  PIC X(08).                                  00001250
           05 WRK-SECAO     PIC X(04).                                  00001260
           05 WRK-MENSAGEM  PIC X(30).                                  00001270
           05 WRK-STATUS    PIC X(02).                                  00001280
           05 WRK-SEVERIDADE PIC X(01).                                 00001290
           05 FILLER        PIC X(22).                                  00001300
                                                                        00001310
      *--------------------LOGICA-----------------------------------*   00001320
                                                                        00001330
       77 WRK-SQLCODE         PIC -999.                                 00001340
       77 WRK-LIDOS           PIC 9(05) VALUE 0.                        00001350
       77 WRK-ACEITOS         PIC 9(05) VALUE 0.                        00001360
       77 WRK-REJEITADOS      PIC 9(05) VALUE 0.                        00001370
       77 WRK-DESLIGADOS      PIC 9(05) VALUE 0.                        00001380
       77 WRK-MOTIVO          PIC X(25).                                00001390
       77 WRK-OBSERVACAO      PIC X(25).                                00001400
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00001410
                                                                        00001420
      *          PRAZOS DO CONTRATO (MESMOS DO FR21EXP1)                00001430
                                                                        00001440
       77 WRK-DIAS-TERMO1     PIC 9(03) VALUE 44.                       00001450
       77 WRK-DIAS-TERMO2     PIC 9(03) VALUE 89.                       00001460
                                                                        00001470
       77 WRK-NUM-HOJE        PIC 9(08) COMP.                           00001480
       77 WRK-NUM-DATA        PIC 9(08) COMP.                           00001490
       77 WRK-NUM-FIM         PIC 9(08) COMP.                           00001500
                                                                        00001510
      *-----------DATAS---------------------------------------------*   00001520
                                                                        00001530
       01 WRK-DATA-HOJE       PIC 9(08).                                00001540
                                                                        00001550
       01 WRK-DATA-AUX        PIC 9(08).                                00001560
       01 WRK-DATA-AUX-R REDEFINES WRK-DATA-AUX.                        00001570
          05 WRK-AUX-ANO      PIC 9(04).                                00001580
          05 WRK-AUX-MES      PIC 9(02).                                00001590
          05 WRK-AUX-DIA      PIC 9(02).                                00001600
                                                                        00001610
       01 WRK-DATA-FIM        PIC 9(08).                                00001620
                                                                        00001630
       01 WRK-DATA-DB2        PIC X(10).                                00001640
       01 WRK-DATA-DB2-R REDEFINES WRK-DATA-DB2.                        00001650
          05 WRK-DB2-ANO      PIC 9(04).                                00001660
          05 FILLER           PIC X(01).                                00001670
          05 WRK-DB2-MES      PIC 9(02).                                00001680
          05 FILLER           PIC X(01).                                00001690
          05 WRK-DB2-DIA      PIC 9(02).                                00001700
                                                                        00001710
       01 WRK-DATA-ISO.                                                 00001720
          05 WRK-ISO-ANO      PIC 9(04).                                00001730
          05 FILLER           PIC X(01) VALUE '-'.                      00001740
          05 WRK-ISO-MES      PIC 9(02).                                00001750
          05 FILLER           PIC X(01) VALUE '-'.                      00001760
          05 WRK-ISO-DIA      PIC 9(02).                                00001770
                                                                        00001780
       01 WRK-FIM-ISO.                                                  00001790
          05 WRK-FIM-ANO      PIC 9(04).                                00001800
          05 FILLER           PIC X(01) VALUE '-'.                      00001810
          05 WRK-FIM-MES      PIC 9(02).                                00001820
          05 FILLER           PIC X(01) VALUE '-'.                      00001830
          05 WRK-FIM-DIA      PIC 9(02).                                00001840
                                                                        00001850
      *--------------------STATUS-----------------------------------*   00001860
                                                                        00001870
       77 WRK-FS-EXPDEC    PIC 9(02).                                   00001880
       77 WRK-FS-DEMITIDOS PIC 9(02).                                   00001890
       77 WRK-FS-RELDEC    PIC 9(02).                                   00001900
                                                                        00001910
      *--------------------LINHAS DO RELATORIO----------------------*   00001920
                                                                        00001930
       01 WRK-CABEC1.                                                   00001940
          05 FILLER   PIC X(44) VALUE                                   00001950
             'DECISOES SOBRE CONTRATOS DE EXPERIENCIA'.                 00001960
          05 FILLER   PIC X(36).                                        00001970
                                                                        00001980
       01 WRK-CABEC2.                                                   00001990
          05 FILLER   PIC X(40) VALUE                                   00002000
             'FUNC. NOME             T D GEREN FIM TER'.                00002010
          05 FILLER   PIC X(40) VALUE                                   00002020
             'MO  SITUACAO   CRITICA'.                                  00002030
                                                                        00002040
       01 WRK-DETALHE.                                                  00002050
          05 WRK-D-IDFUNC    PIC 9(05).                                 00002060
          05 FILLER          PIC X(01).                                 00002070
          05 WRK-D-NOME      PIC X(16).                                 00002080
          05 FILLER          PIC X(01).                                 00002090
          05 WRK-D-TERMO     PIC X(01).                                 00002100
          05 FILLER          PIC X(01).                                 00002110
          05 WRK-D-DECISAO   PIC X(01).                                 00002120
          05 FILLER          PIC X(01).                                 00002130
          05 WRK-D-GERENTE   PIC 9(05).                                 00002140
          05 FILLER          PIC X(01).                                 00002150
          05 WRK-D-DTFIM     PIC X(10).                                 00002160
          05 FILLER          PIC X(01).                                 00002170
          05 WRK-D-SITUACAO  PIC X(10).                                 00002180
          05 FILLER          PIC X(01).                                 00002190
          05 WRK-D-CRITICA   PIC X(25).                                 00002200
                                                                        00002210
      *=============================================================*   00002220
       PROCEDURE DIVISION.                                              00002230
      *=============================================================*   00002240
                                                                        00002250
      *=============================================================*   00002260
       0000-PRINCIPAL                                       SECTION.    00002270
                                                                        00002280
            PERFORM 1000-INICIAR.                                       00002290
            PERFORM 2000-PROCESSAR UNTIL WRK-FS-EXPDEC EQUAL 10.        00002300
            PERFORM 3000-FINALIZAR.                                     00002310
                                                                        00002320
       0000-99-FIM.                                            EXIT.    00002330
      *=============================================================*   00002340
                                                                        00002350
      *=============================================================*   00002360
       1000-INICIAR                                         SECTION.    00002370
                                                                        00002380
            OPEN INPUT  EXPDEC.                                         00002390
            OPEN OUTPUT DEMITIDOS.                                      00002400
            OPEN OUTPUT RELDEC.                                         00002410
                                                                        00002420
            IF WRK-FS-EXPDEC NOT EQUAL ZEROS                            00002430
               MOVE 'FR21EXP2'                  TO WRK-PROGRAMA         00002440
               MOVE '1000'                      TO WRK-SECAO            00002450
               MOVE 'ERRO OPEN MOVTO DECISOES'  TO WRK-MENSAGEM         00002460
               MOVE WRK-FS-EXPDEC               TO WRK-STATUS           00002470
               PERFORM 9000-TRATARERROS                                 00002480
            END-IF.                                                     00002490
                                                                        00002500
            IF WRK-FS-DEMITIDOS NOT EQUAL ZEROS                         00002510
               MOVE 'FR21EXP2'                  TO WRK-PROGRAMA         00002520
               MOVE '1000'                      TO WRK-SECAO            00002530
               MOVE 'ERRO OPEN DEMITIDOS'       TO WRK-MENSAGEM         00002540
               MOVE WRK-FS-DEMITIDOS            TO WRK-STATUS           00002550
               PERFORM 9000-TRATARERROS                                 00002560
            END-IF.                                                     00002570
                                                                        00002580
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                    00002590
            COMPUTE WRK-NUM-HOJE =                                      00002600
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE).                 00002610
            MOVE WRK-DATA-HOJE TO WRK-DATA-AUX.                         00002620
            MOVE WRK-AUX-ANO TO WRK-ISO-ANO.                            00002630
            MOVE WRK-AUX-MES TO WRK-ISO-MES.                            00002640
            MOVE WRK-AUX-DIA TO WRK-ISO-DIA.                            00002650
                                                                        00002660
            WRITE FD-RELDEC FROM WRK-CABEC1.                            00002670
            WRITE FD-RELDEC FROM WRK-LINHA-VAZIA.                       00002680
            WRITE FD-RELDEC FROM WRK-CABEC2.                            00002690
                                                                        00002700
            READ EXPDEC.                                                00002710
                                                                        00002720
            IF WRK-FS-EXPDEC NOT EQUAL ZEROS                            00002730
               DISPLAY 'ARQUIVO EXPDEC VAZIO'                           00002740
               STOP RUN                                                 00002750
            END-IF.                                                     00002760
                                                                        00002770
       1000-99-FIM.                                            EXIT.    00002780
      *=============================================================*   00002790
                                                                        00002800
      *=============================================================*   00002810
       2000-PROCESSAR                                       SECTION.    00002820
                                                                        00002830
           ADD 1 TO WRK-LIDOS.                                          00002840
           MOVE SPACES TO WRK-MOTIVO.                                   00002850
           MOVE SPACES TO WRK-OBSERVACAO.                               00002860
           MOVE SPACES TO DB2-NOME.                                     00002870
           MOVE SPACES TO WRK-FIM-ISO.                                  00002880
                                                                        00002890
           PERFORM 2100-VALIDAR.                                        00002900
                                                                        00002910
           IF WRK-MOTIVO EQUAL SPACES                                   00002920
              PERFORM 2200-REGISTRAR                                    00002930
           END-IF.                                                      00002940
                                                                        00002950
           MOVE FD-ED-IDFUNC    TO WRK-D-IDFUNC.                        00002960
           MOVE DB2-NOME        TO WRK-D-NOME.                          00002970
           MOVE FD-ED-TERMO     TO WRK-D-TERMO.                         00002980
           MOVE FD-ED-DECISAO   TO WRK-D-DECISAO.                       00002990
           MOVE FD-ED-IDGERENTE TO WRK-D-GERENTE.                       00003000
           MOVE WRK-FIM-ISO     TO WRK-D-DTFIM.                         00003010
                                                                        00003020
           IF WRK-MOTIVO NOT EQUAL SPACES                               00003030
              ADD 1 TO WRK-REJEITADOS                                   00003040
              MOVE 'REJEITADO ' TO WRK-D-SITUACAO                       00003050
              MOVE WRK-MOTIVO   TO WRK-D-CRITICA                        00003060
           ELSE                                                         00003070
              ADD 1 TO WRK-ACEITOS                                      00003080
              MOVE 'REGISTRADO' TO WRK-D-SITUACAO                       00003090
              MOVE WRK-OBSERVACAO TO WRK-D-CRITICA                      00003100
           END-IF.                                                      00003110
                                                                        00003120
           WRITE FD-RELDEC FROM WRK-DETALHE.                            00003130
                                                                        00003140
           READ EXPDEC.                                                 00003150
                                                                        00003160
       2000-99-FIM.                                            EXIT.    00003170
      *=============================================================*   00003180
                                                                        00003190
      *=============================================================*   00003200
       2100-VALIDAR                                         SECTION.    00003210
                                                                        00003220
           IF FD-ED-IDFUNC NOT NUMERIC OR FD-ED-IDFUNC EQUAL ZEROS      00003230
              MOVE 'FUNCIONARIO INVALIDO    ' TO WRK-MOTIVO             00003240
              GO TO 2100-99-FIM                                         00003250
           END-IF.                                                      00003260
                                                                        00003270
           IF FD-ED-TERMO NOT EQUAL '1' AND FD-ED-TERMO NOT EQUAL '2'   00003280
              MOVE 'TERMO INVALIDO          ' TO WRK-MOTIVO             00003290
              GO TO 2100-99-FIM                                         00003300
           END-IF.                                                      00003310
                                                                        00003320
           IF FD-ED-DECISAO NOT EQUAL 'P'                               00003330
              AND FD-ED-DECISAO NOT EQUAL 'E'                           00003340
              AND FD-ED-DECISAO NOT EQUAL 'D'                           00003350
              MOVE 'DECISAO INVALIDA        ' TO WRK-MOTIVO             00003360
              GO TO 2100-99-FIM                                         00003370
           END-IF.                                                      00003380
                                                                        00003390
           IF FD-ED-DECISAO EQUAL 'P' AND FD-ED-TERMO EQUAL '2'         00003400
              MOVE 'PRORROGACAO SO NO 1O TERM' TO WRK-MOTIVO            00003410
              GO TO 2100-99-FIM                                         00003420
           END-IF.                                                      00003430
                                                                        00003440
           IF FD-ED-IDGERENTE NOT NUMERIC                               00003450
              MOVE 'GERENTE INVALIDO        ' TO WRK-MOTIVO             00003460
              GO TO 2100-99-FIM                                         00003470
           END-IF.                                                      00003480
                                                                        00003490
      *          FUNCIONARIO ATIVO E GERENTE DO SETOR DELE              00003500
                                                                        00003510
           MOVE FD-ED-IDFUNC TO DB2-ID.                                 00003520
                                                                        00003530
           EXEC SQL                                                     00003540
                SELECT F.NOME, F.SETOR, F.DATAADM,                      00003550
                       COALESCE(S.IDGERENTE, 0)                         00003560
                  INTO :DB2-NOME, :DB2-SETOR, :DB2-DATAADM,             00003570
                       :DB2-IDGERENTE                                   00003580
                  FROM IVAN.FUNC F                                      00003590
                  LEFT JOIN IVAN.SETOR S                                00003600
                    ON S.IDSETOR = F.SETOR                              00003610
                 WHERE F.ID = :DB2-ID                                   00003620
                   AND F.DATADEM IS NULL                                00003630
           END-EXEC.                                                    00003640
                                                                        00003650
           EVALUATE SQLCODE                                             00003660
             WHEN 0                                                     00003670
               CONTINUE                                                 00003680
             WHEN 100                                                   00003690
               MOVE 'FUNCIONARIO NAO ATIVO   ' TO WRK-MOTIVO            00003700
               GO TO 2100-99-FIM                                        00003710
             WHEN OTHER                                                 00003720
               MOVE SQLCODE TO WRK-SQLCODE                              00003730
               DISPLAY 'ERRO ' WRK-SQLCODE ' NA CONSULTA DO FUNC'       00003740
               MOVE 'ERRO SQL NA CONSULTA    ' TO WRK-MOTIVO            00003750
               GO TO 2100-99-FIM                                        00003760
           END-EVALUATE.                                                00003770
                                                                        00003780
           IF DB2-IDGERENTE NOT EQUAL FD-ED-IDGERENTE                   00003790
              MOVE 'GERENTE NAO E DO SETOR  ' TO WRK-MOTIVO             00003800
              GO TO 2100-99-FIM                                         00003810
           END-IF.                                                      00003820
                                                                        00003830
      *          FIM DO TERMO = ADMISSAO + 44 (1O) OU + 89 (2O)         00003840
                                                                        00003850
           MOVE DB2-DATAADM TO WRK-DATA-DB2.                            00003860
           MOVE WRK-DB2-ANO TO WRK-AUX-ANO.                             00003870
           MOVE WRK-DB2-MES TO WRK-AUX-MES.                             00003880
           MOVE WRK-DB2-DIA TO WRK-AUX-DIA.                             00003890
           COMPUTE WRK-NUM-DATA =                                       00003900
              FUNCTION INTEGER-OF-DATE(WRK-DATA-AUX).                   00003910
                                                                        00003920
           IF FD-ED-TERMO EQUAL '1'                                     00003930
              COMPUTE WRK-NUM-FIM = WRK-NUM-DATA + WRK-DIAS-TERMO1      00003940
           ELSE                                                         00003950
              COMPUTE WRK-NUM-FIM = WRK-NUM-DATA + WRK-DIAS-TERMO2      00003960
           END-IF.                                                      00003970
                                                                        00003980
           COMPUTE WRK-DATA-FIM = FUNCTION DATE-OF-INTEGER(WRK-NUM-FIM).00003990
           MOVE WRK-DATA-FIM TO WRK-DATA-AUX.                           00004000
           MOVE WRK-AUX-ANO TO WRK-FIM-ANO.                             00004010
           MOVE WRK-AUX-MES TO WRK-FIM-MES.                             00004020
           MOVE WRK-AUX-DIA TO WRK-FIM-DIA.                             00004030
                                                                        00004040
           IF FD-ED-DECISAO EQUAL 'D'                                   00004050
              AND WRK-NUM-FIM LESS WRK-NUM-HOJE                         00004060
              MOVE 'TERMO JA VENCIDO        ' TO WRK-MOTIVO             00004070
              GO TO 2100-99-FIM                                         00004080
           END-IF.                                                      00004090
                                                                        00004100
      *          2O TERMO SO EXISTE SE O 1O NAO FOI ENCERRADO           00004110
                                                                        00004120
           IF FD-ED-TERMO EQUAL '2'                                     00004130
              MOVE FD-ED-IDFUNC TO EXP-IDFUNC                           00004140
              MOVE '1'          TO EXP-TERMO                            00004150
              MOVE SPACE        TO EXP-DECISAO                          00004160
              EXEC SQL                                                  00004170
                   SELECT DECISAO                                       00004180
                     INTO :EXP-DECISAO                                  00004190
                     FROM IVAN.EXPERIEN                                 00004200
                    WHERE IDFUNC = :EXP-IDFUNC                          00004210
                      AND TERMO  = :EXP-TERMO                           00004220
              END-EXEC                                                  00004230
              IF SQLCODE EQUAL 0                                        00004240
                 AND (EXP-DECISAO EQUAL 'E' OR EXP-DECISAO EQUAL 'D')   00004250
                 MOVE 'CONTRATO JA DECIDIDO    ' TO WRK-MOTIVO          00004260
                 GO TO 2100-99-FIM                                      00004270
              END-IF                                                    00004280
           END-IF.                                                      00004290
                                                                        00004300
       2100-99-FIM.                                            EXIT.    00004310
      *=============================================================*   00004320
                                                                        00004330
      *=============================================================*   00004340
       2200-REGISTRAR                                       SECTION.    00004350
                                                                        00004360
           MOVE FD-ED-IDFUNC    TO EXP-IDFUNC.                          00004370
           MOVE FD-ED-TERMO     TO EXP-TERMO.                           00004380
           MOVE WRK-FIM-ISO     TO EXP-DTFIM.                           00004390
           MOVE FD-ED-IDGERENTE TO EXP-IDGERENTE.                       00004400
           MOVE FD-ED-DECISAO   TO EXP-DECISAO.                         00004410
           MOVE WRK-DATA-ISO    TO EXP-DTDECISAO.                       00004420
                                                                        00004430
           EXEC SQL                                                     00004440
                INSERT INTO IVAN.EXPERIEN                               00004450
                       (IDFUNC, TERMO, DTFIM, IDGERENTE, DECISAO,       00004460
                        DTDECISAO)                                      00004470
                VALUES (:EXP-IDFUNC, :EXP-TERMO, :EXP-DTFIM,            00004480
                        :EXP-IDGERENTE, :EXP-DECISAO, :EXP-DTDECISAO)   00004490
           END-EXEC.                                                    00004500
                                                                        00004510
           EVALUATE SQLCODE                                             00004520
             WHEN 0                                                     00004530
               CONTINUE                                                 00004540
             WHEN -803                                                  00004550
               MOVE 'DECISAO JA REGISTRADA   ' TO WRK-MOTIVO            00004560
               GO TO 2200-99-FIM                                        00004570
             WHEN OTHER                                                 00004580
               MOVE SQLCODE TO WRK-SQLCODE                              00004590
               DISPLAY 'ERRO ' WRK-SQLCODE ' NO INSERT DA DECISAO'      00004600
               MOVE 'ERRO SQL NO INSERT      ' TO WRK-MOTIVO            00004610
               GO TO 2200-99-FIM                                        00004620
           END-EVALUATE.                                                00004630
                                                                        00004640
      *          DESLIGAMENTO: REGISTRO PARA O FR21DEM1, COM A DATA     00004650
      *          DE FIM DO TERMO                                        00004660
                                                                        00004670
           IF FD-ED-DECISAO EQUAL 'D'                                   00004680
              MOVE FD-ED-IDFUNC         TO FD-DM-IDFUNC                 00004690
              MOVE WRK-DATA-FIM         TO FD-DM-DATA                   00004700
              MOVE 'FIM DE EXPERIENCIA' TO FD-DM-MOTIVO                 00004710
              WRITE FD-DEMITIDOS                                        00004720
              IF WRK-FS-DEMITIDOS NOT EQUAL ZEROS                       00004730
                 MOVE 'FR21EXP2'              TO WRK-PROGRAMA           00004740
                 MOVE '2200'                  TO WRK-SECAO              00004750
                 MOVE 'ERRO GRAVACAO DEMITIDOS' TO WRK-MENSAGEM         00004760
                 MOVE WRK-FS-DEMITIDOS        TO WRK-STATUS             00004770
                 PERFORM 9000-TRATARERROS                               00004780
              END-IF                                                    00004790
              ADD 1 TO WRK-DESLIGADOS                                   00004800
              MOVE 'DESLIGAMENTO GERADO     ' TO WRK-OBSERVACAO         00004810
           END-IF.                                                      00004820
                                                                        00004830
           IF FD-ED-DECISAO EQUAL 'P'                                   00004840
              MOVE 'PRORROGADO ATE O 90O DIA' TO WRK-OBSERVACAO         00004850
           END-IF.                                                      00004860
                                                                        00004870
           IF FD-ED-DECISAO EQUAL 'E'                                   00004880
              MOVE 'CONTRATO EFETIVADO      ' TO WRK-OBSERVACAO         00004890
           END-IF.                                                      00004900
                                                                        00004910
           EXEC SQL COMMIT END-EXEC.                                    00004920
                                                                        00004930
       2200-99-FIM.                                            EXIT.    00004940
      *=============================================================*   00004950
                                                                        00004960
      *=============================================================*   00004970
       3000-FINALIZAR                                       SECTION.    00004980
                                                                        00004990
             DISPLAY 'DECISOES LIDAS........' WRK-LIDOS.                00005000
             DISPLAY 'REGISTRADAS...........' WRK-ACEITOS.              00005010
             DISPLAY 'REJEITADAS............' WRK-REJEITADOS.           00005020
             DISPLAY 'DESLIGAMENTOS GERADOS.' WRK-DESLIGADOS.           00005030
             DISPLAY 'FINAL DE PROGRAMA'.                               00005040
                                                                        00005050
             CLOSE EXPDEC.                                              00005060
             CLOSE DEMITIDOS.                                           00005070
             CLOSE RELDEC.                                              00005080
             STOP RUN.                                                  00005090
                                                                        00005100
       3000-99-FIM.                                            EXIT.    00005110
      *=============================================================*   00005120
                                                                        00005130
      *=============================================================*   00005140
       9000-TRATARERROS                                     SECTION.    00005150
                                                                        00005160
             MOVE 'E' TO WRK-SEVERIDADE.                                00005170
             CALL 'GRAVALOG' USING WRK-DADOS.                           00005180
             STOP RUN.                                                  00005190
                                                                        00005200
       9000-99-FIM.                                            EXIT.    00005210
      *=============================================================*   00005220
