      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21REQ2.                                            00000050
                                                                        00000060
      *=============================================================*   00000070
      *   AUTOR....:VICTOR ARANDA                                       00000080
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000090
      *   DATA ....:15/10/2026                                          00000100
      *-------------------------------------------------------------*   00000110
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000120
      *  1.0   15/10/26   VICTOR ARANDA    VERSAO INICIAL               00000130
      *-------------------------------------------------------------*   00000140
      *   OBJETIVO: RELATORIO SEMANAL DAS REQUISICOES DE VAGA           00000150
      *      (IVAN.REQUIS), EM TRES PARTES:                             00000160
      *      1 - REQUISICOES ABERTAS POR IDADE (DIAS DESDE A            00000170
      *          ABERTURA), COM TOTAIS NAS FAIXAS ATE 30, 31 A 60,      00000180
      *          61 A 90 E MAIS DE 90 DIAS;                             00000190
      *      2 - TEMPO DE PREENCHIMENTO (ABERTURA ATE A ADMISSAO)       00000200
      *          DAS REQUISICOES PREENCHIDAS NO PERIODO, COM A          00000210
      *          MEDIA DO PERIODO;                                      00000220
      *      3 - REQUISICOES ABERTAS COM OFERTA FORA DA FAIXA           00000230
      *          SALARIAL DO CARGO (PISOSAL/TETOSAL DE IVAN.CARGO).     00000240
      *      PARM DA EXECUCAO: PERIODO EM DIAS (3), PADRAO 007.         00000250
      *-------------------------------------------------------------*   00000260
      *   BASE DE DADOS:                                                00000270
      *   TABELA.DB2..                                                  00000280
      *    ------              I/O                 INCLUDE/BOOK         00000290
      *   IVAN.REQUIS           I                  #BKREQU----          00000300
      *   IVAN.CARGO            I                  #BKCARGO---          00000310
      *-------------------------------------------------------------*   00000320
      *   ARQUIVOS:                                                     00000330
      *    DDNAME              I/O                  COPY/BOOK           00000340
      *   RELREQS               O                                       00000350
      *-------------------------------------------------------------*   00000360
      *   MODULOS....:                                                  00000370
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000380
      *=============================================================*   00000390
       ENVIRONMENT                               DIVISION.              00000400
      *=============================================================*   00000410
                                                                        00000420
      *-------------------------------------------------------------*   00000430
       CONFIGURATION                                        SECTION.    00000440
      *-------------------------------------------------------------*   00000450
       SPECIAL-NAMES.                                                   00000460
           DECIMAL-POINT IS COMMA.                                      00000470
                                                                        00000480
                                                                        00000490
       INPUT-OUTPUT                                         SECTION.    00000500
       FILE-CONTROL.                                                    00000510
           SELECT RELREQS  ASSIGN TO RELREQS                            00000520
               FILE STATUS  IS WRK-FS-RELREQS.                          00000530
                                                                        00000540
      *=============================================================*   00000550
       DATA                                                DIVISION.    00000560
      *=============================================================*   00000570
       FILE                                                 SECTION.    00000580
      *=============================================================*   00000590
                                                                        00000600
      *      SAIDA - RELATORIO SEMANAL              LRECL = 80          00000610
       FD RELREQS                                                       00000620
           RECORDING  MODE IS F                                         00000630
           BLOCK CONTAINS 0 RECORDS.                                    00000640
                                                                        00000650
       01 FD-RELREQS      PIC X(80).                                    00000660
                                                                        00000670
      *-------------------------------------------------------------*   00000680
       WORKING-STORAGE                                      SECTION.    00000690
      *-------------------------------------------------------------*   00000700
                                                                        00000710
           EXEC SQL                                                     00000720
              INCLUDE #BKREQU                                           00000730
           END-EXEC.                                                    00000740
                                                                        00000750
           EXEC SQL                                                     00000760
              INCLUDE #BKCARGO                                          00000770
           END-EXEC.                                                    00000780
                                                                        00000790
           EXEC SQL                                                     00000800
              INCLUDE SQLCA                                             00000810
           END-EXEC.                                                    00000820
                                                                        00000830
           EXEC SQL                                                     00000840
              DECLARE CABERTAS CURSOR FOR                               00000850
              SELECT NUMREQ, IDSETOR, IDCARGO, SALOFER, DTABERT         00000860
                FROM IVAN.REQUIS                                        00000870
               WHERE STATUS = 'A'                                       00000880
               ORDER BY DTABERT, NUMREQ                                 00000890
           END-EXEC.                                                    00000900
                                                                        00000910
           EXEC SQL                                                     00000920
              DECLARE CPREENCH CURSOR FOR                               00000930
              SELECT NUMREQ, IDSETOR, IDCARGO, DTABERT, DTFECH,         00000940
                     IDFUNC                                             00000950
                FROM IVAN.REQUIS                                        00000960
               WHERE STATUS = 'P'                                       00000970
                 AND DTFECH >= :WRK-INICIO-ISO                          00000980
               ORDER BY DTFECH, NUMREQ                                  00000990
           END-EXEC.                                                    00001000
                                                                        00001010
           EXEC SQL                                                     00001020
              DECLARE CFAIXA CURSOR FOR                                 00001030
              SELECT R.NUMREQ, R.IDSETOR, R.IDCARGO, R.SALOFER,         00001040
                     C.PISOSAL, C.TETOSAL                               00001050
                FROM IVAN.REQUIS R , IVAN.CARGO C                       00001060
               WHERE C.IDCARGO = R.IDCARGO                              00001070
                 AND R.STATUS  = 'A'                                    00001080
                 AND (R.SALOFER < C.PISOSAL                             00001090
                  OR  R.SALOFER > C.TETOSAL)                            00001100
               ORDER BY R.IDSETOR, R.NUMREQ                             00001110
           END-EXEC.                                                    00001120
                                                                        00001130
      *------------------LOG-DE-ERROS-------------------------------*   00001140
                                                                        00001150
       01 WRK-DADOS.                                                    00001160
           05 WRK-PROGRAMA  PIC X(08).                                  00001170
           05 WRK-SECAO     PIC X(04).                                  00001180
           05 WRK-MENSAGEM  PIC X(30).                                  00001190
           05 WRK-STATUS    PIC X(02).                                  00001200
           05 WRK-SEVERIDADE PIC X(01).                                 00001210
           05 FILLER        PIC X(22).                                  00001220
                                                                        00001230
      *--------------------LOGICA-----------------------------------*   00001240
                                                                        00001250
       77 WRK-SQLCODE         PIC -999.                                 00001260
       77 WRK-PERIODO         PIC 9(03) VALUE 7.                        00001270
       77 WRK-FIM-CURSOR      PIC X(01).                                00001280
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00001290
                                                                        00001300
       77 WRK-NUM-HOJE        PIC 9(08) COMP.                           00001310
       77 WRK-NUM-DATA        PIC 9(08) COMP.                           00001320
       77 WRK-DIAS            PIC 9(05) COMP.                           00001330
                                                                        00001340
       77 WRK-QT-ATE30        PIC 9(05) VALUE 0.                        00001350
       77 WRK-QT-ATE60        PIC 9(05) VALUE 0.                        00001360
       77 WRK-QT-ATE90        PIC 9(05) VALUE 0.                        00001370
       77 WRK-QT-MAIS90       PIC 9(05) VALUE 0.                        00001380
       77 WRK-QT-ABERTAS      PIC 9(05) VALUE 0.                        00001390
       77 WRK-QT-PREENCH      PIC 9(05) VALUE 0.                        00001400
       77 WRK-SOMA-DIAS       PIC 9(07) VALUE 0.                        00001410
       77 WRK-QT-FORA         PIC 9(05) VALUE 0.                        00001420
                                                                        00001430
      *-----------DATAS---------------------------------------------*   00001440
                                                                        00001450
       01 WRK-DATA-HOJE       PIC 9(08).                                00001460
                                                                        00001470
       01 WRK-DATA-AUX        PIC 9(08).                                00001480
       01 WRK-DATA-AUX-R REDEFINES WRK-DATA-AUX.                        00001490
          05 WRK-AUX-ANO      PIC 9(04).                                00001500
          05 WRK-AUX-MES      PIC 9(02).                                00001510
          05 WRK-AUX-DIA      PIC 9(02).                                00001520
                                                                        00001530
       01 WRK-DATA-DB2        PIC X(10).                                00001540
       01 WRK-DATA-DB2-R REDEFINES WRK-DATA-DB2.                        00001550
          05 WRK-DB2-ANO      PIC 9(04).                                00001560
          05 FILLER           PIC X(01).                                00001570
          05 WRK-DB2-MES      PIC 9(02).                                00001580
          05 FILLER           PIC X(01).                                00001590
          05 WRK-DB2-DIA      PIC 9(02).                                00001600
                                                                        00001610
       01 WRK-INICIO-ISO.                                               00001620
          05 WRK-INI-ANO      PIC 9(04).                                00001630
          05 FILLER           PIC X(01) VALUE '-'.                      00001640
          05 WRK-INI-MES      PIC 9(02).                                00001650
          05 FILLER           PIC X(01) VALUE '-'.                      00001660
          05 WRK-INI-DIA      PIC 9(02).                                00001670
                                                                        00001680
      *--------------------STATUS-----------------------------------*   00001690
                                                                        00001700
       77 WRK-FS-RELREQS  PIC 9(02).                                    00001710
                                                                        00001720
      *--------------------LINHAS DO RELATORIO----------------------*   00001730
                                                                        00001740
       01 WRK-CABEC1.                                                   00001750
          05 FILLER   PIC X(40) VALUE                                   00001760
             'REQUISICOES DE VAGA - SEMANAL - PERIODO '.                00001770
          05 WRK-C1-PERIODO   PIC ZZ9.                                  00001780
          05 FILLER   PIC X(06) VALUE ' DIAS '.                         00001790
          05 FILLER   PIC X(31).                                        00001800
                                                                        00001810
       01 WRK-TITULO.                                                   00001820
          05 WRK-T-TEXTO      PIC X(60).                                00001830
          05 FILLER           PIC X(20).                                00001840
                                                                        00001850
       01 WRK-CABEC-ABERTAS.                                            00001860
          05 FILLER   PIC X(40) VALUE                                   00001870
             'REQUISIC SETOR CARGO  SALARIO OFER.  AB'.                 00001880
          05 FILLER   PIC X(40) VALUE                                   00001890
             'ERTURA    IDADE FAIXA'.                                   00001900
                                                                        00001910
       01 WRK-DET-ABERTA.                                               00001920
          05 WRK-DA-NUMREQ    PIC 9(07).                                00001930
          05 FILLER           PIC X(02).                                00001940
          05 WRK-DA-SETOR     PIC X(04).                                00001950
          05 FILLER           PIC X(02).                                00001960
          05 WRK-DA-CARGO     PIC X(04).                                00001970
          05 FILLER           PIC X(01).                                00001980
          05 WRK-DA-SALOFER   PIC Z.ZZZ.ZZ9,99.                         00001990
          05 FILLER           PIC X(02).                                00002000
          05 WRK-DA-DTABERT   PIC X(10).                                00002010
          05 FILLER           PIC X(01).                                00002020
          05 WRK-DA-IDADE     PIC ZZZZ9.                                00002030
          05 FILLER           PIC X(01).                                00002040
          05 WRK-DA-FAIXA     PIC X(10).                                00002050
          05 FILLER           PIC X(19).                                00002060
                                                                        00002070
       01 WRK-TOT-FAIXA.                                                00002080
          05 FILLER           PIC X(02).                                00002090
          05 WRK-TF-TEXTO     PIC X(22).                                00002100
          05 WRK-TF-QTD       PIC ZZ.ZZ9.                               00002110
          05 FILLER           PIC X(50).                                00002120
                                                                        00002130
       01 WRK-CABEC-PREENCH.                                            00002140
          05 FILLER   PIC X(40) VALUE                                   00002150
             'REQUISIC SETOR CARGO ABERTURA  FECHAMENT'.                00002160
          05 FILLER   PIC X(40) VALUE                                   00002170
             'O  ADMITIDO  DIAS'.                                       00002180
                                                                        00002190
       01 WRK-DET-PREENCH.                                              00002200
          05 WRK-DP-NUMREQ    PIC 9(07).                                00002210
          05 FILLER           PIC X(02).                                00002220
          05 WRK-DP-SETOR     PIC X(04).                                00002230
          05 FILLER           PIC X(02).                                00002240
          05 WRK-DP-CARGO     PIC X(04).                                00002250
          05 FILLER           PIC X(02).                                00002260
          05 WRK-DP-DTABERT   PIC X(10).                                00002270
          05 FILLER           PIC X(01).                                00002280
          05 WRK-DP-DTFECH    PIC X(10).                                00002290
          05 FILLER           PIC X(03).                                00002300
          05 WRK-DP-IDFUNC    PIC 9(05).                                00002310
          05 FILLER           PIC X(02).                                00002320
          05 WRK-DP-DIAS      PIC ZZZZ9.                                00002330
          05 FILLER           PIC X(23).                                00002340
                                                                        00002350
       01 WRK-MEDIA.                                                    00002360
          05 FILLER           PIC X(02).                                00002370
          05 FILLER           PIC X(30) VALUE                           00002380
             'TEMPO MEDIO DE PREENCHIMENTO: '.                          00002390
          05 WRK-MD-DIAS      PIC ZZZZ9.                                00002400
          05 FILLER           PIC X(05) VALUE ' DIAS'.                  00002410
          05 FILLER           PIC X(38).                                00002420
                                                                        00002430
       01 WRK-CABEC-FAIXA.                                              00002440
          05 FILLER   PIC X(40) VALUE                                   00002450
             'REQUISIC SETOR CARGO  SALARIO OFER.    P'.                00002460
          05 FILLER   PIC X(40) VALUE                                   00002470
             'ISO CARGO    TETO CARGO'.                                 00002480
                                                                        00002490
       01 WRK-DET-FAIXA.                                                00002500
          05 WRK-DF-NUMREQ    PIC 9(07).                                00002510
          05 FILLER           PIC X(02).                                00002520
          05 WRK-DF-SETOR     PIC X(04).                                00002530
          05 FILLER           PIC X(02).                                00002540
          05 WRK-DF-CARGO     PIC X(04).                                00002550
          05 FILLER           PIC X(01).                                00002560
          05 WRK-DF-SALOFER   PIC Z.ZZZ.ZZ9,99.                         00002570
          05 FILLER           PIC X(02).                                00002580
          05 WRK-DF-PISO      PIC Z.ZZZ.ZZ9,99.                         00002590
          05 FILLER           PIC X(01).                                00002600
          05 WRK-DF-TETO      PIC Z.ZZZ.ZZ9,99.                         00002610
          05 FILLER           PIC X(01).                                00002620
          05 WRK-DF-MARCA     PIC X(07).                                00002630
          05 FILLER           PIC X(13).                                00002640
                                                                        00002650
       01 WRK-TOT-GERAL.                                                00002660
          05 FILLER           PIC X(02).                                00002670
          05 WRK-TG-TEXTO     PIC X(22).                                00002680
          05 WRK-TG-QTD       PIC ZZ.ZZ9.                               00002690
          05 FILLER           PIC X(50).                                00002700
                                                                        00002710
      *-------------------------------------------------------------*   00002720
       LINKAGE                                              SECTION.    00002730
      *-------------------------------------------------------------*   00002740
       01 LNK-ENTRADA.                                                  00002750
          05 LNK-LEN            PIC 9(04) COMP.                         00002760
          05 LNK-PERIODO        PIC 9(03).                              00002770
                                                                        00002780
      *=============================================================*   00002790
       PROCEDURE DIVISION USING LNK-ENTRADA.                            00002800
      *=============================================================*   00002810
                                                                        00002820
      *=============================================================*   00002830
       0000-PRINCIPAL                                       SECTION.    00002840
                                                                        00002850
            PERFORM 1000-INICIAR.                                       00002860
            PERFORM 2000-ABERTAS.                                       00002870
            PERFORM 3000-PREENCHIDAS.                                   00002880
            PERFORM 4000-FORA-FAIXA.                                    00002890
            PERFORM 5000-FINALIZAR.                                     00002900
                                                                        00002910
       0000-99-FIM.                                            EXIT.    00002920
      *=============================================================*   00002930
                                                                        00002940
      *=============================================================*   00002950
       1000-INICIAR                                         SECTION.    00002960
                                                                        00002970
            IF LNK-LEN NOT EQUAL ZERO                                   00002980
               AND LNK-PERIODO NUMERIC                                  00002990
               AND LNK-PERIODO NOT EQUAL ZEROS                          00003000
               MOVE LNK-PERIODO TO WRK-PERIODO                          00003010
            END-IF.                                                     00003020
                                                                        00003030
            OPEN OUTPUT RELREQS.                                        00003040
                                                                        00003050
            IF WRK-FS-RELREQS NOT EQUAL ZEROS                           00003060
               MOVE 'FR21REQ2'                  TO WRK-PROGRAMA         00003070
               MOVE '1000'                      TO WRK-SECAO            00003080
               MOVE 'ERRO OPEN RELATORIO REQUIS' TO WRK-MENSAGEM        00003090
               MOVE WRK-FS-RELREQS              TO WRK-STATUS           00003100
               PERFORM 9000-TRATARERROS                                 00003110
            END-IF.                                                     00003120
                                                                        00003130
      *          INICIO DO PERIODO = HOJE - PERIODO, EM AAAA-MM-DD      00003140
                                                                        00003150
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                    00003160
            COMPUTE WRK-NUM-HOJE =                                      00003170
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE).                 00003180
            COMPUTE WRK-DATA-AUX =                                      00003190
               FUNCTION DATE-OF-INTEGER(WRK-NUM-HOJE - WRK-PERIODO).    00003200
            MOVE WRK-AUX-ANO TO WRK-INI-ANO.                            00003210
            MOVE WRK-AUX-MES TO WRK-INI-MES.                            00003220
            MOVE WRK-AUX-DIA TO WRK-INI-DIA.                            00003230
                                                                        00003240
            MOVE WRK-PERIODO TO WRK-C1-PERIODO.                         00003250
            WRITE FD-RELREQS FROM WRK-CABEC1.                           00003260
            WRITE FD-RELREQS FROM WRK-LINHA-VAZIA.                      00003270
                                                                        00003280
       1000-99-FIM.                                            EXIT.    00003290
      *=============================================================*   00003300
                                                                        00003310
      *=============================================================*   00003320
       2000-ABERTAS                                         SECTION.    00003330
                                                                        00003340
           MOVE '1 - REQUISICOES ABERTAS POR IDADE' TO WRK-T-TEXTO.     00003350
           WRITE FD-RELREQS FROM WRK-TITULO.                            00003360
           WRITE FD-RELREQS FROM WRK-CABEC-ABERTAS.                     00003370
                                                                        00003380
           EXEC SQL                                                     00003390
              OPEN CABERTAS                                             00003400
           END-EXEC.                                                    00003410
                                                                        00003420
           IF SQLCODE NOT EQUAL 0                                       00003430
              MOVE SQLCODE TO WRK-SQLCODE                               00003440
              DISPLAY 'ERRO ' WRK-SQLCODE ' NO OPEN DO CURSOR ABERTAS'  00003450
              MOVE 200 TO RETURN-CODE                                   00003460
              STOP RUN                                                  00003470
           END-IF.                                                      00003480
                                                                        00003490
           MOVE 'N' TO WRK-FIM-CURSOR.                                  00003500
           PERFORM 2100-LER-ABERTA.                                     00003510
           PERFORM 2200-LISTAR-ABERTA UNTIL WRK-FIM-CURSOR EQUAL 'S'.   00003520
                                                                        00003530
           EXEC SQL                                                     00003540
              CLOSE CABERTAS                                            00003550
           END-EXEC.                                                    00003560
                                                                        00003570
           WRITE FD-RELREQS FROM WRK-LINHA-VAZIA.                       00003580
           MOVE 'ATE 30 DIAS...........' TO WRK-TF-TEXTO.               00003590
           MOVE WRK-QT-ATE30 TO WRK-TF-QTD.                             00003600
           WRITE FD-RELREQS FROM WRK-TOT-FAIXA.                         00003610
           MOVE 'DE 31 A 60 DIAS.......' TO WRK-TF-TEXTO.               00003620
           MOVE WRK-QT-ATE60 TO WRK-TF-QTD.                             00003630
           WRITE FD-RELREQS FROM WRK-TOT-FAIXA.                         00003640
           MOVE 'DE 61 A 90 DIAS.......' TO WRK-TF-TEXTO.               00003650
           MOVE WRK-QT-ATE90 TO WRK-TF-QTD.                             00003660
           WRITE FD-RELREQS FROM WRK-TOT-FAIXA.                         00003670
           MOVE 'MAIS DE 90 DIAS.......' TO WRK-TF-TEXTO.               00003680
           MOVE WRK-QT-MAIS90 TO WRK-TF-QTD.                            00003690
           WRITE FD-RELREQS FROM WRK-TOT-FAIXA.                         00003700
           MOVE 'TOTAL DE ABERTAS......' TO WRK-TF-TEXTO.               00003710
           MOVE WRK-QT-ABERTAS TO WRK-TF-QTD.                           00003720
           WRITE FD-RELREQS FROM WRK-TOT-FAIXA.                         00003730
           WRITE FD-RELREQS FROM WRK-LINHA-VAZIA.                       00003740
                                                                        00003750
       2000-99-FIM.                                            EXIT.    00003760
      *=============================================================*   00003770
                                                                        00003780
      *=============================================================*   00003790
       2100-LER-ABERTA                                      SECTION.    00003800
                                                                        00003810
           EXEC SQL                                                     00003820
            FETCH CABERTAS                                              00003830
             INTO :REQ-NUMREQ,                                          00003840
                  :REQ-IDSETOR,                                         00003850
                  :REQ-IDCARGO,                                         00003860
                  :REQ-SALOFER,                                         00003870
                  :REQ-DTABERT                                          00003880
           END-EXEC.                                                    00003890
                                                                        00003900
           EVALUATE SQLCODE                                             00003910
             WHEN 0                                                     00003920
               CONTINUE                                                 00003930
             WHEN 100                                                   00003940
               MOVE 'S' TO WRK-FIM-CURSOR                               00003950
             WHEN OTHER                                                 00003960
               MOVE SQLCODE TO WRK-SQLCODE                              00003970
               DISPLAY 'ERRO ' WRK-SQLCODE ' NO FETCH DO CURSOR ABERTAS'00003980
               MOVE 200 TO RETURN-CODE                                  00003990
               STOP RUN                                                 00004000
           END-EVALUATE.                                                00004010
                                                                        00004020
       2100-99-FIM.                                            EXIT.    00004030
      *=============================================================*   00004040
                                                                        00004050
      *=============================================================*   00004060
       2200-LISTAR-ABERTA                                   SECTION.    00004070
                                                                        00004080
           ADD 1 TO WRK-QT-ABERTAS.                                     00004090
           MOVE REQ-DTABERT TO WRK-DATA-DB2.                            00004100
           PERFORM 8000-DIAS-ATE-HOJE.                                  00004110
                                                                        00004120
           MOVE REQ-NUMREQ  TO WRK-DA-NUMREQ.                           00004130
           MOVE REQ-IDSETOR TO WRK-DA-SETOR.                            00004140
           MOVE REQ-IDCARGO TO WRK-DA-CARGO.                            00004150
           MOVE REQ-SALOFER TO WRK-DA-SALOFER.                          00004160
           MOVE REQ-DTABERT TO WRK-DA-DTABERT.                          00004170
           MOVE WRK-DIAS    TO WRK-DA-IDADE.                            00004180
                                                                        00004190
           EVALUATE TRUE                                                00004200
             WHEN WRK-DIAS NOT GREATER 30                               00004210
                  ADD 1 TO WRK-QT-ATE30                                 00004220
                  MOVE 'ATE 30    ' TO WRK-DA-FAIXA                     00004230
             WHEN WRK-DIAS NOT GREATER 60                               00004240
                  ADD 1 TO WRK-QT-ATE60                                 00004250
                  MOVE '31 A 60   ' TO WRK-DA-FAIXA                     00004260
             WHEN WRK-DIAS NOT GREATER 90                               00004270
                  ADD 1 TO WRK-QT-ATE90                                 00004280
                  MOVE '61 A 90   ' TO WRK-DA-FAIXA                     00004290
             WHEN OTHER                                                 00004300
                  ADD 1 TO WRK-QT-MAIS90                                00004310
                  MOVE 'MAIS DE 90' TO WRK-DA-FAIXA                     00004320
           END-EVALUATE.                                                00004330
                                                                        00004340
           WRITE FD-RELREQS FROM WRK-DET-ABERTA.                        00004350
                                                                        00004360
           PERFORM 2100-LER-ABERTA.                                     00004370
                                                                        00004380
       2200-99-FIM.                                            EXIT.    00004390
      *=============================================================*   00004400
                                                                        00004410
      *=============================================================*   00004420
       3000-PREENCHIDAS                                     SECTION.    00004430
                                                                        00004440
           MOVE '2 - TEMPO DE PREENCHIMENTO NO PERIODO' TO WRK-T-TEXTO. 00004450
           WRITE FD-RELREQS FROM WRK-TITULO.                            00004460
           WRITE FD-RELREQS FROM WRK-CABEC-PREENCH.                     00004470
                                                                        00004480
           EXEC SQL                                                     00004490
              OPEN CPREENCH                                             00004500
           END-EXEC.                                                    00004510
                                                                        00004520
           IF SQLCODE NOT EQUAL 0                                       00004530
              MOVE SQLCODE TO WRK-SQLCODE                               00004540
              DISPLAY 'ERRO ' WRK-SQLCODE ' NO OPEN DO CURSOR PREENCH'  00004550
              MOVE 200 TO RETURN-CODE                                   00004560
              STOP RUN                                                  00004570
           END-IF.                                                      00004580
                                                                        00004590
           MOVE 'N' TO WRK-FIM-CURSOR.                                  00004600
           PERFORM 3100-LER-PREENCHIDA.                                 00004610
           PERFORM 3200-LISTAR-PREENCHIDA                               00004620
              UNTIL WRK-FIM-CURSOR EQUAL 'S'.                           00004630
                                                                        00004640
           EXEC SQL                                                     00004650
              CLOSE CPREENCH                                            00004660
           END-EXEC.                                                    00004670
                                                                        00004680
           WRITE FD-RELREQS FROM WRK-LINHA-VAZIA.                       00004690
           MOVE 'PREENCHIDAS NO PERIODO' TO WRK-TG-TEXTO.               00004700
           MOVE WRK-QT-PREENCH TO WRK-TG-QTD.                           00004710
           WRITE FD-RELREQS FROM WRK-TOT-GERAL.                         00004720
                                                                        00004730
           IF WRK-QT-PREENCH GREATER ZERO                               00004740
              COMPUTE WRK-MD-DIAS ROUNDED =                             00004750
                      WRK-SOMA-DIAS / WRK-QT-PREENCH                    00004760
              WRITE FD-RELREQS FROM WRK-MEDIA                           00004770
           END-IF.                                                      00004780
           WRITE FD-RELREQS FROM WRK-LINHA-VAZIA.                       00004790
                                                                        00004800
       3000-99-FIM.                                            EXIT.    00004810
      *=============================================================*   00004820
                                                                        00004830
      *=============================================================*   00004840
       3100-LER-PREENCHIDA                                  SECTION.    00004850
                                                                        00004860
           EXEC SQL                                                     00004870
            FETCH CPREENCH                                              00004880
             INTO :REQ-NUMREQ,                                          00004890
                  :REQ-IDSETOR,                                         00004900
                  :REQ-IDCARGO,                                         00004910
                  :REQ-DTABERT,                                         00004920
                  :REQ-DTFECH,                                          00004930
                  :REQ-IDFUNC                                           00004940
           END-EXEC.                                                    00004950
                                                                        00004960
           EVALUATE SQLCODE                                             00004970
             WHEN 0                                                     00004980
               CONTINUE                                                 00004990
             WHEN 100                                                   00005000
               MOVE 'S' TO WRK-FIM-CURSOR                               00005010
             WHEN OTHER                                                 00005020
               MOVE SQLCODE TO WRK-SQLCODE                              00005030
               DISPLAY 'ERRO ' WRK-SQLCODE ' NO FETCH DO CURSOR PREENCH'00005040
               MOVE 200 TO RETURN-CODE                                  00005050
               STOP RUN                                                 00005060
           END-EVALUATE.                                                00005070
                                                                        00005080
       3100-99-FIM.                                            EXIT.    00005090
      *=============================================================*   00005100
                                                                        00005110
      *=============================================================*   00005120
       3200-LISTAR-PREENCHIDA                               SECTION.    00005130
                                                                        00005140
      *          DIAS ENTRE A ABERTURA E A ADMISSAO (DTFECH)            00005150
                                                                        00005160
           ADD 1 TO WRK-QT-PREENCH.                                     00005170
                                                                        00005180
           MOVE REQ-DTFECH TO WRK-DATA-DB2.                             00005190
           PERFORM 8100-CONVERTER-DATA.                                 00005200
           MOVE WRK-NUM-DATA TO WRK-DIAS.                               00005210
           MOVE REQ-DTABERT TO WRK-DATA-DB2.                            00005220
           PERFORM 8100-CONVERTER-DATA.                                 00005230
           IF WRK-NUM-DATA GREATER WRK-DIAS                             00005240
              MOVE ZEROS TO WRK-DIAS                                    00005250
           ELSE                                                         00005260
              SUBTRACT WRK-NUM-DATA FROM WRK-DIAS                       00005270
           END-IF.                                                      00005280
           ADD WRK-DIAS TO WRK-SOMA-DIAS.                               00005290
                                                                        00005300
           MOVE REQ-NUMREQ  TO WRK-DP-NUMREQ.                           00005310
           MOVE REQ-IDSETOR TO WRK-DP-SETOR.                            00005320
           MOVE REQ-IDCARGO TO WRK-DP-CARGO.                            00005330
           MOVE REQ-DTABERT TO WRK-DP-DTABERT.                          00005340
           MOVE REQ-DTFECH  TO WRK-DP-DTFECH.                           00005350
           MOVE REQ-IDFUNC  TO WRK-DP-IDFUNC.                           00005360
           MOVE WRK-DIAS    TO WRK-DP-DIAS.                             00005370
           WRITE FD-RELREQS FROM WRK-DET-PREENCH.                       00005380
                                                                        00005390
           PERFORM 3100-LER-PREENCHIDA.                                 00005400
                                                                        00005410
       3200-99-FIM.                                            EXIT.    00005420
      *=============================================================*   00005430
                                                                        00005440
      *=============================================================*   00005450
       4000-FORA-FAIXA                                      SECTION.    00005460
                                                                        00005470
           MOVE '3 - OFERTAS FORA DA FAIXA SALARIAL DO CARGO'           00005480
                TO WRK-T-TEXTO.                                         00005490
           WRITE FD-RELREQS FROM WRK-TITULO.                            00005500
           WRITE FD-RELREQS FROM WRK-CABEC-FAIXA.                       00005510
                                                                        00005520
           EXEC SQL                                                     00005530
              OPEN CFAIXA                                               00005540
           END-EXEC.                                                    00005550
                                                                        00005560
           IF SQLCODE NOT EQUAL 0                                       00005570
              MOVE SQLCODE TO WRK-SQLCODE                               00005580
              DISPLAY 'ERRO ' WRK-SQLCODE ' NO OPEN DO CURSOR FAIXA'    00005590
              MOVE 200 TO RETURN-CODE                                   00005600
              STOP RUN                                                  00005610
           END-IF.                                                      00005620
                                                                        00005630
           MOVE 'N' TO WRK-FIM-CURSOR.                                  00005640
           PERFORM 4100-LER-FAIXA.                                      00005650
           PERFORM 4200-LISTAR-FAIXA UNTIL WRK-FIM-CURSOR EQUAL 'S'.    00005660
                                                                        00005670
           EXEC SQL                                                     00005680
              CLOSE CFAIXA                                              00005690
           END-EXEC.                                                    00005700
                                                                        00005710
           WRITE FD-RELREQS FROM WRK-LINHA-VAZIA.                       00005720
           MOVE 'FORA DA FAIXA.........' TO WRK-TG-TEXTO.               00005730
           MOVE WRK-QT-FORA TO WRK-TG-QTD.                              00005740
           WRITE FD-RELREQS FROM WRK-TOT-GERAL.                         00005750
                                                                        00005760
       4000-99-FIM.                                            EXIT.    00005770
      *=============================================================*   00005780
                                                                        00005790
      *=============================================================*   00005800
       4100-LER-FAIXA                                       SECTION.    00005810
                                                                        00005820
           EXEC SQL                                                     00005830
            FETCH CFAIXA                                                00005840
             INTO :REQ-NUMREQ,                                          00005850
                  :REQ-IDSETOR,                                         00005860
                  :REQ-IDCARGO,                                         00005870
                  :REQ-SALOFER,                                         00005880
                  :CRG-PISOSAL,                                         00005890
                  :CRG-TETOSAL                                          00005900
           END-EXEC.                                                    00005910
                                                                        00005920
           EVALUATE SQLCODE                                             00005930
             WHEN 0                                                     00005940
               CONTINUE                                                 00005950
             WHEN 100                                                   00005960
               MOVE 'S' TO WRK-FIM-CURSOR                               00005970
             WHEN OTHER                                                 00005980
               MOVE SQLCODE TO WRK-SQLCODE                              00005990
               DISPLAY 'ERRO ' WRK-SQLCODE ' NO FETCH DO CURSOR FAIXA'  00006000
               MOVE 200 TO RETURN-CODE                                  00006010
               STOP RUN                                                 00006020
           END-EVALUATE.                                                00006030
                                                                        00006040
       4100-99-FIM.                                            EXIT.    00006050
      *=============================================================*   00006060
                                                                        00006070
      *=============================================================*   00006080
       4200-LISTAR-FAIXA                                    SECTION.    00006090
                                                                        00006100
           ADD 1 TO WRK-QT-FORA.                                        00006110
                                                                        00006120
           MOVE REQ-NUMREQ  TO WRK-DF-NUMREQ.                           00006130
           MOVE REQ-IDSETOR TO WRK-DF-SETOR.                            00006140
           MOVE REQ-IDCARGO TO WRK-DF-CARGO.                            00006150
           MOVE REQ-SALOFER TO WRK-DF-SALOFER.                          00006160
           MOVE CRG-PISOSAL TO WRK-DF-PISO.                             00006170
           MOVE CRG-TETOSAL TO WRK-DF-TETO.                             00006180
                                                                        00006190
           IF REQ-SALOFER LESS CRG-PISOSAL                              00006200
              MOVE 'ABAIXO ' TO WRK-DF-MARCA                            00006210
           ELSE                                                         00006220
              MOVE 'ACIMA  ' TO WRK-DF-MARCA                            00006230
           END-IF.                                                      00006240
                                                                        00006250
           WRITE FD-RELREQS FROM WRK-DET-FAIXA.                         00006260
                                                                        00006270
           PERFORM 4100-LER-FAIXA.                                      00006280
                                                                        00006290
       4200-99-FIM.                                            EXIT.    00006300
      *=============================================================*   00006310
                                                                        00006320
      *=============================================================*   00006330
       5000-FINALIZAR                                       SECTION.    00006340
                                                                        00006350
             DISPLAY 'REQUISICOES ABERTAS...' WRK-QT-ABERTAS.           00006360
             DISPLAY 'PREENCHIDAS NO PERIODO' WRK-QT-PREENCH.           00006370
             DISPLAY 'OFERTAS FORA DA FAIXA.' WRK-QT-FORA.              00006380
             DISPLAY 'FINAL DE PROGRAMA'.                               00006390
                                                                        00006400
             CLOSE RELREQS.                                             00006410
             STOP RUN.                                                  00006420
                                                                        00006430
       5000-99-FIM.                                            EXIT.    00006440
      *=============================================================*   00006450
                                                                        00006460
      *=============================================================*   00006470
       8000-DIAS-ATE-HOJE                                   SECTION.    00006480
                                                                        00006490
      *          IDADE EM DIAS DA DATA DB2 EM WRK-DATA-DB2              00006500
                                                                        00006510
           PERFORM 8100-CONVERTER-DATA.                                 00006520
                                                                        00006530
           IF WRK-NUM-DATA GREATER WRK-NUM-HOJE                         00006540
              MOVE ZEROS TO WRK-DIAS                                    00006550
           ELSE                                                         00006560
              COMPUTE WRK-DIAS = WRK-NUM-HOJE - WRK-NUM-DATA            00006570
           END-IF.                                                      00006580
                                                                        00006590
       8000-99-FIM.                                            EXIT.    00006600
      *=============================================================*   00006610
                                                                        00006620
      *=============================================================*   00006630
       8100-CONVERTER-DATA                                  SECTION.    00006640
                                                                        00006650
      *          AAAA-MM-DD -> NUMERO-DIA (INTEGER-OF-DATE)             00006660
                                                                        00006670
           MOVE WRK-DB2-ANO TO WRK-AUX-ANO.                             00006680
           MOVE WRK-DB2-MES TO WRK-AUX-MES.                             00006690
           MOVE WRK-DB2-DIA TO WRK-AUX-DIA.                             00006700
           COMPUTE WRK-NUM-DATA =                                       00006710
              FUNCTION INTEGER-OF-DATE(WRK-DATA-AUX).                   00006720
                                                                        00006730
       8100-99-FIM.                                            EXIT.    00006740
      *=============================================================*   00006750
                                                                        00006760
      *=============================================================*   00006770
       9000-TRATARERROS                                     SECTION.    00006780
                                                                        00006790
             MOVE 'E' TO WRK-SEVERIDADE.                                00006800
             CALL 'GRAVALOG' USING WRK-DADOS.                           00006810
             STOP RUN.                                                  00006820
                                                                        00006830
       9000-99-FIM.                                            EXIT.    00006840
      *=============================================================*   00006850
