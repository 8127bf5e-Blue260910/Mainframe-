      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21VOL1.                                            00000050
                                                                        00000060
      *=============================================================*   00000070
      *   AUTOR....:VICTOR ARANDA                                       00000080
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000090
      *   DATA ....:15/10/2026                                          00000100
      *-------------------------------------------------------------*   00000110
      *   OBJETIVO: CONFERENCIA DE VOLUME DE UMA EXECUCAO CONTRA O      00000120
      *      HISTORICO. O CHAMADOR INFORMA PROGRAMA, DATA DO            00000130
      *      MOVIMENTO E CONTADORES DE LIDOS E GRAVADOS; O MODULO       00000140
      *      TIRA NO RUNHIST A MEDIA DAS EXECUCOES DO MESMO DIA DA      00000150
      *      SEMANA NAS SEMANAS ANTERIORES (SO AS QUE TERMINARAM        00000160
      *      COM RETCODE MENOR QUE 8) E COMPARA CADA CONTADOR COM       00000170
      *      A FAIXA DO RUNTOL (PROGRAMA E CONTADOR, OU '*PADRAO').     00000180
      *      SEM RUNTOL VALE A FAIXA PADRAO; SEM RUNHIST OU COM         00000190
      *      POUCAS AMOSTRAS O CONTADOR NAO E JULGADO.                  00000200
      *      USADO PELO PORTAO FR21GAT1 E PELA TENDENCIA DO             00000210
      *      RELATORIO MATINAL FR21RUNR.                                00000220
      *-------------------------------------------------------------*   00000230
      *   COMMAREA.: LNK-VOLUME (BOOK LNKVOLU)                          00000240
      *-------------------------------------------------------------*   00000250
      *   ARQUIVOS:                                                     00000260
      *    DDNAME              I/O                  COPY/BOOK           00000270
      *    RUNHIST              I                   RUNHBOOK            00000280
      *    RUNTOL               I                   RUNTBOOK            00000290
      *=============================================================*   00000300
       ENVIRONMENT                               DIVISION.              00000310
      *=============================================================*   00000320
                                                                        00000330
      *-------------------------------------------------------------*   00000340
       CONFIGURATION                                        SECTION.    00000350
      *-------------------------------------------------------------*   00000360
       SPECIAL-NAMES.                                                   00000370
           DECIMAL-POINT IS COMMA.                                      00000380
                                                                        00000390
                                                                        00000400
       INPUT-OUTPUT                                         SECTION.    00000410
       FILE-CONTROL.                                                    00000420
           SELECT RUNHIST  ASSIGN TO RUNHIST                            00000430
               FILE STATUS  IS WRK-FS-RUNHIST.                          00000440
                                                                        00000450
           SELECT RUNTOL   ASSIGN TO RUNTOL                             00000460
               FILE STATUS  IS WRK-FS-RUNTOL.                           00000470
                                                                        00000480
      *=============================================================*   00000490
       DATA                                                DIVISION.    00000500
      *=============================================================*   00000510
       FILE                                                 SECTION.    00000520
      *=============================================================*   00000530
                                                                        00000540
      *      ENTRADA - HISTORICO DE EXECUCOES       LRECL = 60          00000550
                                                                        00000560
       FD RUNHIST                                                       00000570
           RECORDING  MODE IS F                                         00000580
           BLOCK CONTAINS 0 RECORDS.                                    00000590
                                                                        00000600
           COPY 'RUNHBOOK'.                                             00000610
                                                                        00000620
      *      ENTRADA - FAIXAS DE TOLERANCIA         LRECL = 80          00000630
                                                                        00000640
       FD RUNTOL                                                        00000650
           RECORDING  MODE IS F                                         00000660
           BLOCK CONTAINS 0 RECORDS.                                    00000670
                                                                        00000680
           COPY 'RUNTBOOK'.                                             00000690
                                                                        00000700
      *-------------------------------------------------------------*   00000710
       WORKING-STORAGE                                      SECTION.    00000720
      *-------------------------------------------------------------*   00000730
                                                                        00000740
      *--------------------LOGICA-----------------------------------*   00000750
                                                                        00000760
       77 WRK-FS-RUNHIST      PIC 9(02).                                00000770
       77 WRK-FS-RUNTOL       PIC 9(02).                                00000780
                                                                        00000790
       77 WRK-IND             PIC 9(02) COMP VALUE 0.                   00000800
       77 WRK-IND-FX          PIC 9(01) COMP VALUE 0.                   00000810
       77 WRK-CARREGADO       PIC X(01) VALUE 'N'.                      00000820
                                                                        00000830
       77 WRK-DIA-BASE        PIC 9(08) VALUE 0.                        00000840
       77 WRK-DIFERENCA       PIC S9(08) VALUE 0.                       00000850
       77 WRK-SEMANAS-ATRAS   PIC 9(08) VALUE 0.                        00000860
       77 WRK-RESTO           PIC 9(01) VALUE 0.                        00000870
                                                                        00000880
       77 WRK-QTD-LIDOS       PIC 9(04) VALUE 0.                        00000890
       77 WRK-QTD-GRAV        PIC 9(04) VALUE 0.                        00000900
       77 WRK-SOMA-LIDOS      PIC 9(11) VALUE 0.                        00000910
       77 WRK-SOMA-GRAV       PIC 9(11) VALUE 0.                        00000920
       77 WRK-SOMA-ELAPSO     PIC 9(10) VALUE 0.                        00000930
                                                                        00000940
      *        FAIXA PADRAO QUANDO NAO HA LINHA NO RUNTOL               00000950
                                                                        00000960
       01 WRK-FAIXA-PADRAO.                                             00000970
          05 WRK-PD-PCT-MIN   PIC 9(03) VALUE 070.                      00000980
          05 WRK-PD-PCT-MAX   PIC 9(03) VALUE 150.                      00000990
          05 WRK-PD-SEMANAS   PIC 9(02) VALUE 04.                       00001000
          05 WRK-PD-AMOSTRAS  PIC 9(02) VALUE 02.                       00001010
                                                                        00001020
      *        FAIXAS EM USO NESTA CHAMADA: 1 LIDOS / 2 GRAVADOS        00001030
                                                                        00001040
       01 WRK-FAIXAS.                                                   00001050
          05 WRK-FX-OCR OCCURS 2 TIMES.                                 00001060
             10 WRK-FX-PCT-MIN   PIC 9(03).                             00001070
             10 WRK-FX-PCT-MAX   PIC 9(03).                             00001080
             10 WRK-FX-SEMANAS   PIC 9(02).                             00001090
             10 WRK-FX-AMOSTRAS  PIC 9(02).                             00001100
             10 WRK-FX-PROPRIA   PIC X(01).                             00001110
                                                                        00001120
      *        RUNTOL CARREGADO NA PRIMEIRA CHAMADA                     00001130
                                                                        00001140
       01 WRK-TAB-TOL.                                                  00001150
          05 WRK-TOL-QTD      PIC 9(02) VALUE 0.                        00001160
          05 WRK-TOL-OCR OCCURS 50 TIMES.                               00001170
             10 WRK-TOL-PROGRAMA  PIC X(08).                            00001180
             10 WRK-TOL-CONTADOR  PIC X(01).                            00001190
             10 WRK-TOL-PCT-MIN   PIC 9(03).                            00001200
             10 WRK-TOL-PCT-MAX   PIC 9(03).                            00001210
             10 WRK-TOL-SEMANAS   PIC 9(02).                            00001220
             10 WRK-TOL-AMOSTRAS  PIC 9(02).                            00001230
                                                                        00001240
      *-------------------------------------------------------------*   00001250
       LINKAGE                                              SECTION.    00001260
      *-------------------------------------------------------------*   00001270
                                                                        00001280
       COPY 'LNKVOLU'.                                                  00001290
                                                                        00001300
      *=============================================================*   00001310
       PROCEDURE DIVISION USING LNK-VOLUME.                             00001320
      *=============================================================*   00001330
                                                                        00001340
      *=============================================================*   00001350
       0000-PRINCIPAL                                       SECTION.    00001360
                                                                        00001370
           MOVE '2'   TO LNK-VL-STATUS.                                 00001380
           MOVE 'N'   TO LNK-VL-SIT-LIDOS LNK-VL-SIT-GRAV.              00001390
           MOVE ZEROS TO LNK-VL-AMOSTRAS LNK-VL-MEDIA-LIDOS             00001400
                         LNK-VL-MEDIA-GRAV LNK-VL-MEDIA-ELAPSO          00001410
                         LNK-VL-PCT-LIDOS LNK-VL-PCT-GRAV.              00001420
                                                                        00001430
           IF LNK-VL-DATA NOT NUMERIC                                   00001440
              OR LNK-VL-DATA LESS 16010101                              00001450
              OR LNK-VL-LIDOS NOT NUMERIC                               00001460
              OR LNK-VL-GRAVADOS NOT NUMERIC                            00001470
              GOBACK                                                    00001480
           END-IF.                                                      00001490
                                                                        00001500
           IF WRK-CARREGADO NOT EQUAL 'S'                               00001510
              PERFORM 1000-CARREGAR-FAIXAS                              00001520
              MOVE 'S' TO WRK-CARREGADO                                 00001530
           END-IF.                                                      00001540
                                                                        00001550
           PERFORM 1500-ESCOLHER-FAIXAS.                                00001560
           PERFORM 2000-VARRER-HISTORICO.                               00001570
           PERFORM 3000-JULGAR.                                         00001580
                                                                        00001590
           GOBACK.                                                      00001600
                                                                        00001610
       0000-99-FIM.                                            EXIT.    00001620
      *=============================================================*   00001630
                                                                        00001640
      *=============================================================*   00001650
       1000-CARREGAR-FAIXAS                                 SECTION.    00001660
                                                                        00001670
           OPEN INPUT RUNTOL.                                           00001680
                                                                        00001690
           IF WRK-FS-RUNTOL NOT EQUAL ZEROS                             00001700
              GO TO 1000-99-FIM                                         00001710
           END-IF.                                                      00001720
                                                                        00001730
           READ RUNTOL.                                                 00001740
                                                                        00001750
           PERFORM UNTIL WRK-FS-RUNTOL NOT EQUAL ZEROS                  00001760
              IF WRK-TOL-QTD LESS 50                                    00001770
                 AND RTL-PCT-MIN NUMERIC AND RTL-PCT-MAX NUMERIC        00001780
                 AND RTL-SEMANAS NUMERIC AND RTL-AMOSTRAS NUMERIC       00001790
                 AND (RTL-CONTADOR EQUAL 'L' OR RTL-CONTADOR EQUAL 'G') 00001800
                 ADD 1 TO WRK-TOL-QTD                                   00001810
                 MOVE RTL-PROGRAMA TO WRK-TOL-PROGRAMA(WRK-TOL-QTD)     00001820
                 MOVE RTL-CONTADOR TO WRK-TOL-CONTADOR(WRK-TOL-QTD)     00001830
                 MOVE RTL-PCT-MIN  TO WRK-TOL-PCT-MIN(WRK-TOL-QTD)      00001840
                 MOVE RTL-PCT-MAX  TO WRK-TOL-PCT-MAX(WRK-TOL-QTD)      00001850
                 MOVE RTL-SEMANAS  TO WRK-TOL-SEMANAS(WRK-TOL-QTD)      00001860
                 MOVE RTL-AMOSTRAS TO WRK-TOL-AMOSTRAS(WRK-TOL-QTD)     00001870
              END-IF                                                    00001880
              READ RUNTOL                                               00001890
           END-PERFORM.                                                 00001900
                                                                        00001910
           CLOSE RUNTOL.                                                00001920
                                                                        00001930
       1000-99-FIM.                                            EXIT.    00001940
      *=============================================================*   00001950
                                                                        00001960
      *=============================================================*   00001970
       1500-ESCOLHER-FAIXAS                                 SECTION.    00001980
                                                                        00001990
      *          LINHA DO PROGRAMA VENCE A DO '*PADRAO', QUE VENCE      00002000
      *          A FAIXA PADRAO DO MODULO                               00002010
                                                                        00002020
           PERFORM VARYING WRK-IND FROM 1 BY 1 UNTIL WRK-IND > 2        00002030
              MOVE WRK-PD-PCT-MIN  TO WRK-FX-PCT-MIN(WRK-IND)           00002040
              MOVE WRK-PD-PCT-MAX  TO WRK-FX-PCT-MAX(WRK-IND)           00002050
              MOVE WRK-PD-SEMANAS  TO WRK-FX-SEMANAS(WRK-IND)           00002060
              MOVE WRK-PD-AMOSTRAS TO WRK-FX-AMOSTRAS(WRK-IND)          00002070
              MOVE 'N'             TO WRK-FX-PROPRIA(WRK-IND)           00002080
           END-PERFORM.                                                 00002090
                                                                        00002100
           PERFORM 1600-APLICAR-FAIXA                                   00002110
                   VARYING WRK-IND FROM 1 BY 1                          00002120
                   UNTIL WRK-IND > WRK-TOL-QTD.                         00002130
                                                                        00002140
           PERFORM VARYING WRK-IND FROM 1 BY 1 UNTIL WRK-IND > 2        00002150
              IF WRK-FX-SEMANAS(WRK-IND) EQUAL ZEROS                    00002160
                 OR WRK-FX-SEMANAS(WRK-IND) GREATER 26                  00002170
                 MOVE WRK-PD-SEMANAS TO WRK-FX-SEMANAS(WRK-IND)         00002180
              END-IF                                                    00002190
              IF WRK-FX-AMOSTRAS(WRK-IND) EQUAL ZEROS                   00002200
                 MOVE 1 TO WRK-FX-AMOSTRAS(WRK-IND)                     00002210
              END-IF                                                    00002220
           END-PERFORM.                                                 00002230
                                                                        00002240
       1500-99-FIM.                                            EXIT.    00002250
      *=============================================================*   00002260
                                                                        00002270
      *=============================================================*   00002280
       1600-APLICAR-FAIXA                                   SECTION.    00002290
                                                                        00002300
           IF WRK-TOL-PROGRAMA(WRK-IND) EQUAL LNK-VL-PROGRAMA           00002310
              IF WRK-TOL-CONTADOR(WRK-IND) EQUAL 'L'                    00002320
                 MOVE 1 TO WRK-IND-FX                                   00002330
              ELSE                                                      00002340
                 MOVE 2 TO WRK-IND-FX                                   00002350
              END-IF                                                    00002360
              MOVE 'S' TO WRK-FX-PROPRIA(WRK-IND-FX)                    00002370
              PERFORM 1700-COPIAR-FAIXA                                 00002380
              GO TO 1600-99-FIM                                         00002390
           END-IF.                                                      00002400
                                                                        00002410
           IF WRK-TOL-PROGRAMA(WRK-IND) EQUAL '*PADRAO'                 00002420
              IF WRK-TOL-CONTADOR(WRK-IND) EQUAL 'L'                    00002430
                 MOVE 1 TO WRK-IND-FX                                   00002440
              ELSE                                                      00002450
                 MOVE 2 TO WRK-IND-FX                                   00002460
              END-IF                                                    00002470
              IF WRK-FX-PROPRIA(WRK-IND-FX) NOT EQUAL 'S'               00002480
                 PERFORM 1700-COPIAR-FAIXA                              00002490
              END-IF                                                    00002500
           END-IF.                                                      00002510
                                                                        00002520
       1600-99-FIM.                                            EXIT.    00002530
      *=============================================================*   00002540
                                                                        00002550
      *=============================================================*   00002560
       1700-COPIAR-FAIXA                                    SECTION.    00002570
                                                                        00002580
           MOVE WRK-TOL-PCT-MIN(WRK-IND)                                00002590
                TO WRK-FX-PCT-MIN(WRK-IND-FX).                          00002600
           MOVE WRK-TOL-PCT-MAX(WRK-IND)                                00002610
                TO WRK-FX-PCT-MAX(WRK-IND-FX).                          00002620
           MOVE WRK-TOL-SEMANAS(WRK-IND)                                00002630
                TO WRK-FX-SEMANAS(WRK-IND-FX).                          00002640
           MOVE WRK-TOL-AMOSTRAS(WRK-IND)                               00002650
                TO WRK-FX-AMOSTRAS(WRK-IND-FX).                         00002660
                                                                        00002670
       1700-99-FIM.                                            EXIT.    00002680
      *=============================================================*   00002690
                                                                        00002700
      *=============================================================*   00002710
       2000-VARRER-HISTORICO                                SECTION.    00002720
                                                                        00002730
           MOVE ZEROS TO WRK-QTD-LIDOS WRK-QTD-GRAV                     00002740
                         WRK-SOMA-LIDOS WRK-SOMA-GRAV WRK-SOMA-ELAPSO.  00002750
                                                                        00002760
           COMPUTE WRK-DIA-BASE =                                       00002770
                   FUNCTION INTEGER-OF-DATE(LNK-VL-DATA).               00002780
                                                                        00002790
           OPEN INPUT RUNHIST.                                          00002800
                                                                        00002810
           IF WRK-FS-RUNHIST NOT EQUAL ZEROS                            00002820
              GO TO 2000-99-FIM                                         00002830
           END-IF.                                                      00002840
                                                                        00002850
           READ RUNHIST.                                                00002860
                                                                        00002870
           PERFORM 2100-AMOSTRA                                         00002880
              UNTIL WRK-FS-RUNHIST NOT EQUAL ZEROS.                     00002890
                                                                        00002900
           CLOSE RUNHIST.                                               00002910
                                                                        00002920
       2000-99-FIM.                                            EXIT.    00002930
      *=============================================================*   00002940
                                                                        00002950
      *=============================================================*   00002960
       2100-AMOSTRA                                         SECTION.    00002970
                                                                        00002980
      *          SO EXECUCOES ANTERIORES DO PROGRAMA, NO MESMO DIA      00002990
      *          DA SEMANA, QUE NAO TERMINARAM COM ERRO                 00003000
                                                                        00003010
           IF RHS-PROGRAMA NOT EQUAL LNK-VL-PROGRAMA                    00003020
              OR RHS-DATA NOT NUMERIC                                   00003030
              OR RHS-DATA LESS 16010101                                 00003040
              OR RHS-DATA NOT LESS LNK-VL-DATA                          00003050
              OR RHS-LIDOS NOT NUMERIC                                  00003060
              OR RHS-GRAVADOS NOT NUMERIC                               00003070
              OR RHS-ELAPSO NOT NUMERIC                                 00003080
              OR RHS-RETCODE NOT NUMERIC                                00003090
              OR RHS-RETCODE NOT LESS 8                                 00003100
              GO TO 2100-50-LER                                         00003110
           END-IF.                                                      00003120
                                                                        00003130
           COMPUTE WRK-DIFERENCA = WRK-DIA-BASE                         00003140
                 - FUNCTION INTEGER-OF-DATE(RHS-DATA).                  00003150
           DIVIDE WRK-DIFERENCA BY 7 GIVING WRK-SEMANAS-ATRAS           00003160
                  REMAINDER WRK-RESTO.                                  00003170
                                                                        00003180
           IF WRK-RESTO NOT EQUAL ZEROS                                 00003190
              GO TO 2100-50-LER                                         00003200
           END-IF.                                                      00003210
                                                                        00003220
           IF WRK-SEMANAS-ATRAS NOT GREATER WRK-FX-SEMANAS(1)           00003230
              ADD 1            TO WRK-QTD-LIDOS                         00003240
              ADD RHS-LIDOS    TO WRK-SOMA-LIDOS                        00003250
              ADD RHS-ELAPSO   TO WRK-SOMA-ELAPSO                       00003260
           END-IF.                                                      00003270
                                                                        00003280
           IF WRK-SEMANAS-ATRAS NOT GREATER WRK-FX-SEMANAS(2)           00003290
              ADD 1            TO WRK-QTD-GRAV                          00003300
              ADD RHS-GRAVADOS TO WRK-SOMA-GRAV                         00003310
           END-IF.                                                      00003320
                                                                        00003330
       2100-50-LER.                                                     00003340
                                                                        00003350
           READ RUNHIST.                                                00003360
                                                                        00003370
       2100-99-FIM.                                            EXIT.    00003380
      *=============================================================*   00003390
                                                                        00003400
      *=============================================================*   00003410
       3000-JULGAR                                          SECTION.    00003420
                                                                        00003430
           IF WRK-QTD-LIDOS GREATER 99                                  00003440
              MOVE 99 TO LNK-VL-AMOSTRAS                                00003450
           ELSE                                                         00003460
              MOVE WRK-QTD-LIDOS TO LNK-VL-AMOSTRAS                     00003470
           END-IF.                                                      00003480
                                                                        00003490
           IF WRK-QTD-LIDOS GREATER ZEROS                               00003500
              COMPUTE LNK-VL-MEDIA-LIDOS ROUNDED =                      00003510
                      WRK-SOMA-LIDOS / WRK-QTD-LIDOS                    00003520
              COMPUTE LNK-VL-MEDIA-ELAPSO ROUNDED =                     00003530
                      WRK-SOMA-ELAPSO / WRK-QTD-LIDOS                   00003540
           END-IF.                                                      00003550
                                                                        00003560
           IF WRK-QTD-GRAV GREATER ZEROS                                00003570
              COMPUTE LNK-VL-MEDIA-GRAV ROUNDED =                       00003580
                      WRK-SOMA-GRAV / WRK-QTD-GRAV                      00003590
           END-IF.                                                      00003600
                                                                        00003610
      *          LIDOS                                                  00003620
                                                                        00003630
           IF WRK-QTD-LIDOS NOT LESS WRK-FX-AMOSTRAS(1)                 00003640
              IF LNK-VL-MEDIA-LIDOS EQUAL ZEROS                         00003650
                 IF LNK-VL-LIDOS EQUAL ZEROS                            00003660
                    MOVE 100   TO LNK-VL-PCT-LIDOS                      00003670
                 ELSE                                                   00003680
                    MOVE 99999 TO LNK-VL-PCT-LIDOS                      00003690
                 END-IF                                                 00003700
              ELSE                                                      00003710
                 COMPUTE LNK-VL-PCT-LIDOS ROUNDED =                     00003720
                         LNK-VL-LIDOS * 100 / LNK-VL-MEDIA-LIDOS        00003730
                    ON SIZE ERROR                                       00003740
                         MOVE 99999 TO LNK-VL-PCT-LIDOS                 00003750
                 END-COMPUTE                                            00003760
              END-IF                                                    00003770
              MOVE SPACE TO LNK-VL-SIT-LIDOS                            00003780
              IF LNK-VL-PCT-LIDOS LESS WRK-FX-PCT-MIN(1)                00003790
                 MOVE 'B' TO LNK-VL-SIT-LIDOS                           00003800
              END-IF                                                    00003810
              IF LNK-VL-PCT-LIDOS GREATER WRK-FX-PCT-MAX(1)             00003820
                 MOVE 'A' TO LNK-VL-SIT-LIDOS                           00003830
              END-IF                                                    00003840
           END-IF.                                                      00003850
                                                                        00003860
      *          GRAVADOS                                               00003870
                                                                        00003880
           IF WRK-QTD-GRAV NOT LESS WRK-FX-AMOSTRAS(2)                  00003890
              IF LNK-VL-MEDIA-GRAV EQUAL ZEROS                          00003900
                 IF LNK-VL-GRAVADOS EQUAL ZEROS                         00003910
                    MOVE 100   TO LNK-VL-PCT-GRAV                       00003920
                 ELSE                                                   00003930
                    MOVE 99999 TO LNK-VL-PCT-GRAV                       00003940
                 END-IF                                                 00003950
              ELSE                                                      00003960
                 COMPUTE LNK-VL-PCT-GRAV ROUNDED =                      00003970
                         LNK-VL-GRAVADOS * 100 / LNK-VL-MEDIA-GRAV      00003980
                    ON SIZE ERROR                                       00003990
                         MOVE 99999 TO LNK-VL-PCT-GRAV                  00004000
                 END-COMPUTE                                            00004010
              END-IF                                                    00004020
              MOVE SPACE TO LNK-VL-SIT-GRAV                             00004030
              IF LNK-VL-PCT-GRAV LESS WRK-FX-PCT-MIN(2)                 00004040
                 MOVE 'B' TO LNK-VL-SIT-GRAV                            00004050
              END-IF                                                    00004060
              IF LNK-VL-PCT-GRAV GREATER WRK-FX-PCT-MAX(2)              00004070
                 MOVE 'A' TO LNK-VL-SIT-GRAV                            00004080
              END-IF                                                    00004090
           END-IF.                                                      00004100
                                                                        00004110
           EVALUATE TRUE                                                00004120
             WHEN LNK-VL-SIT-LIDOS EQUAL 'B' OR 'A'                     00004130
             WHEN LNK-VL-SIT-GRAV  EQUAL 'B' OR 'A'                     00004140
                MOVE '1' TO LNK-VL-STATUS                               00004150
             WHEN LNK-VL-SIT-LIDOS EQUAL 'N'                            00004160
                  AND LNK-VL-SIT-GRAV EQUAL 'N'                         00004170
                MOVE '2' TO LNK-VL-STATUS                               00004180
             WHEN OTHER                                                 00004190
                MOVE '0' TO LNK-VL-STATUS                               00004200
           END-EVALUATE.                                                00004210
                                                                        00004220
       3000-99-FIM.                                            EXIT.    00004230
      *=============================================================*   00004240
