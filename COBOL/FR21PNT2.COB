      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21PNT2.                                            00000050
                                                                        00000060
      *=============================================================*   00000070
      *   AUTOR....:VICTOR ARANDA                                       00000080
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000090
      *   DATA ....:15/10/2026                                          00000100
      *-------------------------------------------------------------*   00000110
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000120
      *  1.0   15/10/26   VICTOR ARANDA       VERSAO INICIAL            00000130
      *-------------------------------------------------------------*   00000140
      *   OBJETIVO: PONTE ENTRE O APONTAMENTO ONLINE (F21CIPL) E A      00000150
      *      CADEIA NOTURNA DE HORAS. RECARREGA O PNTINDS (DIAS         00000160
      *      SEM APONTAMENTO: FERIAS APROVADAS DO FERMOV 'T' E          00000170
      *      AUSENCIAS APLICADAS DO ABSAPL) QUE O CICS CONSULTA, E      00000180
      *      DESCARREGA O PNTONL NO LAYOUT DO PONTODIA PARA O           00000190
      *      FR21PNT1. O PNTONL TEM A CHAVE FUNCIONARIO/PROJETO/        00000200
      *      DATA, QUE JA E A ORDEM DO PONTODIA. PROJETO/PERIODO        00000210
      *      APROVADO NO FR21APR1 (PNTFECH) NAO E MAIS DESCARREGADO.    00000220
      *-------------------------------------------------------------*   00000230
      *   ARQUIVOS.....:                                                00000240
      *                                                                 00000250
      *   NAME                I/O                                       00000260
      *   FERMOV               I   (FERIAS APROVADAS - 'T')             00000270
      *   ABSAPL               I   (AUSENCIAS APLICADAS - FR21ABS1)     00000280
      *   PNTONL               I   (APONTAMENTOS ONLINE - KSDS)         00000290
      *   PNTFECH              I   (PERIODOS APROVADOS - KSDS)          00000300
      *   PNTINDS              O   (DIAS SEM APONTAMENTO - KSDS)        00000310
      *   PONTODIA             O   (APONTAMENTOS DATADOS P/FR21PNT1)    00000320
      *-------------------------------------------------------------*   00000330
      *   MODULOS....:                                                  00000340
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000350
      *=============================================================*   00000360
       ENVIRONMENT                               DIVISION.              00000370
      *=============================================================*   00000380
                                                                        00000390
      *-------------------------------------------------------------*   00000400
       CONFIGURATION                                        SECTION.    00000410
      *-------------------------------------------------------------*   00000420
       SPECIAL-NAMES.                                                   00000430
           DECIMAL-POINT IS COMMA.                                      00000440
                                                                        00000450
                                                                        00000460
       INPUT-OUTPUT                                         SECTION.    00000470
       FILE-CONTROL.                                                    00000480
           SELECT FERMOV   ASSIGN TO FERMOV                             00000490
               FILE STATUS  IS WRK-FS-FERMOV.                           00000500
                                                                        00000510
           SELECT ABSAPL   ASSIGN TO ABSAPL                             00000520
               FILE STATUS  IS WRK-FS-ABSAPL.                           00000530
                                                                        00000540
           SELECT PNTONL   ASSIGN TO PNTONL                             00000550
               ORGANIZATION  IS INDEXED                                 00000560
               ACCESS MODE   IS SEQUENTIAL                              00000570
               RECORD KEY    IS PNT-CHAVE                               00000580
               FILE STATUS  IS WRK-FS-PNTONL.                           00000590
                                                                        00000600
           SELECT PNTFECH  ASSIGN TO PNTFECH                            00000610
               ORGANIZATION  IS INDEXED                                 00000620
               ACCESS MODE   IS RANDOM                                  00000630
               RECORD KEY    IS FCH-CHAVE                               00000640
               FILE STATUS  IS WRK-FS-PNTFECH.                          00000650
                                                                        00000660
           SELECT PNTINDS  ASSIGN TO PNTINDS                            00000670
               ORGANIZATION  IS INDEXED                                 00000680
               ACCESS MODE   IS RANDOM                                  00000690
               RECORD KEY    IS IND-CHAVE                               00000700
               FILE STATUS  IS WRK-FS-PNTINDS.                          00000710
                                                                        00000720
           SELECT PONTODIA ASSIGN TO PONTODIA                           00000730
               FILE STATUS  IS WRK-FS-PONTODIA.                         00000740
                                                                        00000750
      *=============================================================*   00000760
       DATA                                                DIVISION.    00000770
      *=============================================================*   00000780
       FILE                                                 SECTION.    00000790
      *=============================================================*   00000800
                                                                        00000810
      *-------------------------------------------------------------*   00000820
      *       PEDIDOS DE FERIAS (FR21FER2)  LRECL = 17              *   00000830
      *       SO A SITUACAO 'T' (GOZADA/APROVADA) BLOQUEIA PONTO    *   00000840
      *-------------------------------------------------------------*   00000850
       FD FERMOV                                                        00000860
           RECORDING  MODE IS F                                         00000870
           BLOCK CONTAINS 0 RECORDS.                                    00000880
                                                                        00000890
       01 FD-FERMOV.                                                    00000900
          05 FD-FM-IDFUNC    PIC 9(05).                                 00000910
          05 FD-FM-SITUACAO  PIC X(01).                                 00000920
          05 FD-FM-DIAS      PIC 9(03).                                 00000930
          05 FD-FM-DATA-INI  PIC 9(08).                                 00000940
                                                                        00000950
      *-------------------------------------------------------------*   00000960
      *       AUSENCIAS APLICADAS (FR21ABS1) LRECL = 32             *   00000970
      *-------------------------------------------------------------*   00000980
       FD ABSAPL                                                        00000990
           RECORDING  MODE IS F                                         00001000
           BLOCK CONTAINS 0 RECORDS.                                    00001010
                                                                        00001020
       01 FD-ABSAPL.                                                    00001030
          05 FD-AB-IDFUNC    PIC 9(05).                                 00001040
          05 FD-AB-TIPO      PIC X(03).                                 00001050
          05 FD-AB-DATA-INI  PIC 9(08).                                 00001060
          05 FD-AB-DATA-FIM  PIC 9(08).                                 00001070
          05 FD-AB-DIAS      PIC 9(03).                                 00001080
          05 FD-AB-REMUNERA  PIC X(01).                                 00001090
          05 FD-AB-SETOR     PIC X(04).                                 00001100
                                                                        00001110
      *-------------------------------------------------------------*   00001120
      *       APONTAMENTOS ONLINE (KSDS)    LRECL = 46              *   00001130
      *-------------------------------------------------------------*   00001140
       FD PNTONL.                                                       00001150
                                                                        00001160
           COPY 'PNTBOOK'.                                              00001170
                                                                        00001180
      *-------------------------------------------------------------*   00001190
      *       PERIODOS APROVADOS (KSDS)     LRECL = 30              *   00001200
      *-------------------------------------------------------------*   00001210
       FD PNTFECH.                                                      00001220
                                                                        00001230
           COPY 'FCHBOOK'.                                              00001240
                                                                        00001250
      *-------------------------------------------------------------*   00001260
      *       DIAS SEM APONTAMENTO (KSDS)   LRECL = 24              *   00001270
      *-------------------------------------------------------------*   00001280
       FD PNTINDS.                                                      00001290
                                                                        00001300
           COPY 'INDBOOK'.                                              00001310
                                                                        00001320
      *-------------------------------------------------------------*   00001330
      *       APONTAMENTOS DATADOS          LRECL = 35              *   00001340
      *-------------------------------------------------------------*   00001350
       FD PONTODIA                                                      00001360
           RECORDING  MODE IS F                                         00001370
           BLOCK CONTAINS 0 RECORDS.                                    00001380
                                                                        00001390
       01 FD-PONTODIA.                                                  00001400
          05 FD-PT-IDFUNC    PIC X(05).                                 00001410
          05 FD-PT-PROJETO   PIC X(20).                                 00001420
          05 FD-PT-DATA      PIC 9(08).                                 00001430
          05 FD-PT-HORAS     PIC 9(02).                                 00001440
                                                                        00001450
      *-------------------------------------------------------------*   00001460
       WORKING-STORAGE                                      SECTION.    00001470
      *-------------------------------------------------------------*   00001480
                                                                        00001490
      *------------------LOG-DE-ERROS-------------------------------*   00001500
                                                                        00001510
       01 WRK-DADOS.                                                    00001520
           05 WRK-PROGRAMA  PIC X(08).                                  00001530
           05 WRK-SECAO     PIC X(04).                                  00001540
           05 WRK-MENSAGEM  PIC X(30).                                  00001550
           05 WRK-STATUS    PIC X(02).                                  00001560
           05 WRK-SEVERIDADE PIC X(01).                                 00001570
           05 FILLER        PIC X(22).                                  00001580
                                                                        00001590
      *--------------------LOGICA-----------------------------------*   00001600
                                                                        00001610
       77 WRK-FERIAS-CARREG   PIC 9(07) VALUE 0.                        00001620
                                                                        00001630
       77 WRK-AUSENC-CARREG   PIC 9(07) VALUE 0.                        00001640
                                                                        00001650
       77 WRK-INDISP-DUPLIC   PIC 9(07) VALUE 0.                        00001660
                                                                        00001670
       77 WRK-ONLINE-LIDOS    PIC 9(07) VALUE 0.                        00001680
                                                                        00001690
       77 WRK-DESCARREGADOS   PIC 9(07) VALUE 0.                        00001700
                                                                        00001710
       77 WRK-TRAVADOS        PIC 9(07) VALUE 0.                        00001720
                                                                        00001730
       77 WRK-DATA-INT        PIC 9(08).                                00001740
                                                                        00001750
       77 WRK-TEM-PNTFECH     PIC X(01) VALUE 'N'.                      00001760
                                                                        00001770
       77 WRK-MSG-FINAL       PIC X(17) VALUE 'FINAL DE PROGRAMA'.      00001780
                                                                        00001790
      *--------------------STATUS-----------------------------------*   00001800
                                                                        00001810
       77 WRK-FS-FERMOV   PIC 9(02).                                    00001820
                                                                        00001830
       77 WRK-FS-ABSAPL   PIC 9(02).                                    00001840
                                                                        00001850
       77 WRK-FS-PNTONL   PIC 9(02).                                    00001860
                                                                        00001870
       77 WRK-FS-PNTFECH  PIC 9(02).                                    00001880
                                                                        00001890
       77 WRK-FS-PNTINDS  PIC 9(02).                                    00001900
                                                                        00001910
       77 WRK-FS-PONTODIA PIC 9(02).                                    00001920
                                                                        00001930
      *=============================================================*   00001940
       PROCEDURE DIVISION.                                              00001950
      *=============================================================*   00001960
                                                                        00001970
      *=============================================================*   00001980
       0000-PRINCIPAL                                       SECTION.    00001990
                                                                        00002000
            PERFORM 1000-INICIAR.                                       00002010
            PERFORM 1300-CARREGAR-FERIAS.                               00002020
            PERFORM 1400-CARREGAR-AUSENCIAS.                            00002030
            PERFORM 2000-DESCARREGAR.                                   00002040
            PERFORM 3000-FINALIZAR.                                     00002050
                                                                        00002060
       0000-99-FIM.                                            EXIT.    00002070
      *=============================================================*   00002080
                                                                        00002090
      *=============================================================*   00002100
       1000-INICIAR                                         SECTION.    00002110
                                                                        00002120
            OPEN INPUT  FERMOV.                                         00002130
            OPEN INPUT  ABSAPL.                                         00002140
            OPEN INPUT  PNTONL.                                         00002150
            OPEN INPUT  PNTFECH.                                        00002160
            OPEN OUTPUT PNTINDS.                                        00002170
            OPEN OUTPUT PONTODIA.                                       00002180
                                                                        00002190
            IF WRK-FS-PNTONL NOT EQUAL ZEROS                            00002200
               MOVE 'FR21PNT2'                  TO WRK-PROGRAMA         00002210
               MOVE '1000'                      TO WRK-SECAO            00002220
               MOVE 'ERRO OPEN PONTO ONLINE   ' TO WRK-MENSAGEM         00002230
               MOVE WRK-FS-PNTONL               TO WRK-STATUS           00002240
               PERFORM 9000-TRATARERROS                                 00002250
            END-IF.                                                     00002260
                                                                        00002270
            IF WRK-FS-PNTINDS NOT EQUAL ZEROS                           00002280
               MOVE 'FR21PNT2'                  TO WRK-PROGRAMA         00002290
               MOVE '1000'                      TO WRK-SECAO            00002300
               MOVE 'ERRO OPEN PNTINDS        ' TO WRK-MENSAGEM         00002310
               MOVE WRK-FS-PNTINDS              TO WRK-STATUS           00002320
               PERFORM 9000-TRATARERROS                                 00002330
            END-IF.                                                     00002340
                                                                        00002350
            IF WRK-FS-PONTODIA NOT EQUAL ZEROS                          00002360
               MOVE 'FR21PNT2'                  TO WRK-PROGRAMA         00002370
               MOVE '1000'                      TO WRK-SECAO            00002380
               MOVE 'ERRO OPEN PONTO DIARIO   ' TO WRK-MENSAGEM         00002390
               MOVE WRK-FS-PONTODIA             TO WRK-STATUS           00002400
               PERFORM 9000-TRATARERROS                                 00002410
            END-IF.                                                     00002420
                                                                        00002430
      *                 SEM PNTFECH NENHUM PERIODO ESTA APROVADO:       00002440
      *                 TUDO O QUE ESTA NO PNTONL DESCE                 00002450
                                                                        00002460
            IF WRK-FS-PNTFECH EQUAL ZEROS                               00002470
               MOVE 'S' TO WRK-TEM-PNTFECH                              00002480
            ELSE                                                        00002490
               DISPLAY 'SEM PNTFECH - NENHUM PERIODO TRAVADO'           00002500
            END-IF.                                                     00002510
                                                                        00002520
       1000-99-FIM.                                            EXIT.    00002530
      *=============================================================*   00002540
                                                                        00002550
      *=============================================================*   00002560
       1300-CARREGAR-FERIAS                                 SECTION.    00002570
                                                                        00002580
      *                 FERIAS APROVADAS ('T'), COM A DATA FINAL        00002590
      *                 EM DIAS CORRIDOS, COMO NO FR21PNT1              00002600
                                                                        00002610
           IF WRK-FS-FERMOV NOT EQUAL ZEROS                             00002620
              DISPLAY 'SEM ARQUIVO DE FERIAS - PNTINDS PARCIAL'         00002630
              GO TO 1300-99-FIM                                         00002640
           END-IF.                                                      00002650
                                                                        00002660
           READ FERMOV.                                                 00002670
                                                                        00002680
           PERFORM UNTIL WRK-FS-FERMOV NOT EQUAL ZEROS                  00002690
              IF FD-FM-SITUACAO EQUAL 'T'                               00002700
                 MOVE FD-FM-IDFUNC   TO IND-IDFUNC                      00002710
                 MOVE FD-FM-DATA-INI TO IND-DATA-INI                    00002720
                 MOVE 'FER'          TO IND-TIPO                        00002730
                 COMPUTE WRK-DATA-INT =                                 00002740
                    FUNCTION INTEGER-OF-DATE(FD-FM-DATA-INI)            00002750
                    + FD-FM-DIAS - 1                                    00002760
                 COMPUTE IND-DATA-FIM =                                 00002770
                    FUNCTION DATE-OF-INTEGER(WRK-DATA-INT)              00002780
                 PERFORM 1500-GRAVAR-INDISP                             00002790
                 IF WRK-FS-PNTINDS EQUAL ZEROS                          00002800
                    ADD 1 TO WRK-FERIAS-CARREG                          00002810
                 END-IF                                                 00002820
              END-IF                                                    00002830
              READ FERMOV                                               00002840
           END-PERFORM.                                                 00002850
                                                                        00002860
       1300-99-FIM.                                            EXIT.    00002870
      *=============================================================*   00002880
                                                                        00002890
      *=============================================================*   00002900
       1400-CARREGAR-AUSENCIAS                              SECTION.    00002910
                                                                        00002920
      *                 TODA AUSENCIA APLICADA BLOQUEIA O DIA,          00002930
      *                 REMUNERADA OU NAO                               00002940
                                                                        00002950
           IF WRK-FS-ABSAPL NOT EQUAL ZEROS                             00002960
              DISPLAY 'SEM ARQUIVO DE AUSENCIAS - PNTINDS PARCIAL'      00002970
              GO TO 1400-99-FIM                                         00002980
           END-IF.                                                      00002990
                                                                        00003000
           READ ABSAPL.                                                 00003010
                                                                        00003020
           PERFORM UNTIL WRK-FS-ABSAPL NOT EQUAL ZEROS                  00003030
              MOVE FD-AB-IDFUNC   TO IND-IDFUNC                         00003040
              MOVE FD-AB-DATA-INI TO IND-DATA-INI                       00003050
              MOVE FD-AB-TIPO     TO IND-TIPO                           00003060
              MOVE FD-AB-DATA-FIM TO IND-DATA-FIM                       00003070
              PERFORM 1500-GRAVAR-INDISP                                00003080
              IF WRK-FS-PNTINDS EQUAL ZEROS                             00003090
                 ADD 1 TO WRK-AUSENC-CARREG                             00003100
              END-IF                                                    00003110
              READ ABSAPL                                               00003120
           END-PERFORM.                                                 00003130
                                                                        00003140
       1400-99-FIM.                                            EXIT.    00003150
      *=============================================================*   00003160
                                                                        00003170
      *=============================================================*   00003180
       1500-GRAVAR-INDISP                                   SECTION.    00003190
                                                                        00003200
           WRITE REG-PNTINDS.                                           00003210
                                                                        00003220
      *                 22 = MESMO FUNCIONARIO/INICIO/TIPO REPETIDO     00003230
                                                                        00003240
           EVALUATE WRK-FS-PNTINDS                                      00003250
             WHEN 00                                                    00003260
                  CONTINUE                                              00003270
             WHEN 22                                                    00003280
                  ADD 1 TO WRK-INDISP-DUPLIC                            00003290
             WHEN OTHER                                                 00003300
                  MOVE 'FR21PNT2'                  TO WRK-PROGRAMA      00003310
                  MOVE '1500'                      TO WRK-SECAO         00003320
                  MOVE 'ERRO WRITE PNTINDS       ' TO WRK-MENSAGEM      00003330
                  MOVE WRK-FS-PNTINDS              TO WRK-STATUS        00003340
                  PERFORM 9000-TRATARERROS                              00003350
           END-EVALUATE.                                                00003360
                                                                        00003370
       1500-99-FIM.                                            EXIT.    00003380
      *=============================================================*   00003390
                                                                        00003400
      *=============================================================*   00003410
       2000-DESCARREGAR                                     SECTION.    00003420
                                                                        00003430
           READ PNTONL.                                                 00003440
                                                                        00003450
           PERFORM UNTIL WRK-FS-PNTONL NOT EQUAL ZEROS                  00003460
              ADD 1 TO WRK-ONLINE-LIDOS                                 00003470
              PERFORM 2100-TESTAR-TRAVA                                 00003480
              IF WRK-FS-PNTFECH EQUAL ZEROS                             00003490
                 ADD 1 TO WRK-TRAVADOS                                  00003500
              ELSE                                                      00003510
                 MOVE PNT-IDFUNC  TO FD-PT-IDFUNC                       00003520
                 MOVE PNT-PROJETO TO FD-PT-PROJETO                      00003530
                 MOVE PNT-DATA    TO FD-PT-DATA                         00003540
                 MOVE PNT-HORAS   TO FD-PT-HORAS                        00003550
                 WRITE FD-PONTODIA                                      00003560
                 ADD 1 TO WRK-DESCARREGADOS                             00003570
              END-IF                                                    00003580
              READ PNTONL                                               00003590
           END-PERFORM.                                                 00003600
                                                                        00003610
           IF WRK-FS-PNTONL NOT EQUAL 10                                00003620
              MOVE 'FR21PNT2'                  TO WRK-PROGRAMA          00003630
              MOVE '2000'                      TO WRK-SECAO             00003640
              MOVE 'ERRO LEITURA PONTO ONLINE' TO WRK-MENSAGEM          00003650
              MOVE WRK-FS-PNTONL               TO WRK-STATUS            00003660
              PERFORM 9000-TRATARERROS                                  00003670
           END-IF.                                                      00003680
                                                                        00003690
       2000-99-FIM.                                            EXIT.    00003700
      *=============================================================*   00003710
                                                                        00003720
      *=============================================================*   00003730
       2100-TESTAR-TRAVA                                    SECTION.    00003740
                                                                        00003750
      *                 STATUS 00 NA VOLTA = PERIODO APROVADO           00003760
                                                                        00003770
           IF WRK-TEM-PNTFECH NOT EQUAL 'S'                             00003780
              MOVE 23 TO WRK-FS-PNTFECH                                 00003790
              GO TO 2100-99-FIM                                         00003800
           END-IF.                                                      00003810
                                                                        00003820
           MOVE PNT-PROJETO     TO FCH-PROJETO.                         00003830
           MOVE PNT-DATA(1:6)   TO FCH-PERIODO.                         00003840
                                                                        00003850
           READ PNTFECH.                                                00003860
                                                                        00003870
           IF WRK-FS-PNTFECH NOT EQUAL ZEROS                            00003880
              AND WRK-FS-PNTFECH NOT EQUAL 23                           00003890
              MOVE 'FR21PNT2'                  TO WRK-PROGRAMA          00003900
              MOVE '2100'                      TO WRK-SECAO             00003910
              MOVE 'ERRO LEITURA PNTFECH     ' TO WRK-MENSAGEM          00003920
              MOVE WRK-FS-PNTFECH              TO WRK-STATUS            00003930
              PERFORM 9000-TRATARERROS                                  00003940
           END-IF.                                                      00003950
                                                                        00003960
       2100-99-FIM.                                            EXIT.    00003970
      *=============================================================*   00003980
                                                                        00003990
      *=============================================================*   00004000
       3000-FINALIZAR                                       SECTION.    00004010
                                                                        00004020
             DISPLAY 'FERIAS CARREGADAS.....' WRK-FERIAS-CARREG.        00004030
             DISPLAY 'AUSENCIAS CARREGADAS..' WRK-AUSENC-CARREG.        00004040
             DISPLAY 'INDISP. REPETIDAS.....' WRK-INDISP-DUPLIC.        00004050
             DISPLAY 'APONTAMENTOS ONLINE...' WRK-ONLINE-LIDOS.         00004060
             DISPLAY 'DESCARREGADOS.........' WRK-DESCARREGADOS.        00004070
             DISPLAY 'EM PERIODO APROVADO...' WRK-TRAVADOS.             00004080
             DISPLAY WRK-MSG-FINAL.                                     00004090
                                                                        00004100
             IF WRK-FS-FERMOV NOT EQUAL 35                              00004110
                CLOSE FERMOV                                            00004120
             END-IF.                                                    00004130
             IF WRK-FS-ABSAPL NOT EQUAL 35                              00004140
                CLOSE ABSAPL                                            00004150
             END-IF.                                                    00004160
             IF WRK-TEM-PNTFECH EQUAL 'S'                               00004170
                CLOSE PNTFECH                                           00004180
             END-IF.                                                    00004190
             CLOSE PNTONL PNTINDS PONTODIA.                             00004200
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
