      *             MODULO FR21RUNC), CASA OS EVENTOS DE INICIO E   *   00000120
      *             FIM DE CADA PROGRAMA, CALCULA O TEMPO DECORRIDO *   00000130
      *             E LISTA CONTADORES, RETURN-CODE E OS PROGRAMAS  *   00000140
      *             QUE NAO TERMINARAM. EM SEGUIDA IMPRIME A        *   00000141
      *             TENDENCIA DE VOLUMES E TEMPOS DE CADA EXECUCAO  *   00000142
      *             CONTRA A MEDIA DO MESMO DIA DA SEMANA (MODULO   *   00000143
      *             FR21VOL1, FAIXAS DO RUNTOL) E ACRESCENTA AS     *   00000144
      *             EXECUCOES COMPLETAS AO HISTORICO: O RUNHIST E   *   00000145
      *             REGRAVADO NO RUNHISN COM AS ULTIMAS 26 SEMANAS  *   00000146
      *             (O JOB COPIA O RUNHISN DE VOLTA NO RUNHIST).    *   00000147
      *             EXECUCAO JA PRESENTE NO HISTORICO (RUNCTL       *   00000148
      *             PRESERVADO E RELIDO) NAO E ACRESCENTADA DE NOVO.*   00000149
      *-------------------------------------------------------------*   00000160
      *   ARQUIVOS:                                                 *   00000170
      *    DDNAME              I/O                  COPY/BOOK       *   00000180
      *    RUNCTL               I                   LNKRUNC         *   00000190
      *    RELRUN               O                                   *   00000200
      *    RUNHIST              I                   RUNHBOOK        *   00000201
      *    RUNHISN              O                   RUNHBOOK        *   00000202
      *-------------------------------------------------------------*   00000203
      *   MODULOS....:                                              *   00000204
      *   FR21VOL1             CONFERENCIA DE VOLUME (LNKVOLU)      *   00000205
      *=============================================================*   00000210
                                                                        00000220
      *=============================================================*   00000230
                                                                        00000340
           SELECT RELRUN   ASSIGN TO RELRUN                             00000350
               FILE STATUS  IS WRK-FS-RELRUN.                           00000360
                                                                        00000361
           SELECT RUNHIST  ASSIGN TO RUNHIST                            00000362
               FILE STATUS  IS WRK-FS-RUNHIST.                          00000363
                                                                        00000364
           SELECT RUNHISN  ASSIGN TO RUNHISN                            00000365
               FILE STATUS  IS WRK-FS-RUNHISN.                          00000366
                                                                        00000370
      *=============================================================*   00000380
       DATA                                      DIVISION.              00000390
           BLOCK CONTAINS 0 RECORDS.                                    00000660
                                                                        00000670
       01 FD-RELRUN        PIC X(98).                                   00000680
                                                                        0000068A
      *-------------------------------------------------------------*   0000068B
      *       HISTORICO DE EXECUCOES RUNHIST / RUNHISN  LRECL = 60  *   0000068C
      *-------------------------------------------------------------*   0000068D
       FD RUNHIST                                                       0000068E
           RECORDING  MODE IS F                                         0000068F
           BLOCK CONTAINS 0 RECORDS.                                    0000068G
                                                                        0000068H
           COPY 'RUNHBOOK'.                                             0000068I
                                                                        0000068J
       FD RUNHISN                                                       0000068K
           RECORDING  MODE IS F                                         0000068L
           BLOCK CONTAINS 0 RECORDS.                                    0000068M
                                                                        0000068N
       01 FD-RUNHISN       PIC X(60).                                   0000068O
                                                                        00000690
      *=============================================================*   00000700
       WORKING-STORAGE                           SECTION.               00000710
                                                                        00000730
       77 WRK-FS-RUNCTL    PIC 9(02).                                   00000740
       77 WRK-FS-RELRUN    PIC 9(02).                                   00000750
       77 WRK-FS-RUNHIST   PIC 9(02).                                   00000751
       77 WRK-FS-RUNHISN   PIC 9(02).                                   00000752
                                                                        00000760
       77 WRK-TOT-LIDOS    PIC 9(05) VALUE 0.                           00000770
       77 WRK-TOT-INCOMPL  PIC 9(03) VALUE 0.                           00000780
       77 WRK-TOT-FORA     PIC 9(05) VALUE 0.                           00000781
       77 WRK-TOT-DESCART  PIC 9(03) VALUE 0.                           00000782
       77 WRK-TOT-ANOMAL   PIC 9(03) VALUE 0.                           0000078A
       77 WRK-HIST-MANTIDO PIC 9(07) VALUE 0.                           0000078B
       77 WRK-HIST-EXPURGO PIC 9(07) VALUE 0.                           0000078C
       77 WRK-HIST-NOVOS   PIC 9(03) VALUE 0.                           0000078D
                                                                        0000078E
      *    A JANELA COMECA NA VESPERA: SO ENTRAM EVENTOS DE ONTEM       0000078F
      *    E DE HOJE, O QUE SOBROU DE DIAS ANTERIORES E IGNORADO        0000078G
                                                                        0000078H
       77 WRK-HOJE         PIC 9(08).                                   0000078I
       77 WRK-ONTEM        PIC 9(08).                                   0000078J
       77 WRK-DIA-INT      PIC 9(08).                                   0000078K
       77 WRK-LIMITE-HIST  PIC 9(08).                                   0000078L
       77 WRK-DIAS-HIST    PIC 9(03) VALUE 182.                         0000078M
                                                                        00000790
       77 WRK-IND          PIC 9(02).                                   00000800
       77 WRK-ACHOU        PIC X(01).                                   00000810
             10 WRK-TAB-GRAVADOS  PIC 9(07).                            00001030
             10 WRK-TAB-REJEIT    PIC 9(07).                            00001040
             10 WRK-TAB-RETCODE   PIC 9(04).                            00001050
             10 WRK-TAB-DATA      PIC 9(08).                            0000105A
             10 WRK-TAB-ELAPSO    PIC 9(06).                            0000105B
             10 WRK-TAB-NO-HIST   PIC X(01).                            0000105C
                                                                        0000105D
      *-------------------------------------------------------------*   0000105E
      *       NOVA LINHA DO HISTORICO (LAYOUT RUNHBOOK)             *   0000105F
      *-------------------------------------------------------------*   0000105G
       01 WRK-HIST-NOVO.                                                0000105H
          05 WRK-HN-PROGRAMA      PIC X(08).                            0000105I
          05 WRK-HN-DATA          PIC 9(08).                            0000105J
          05 WRK-HN-HORA-INI      PIC 9(06).                            0000105K
          05 WRK-HN-ELAPSO        PIC 9(06).                            0000105L
          05 WRK-HN-LIDOS         PIC 9(07).                            0000105M
          05 WRK-HN-GRAVADOS      PIC 9(07).                            0000105N
          05 WRK-HN-REJEITADOS    PIC 9(07).                            0000105O
          05 WRK-HN-RETCODE       PIC 9(04).                            0000105P
          05 FILLER               PIC X(07) VALUE SPACES.               0000105Q
                                                                        0000105R
           COPY 'LNKVOLU'.                                              0000105S
                                                                        00001060
       77 WRK-MSG-FINAL    PIC X(17) VALUE 'FINAL DE PROGRAMA'.         00001070
       77 WRK-LINHA-VAZIA  PIC X(01) VALUE SPACE.                       00001080
              'SEM FIM REGISTRADO...: '.                                00001700
          05 WRK-RES-INC    PIC ZZZZ9.                                  00001710
          05 FILLER         PIC X(70).                                  00001720
                                                                        00001721
       01 WRK-RESUMO3.                                                  00001722
          05 FILLER         PIC X(23) VALUE                             00001723
              'VOLUME FORA DA FAIXA.: '.                                00001724
          05 WRK-RES-ANOMAL PIC ZZZZ9.                                  00001725
          05 FILLER         PIC X(70).                                  00001726
                                                                        00001727
      *-------------------------------------------------------------*   00001728
      *       TENDENCIA DE VOLUMES E TEMPOS                         *   00001729
      *-------------------------------------------------------------*   0000172A
       01 WRK-CABEC3.                                                   0000172B
          05 FILLER         PIC X(60) VALUE                             0000172C
              'TENDENCIA POR DIA DA SEMANA (< ABAIXO  > ACIMA)'.        0000172D
          05 FILLER         PIC X(38) VALUE SPACES.                     0000172E
                                                                        0000172F
       01 WRK-CABEC4.                                                   0000172G
          05 FILLER         PIC X(10) VALUE 'PROGRAMA'.                 0000172H
          05 FILLER         PIC X(08) VALUE '  LIDOS'.                  0000172I
          05 FILLER         PIC X(08) VALUE '  MEDIA'.                  0000172J
          05 FILLER         PIC X(07) VALUE '    %'.                    0000172K
          05 FILLER         PIC X(08) VALUE 'GRAVADOS'.                 0000172L
          05 FILLER         PIC X(08) VALUE '  MEDIA'.                  0000172M
          05 FILLER         PIC X(07) VALUE '    %'.                    0000172N
          05 FILLER         PIC X(07) VALUE ' TEMPO'.                   0000172O
          05 FILLER         PIC X(08) VALUE ' MEDIA'.                   0000172P
          05 FILLER         PIC X(04) VALUE 'AM.'.                      0000172Q
          05 FILLER         PIC X(23) VALUE 'SITUACAO'.                 0000172R
                                                                        0000172S
       01 WRK-TENDENCIA.                                                0000172T
          05 WRK-TND-PROGRAMA PIC X(08).                                0000172U
          05 FILLER           PIC X(02).                                0000172V
          05 WRK-TND-LIDOS    PIC ZZZZZZ9.                              0000172W
          05 FILLER           PIC X(01).                                0000172X
          05 WRK-TND-MED-LID  PIC ZZZZZZ9.                              0000172Y
          05 FILLER           PIC X(01).                                0000172Z
          05 WRK-TND-PCT-LID  PIC ZZZZ9.                                00001730
          05 WRK-TND-FLG-LID  PIC X(01).                                00001731
          05 FILLER           PIC X(01).                                00001732
          05 WRK-TND-GRAV     PIC ZZZZZZ9.                              00001733
          05 FILLER           PIC X(01).                                00001734
          05 WRK-TND-MED-GRV  PIC ZZZZZZ9.                              00001735
          05 FILLER           PIC X(01).                                00001736
          05 WRK-TND-PCT-GRV  PIC ZZZZ9.                                00001737
          05 WRK-TND-FLG-GRV  PIC X(01).                                00001738
          05 FILLER           PIC X(01).                                00001739
          05 WRK-TND-ELAPSO   PIC ZZZZZ9.                               00001740
          05 FILLER           PIC X(01).                                00001741
          05 WRK-TND-MED-ELA  PIC ZZZZZ9.                               00001742
          05 FILLER           PIC X(02).                                00001743
          05 WRK-TND-AMOSTRAS PIC Z9.                                   00001744
          05 FILLER           PIC X(02).                                00001745
          05 WRK-TND-SITUACAO PIC X(14).                                00001746
          05 FILLER           PIC X(09).                                00001747
                                                                        00001748
      *=============================================================*   00001749
       PROCEDURE DIVISION.                                              00001750
      *=============================================================*   00001760
                                                                        00001770
               MOVE WRK-TAB-QTD TO WRK-IND                              00002150
               MOVE FD-PROGRAMA TO WRK-TAB-PROGRAMA(WRK-IND)            00002160
               MOVE FD-HORA     TO WRK-TAB-HORA-INI(WRK-IND)            00002170
               MOVE FD-DATA     TO WRK-TAB-DATA(WRK-IND)                00002171
               MOVE ZEROS       TO WRK-TAB-ELAPSO(WRK-IND)              00002172
               MOVE 'N'         TO WRK-TAB-NO-HIST(WRK-IND)             00002173
               MOVE 'N'         TO WRK-TAB-TEM-FIM(WRK-IND)             00002180
               MOVE ZEROS       TO WRK-TAB-LIDOS(WRK-IND)               00002190
               MOVE ZEROS       TO WRK-TAB-GRAVADOS(WRK-IND)            00002200
                                                                        00002680
                  MOVE WRK-TAB-HORA-FIM(WRK-IND) TO WRK-DET-FIM         00002690
                  MOVE WRK-ELAPSO                TO WRK-DET-ELAPSO      00002700
                  MOVE WRK-ELAPSO           TO WRK-TAB-ELAPSO(WRK-IND)  00002701
                  MOVE WRK-TAB-LIDOS(WRK-IND)    TO WRK-DET-LIDOS       00002710
                  MOVE WRK-TAB-GRAVADOS(WRK-IND) TO WRK-DET-GRAV        00002720
                  MOVE WRK-TAB-REJEIT(WRK-IND)   TO WRK-DET-REJ         00002730
            WRITE FD-RELRUN FROM WRK-LINHA-VAZIA.                       00002850
            WRITE FD-RELRUN FROM WRK-RESUMO1.                           00002860
            WRITE FD-RELRUN FROM WRK-RESUMO2.                           00002870
                                                                        00002871
            PERFORM 4000-TENDENCIA.                                     00002872
                                                                        00002873
            MOVE WRK-TOT-ANOMAL  TO WRK-RES-ANOMAL.                     00002874
            WRITE FD-RELRUN FROM WRK-RESUMO3.                           00002875
                                                                        00002880
            DISPLAY 'EVENTOS LIDOS..... ' WRK-TOT-LIDOS.                00002890
            DISPLAY 'FORA DA JANELA.... ' WRK-TOT-FORA.                 00002895
            DISPLAY 'ACIMA DO LIMITE... ' WRK-TOT-DESCART.              00002896
            DISPLAY 'SEM FIM........... ' WRK-TOT-INCOMPL.              00002900
            DISPLAY 'FORA DA FAIXA..... ' WRK-TOT-ANOMAL.               00002901
            DISPLAY WRK-MSG-FINAL.                                      00002910
                                                                        00002920
            CLOSE RUNCTL.                                               00002930
            CLOSE RELRUN.                                               00002940
                                                                        00002941
            PERFORM 5000-HISTORICO.                                     00002942
                                                                        00002943
            DISPLAY 'HISTORICO MANTIDO. ' WRK-HIST-MANTIDO.             00002944
            DISPLAY 'HISTORICO EXPURGO. ' WRK-HIST-EXPURGO.             00002945
            DISPLAY 'HISTORICO NOVOS... ' WRK-HIST-NOVOS.               00002946
                                                                        00002950
            IF WRK-TOT-INCOMPL GREATER ZEROS                            00002960
               MOVE 4 TO RETURN-CODE                                    00002970
                                                                        00003010
       3000-99-FIM.                                            EXIT.    00003020
      *=============================================================*   00003030
                                                                        00003040
      *=============================================================*   00003050
       4000-TENDENCIA                                     SECTION.      00003060
                                                                        00003070
      *    CADA EXECUCAO COMPLETA CONTRA A MEDIA DO MESMO DIA DA        00003080
      *    SEMANA NO HISTORICO (AINDA SEM AS EXECUCOES DESTA JANELA)    00003090
                                                                        00003100
            WRITE FD-RELRUN FROM WRK-LINHA-VAZIA.                       00003110
            WRITE FD-RELRUN FROM WRK-CABEC3.                            00003120
            WRITE FD-RELRUN FROM WRK-LINHA-VAZIA.                       00003130
            WRITE FD-RELRUN FROM WRK-CABEC4.                            00003140
            WRITE FD-RELRUN FROM WRK-LINHA-VAZIA.                       00003150
                                                                        00003160
            PERFORM 4100-TENDENCIA-EXECUCAO                             00003170
                    VARYING WRK-IND FROM 1 BY 1                         00003180
                    UNTIL WRK-IND > WRK-TAB-QTD.                        00003190
                                                                        00003200
            WRITE FD-RELRUN FROM WRK-LINHA-VAZIA.                       00003210
                                                                        00003220
       4000-99-FIM.                                            EXIT.    00003230
      *=============================================================*   00003240
                                                                        00003250
      *=============================================================*   00003260
       4100-TENDENCIA-EXECUCAO                            SECTION.      00003270
                                                                        00003280
            IF WRK-TAB-TEM-FIM(WRK-IND) NOT EQUAL 'S'                   00003290
               GO TO 4100-99-FIM                                        00003300
            END-IF.                                                     00003310
                                                                        00003320
            MOVE WRK-TAB-PROGRAMA(WRK-IND) TO LNK-VL-PROGRAMA.          00003330
            MOVE WRK-TAB-DATA(WRK-IND)     TO LNK-VL-DATA.              00003340
            MOVE WRK-TAB-LIDOS(WRK-IND)    TO LNK-VL-LIDOS.             00003350
            MOVE WRK-TAB-GRAVADOS(WRK-IND) TO LNK-VL-GRAVADOS.          00003360
            CALL 'FR21VOL1' USING LNK-VOLUME.                           00003370
                                                                        00003380
            MOVE WRK-TAB-PROGRAMA(WRK-IND) TO WRK-TND-PROGRAMA.         00003390
            MOVE WRK-TAB-LIDOS(WRK-IND)    TO WRK-TND-LIDOS.            00003400
            MOVE LNK-VL-MEDIA-LIDOS        TO WRK-TND-MED-LID.          00003410
            MOVE LNK-VL-PCT-LIDOS          TO WRK-TND-PCT-LID.          00003420
            MOVE WRK-TAB-GRAVADOS(WRK-IND) TO WRK-TND-GRAV.             00003430
            MOVE LNK-VL-MEDIA-GRAV         TO WRK-TND-MED-GRV.          00003440
            MOVE LNK-VL-PCT-GRAV           TO WRK-TND-PCT-GRV.          00003450
            MOVE WRK-TAB-ELAPSO(WRK-IND)   TO WRK-TND-ELAPSO.           00003460
            MOVE LNK-VL-MEDIA-ELAPSO       TO WRK-TND-MED-ELA.          00003470
            MOVE LNK-VL-AMOSTRAS           TO WRK-TND-AMOSTRAS.         00003480
                                                                        00003490
            EVALUATE LNK-VL-SIT-LIDOS                                   00003500
              WHEN 'B'   MOVE '<'   TO WRK-TND-FLG-LID                  00003510
              WHEN 'A'   MOVE '>'   TO WRK-TND-FLG-LID                  00003520
              WHEN OTHER MOVE SPACE TO WRK-TND-FLG-LID                  00003530
            END-EVALUATE.                                               00003540
                                                                        00003550
            EVALUATE LNK-VL-SIT-GRAV                                    00003560
              WHEN 'B'   MOVE '<'   TO WRK-TND-FLG-GRV                  00003570
              WHEN 'A'   MOVE '>'   TO WRK-TND-FLG-GRV                  00003580
              WHEN OTHER MOVE SPACE TO WRK-TND-FLG-GRV                  00003590
            END-EVALUATE.                                               00003600
                                                                        00003610
            EVALUATE LNK-VL-STATUS                                      00003620
              WHEN '1'                                                  00003630
                 MOVE 'FORA DA FAIXA' TO WRK-TND-SITUACAO               00003640
                 ADD 1 TO WRK-TOT-ANOMAL                                00003650
              WHEN '2'                                                  00003660
                 MOVE 'SEM HISTORICO' TO WRK-TND-SITUACAO               00003670
              WHEN OTHER                                                00003680
                 MOVE 'NORMAL'        TO WRK-TND-SITUACAO               00003690
            END-EVALUATE.                                               00003700
                                                                        00003710
            WRITE FD-RELRUN FROM WRK-TENDENCIA.                         00003720
                                                                        00003730
       4100-99-FIM.                                            EXIT.    00003740
      *=============================================================*   00003750
                                                                        00003760
      *=============================================================*   00003770
       5000-HISTORICO                                     SECTION.      00003780
                                                                        00003790
      *    REGRAVA O HISTORICO SEM O QUE PASSOU DE 26 SEMANAS E         00003800
      *    ACRESCENTA AS EXECUCOES COMPLETAS DESTA JANELA               00003810
                                                                        00003820
            COMPUTE WRK-DIA-INT =                                       00003830
               FUNCTION INTEGER-OF-DATE(WRK-HOJE) - WRK-DIAS-HIST.      00003840
            COMPUTE WRK-LIMITE-HIST =                                   00003850
               FUNCTION DATE-OF-INTEGER(WRK-DIA-INT).                   00003860
                                                                        00003870
            OPEN OUTPUT RUNHISN.                                        00003880
                                                                        00003890
            IF WRK-FS-RUNHISN NOT EQUAL ZEROS                           00003900
               DISPLAY 'ERRO OPEN RUNHISN ' WRK-FS-RUNHISN              00003910
               MOVE 8 TO RETURN-CODE                                    00003920
               STOP RUN                                                 00003930
            END-IF.                                                     00003940
                                                                        00003950
      *    SEM RUNHIST (PRIMEIRA EXECUCAO) O HISTORICO COMECA AQUI      00003960
                                                                        00003970
            OPEN INPUT RUNHIST.                                         00003980
                                                                        00003990
            IF WRK-FS-RUNHIST EQUAL ZEROS                               00004000
               READ RUNHIST                                             00004010
               PERFORM 5100-COPIAR-HISTORICO                            00004020
                  UNTIL WRK-FS-RUNHIST NOT EQUAL ZEROS                  00004030
               CLOSE RUNHIST                                            00004040
            END-IF.                                                     00004050
                                                                        00004060
            PERFORM VARYING WRK-IND FROM 1 BY 1                         00004070
                    UNTIL WRK-IND > WRK-TAB-QTD                         00004080
               IF WRK-TAB-TEM-FIM(WRK-IND) EQUAL 'S'                    00004090
                  AND WRK-TAB-NO-HIST(WRK-IND) NOT EQUAL 'S'            00004100
                  MOVE WRK-TAB-PROGRAMA(WRK-IND) TO WRK-HN-PROGRAMA     00004110
                  MOVE WRK-TAB-DATA(WRK-IND)     TO WRK-HN-DATA         00004120
                  MOVE WRK-TAB-HORA-INI(WRK-IND) TO WRK-HN-HORA-INI     00004130
                  MOVE WRK-TAB-ELAPSO(WRK-IND)   TO WRK-HN-ELAPSO       00004140
                  MOVE WRK-TAB-LIDOS(WRK-IND)    TO WRK-HN-LIDOS        00004150
                  MOVE WRK-TAB-GRAVADOS(WRK-IND) TO WRK-HN-GRAVADOS     00004160
                  MOVE WRK-TAB-REJEIT(WRK-IND)   TO WRK-HN-REJEITADOS   00004170
                  MOVE WRK-TAB-RETCODE(WRK-IND)  TO WRK-HN-RETCODE      00004180
                  WRITE FD-RUNHISN FROM WRK-HIST-NOVO                   00004190
                  ADD 1 TO WRK-HIST-NOVOS                               00004200
               END-IF                                                   00004210
            END-PERFORM.                                                00004220
                                                                        00004230
            CLOSE RUNHISN.                                              00004240
                                                                        00004250
       5000-99-FIM.                                            EXIT.    00004260
      *=============================================================*   00004270
                                                                        00004280
      *=============================================================*   00004290
       5100-COPIAR-HISTORICO                              SECTION.      00004300
                                                                        00004310
            IF RHS-DATA LESS WRK-LIMITE-HIST                            00004320
               ADD 1 TO WRK-HIST-EXPURGO                                00004330
               READ RUNHIST                                             00004340
               GO TO 5100-99-FIM                                        00004350
            END-IF.                                                     00004360
                                                                        00004370
      *    EXECUCAO DESTA JANELA QUE JA ESTA NO HISTORICO               00004380
                                                                        00004390
            PERFORM VARYING WRK-IND FROM 1 BY 1                         00004400
                    UNTIL WRK-IND > WRK-TAB-QTD                         00004410
               IF WRK-TAB-PROGRAMA(WRK-IND) EQUAL RHS-PROGRAMA          00004420
                  AND WRK-TAB-DATA(WRK-IND) EQUAL RHS-DATA              00004430
                  AND WRK-TAB-HORA-INI(WRK-IND) EQUAL RHS-HORA-INI      00004440
                  MOVE 'S' TO WRK-TAB-NO-HIST(WRK-IND)                  00004450
               END-IF                                                   00004460
            END-PERFORM.                                                00004470
                                                                        00004480
            WRITE FD-RUNHISN FROM REG-RUNHIST.                          00004490
            ADD 1 TO WRK-HIST-MANTIDO.                                  00004500
                                                                        00004510
            READ RUNHIST.                                               00004520
                                                                        00004530
       5100-99-FIM.                                            EXIT.    00004540
      *=============================================================*   00004550
