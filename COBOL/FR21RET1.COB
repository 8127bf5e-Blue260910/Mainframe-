      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21RET1.                                            00000050
                                                                        00000060
      *=============================================================*   00000070
      *   AUTOR....:VICTOR ARANDA                                       00000080
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000090
      *   DATA ....:15/10/2026                                          00000100
      *-------------------------------------------------------------*   00000110
      *   OBJETIVO: DIFERENCAS DE AUMENTO RETROATIVO. LE OS AUMENTOS    00000120
      *      APLICADOS PELO FR21APL1 COM DATA EFETIVA EM COMPETENCIA    00000130
      *      JA FECHADA (AUMRET) E AS FOLHAS GUARDADAS DESSAS           00000140
      *      COMPETENCIAS (FOLHRET, GERACOES DO FOLHPAG                 00000150
      *      CONCATENADAS). PARA CADA FOLHA DO FUNCIONARIO ENTRE A      00000160
      *      DATA EFETIVA E O MES ANTERIOR AO CORRENTE, RECALCULA       00000170
      *      COM O SALARIO NOVO AS HORAS NORMAIS, AS EXTRAS (50 PCT),   00000180
      *      AS DE FIM DE SEMANA/FERIADO (100 PCT) E O ADICIONAL POR    00000190
      *      TEMPO DE SERVICO, E GRAVA A DIFERENCA DO MES NO DIFRET.    00000200
      *      O FR21PAG1 SEGUINTE PAGA O DIFRET COMO VERBA PROPRIA       00000210
      *      (FOLH-RETRO), COM INSS/IRRF NA PROPRIA FOLHA. O            00000220
      *      RELATORIO (RELRET) LISTA POR FUNCIONARIO OS MESES          00000230
      *      COBERTOS E O VALOR DE CADA UM.                             00000240
      *      FOLHA SEM COMPETENCIA (GERACAO ANTERIOR AO CAMPO           00000250
      *      FOLH-COMPET) NAO E RECALCULADA: SAI NO CONSOLE PARA O      00000260
      *      ACERTO MANUAL. A MESMA COMPETENCIA LIDA DUAS VEZES PARA    00000270
      *      O MESMO FUNCIONARIO E IGNORADA (SEM PAGAMENTO EM DOBRO).   00000280
      *-------------------------------------------------------------*   00000290
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000300
      *  1.0   15/10/26   VICTOR ARANDA    VERSAO INICIAL               00000310
      *-------------------------------------------------------------*   00000320
      *   ARQUIVOS:                                                     00000330
      *    DDNAME              I/O                  COPY/BOOK           00000340
      *   AUMRET                I                  AUMRBOOK---          00000350
      *   FOLHRET               I   (GERACOES)     FOLHBOOK---          00000360
      *   DIFRET                O                  DIFRBOOK---          00000370
      *   RELRET                O   (RELATORIO DAS DIFERENCAS)          00000380
      *-------------------------------------------------------------*   00000390
      *   MODULOS....:                                                  00000400
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000410
      *   FR21DTA1             DATA DE PROCESSAMENTO (LNKDPRC)          00000420
      *   FR21CALC             MATEMATICA FINANCEIRA (LNKCALC)          00000430
      *=============================================================*   00000440
       ENVIRONMENT                               DIVISION.              00000450
      *=============================================================*   00000460
                                                                        00000470
      *-------------------------------------------------------------*   00000480
       CONFIGURATION                                        SECTION.    00000490
      *-------------------------------------------------------------*   00000500
       SPECIAL-NAMES.                                                   00000510
           DECIMAL-POINT IS COMMA.                                      00000520
                                                                        00000530
                                                                        00000540
       INPUT-OUTPUT                                         SECTION.    00000550
       FILE-CONTROL.                                                    00000560
           SELECT AUMRET    ASSIGN TO AUMRET                            00000570
               FILE STATUS  IS WRK-FS-AUMRET.                           00000580
                                                                        00000590
           SELECT FOLHRET   ASSIGN TO FOLHRET                           00000600
               FILE STATUS  IS WRK-FS-FOLHRET.                          00000610
                                                                        00000620
           SELECT DIFRET    ASSIGN TO DIFRET                            00000630
               FILE STATUS  IS WRK-FS-DIFRET.                           00000640
                                                                        00000650
           SELECT RELRET    ASSIGN TO RELRET                            00000660
               FILE STATUS  IS WRK-FS-RELRET.                           00000670
                                                                        00000680
      *=============================================================*   00000690
       DATA                                                DIVISION.    00000700
      *=============================================================*   00000710
       FILE                                                 SECTION.    00000720
      *=============================================================*   00000730
                                                                        00000740
      *      ENTRADA - AUMENTOS RETROATIVOS (FR21APL1) LRECL = 50       00000750
                                                                        00000760
       FD AUMRET                                                        00000770
           RECORDING  MODE IS F                                         00000780
           BLOCK CONTAINS 0 RECORDS.                                    00000790
                                                                        00000800
       COPY 'AUMRBOOK'.                                                 00000810
                                                                        00000820
      *      ENTRADA - FOLHAS GUARDADAS (LAYOUT FOLHBOOK) LRECL = 250   00000830
                                                                        00000840
       FD FOLHRET                                                       00000850
           RECORDING  MODE IS F                                         00000860
           BLOCK CONTAINS 0 RECORDS.                                    00000870
                                                                        00000880
       COPY 'FOLHBOOK'.                                                 00000890
                                                                        00000900
      *      SAIDA - DIFERENCAS P/ O FR21PAG1       LRECL = 80          00000910
                                                                        00000920
       FD DIFRET                                                        00000930
           RECORDING  MODE IS F                                         00000940
           BLOCK CONTAINS 0 RECORDS.                                    00000950
                                                                        00000960
       COPY 'DIFRBOOK'.                                                 00000970
                                                                        00000980
      *      SAIDA - RELATORIO DAS DIFERENCAS       LRECL = 80          00000990
                                                                        00001000
       FD RELRET                                                        00001010
           RECORDING  MODE IS F                                         00001020
           BLOCK CONTAINS 0 RECORDS.                                    00001030
                                                                        00001040
       01 FD-RELRET       PIC X(80).                                    00001050
                                                                        00001060
      *-------------------------------------------------------------*   00001070
       WORKING-STORAGE                                      SECTION.    00001080
      *-------------------------------------------------------------*   00001090
                                                                        00001100
      *------------------LOG-DE-ERROS-------------------------------*   00001110
                                                                        00001120
       01 WRK-DADOS.                                                    00001130
           05 WRK-PROGRAMA  PIC X(08).                                  00001140
           05 WRK-SECAO     PIC X(04).                                  00001150
           05 WRK-MENSAGEM  PIC X(30).                                  00001160
           05 WRK-STATUS    PIC X(02).                                  00001170
           05 WRK-SEVERIDADE PIC X(01).                                 00001180
           05 FILLER        PIC X(22).                                  00001190
                                                                        00001200
      *------------------MODULOS------------------------------------*   00001210
                                                                        00001220
           COPY 'LNKDPRC'.                                              00001230
                                                                        00001240
           COPY 'LNKCALC'.                                              00001250
                                                                        00001260
      *--------------------LOGICA-----------------------------------*   00001270
                                                                        00001280
       77 WRK-AUMENTOS        PIC 9(05) VALUE 0.                        00001290
                                                                        00001300
       77 WRK-FOLHAS-LIDAS    PIC 9(07) VALUE 0.                        00001310
                                                                        00001320
       77 WRK-SEM-COMPET      PIC 9(05) VALUE 0.                        00001330
                                                                        00001340
       77 WRK-DUPLICADAS      PIC 9(05) VALUE 0.                        00001350
                                                                        00001360
       77 WRK-DIF-GRAVADAS    PIC 9(05) VALUE 0.                        00001370
                                                                        00001380
      *-------------------------------------------------------------*   00001390
      *   DIVISOR MENSAL PADRAO, O MESMO DO FR21PAG1 (220 HORAS)    *   00001400
      *-------------------------------------------------------------*   00001410
       77 WRK-DIVISOR-MENSAL  PIC 9(03) VALUE 220.                      00001420
                                                                        00001430
       77 WRK-COMPET-ATUAL    PIC 9(06) VALUE 0.                        00001440
                                                                        00001450
       01 WRK-DATA-SISTEMA.                                             00001460
          05 WRK-SIS-ANO      PIC 9(04).                                00001470
          05 WRK-SIS-MES      PIC 9(02).                                00001480
          05 WRK-SIS-DIA      PIC 9(02).                                00001490
                                                                        00001500
      *-----------AUMENTOS RETROATIVOS EM TABELA--------------------*   00001510
      *   UM AUMENTO POR FUNCIONARIO: SE VIEREM DOIS, VALE O ULTIMO  *  00001520
                                                                        00001530
       01 WRK-TAB-AUM.                                                  00001540
          05 WRK-TAB-AU-QTD  PIC 9(03) VALUE 0.                         00001550
          05 WRK-TAB-AU-OCR OCCURS 500 TIMES.                           00001560
             10 WRK-AU-IDFUNC  PIC 9(05).                               00001570
             10 WRK-AU-SALANT  PIC 9(07)V99.                            00001580
             10 WRK-AU-SALNOVO PIC 9(07)V99.                            00001590
             10 WRK-AU-COMPET  PIC 9(06).                               00001600
                                                                        00001610
       77 WRK-IND-AU          PIC 9(03).                                00001620
       77 WRK-ACHOU-AU        PIC X(01).                                00001630
                                                                        00001640
      *-----------DIFERENCAS APURADAS (RELATORIO)-------------------*   00001650
                                                                        00001660
       01 WRK-TAB-DIF.                                                  00001670
          05 WRK-TAB-DF-QTD  PIC 9(04) VALUE 0.                         00001680
          05 WRK-TAB-DF-OCR OCCURS 3000 TIMES.                          00001690
             10 WRK-DF-IDFUNC  PIC 9(05).                               00001700
             10 WRK-DF-NOME    PIC X(20).                               00001710
             10 WRK-DF-COMPET  PIC 9(06).                               00001720
             10 WRK-DF-SALANT  PIC 9(07)V99.                            00001730
             10 WRK-DF-SALNOVO PIC 9(07)V99.                            00001740
             10 WRK-DF-TOTAL   PIC 9(07)V99.                            00001750
                                                                        00001760
       77 WRK-IND-DF          PIC 9(04).                                00001770
       77 WRK-ACHOU-DF        PIC X(01).                                00001780
                                                                        00001790
      *-----------RECALCULO DO MES----------------------------------*   00001800
                                                                        00001810
       77 WRK-VH-NOVO         PIC 9(05)V99 VALUE 0.                     00001820
       77 WRK-DIF-VH          PIC S9(05)V99 VALUE 0.                    00001830
       77 WRK-TEMPO-NOVO      PIC 9(07)V99 VALUE 0.                     00001840
       77 WRK-DIF-BASE        PIC S9(07)V99 VALUE 0.                    00001850
       77 WRK-DIF-EXT         PIC S9(07)V99 VALUE 0.                    00001860
       77 WRK-DIF-FDS         PIC S9(07)V99 VALUE 0.                    00001870
       77 WRK-DIF-TEMPO       PIC S9(07)V99 VALUE 0.                    00001880
       77 WRK-DIF-TOTAL       PIC S9(07)V99 VALUE 0.                    00001890
                                                                        00001900
       77 WRK-TOT-FUNC        PIC 9(09)V99 VALUE 0.                     00001910
       77 WRK-TOT-GERAL       PIC 9(11)V99 VALUE 0.                     00001920
       77 WRK-MESES-FUNC      PIC 9(03) VALUE 0.                        00001930
                                                                        00001940
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00001950
                                                                        00001960
       77 WRK-MSG-FINAL       PIC X(17) VALUE 'FINAL DE PROGRAMA'.      00001970
                                                                        00001980
      *--------------------STATUS-----------------------------------*   00001990
                                                                        00002000
       77 WRK-FS-AUMRET    PIC 9(02).                                   00002010
                                                                        00002020
       77 WRK-FS-FOLHRET   PIC 9(02).                                   00002030
                                                                        00002040
       77 WRK-FS-DIFRET    PIC 9(02).                                   00002050
                                                                        00002060
       77 WRK-FS-RELRET    PIC 9(02).                                   00002070
                                                                        00002080
      *--------------------LINHAS DO RELATORIO----------------------*   00002090
                                                                        00002100
       01 WRK-CABEC1.                                                   00002110
          05 FILLER   PIC X(44) VALUE                                   00002120
             'DIFERENCAS DE AUMENTO RETROATIVO - COMPET. '.             00002130
          05 WRK-C-COMPET     PIC X(07).                                00002140
          05 FILLER   PIC X(29).                                        00002150
                                                                        00002160
       01 WRK-CABEC2.                                                   00002170
          05 FILLER   PIC X(34) VALUE                                   00002180
             'FUNC. NOME                  COMP. '.                      00002190
          05 FILLER   PIC X(46) VALUE                                   00002200
             '   SAL.ANTIGO     SAL.NOVO    DIFERENCA'.                 00002210
                                                                        00002220
       01 WRK-DETALHE.                                                  00002230
          05 WRK-D-ID        PIC 9(05).                                 00002240
          05 FILLER          PIC X(01).                                 00002250
          05 WRK-D-NOME      PIC X(20).                                 00002260
          05 FILLER          PIC X(02).                                 00002270
          05 WRK-D-COMPET    PIC X(07).                                 00002280
          05 FILLER          PIC X(01).                                 00002290
          05 WRK-D-SALANT    PIC Z.ZZZ.ZZ9,99.                          00002300
          05 FILLER          PIC X(01).                                 00002310
          05 WRK-D-SALNOVO   PIC Z.ZZZ.ZZ9,99.                          00002320
          05 FILLER          PIC X(01).                                 00002330
          05 WRK-D-DIFER     PIC Z.ZZZ.ZZ9,99.                          00002340
          05 FILLER          PIC X(06).                                 00002350
                                                                        00002360
       01 WRK-TOTFUNC.                                                  00002370
          05 FILLER          PIC X(08).                                 00002380
          05 FILLER          PIC X(22) VALUE                            00002390
             'TOTAL DO FUNCIONARIO: '.                                  00002400
          05 WRK-TF-MESES    PIC ZZ9.                                   00002410
          05 FILLER          PIC X(07) VALUE ' MESES '.                 00002420
          05 FILLER          PIC X(14).                                 00002430
          05 WRK-TF-TOTAL    PIC ZZZ.ZZZ.ZZ9,99.                        00002440
          05 FILLER          PIC X(12).                                 00002450
                                                                        00002460
       01 WRK-TOTGERAL.                                                 00002470
          05 FILLER          PIC X(24) VALUE                            00002480
             'TOTAL GERAL RETROATIVO:'.                                 00002490
          05 WRK-G-QTDE      PIC ZZZZ9.                                 00002500
          05 FILLER          PIC X(07) VALUE ' MESES '.                 00002510
          05 WRK-G-TOTAL     PIC ZZ.ZZZ.ZZZ.ZZ9,99.                     00002520
          05 FILLER          PIC X(27).                                 00002530
                                                                        00002540
       01 WRK-COMPET-ED.                                                00002550
          05 WRK-CE-MES      PIC 9(02).                                 00002560
          05 FILLER          PIC X(01) VALUE '/'.                       00002570
          05 WRK-CE-ANO      PIC 9(04).                                 00002580
                                                                        00002590
       01 WRK-COMPET-DEC.                                               00002600
          05 WRK-CD-ANO      PIC 9(04).                                 00002610
          05 WRK-CD-MES      PIC 9(02).                                 00002620
                                                                        00002630
      *=============================================================*   00002640
       PROCEDURE DIVISION.                                              00002650
      *=============================================================*   00002660
                                                                        00002670
      *=============================================================*   00002680
       0000-PRINCIPAL                                       SECTION.    00002690
                                                                        00002700
            PERFORM 1000-INICIAR.                                       00002710
            PERFORM 2000-PROCESSAR UNTIL WRK-FS-FOLHRET EQUAL 10.       00002720
            PERFORM 3000-FINALIZAR.                                     00002730
                                                                        00002740
       0000-99-FIM.                                            EXIT.    00002750
      *=============================================================*   00002760
                                                                        00002770
      *=============================================================*   00002780
       1000-INICIAR                                         SECTION.    00002790
                                                                        00002800
      *          COMPETENCIA CORRENTE = MES DA DATA DE NEGOCIO; SO      00002810
      *          AS ANTERIORES A ELA JA FECHARAM                        00002820
                                                                        00002830
            MOVE 'FR21RET1' TO LNK-DP-PROGRAMA.                         00002840
            MOVE ZEROS      TO LNK-DP-DIAS-TOL.                         00002850
            CALL 'FR21DTA1' USING LNK-DPRC.                             00002860
            MOVE LNK-DP-DATA TO WRK-DATA-SISTEMA.                       00002870
            MOVE WRK-DATA-SISTEMA(1:6) TO WRK-COMPET-ATUAL.             00002880
                                                                        00002890
            OPEN INPUT  AUMRET.                                         00002900
            OPEN INPUT  FOLHRET.                                        00002910
            OPEN OUTPUT DIFRET.                                         00002920
            OPEN OUTPUT RELRET.                                         00002930
                                                                        00002940
            IF WRK-FS-AUMRET NOT EQUAL ZEROS                            00002950
               MOVE 'FR21RET1'                  TO WRK-PROGRAMA         00002960
               MOVE '1000'                      TO WRK-SECAO            00002970
               MOVE 'ERRO OPEN AUMRET        - ' TO WRK-MENSAGEM        00002980
               MOVE WRK-FS-AUMRET               TO WRK-STATUS           00002990
               PERFORM 9000-TRATARERROS                                 00003000
            END-IF.                                                     00003010
                                                                        00003020
            IF WRK-FS-FOLHRET NOT EQUAL ZEROS                           00003030
               MOVE 'FR21RET1'                  TO WRK-PROGRAMA         00003040
               MOVE '1000'                      TO WRK-SECAO            00003050
               MOVE 'ERRO OPEN FOLHRET       - ' TO WRK-MENSAGEM        00003060
               MOVE WRK-FS-FOLHRET              TO WRK-STATUS           00003070
               PERFORM 9000-TRATARERROS                                 00003080
            END-IF.                                                     00003090
                                                                        00003100
            IF WRK-FS-DIFRET NOT EQUAL ZEROS                            00003110
               MOVE 'FR21RET1'                  TO WRK-PROGRAMA         00003120
               MOVE '1000'                      TO WRK-SECAO            00003130
               MOVE 'ERRO OPEN DIFRET        - ' TO WRK-MENSAGEM        00003140
               MOVE WRK-FS-DIFRET               TO WRK-STATUS           00003150
               PERFORM 9000-TRATARERROS                                 00003160
            END-IF.                                                     00003170
                                                                        00003180
            MOVE WRK-COMPET-ATUAL TO WRK-COMPET-DEC.                    00003190
            PERFORM 2900-EDITAR-COMPET.                                 00003200
            MOVE WRK-COMPET-ED TO WRK-C-COMPET.                         00003210
            WRITE FD-RELRET FROM WRK-CABEC1.                            00003220
            WRITE FD-RELRET FROM WRK-LINHA-VAZIA.                       00003230
            WRITE FD-RELRET FROM WRK-CABEC2.                            00003240
            WRITE FD-RELRET FROM WRK-LINHA-VAZIA.                       00003250
                                                                        00003260
            PERFORM 1100-CARREGAR-AUMENTOS.                             00003270
                                                                        00003280
      *          SEM AUMENTO RETROATIVO NAO HA O QUE RECALCULAR: O      00003290
      *          DIFRET SAI VAZIO E O FR21PAG1 RODA SEM A VERBA         00003300
                                                                        00003310
            IF WRK-TAB-AU-QTD EQUAL ZEROS                               00003320
               DISPLAY 'SEM AUMENTOS RETROATIVOS'                       00003330
               PERFORM 3000-FINALIZAR                                   00003340
            END-IF.                                                     00003350
                                                                        00003360
            READ FOLHRET.                                               00003370
                                                                        00003380
       1000-99-FIM.                                            EXIT.    00003390
      *=============================================================*   00003400
                                                                        00003410
      *=============================================================*   00003420
       1100-CARREGAR-AUMENTOS                               SECTION.    00003430
                                                                        00003440
            READ AUMRET.                                                00003450
                                                                        00003460
            PERFORM UNTIL WRK-FS-AUMRET NOT EQUAL ZEROS                 00003470
               ADD 1 TO WRK-AUMENTOS                                    00003480
               PERFORM 1150-GUARDAR-AUMENTO                             00003490
               READ AUMRET                                              00003500
            END-PERFORM.                                                00003510
                                                                        00003520
            IF WRK-FS-AUMRET NOT EQUAL 10                               00003530
               MOVE 'FR21RET1'                  TO WRK-PROGRAMA         00003540
               MOVE '1100'                      TO WRK-SECAO            00003550
               MOVE 'ERRO LEITURA AUMRET     - ' TO WRK-MENSAGEM        00003560
               MOVE WRK-FS-AUMRET               TO WRK-STATUS           00003570
               PERFORM 9000-TRATARERROS                                 00003580
            END-IF.                                                     00003590
                                                                        00003600
       1100-99-FIM.                                            EXIT.    00003610
      *=============================================================*   00003620
                                                                        00003630
      *=============================================================*   00003640
       1150-GUARDAR-AUMENTO                                 SECTION.    00003650
                                                                        00003660
           MOVE 'N' TO WRK-ACHOU-AU.                                    00003670
           PERFORM VARYING WRK-IND-AU FROM 1 BY 1 UNTIL                 00003680
              WRK-IND-AU > WRK-TAB-AU-QTD OR WRK-ACHOU-AU = 'S'         00003690
              IF WRK-AU-IDFUNC(WRK-IND-AU) EQUAL AUMR-IDFUNC            00003700
                 MOVE 'S' TO WRK-ACHOU-AU                               00003710
                 SUBTRACT 1 FROM WRK-IND-AU                             00003720
              END-IF                                                    00003730
           END-PERFORM.                                                 00003740
                                                                        00003750
           IF WRK-ACHOU-AU NOT EQUAL 'S'                                00003760
              IF WRK-TAB-AU-QTD NOT LESS 500                            00003770
                 MOVE 'FR21RET1'                  TO WRK-PROGRAMA       00003780
                 MOVE '1150'                      TO WRK-SECAO          00003790
                 MOVE 'TABELA DE AUMENTOS ESTOUROU' TO WRK-MENSAGEM     00003800
                 MOVE SPACES                      TO WRK-STATUS         00003810
                 PERFORM 9000-TRATARERROS                               00003820
              END-IF                                                    00003830
              ADD 1 TO WRK-TAB-AU-QTD                                   00003840
              MOVE WRK-TAB-AU-QTD TO WRK-IND-AU                         00003850
           END-IF.                                                      00003860
                                                                        00003870
           MOVE AUMR-IDFUNC           TO WRK-AU-IDFUNC(WRK-IND-AU).     00003880
           MOVE AUMR-SALANT           TO WRK-AU-SALANT(WRK-IND-AU).     00003890
           MOVE AUMR-SALNOVO          TO WRK-AU-SALNOVO(WRK-IND-AU).    00003900
           MOVE AUMR-DATA-EFET(1:6)   TO WRK-AU-COMPET(WRK-IND-AU).     00003910
                                                                        00003920
       1150-99-FIM.                                            EXIT.    00003930
      *=============================================================*   00003940
                                                                        00003950
      *=============================================================*   00003960
       2000-PROCESSAR                                       SECTION.    00003970
                                                                        00003980
           ADD 1 TO WRK-FOLHAS-LIDAS.                                   00003990
                                                                        00004000
           MOVE 'N' TO WRK-ACHOU-AU.                                    00004010
           PERFORM VARYING WRK-IND-AU FROM 1 BY 1 UNTIL                 00004020
              WRK-IND-AU > WRK-TAB-AU-QTD OR WRK-ACHOU-AU = 'S'         00004030
              IF WRK-AU-IDFUNC(WRK-IND-AU) EQUAL FOLH-IDFUNC            00004040
                 MOVE 'S' TO WRK-ACHOU-AU                               00004050
                 SUBTRACT 1 FROM WRK-IND-AU                             00004060
              END-IF                                                    00004070
           END-PERFORM.                                                 00004080
                                                                        00004090
           IF WRK-ACHOU-AU NOT EQUAL 'S'                                00004100
              GO TO 2000-50-LER                                         00004110
           END-IF.                                                      00004120
                                                                        00004130
           IF FOLH-COMPET EQUAL ZEROS                                   00004140
              ADD 1 TO WRK-SEM-COMPET                                   00004150
              DISPLAY 'FOLHA SEM COMPETENCIA - ACERTO MANUAL: '         00004160
                      FOLH-IDFUNC                                       00004170
              GO TO 2000-50-LER                                         00004180
           END-IF.                                                      00004190
                                                                        00004200
      *          SO AS COMPETENCIAS FECHADAS A PARTIR DA DATA EFETIVA   00004210
                                                                        00004220
           IF FOLH-COMPET LESS WRK-AU-COMPET(WRK-IND-AU)                00004230
              OR FOLH-COMPET NOT LESS WRK-COMPET-ATUAL                  00004240
              GO TO 2000-50-LER                                         00004250
           END-IF.                                                      00004260
                                                                        00004270
      *          FOLHA DO MES JA COM O SALARIO NOVO (OU MAIOR) NAO      00004280
      *          TEM DIFERENCA                                          00004290
                                                                        00004300
           IF FOLH-SALBASE NOT LESS WRK-AU-SALNOVO(WRK-IND-AU)          00004310
              OR FOLH-SALBASE EQUAL ZEROS                               00004320
              GO TO 2000-50-LER                                         00004330
           END-IF.                                                      00004340
                                                                        00004350
           MOVE 'N' TO WRK-ACHOU-DF.                                    00004360
           PERFORM VARYING WRK-IND-DF FROM 1 BY 1 UNTIL                 00004370
              WRK-IND-DF > WRK-TAB-DF-QTD OR WRK-ACHOU-DF = 'S'         00004380
              IF WRK-DF-IDFUNC(WRK-IND-DF) EQUAL FOLH-IDFUNC            00004390
                 AND WRK-DF-COMPET(WRK-IND-DF) EQUAL FOLH-COMPET        00004400
                 MOVE 'S' TO WRK-ACHOU-DF                               00004410
              END-IF                                                    00004420
           END-PERFORM.                                                 00004430
                                                                        00004440
           IF WRK-ACHOU-DF EQUAL 'S'                                    00004450
              ADD 1 TO WRK-DUPLICADAS                                   00004460
              DISPLAY 'COMPETENCIA REPETIDA IGNORADA: '                 00004470
                      FOLH-IDFUNC ' ' FOLH-COMPET                       00004480
              GO TO 2000-50-LER                                         00004490
           END-IF.                                                      00004500
                                                                        00004510
           PERFORM 2100-RECALCULAR.                                     00004520
                                                                        00004530
           IF WRK-DIF-TOTAL GREATER ZEROS                               00004540
              PERFORM 2200-GRAVAR-DIFERENCA                             00004550
           END-IF.                                                      00004560
                                                                        00004570
       2000-50-LER.                                                     00004580
                                                                        00004590
           READ FOLHRET.                                                00004600
                                                                        00004610
           IF WRK-FS-FOLHRET NOT EQUAL ZEROS AND 10                     00004620
              MOVE 'FR21RET1'                  TO WRK-PROGRAMA          00004630
              MOVE '2000'                      TO WRK-SECAO             00004640
              MOVE 'ERRO LEITURA FOLHRET    - ' TO WRK-MENSAGEM         00004650
              MOVE WRK-FS-FOLHRET              TO WRK-STATUS            00004660
              PERFORM 9000-TRATARERROS                                  00004670
           END-IF.                                                      00004680
                                                                        00004690
       2000-99-FIM.                                            EXIT.    00004700
      *=============================================================*   00004710
                                                                        00004720
      *=============================================================*   00004730
       2100-RECALCULAR                                      SECTION.    00004740
                                                                        00004750
      *          VALOR-HORA NOVO PELO MESMO DIVISOR E ARREDONDAMENTO    00004760
      *          DO FR21PAG1; AS HORAS SAO AS JA PAGAS NO MES           00004770
                                                                        00004780
           MOVE '/'                TO LNK-CA-OPERACAO.                  00004790
           MOVE WRK-AU-SALNOVO(WRK-IND-AU) TO LNK-CA-OPER1.             00004800
           MOVE WRK-DIVISOR-MENSAL TO LNK-CA-OPER2.                     00004810
           MOVE ZEROS              TO LNK-CA-OPER3.                     00004820
           CALL 'FR21CALC' USING LNK-CALC.                              00004830
           MOVE LNK-CA-RESULTADO   TO WRK-VH-NOVO.                      00004840
                                                                        00004850
           COMPUTE WRK-DIF-VH = WRK-VH-NOVO - FOLH-VALHORA.             00004860
                                                                        00004870
           COMPUTE WRK-DIF-BASE ROUNDED =                               00004880
              WRK-DIF-VH * FOLH-HORAS-NORM.                             00004890
           COMPUTE WRK-DIF-EXT ROUNDED =                                00004900
              WRK-DIF-VH * FOLH-HORAS-EXT * 1,5.                        00004910
           COMPUTE WRK-DIF-FDS ROUNDED =                                00004920
              WRK-DIF-VH * FOLH-HORAS-FDS * 2.                          00004930
                                                                        00004940
      *          ADICIONAL POR TEMPO: MESMO PERCENTUAL DO MES SOBRE     00004950
      *          O SALARIO NOVO                                         00004960
                                                                        00004970
           MOVE ZEROS TO WRK-DIF-TEMPO.                                 00004980
           IF FOLH-ADIC-TEMPO GREATER ZEROS                             00004990
              COMPUTE WRK-TEMPO-NOVO ROUNDED =                          00005000
                 FOLH-ADIC-TEMPO * WRK-AU-SALNOVO(WRK-IND-AU)           00005010
                 / FOLH-SALBASE                                         00005020
              COMPUTE WRK-DIF-TEMPO =                                   00005030
                 WRK-TEMPO-NOVO - FOLH-ADIC-TEMPO                       00005040
           END-IF.                                                      00005050
                                                                        00005060
           COMPUTE WRK-DIF-TOTAL =                                      00005070
              WRK-DIF-BASE + WRK-DIF-EXT + WRK-DIF-FDS                  00005080
              + WRK-DIF-TEMPO.                                          00005090
                                                                        00005100
       2100-99-FIM.                                            EXIT.    00005110
      *=============================================================*   00005120
                                                                        00005130
      *=============================================================*   00005140
       2200-GRAVAR-DIFERENCA                                SECTION.    00005150
                                                                        00005160
           MOVE SPACES         TO REG-DIFRET.                           00005170
           MOVE FOLH-IDFUNC    TO DIFR-IDFUNC.                          00005180
           MOVE FOLH-COMPET    TO DIFR-COMPET.                          00005190
           MOVE FOLH-SALBASE   TO DIFR-SALANT.                          00005200
           MOVE WRK-AU-SALNOVO(WRK-IND-AU) TO DIFR-SALNOVO.             00005210
           MOVE WRK-DIF-BASE   TO DIFR-BASE.                            00005220
           MOVE WRK-DIF-EXT    TO DIFR-EXT.                             00005230
           MOVE WRK-DIF-FDS    TO DIFR-FDS.                             00005240
           MOVE WRK-DIF-TEMPO  TO DIFR-TEMPO.                           00005250
           MOVE WRK-DIF-TOTAL  TO DIFR-TOTAL.                           00005260
           WRITE REG-DIFRET.                                            00005270
           ADD 1 TO WRK-DIF-GRAVADAS.                                   00005280
                                                                        00005290
           IF WRK-TAB-DF-QTD NOT LESS 3000                              00005300
              MOVE 'FR21RET1'                  TO WRK-PROGRAMA          00005310
              MOVE '2200'                      TO WRK-SECAO             00005320
              MOVE 'TABELA DE DIFERENCAS ESTOUROU' TO WRK-MENSAGEM      00005330
              MOVE SPACES                      TO WRK-STATUS            00005340
              PERFORM 9000-TRATARERROS                                  00005350
           END-IF.                                                      00005360
                                                                        00005370
           ADD 1 TO WRK-TAB-DF-QTD.                                     00005380
           MOVE WRK-TAB-DF-QTD TO WRK-IND-DF.                           00005390
           MOVE FOLH-IDFUNC    TO WRK-DF-IDFUNC(WRK-IND-DF).            00005400
           MOVE FOLH-NOME      TO WRK-DF-NOME(WRK-IND-DF).              00005410
           MOVE FOLH-COMPET    TO WRK-DF-COMPET(WRK-IND-DF).            00005420
           MOVE FOLH-SALBASE   TO WRK-DF-SALANT(WRK-IND-DF).            00005430
           MOVE WRK-AU-SALNOVO(WRK-IND-AU)                              00005440
                               TO WRK-DF-SALNOVO(WRK-IND-DF).           00005450
           MOVE WRK-DIF-TOTAL  TO WRK-DF-TOTAL(WRK-IND-DF).             00005460
                                                                        00005470
       2200-99-FIM.                                            EXIT.    00005480
      *=============================================================*   00005490
                                                                        00005500
      *=============================================================*   00005510
       2900-EDITAR-COMPET                                   SECTION.    00005520
                                                                        00005530
           MOVE WRK-CD-MES TO WRK-CE-MES.                               00005540
           MOVE WRK-CD-ANO TO WRK-CE-ANO.                               00005550
                                                                        00005560
       2900-99-FIM.                                            EXIT.    00005570
      *=============================================================*   00005580
                                                                        00005590
      *=============================================================*   00005600
       3000-FINALIZAR                                       SECTION.    00005610
                                                                        00005620
      *          RELATORIO NA ORDEM DOS AUMENTOS: CADA FUNCIONARIO      00005630
      *          COM OS SEUS MESES E O TOTAL                            00005640
                                                                        00005650
             PERFORM VARYING WRK-IND-AU FROM 1 BY 1                     00005660
                     UNTIL WRK-IND-AU > WRK-TAB-AU-QTD                  00005670
                PERFORM 3100-IMPRIMIR-FUNCIONARIO                       00005680
             END-PERFORM.                                               00005690
                                                                        00005700
             MOVE WRK-TAB-DF-QTD TO WRK-G-QTDE.                         00005710
             MOVE WRK-TOT-GERAL  TO WRK-G-TOTAL.                        00005720
             WRITE FD-RELRET FROM WRK-LINHA-VAZIA.                      00005730
             WRITE FD-RELRET FROM WRK-TOTGERAL.                         00005740
                                                                        00005750
             DISPLAY 'AUMENTOS RETROATIVOS..' WRK-AUMENTOS.             00005760
             DISPLAY 'FOLHAS LIDAS..........' WRK-FOLHAS-LIDAS.         00005770
             DISPLAY 'DIFERENCAS GRAVADAS...' WRK-DIF-GRAVADAS.         00005780
             DISPLAY 'FOLHAS SEM COMPETENCIA' WRK-SEM-COMPET.           00005790
             DISPLAY 'COMPET. REPETIDAS.....' WRK-DUPLICADAS.           00005800
             DISPLAY WRK-MSG-FINAL.                                     00005810
                                                                        00005820
             CLOSE AUMRET FOLHRET.                                      00005830
             CLOSE DIFRET RELRET.                                       00005840
             STOP RUN.                                                  00005850
                                                                        00005860
       3000-99-FIM.                                            EXIT.    00005870
      *=============================================================*   00005880
                                                                        00005890
      *=============================================================*   00005900
       3100-IMPRIMIR-FUNCIONARIO                            SECTION.    00005910
                                                                        00005920
           MOVE ZEROS TO WRK-TOT-FUNC WRK-MESES-FUNC.                   00005930
                                                                        00005940
           PERFORM VARYING WRK-IND-DF FROM 1 BY 1                       00005950
                   UNTIL WRK-IND-DF > WRK-TAB-DF-QTD                    00005960
              IF WRK-DF-IDFUNC(WRK-IND-DF) EQUAL                        00005970
                 WRK-AU-IDFUNC(WRK-IND-AU)                              00005980
                 MOVE WRK-DF-IDFUNC(WRK-IND-DF)  TO WRK-D-ID            00005990
                 MOVE WRK-DF-NOME(WRK-IND-DF)    TO WRK-D-NOME          00006000
                 MOVE WRK-DF-COMPET(WRK-IND-DF)  TO WRK-COMPET-DEC      00006010
                 PERFORM 2900-EDITAR-COMPET                             00006020
                 MOVE WRK-COMPET-ED              TO WRK-D-COMPET        00006030
                 MOVE WRK-DF-SALANT(WRK-IND-DF)  TO WRK-D-SALANT        00006040
                 MOVE WRK-DF-SALNOVO(WRK-IND-DF) TO WRK-D-SALNOVO       00006050
                 MOVE WRK-DF-TOTAL(WRK-IND-DF)   TO WRK-D-DIFER         00006060
                 WRITE FD-RELRET FROM WRK-DETALHE                       00006070
                 ADD 1 TO WRK-MESES-FUNC                                00006080
                 ADD WRK-DF-TOTAL(WRK-IND-DF) TO WRK-TOT-FUNC           00006090
              END-IF                                                    00006100
           END-PERFORM.                                                 00006110
                                                                        00006120
           IF WRK-MESES-FUNC GREATER ZEROS                              00006130
              MOVE WRK-MESES-FUNC TO WRK-TF-MESES                       00006140
              MOVE WRK-TOT-FUNC   TO WRK-TF-TOTAL                       00006150
              WRITE FD-RELRET FROM WRK-TOTFUNC                          00006160
              WRITE FD-RELRET FROM WRK-LINHA-VAZIA                      00006170
              ADD WRK-TOT-FUNC TO WRK-TOT-GERAL                         00006180
           END-IF.                                                      00006190
                                                                        00006200
       3100-99-FIM.                                            EXIT.    00006210
      *=============================================================*   00006220
                                                                        00006230
      *=============================================================*   00006240
       9000-TRATARERROS                                     SECTION.    00006250
                                                                        00006260
             MOVE 'E' TO WRK-SEVERIDADE.                                00006270
             CALL 'GRAVALOG' USING WRK-DADOS.                           00006280
             STOP RUN.                                                  00006290
                                                                        00006300
       9000-99-FIM.                                            EXIT.    00006310
      *=============================================================*   00006320
