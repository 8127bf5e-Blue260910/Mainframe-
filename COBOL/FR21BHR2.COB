      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21BHR2.                                            00000050
                                                                        00000060
      *=============================================================*   00000070
      *   AUTOR....:VICTOR ARANDA                                       00000080
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000090
      *   DATA ....:15/10/2026                                          00000100
      *-------------------------------------------------------------*   00000110
      *   OBJETIVO: RELATORIOS DO BANCO DE HORAS, DEPOIS DO             00000120
      *      FR21BHR1 DA COMPETENCIA. PARA CADA FUNCIONARIO ATIVO       00000130
      *      COM MOVIMENTO EM IVAN.BANCOHR, POR SETOR:                  00000140
      *      - EXTRATO (RELBHE): SALDO ANTERIOR, CREDITOS, FOLGAS       00000150
      *        E VENCIDAS DA COMPETENCIA, SALDO ATUAL E OS LOTES EM     00000160
      *        ABERTO COM O MES EM QUE VENCEM;                          00000170
      *      - PASSIVO POR SETOR (RELBHS): SALDO EM HORAS E O VALOR     00000180
      *        QUE SERIA PAGO SE VENCESSE HOJE (VALOR-HORA DO           00000190
      *        SALARIO ATUAL COM O ADICIONAL DE 50 PCT), COM TOTAL      00000200
      *        GERAL.                                                   00000210
      *-------------------------------------------------------------*   00000220
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000230
      *  1.0   15/10/26   VICTOR ARANDA    VERSAO INICIAL               00000240
      *-------------------------------------------------------------*   00000250
      *   BASE DE DADOS:                                                00000260
      *   TABELA.DB2..                                                  00000270
      *    ------              I/O                 INCLUDE/BOOK         00000280
      *   IVAN.BANCOHR          I                  #BKBHOR----          00000290
      *   IVAN.FUNC             I                  #BKFUNC----          00000300
      *-------------------------------------------------------------*   00000310
      *   ARQUIVOS:                                                     00000320
      *    DDNAME              I/O                  COPY/BOOK           00000330
      *   RELBHE                O   (EXTRATO POR FUNCIONARIO)           00000340
      *   RELBHS                O   (PASSIVO POR SETOR)                 00000350
      *-------------------------------------------------------------*   00000360
      *   MODULOS....:                                                  00000370
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000380
      *   FR21DTA1             DATA DE PROCESSAMENTO (LNKDPRC)          00000390
      *=============================================================*   00000400
       ENVIRONMENT                               DIVISION.              00000410
      *=============================================================*   00000420
                                                                        00000430
      *-------------------------------------------------------------*   00000440
       CONFIGURATION                                        SECTION.    00000450
      *-------------------------------------------------------------*   00000460
       SPECIAL-NAMES.                                                   00000470
           DECIMAL-POINT IS COMMA.                                      00000480
                                                                        00000490
                                                                        00000500
       INPUT-OUTPUT                                         SECTION.    00000510
       FILE-CONTROL.                                                    00000520
           SELECT RELBHE    ASSIGN TO RELBHE                            00000530
               FILE STATUS  IS WRK-FS-RELBHE.                           00000540
                                                                        00000550
           SELECT RELBHS    ASSIGN TO RELBHS                            00000560
               FILE STATUS  IS WRK-FS-RELBHS.                           00000570
                                                                        00000580
      *=============================================================*   00000590
       DATA                                                DIVISION.    00000600
      *=============================================================*   00000610
       FILE                                                 SECTION.    00000620
      *=============================================================*   00000630
                                                                        00000640
      *      SAIDA - EXTRATO POR FUNCIONARIO         LRECL = 80         00000650
                                                                        00000660
       FD RELBHE                                                        00000670
           RECORDING  MODE IS F                                         00000680
           BLOCK CONTAINS 0 RECORDS.                                    00000690
                                                                        00000700
       01 FD-RELBHE       PIC X(80).                                    00000710
                                                                        00000720
      *      SAIDA - PASSIVO POR SETOR               LRECL = 80         00000730
                                                                        00000740
       FD RELBHS                                                        00000750
           RECORDING  MODE IS F                                         00000760
           BLOCK CONTAINS 0 RECORDS.                                    00000770
                                                                        00000780
       01 FD-RELBHS       PIC X(80).                                    00000790
                                                                        00000800
      *-------------------------------------------------------------*   00000810
       WORKING-STORAGE                                      SECTION.    00000820
      *-------------------------------------------------------------*   00000830
                                                                        00000840
           EXEC SQL                                                     00000850
              INCLUDE #BKBHOR                                           00000860
           END-EXEC.                                                    00000870
                                                                        00000880
           EXEC SQL                                                     00000890
              INCLUDE #BKFUNC                                           00000900
           END-EXEC.                                                    00000910
                                                                        00000920
           EXEC SQL                                                     00000930
              INCLUDE SQLCA                                             00000940
           END-EXEC.                                                    00000950
                                                                        00000960
      *          FUNCIONARIOS ATIVOS COM BANCO DE HORAS, NA ORDEM       00000970
      *          DA QUEBRA POR SETOR                                    00000980
                                                                        00000990
           EXEC SQL                                                     00001000
              DECLARE CFUNC CURSOR FOR                                  00001010
              SELECT F.ID, F.NOME, F.SALARIO, F.SETOR                   00001020
                FROM IVAN.FUNC F                                        00001030
               WHERE F.DATADEM IS NULL                                  00001040
                 AND EXISTS (SELECT B.IDFUNC                            00001050
                               FROM IVAN.BANCOHR B                      00001060
                              WHERE B.IDFUNC = F.ID)                    00001070
               ORDER BY F.SETOR, F.ID                                   00001080
           END-EXEC.                                                    00001090
                                                                        00001100
      *          LOTES EM ABERTO DO FUNCIONARIO                         00001110
                                                                        00001120
           EXEC SQL                                                     00001130
              DECLARE CLOTES CURSOR FOR                                 00001140
               SELECT DATAMOV, HORAS, SALDO                             00001150
                FROM IVAN.BANCOHR                                       00001160
                WHERE IDFUNC = :BHR-IDFUNC                              00001170
                  AND TIPO   = 'C'                                      00001180
                  AND SALDO  > 0                                        00001190
                ORDER BY DATAMOV                                        00001200
           END-EXEC.                                                    00001210
                                                                        00001220
      *------------------LOG-DE-ERROS-------------------------------*   00001230
                                                                        00001240
       01 WRK-DADOS.                                                    00001250
           05 WRK-PROGRAMA  PIC X(08).                                  00001260
           05 WRK-SECAO     PIC X(04).                                  00001270
           05 WRK-MENSAGEM  PIC X(30).                                  00001280
           05 WRK-STATUS    PIC X(02).                                  00001290
           05 WRK-SEVERIDADE PIC X(01).                                 00001300
           05 FILLER        PIC X(22).                                  00001310
                                                                        00001320
      *------------------DATA DE PROCESSAMENTO----------------------*   00001330
                                                                        00001340
           COPY 'LNKDPRC'.                                              00001350
                                                                        00001360
      *--------------------LOGICA-----------------------------------*   00001370
       77 WRK-SQLCODE         PIC -999.                                 00001380
       77 WRK-LIDOS           PIC 9(05) VALUE 0.                        00001390
       77 WRK-SETORES         PIC 9(05) VALUE 0.                        00001400
      *-------------------------------------------------------------*   00001410
      *   DIVISOR MENSAL DO VALOR-HORA E ADICIONAL DA HORA EXTRA,   *   00001420
      *   OS MESMOS DO FR21PAG1                                     *   00001430
      *-------------------------------------------------------------*   00001440
       77 WRK-DIVISOR-MENSAL  PIC 9(03) VALUE 220.                      00001450
       77 WRK-ADICIONAL       PIC 9(01)V99 VALUE 1,5.                   00001460
       77 WRK-MESES-PRAZO     PIC 9(02) VALUE 6.                        00001470
       01 WRK-DATA-SISTEMA.                                             00001480
          05 WRK-SIS-ANO      PIC 9(04).                                00001490
          05 WRK-SIS-MES      PIC 9(02).                                00001500
          05 WRK-SIS-DIA      PIC 9(02).                                00001510
       77 WRK-COMPET-ATUAL    PIC 9(06) VALUE 0.                        00001520
      *-----------MES DE VENCIMENTO DO LOTE-------------------------*   00001530
       77 WRK-VENC-ANO        PIC 9(04).                                00001540
       77 WRK-VENC-MES        PIC 9(02).                                00001550
      *-----------SALDOS DO FUNCIONARIO-----------------------------*   00001560
       77 WRK-SETOR-ATUAL     PIC X(04) VALUE SPACES.                   00001570
       77 WRK-SALDO-ANT       PIC S9(07) VALUE 0.                       00001580
       77 WRK-CREDITO-MES     PIC S9(07) COMP-3 VALUE 0.                00001590
       77 WRK-DEBITO-MES      PIC S9(07) COMP-3 VALUE 0.                00001600
       77 WRK-VENCIDO-MES     PIC S9(07) COMP-3 VALUE 0.                00001610
       77 WRK-SALDO-ATUAL     PIC S9(07) VALUE 0.                       00001620
       77 WRK-VALOR-HORA      PIC 9(07)V99 VALUE 0.                     00001630
       77 WRK-VALOR-SALDO     PIC 9(09)V99 VALUE 0.                     00001640
       77 WRK-SET-FUNC        PIC 9(05) VALUE 0.                        00001650
       77 WRK-SET-HORAS       PIC 9(07) VALUE 0.                        00001660
       77 WRK-SET-VALOR       PIC 9(11)V99 VALUE 0.                     00001670
       77 WRK-GER-FUNC        PIC 9(05) VALUE 0.                        00001680
       77 WRK-GER-HORAS       PIC 9(07) VALUE 0.                        00001690
       77 WRK-GER-VALOR       PIC 9(11)V99 VALUE 0.                     00001700
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00001710
       77 WRK-MSG-FINAL       PIC X(17) VALUE 'FINAL DE PROGRAMA'.      00001720
      *--------------------STATUS-----------------------------------*   00001730
       77 WRK-FS-RELBHE    PIC 9(02).                                   00001740
       77 WRK-FS-RELBHS    PIC 9(02).                                   00001750
      *--------------------LINHAS DO EXTRATO------------------------*   00001760
       01 WRK-CABEC-E1.                                                 00001770
          05 FILLER   PIC X(41) VALUE                                   00001780
             'EXTRATO DO BANCO DE HORAS - COMPETENCIA '.                00001790
          05 WRK-CE-MES       PIC 9(02).                                00001800
          05 FILLER           PIC X(01) VALUE '/'.                      00001810
          05 WRK-CE-ANO       PIC 9(04).                                00001820
          05 FILLER   PIC X(32).                                        00001830
       01 WRK-EXT-FUNC.                                                 00001840
          05 FILLER          PIC X(07) VALUE 'FUNC.: '.                 00001850
          05 WRK-EF-ID       PIC 9(05).                                 00001860
          05 FILLER          PIC X(01).                                 00001870
          05 WRK-EF-NOME     PIC X(30).                                 00001880
          05 FILLER          PIC X(09) VALUE '  SETOR: '.               00001890
          05 WRK-EF-SETOR    PIC X(04).                                 00001900
          05 FILLER          PIC X(24).                                 00001910
       01 WRK-EXT-SALDOS.                                               00001920
          05 FILLER          PIC X(04) VALUE SPACES.                    00001930
          05 WRK-ES-TEXTO    PIC X(30).                                 00001940
          05 WRK-ES-HORAS    PIC -ZZZ.ZZ9.                              00001950
          05 FILLER          PIC X(02) VALUE ' H'.                      00001960
          05 FILLER          PIC X(36).                                 00001970
       01 WRK-EXT-CABLOTE.                                              00001980
          05 FILLER          PIC X(40) VALUE                            00001990
             '    LOTES EM ABERTO: DATA       CREDITO'.                 00002000
          05 FILLER          PIC X(40) VALUE                            00002010
             '   SALDO  VENCE EM'.                                      00002020
       01 WRK-EXT-LOTE.                                                 00002030
          05 FILLER          PIC X(21) VALUE SPACES.                    00002040
          05 WRK-EL-DATA     PIC X(10).                                 00002050
          05 FILLER          PIC X(01).                                 00002060
          05 WRK-EL-HORAS    PIC ZZ.ZZ9.                                00002070
          05 FILLER          PIC X(02).                                 00002080
          05 WRK-EL-SALDO    PIC ZZ.ZZ9.                                00002090
          05 FILLER          PIC X(02).                                 00002100
          05 WRK-EL-VENC-MES PIC 9(02).                                 00002110
          05 FILLER          PIC X(01) VALUE '/'.                       00002120
          05 WRK-EL-VENC-ANO PIC 9(04).                                 00002130
          05 FILLER          PIC X(25).                                 00002140
      *--------------------LINHAS DO PASSIVO------------------------*   00002150
       01 WRK-CABEC-S1.                                                 00002160
          05 FILLER   PIC X(41) VALUE                                   00002170
             'PASSIVO DO BANCO DE HORAS POR SETOR EM '.                 00002180
          05 WRK-CS-DIA       PIC 9(02).                                00002190
          05 FILLER           PIC X(01) VALUE '/'.                      00002200
          05 WRK-CS-MES       PIC 9(02).                                00002210
          05 FILLER           PIC X(01) VALUE '/'.                      00002220
          05 WRK-CS-ANO       PIC 9(04).                                00002230
          05 FILLER   PIC X(29).                                        00002240
       01 WRK-CABEC-S2.                                                 00002250
          05 FILLER   PIC X(40) VALUE                                   00002260
             'SETOR FUNC. NOME                      SA'.                00002270
          05 FILLER   PIC X(40) VALUE                                   00002280
             'LDO H   VALOR-HORA      PASSIVO (R$)'.                    00002290
       01 WRK-PAS-DET.                                                  00002300
          05 WRK-PD-SETOR    PIC X(04).                                 00002310
          05 FILLER          PIC X(02).                                 00002320
          05 WRK-PD-ID       PIC 9(05).                                 00002330
          05 FILLER          PIC X(01).                                 00002340
          05 WRK-PD-NOME     PIC X(25).                                 00002350
          05 FILLER          PIC X(01).                                 00002360
          05 WRK-PD-HORAS    PIC ZZ.ZZ9.                                00002370
          05 FILLER          PIC X(02).                                 00002380
          05 WRK-PD-VALHORA  PIC ZZ.ZZ9,99.                             00002390
          05 FILLER          PIC X(02).                                 00002400
          05 WRK-PD-VALOR    PIC ZZZ.ZZZ.ZZ9,99.                        00002410
          05 FILLER          PIC X(09).                                 00002420
       01 WRK-PAS-TOTAL.                                                00002430
          05 WRK-PT-TEXTO    PIC X(14).                                 00002440
          05 WRK-PT-SETOR    PIC X(04).                                 00002450
          05 FILLER          PIC X(02).                                 00002460
          05 WRK-PT-FUNC     PIC ZZ.ZZ9.                                00002470
          05 FILLER          PIC X(13) VALUE ' FUNCIONARIOS'.           00002480
          05 WRK-PT-HORAS    PIC ZZZZ.ZZ9.                              00002490
          05 FILLER          PIC X(13).                                 00002500
          05 WRK-PT-VALOR    PIC ZZ.ZZZ.ZZZ.ZZ9,99.                     00002510
          05 FILLER          PIC X(03).                                 00002520
      *=============================================================*   00002530
       PROCEDURE DIVISION.                                              00002540
      *=============================================================*   00002550
                                                                        00002560
      *=============================================================*   00002570
       0000-PRINCIPAL                                       SECTION.    00002580
                                                                        00002590
            PERFORM 1000-INICIAR.                                       00002600
            PERFORM 2000-PROCESSAR UNTIL SQLCODE NOT EQUAL 0.           00002610
            PERFORM 3000-FINALIZAR.                                     00002620
                                                                        00002630
       0000-99-FIM.                                            EXIT.    00002640
      *=============================================================*   00002650
                                                                        00002660
      *=============================================================*   00002670
       1000-INICIAR                                         SECTION.    00002680
                                                                        00002690
            MOVE 'FR21BHR2' TO LNK-DP-PROGRAMA.                         00002700
            MOVE ZEROS      TO LNK-DP-DIAS-TOL.                         00002710
            CALL 'FR21DTA1' USING LNK-DPRC.                             00002720
            MOVE LNK-DP-DATA TO WRK-DATA-SISTEMA.                       00002730
            MOVE WRK-DATA-SISTEMA(1:6) TO WRK-COMPET-ATUAL.             00002740
                                                                        00002750
            OPEN OUTPUT RELBHE.                                         00002760
            OPEN OUTPUT RELBHS.                                         00002770
                                                                        00002780
            IF WRK-FS-RELBHE NOT EQUAL ZEROS                            00002790
               MOVE 'FR21BHR2'                  TO WRK-PROGRAMA         00002800
               MOVE '1000'                      TO WRK-SECAO            00002810
               MOVE 'ERRO OPEN RELBHE        - ' TO WRK-MENSAGEM        00002820
               MOVE WRK-FS-RELBHE               TO WRK-STATUS           00002830
               PERFORM 9000-TRATARERROS                                 00002840
            END-IF.                                                     00002850
                                                                        00002860
            IF WRK-FS-RELBHS NOT EQUAL ZEROS                            00002870
               MOVE 'FR21BHR2'                  TO WRK-PROGRAMA         00002880
               MOVE '1000'                      TO WRK-SECAO            00002890
               MOVE 'ERRO OPEN RELBHS        - ' TO WRK-MENSAGEM        00002900
               MOVE WRK-FS-RELBHS               TO WRK-STATUS           00002910
               PERFORM 9000-TRATARERROS                                 00002920
            END-IF.                                                     00002930
                                                                        00002940
            MOVE WRK-SIS-MES TO WRK-CE-MES.                             00002950
            MOVE WRK-SIS-ANO TO WRK-CE-ANO.                             00002960
            WRITE FD-RELBHE FROM WRK-CABEC-E1.                          00002970
            WRITE FD-RELBHE FROM WRK-LINHA-VAZIA.                       00002980
                                                                        00002990
            MOVE WRK-SIS-DIA TO WRK-CS-DIA.                             00003000
            MOVE WRK-SIS-MES TO WRK-CS-MES.                             00003010
            MOVE WRK-SIS-ANO TO WRK-CS-ANO.                             00003020
            WRITE FD-RELBHS FROM WRK-CABEC-S1.                          00003030
            WRITE FD-RELBHS FROM WRK-LINHA-VAZIA.                       00003040
            WRITE FD-RELBHS FROM WRK-CABEC-S2.                          00003050
            WRITE FD-RELBHS FROM WRK-LINHA-VAZIA.                       00003060
                                                                        00003070
            EXEC SQL                                                    00003080
                 OPEN CFUNC                                             00003090
            END-EXEC.                                                   00003100
            IF SQLCODE NOT EQUAL 0                                      00003110
               MOVE SQLCODE TO WRK-SQLCODE                              00003120
               DISPLAY 'ERRO ' WRK-SQLCODE ' NO OPEN DO CURSOR'         00003130
               MOVE 'FR21BHR2'                  TO WRK-PROGRAMA         00003140
               MOVE '1000'                      TO WRK-SECAO            00003150
               MOVE 'ERRO OPEN CURSOR CFUNC  - ' TO WRK-MENSAGEM        00003160
               MOVE ZEROS                       TO WRK-STATUS           00003170
               PERFORM 9000-TRATARERROS                                 00003180
            END-IF.                                                     00003190
                                                                        00003200
            PERFORM 1100-LER-FUNCIONARIO.                               00003210
                                                                        00003220
            IF SQLCODE EQUAL 0                                          00003230
               MOVE DB2-SETOR TO WRK-SETOR-ATUAL                        00003240
            ELSE                                                        00003250
               DISPLAY 'BANCO DE HORAS SEM MOVIMENTO'                   00003260
            END-IF.                                                     00003270
                                                                        00003280
       1000-99-FIM.                                            EXIT.    00003290
      *=============================================================*   00003300
                                                                        00003310
      *=============================================================*   00003320
       1100-LER-FUNCIONARIO                                 SECTION.    00003330
                                                                        00003340
           EXEC SQL                                                     00003350
                FETCH CFUNC                                             00003360
                 INTO :DB2-ID, :DB2-NOME, :DB2-SALARIO, :DB2-SETOR      00003370
           END-EXEC.                                                    00003380
                                                                        00003390
           IF SQLCODE EQUAL 0                                           00003400
              ADD 1 TO WRK-LIDOS                                        00003410
           END-IF.                                                      00003420
                                                                        00003430
           IF SQLCODE NOT EQUAL 0 AND 100                               00003440
              MOVE SQLCODE TO WRK-SQLCODE                               00003450
              MOVE 'FR21BHR2'                  TO WRK-PROGRAMA          00003460
              MOVE '1100'                      TO WRK-SECAO             00003470
              MOVE 'ERRO LEITURA IVAN.FUNC  - ' TO WRK-MENSAGEM         00003480
              MOVE ZEROS                       TO WRK-STATUS            00003490
              PERFORM 9000-TRATARERROS                                  00003500
           END-IF.                                                      00003510
                                                                        00003520
       1100-99-FIM.                                            EXIT.    00003530
      *=============================================================*   00003540
                                                                        00003550
      *=============================================================*   00003560
       2000-PROCESSAR                                       SECTION.    00003570
                                                                        00003580
           IF DB2-SETOR NOT EQUAL WRK-SETOR-ATUAL                       00003590
              PERFORM 2900-TOTALIZAR-SETOR                              00003600
              MOVE DB2-SETOR TO WRK-SETOR-ATUAL                         00003610
           END-IF.                                                      00003620
                                                                        00003630
           PERFORM 2100-APURAR-SALDOS.                                  00003640
           PERFORM 2200-EMITIR-EXTRATO.                                 00003650
           PERFORM 2400-LISTAR-PASSIVO.                                 00003660
                                                                        00003670
           PERFORM 1100-LER-FUNCIONARIO.                                00003680
                                                                        00003690
       2000-99-FIM.                                            EXIT.    00003700
      *=============================================================*   00003710
                                                                        00003720
      *=============================================================*   00003730
       2100-APURAR-SALDOS                                   SECTION.    00003740
                                                                        00003750
      *          MOVIMENTO DA COMPETENCIA POR TIPO E SALDO DOS          00003760
      *          LOTES; O SALDO ANTERIOR SAI POR DIFERENCA              00003770
                                                                        00003780
           MOVE DB2-ID           TO BHR-IDFUNC.                         00003790
           MOVE WRK-COMPET-ATUAL TO BHR-COMPET.                         00003800
                                                                        00003810
           EXEC SQL                                                     00003820
                SELECT COALESCE(SUM(CASE WHEN TIPO = 'C'                00003830
                                         THEN HORAS ELSE 0 END), 0),    00003840
                       COALESCE(SUM(CASE WHEN TIPO = 'D'                00003850
                                         THEN HORAS ELSE 0 END), 0),    00003860
                       COALESCE(SUM(CASE WHEN TIPO = 'V'                00003870
                                         THEN HORAS ELSE 0 END), 0)     00003880
                  INTO :WRK-CREDITO-MES, :WRK-DEBITO-MES,               00003890
                       :WRK-VENCIDO-MES                                 00003900
                  FROM IVAN.BANCOHR                                     00003910
                 WHERE IDFUNC = :BHR-IDFUNC                             00003920
                   AND COMPET = :BHR-COMPET                             00003930
           END-EXEC.                                                    00003940
                                                                        00003950
           IF SQLCODE NOT EQUAL 0                                       00003960
              MOVE SQLCODE TO WRK-SQLCODE                               00003970
              MOVE 'FR21BHR2'                  TO WRK-PROGRAMA          00003980
              MOVE '2100'                      TO WRK-SECAO             00003990
              MOVE 'ERRO MOVIMENTO BANCOHR  - ' TO WRK-MENSAGEM         00004000
              MOVE ZEROS                       TO WRK-STATUS            00004010
              PERFORM 9000-TRATARERROS                                  00004020
           END-IF.                                                      00004030
                                                                        00004040
           EXEC SQL                                                     00004050
                SELECT COALESCE(SUM(SALDO), 0)                          00004060
                  INTO :BHR-SALDO                                       00004070
                  FROM IVAN.BANCOHR                                     00004080
                 WHERE IDFUNC = :BHR-IDFUNC                             00004090
                   AND TIPO   = 'C'                                     00004100
           END-EXEC.                                                    00004110
                                                                        00004120
           IF SQLCODE NOT EQUAL 0                                       00004130
              MOVE SQLCODE TO WRK-SQLCODE                               00004140
              MOVE 'FR21BHR2'                  TO WRK-PROGRAMA          00004150
              MOVE '2100'                      TO WRK-SECAO             00004160
              MOVE 'ERRO SALDO BANCOHR      - ' TO WRK-MENSAGEM         00004170
              MOVE ZEROS                       TO WRK-STATUS            00004180
              PERFORM 9000-TRATARERROS                                  00004190
           END-IF.                                                      00004200
                                                                        00004210
           MOVE BHR-SALDO TO WRK-SALDO-ATUAL.                           00004220
           COMPUTE WRK-SALDO-ANT = WRK-SALDO-ATUAL - WRK-CREDITO-MES    00004230
                                 + WRK-DEBITO-MES + WRK-VENCIDO-MES.    00004240
                                                                        00004250
       2100-99-FIM.                                            EXIT.    00004260
      *=============================================================*   00004270
                                                                        00004280
      *=============================================================*   00004290
       2200-EMITIR-EXTRATO                                  SECTION.    00004300
                                                                        00004310
           MOVE DB2-ID    TO WRK-EF-ID.                                 00004320
           MOVE DB2-NOME  TO WRK-EF-NOME.                               00004330
           MOVE DB2-SETOR TO WRK-EF-SETOR.                              00004340
           WRITE FD-RELBHE FROM WRK-EXT-FUNC.                           00004350
                                                                        00004360
           MOVE 'SALDO ANTERIOR...............:' TO WRK-ES-TEXTO.       00004370
           MOVE WRK-SALDO-ANT                    TO WRK-ES-HORAS.       00004380
           WRITE FD-RELBHE FROM WRK-EXT-SALDOS.                         00004390
           MOVE '(+) CREDITOS DO MES..........:' TO WRK-ES-TEXTO.       00004400
           MOVE WRK-CREDITO-MES                  TO WRK-ES-HORAS.       00004410
           WRITE FD-RELBHE FROM WRK-EXT-SALDOS.                         00004420
           MOVE '(-) FOLGAS COMPENSADAS.......:' TO WRK-ES-TEXTO.       00004430
           MOVE WRK-DEBITO-MES                   TO WRK-ES-HORAS.       00004440
           WRITE FD-RELBHE FROM WRK-EXT-SALDOS.                         00004450
           MOVE '(-) VENCIDAS PAGAS NA FOLHA..:' TO WRK-ES-TEXTO.       00004460
           MOVE WRK-VENCIDO-MES                  TO WRK-ES-HORAS.       00004470
           WRITE FD-RELBHE FROM WRK-EXT-SALDOS.                         00004480
           MOVE 'SALDO ATUAL..................:' TO WRK-ES-TEXTO.       00004490
           MOVE WRK-SALDO-ATUAL                  TO WRK-ES-HORAS.       00004500
           WRITE FD-RELBHE FROM WRK-EXT-SALDOS.                         00004510
                                                                        00004520
           IF WRK-SALDO-ATUAL GREATER ZEROS                             00004530
              WRITE FD-RELBHE FROM WRK-EXT-CABLOTE                      00004540
              PERFORM 2300-LISTAR-LOTES                                 00004550
           END-IF.                                                      00004560
                                                                        00004570
           WRITE FD-RELBHE FROM WRK-LINHA-VAZIA.                        00004580
                                                                        00004590
       2200-99-FIM.                                            EXIT.    00004600
      *=============================================================*   00004610
                                                                        00004620
      *=============================================================*   00004630
       2300-LISTAR-LOTES                                    SECTION.    00004640
                                                                        00004650
           MOVE DB2-ID TO BHR-IDFUNC.                                   00004660
                                                                        00004670
           EXEC SQL                                                     00004680
                OPEN CLOTES                                             00004690
           END-EXEC.                                                    00004700
                                                                        00004710
           IF SQLCODE NOT EQUAL 0                                       00004720
              MOVE SQLCODE TO WRK-SQLCODE                               00004730
              MOVE 'FR21BHR2'                  TO WRK-PROGRAMA          00004740
              MOVE '2300'                      TO WRK-SECAO             00004750
              MOVE 'ERRO OPEN CURSOR CLOTES - ' TO WRK-MENSAGEM         00004760
              MOVE ZEROS                       TO WRK-STATUS            00004770
              PERFORM 9000-TRATARERROS                                  00004780
           END-IF.                                                      00004790
                                                                        00004800
           PERFORM 2350-LER-LOTE.                                       00004810
           PERFORM UNTIL SQLCODE NOT EQUAL 0                            00004820
                                                                        00004830
      *          O LOTE DO MES M VENCE NO FR21BHR1 DO MES M+6           00004840
                                                                        00004850
              MOVE BHR-DATAMOV(1:4) TO WRK-VENC-ANO                     00004860
              MOVE BHR-DATAMOV(6:2) TO WRK-VENC-MES                     00004870
              ADD WRK-MESES-PRAZO TO WRK-VENC-MES                       00004880
              IF WRK-VENC-MES GREATER 12                                00004890
                 SUBTRACT 12 FROM WRK-VENC-MES                          00004900
                 ADD 1 TO WRK-VENC-ANO                                  00004910
              END-IF                                                    00004920
              MOVE BHR-DATAMOV  TO WRK-EL-DATA                          00004930
              MOVE BHR-HORAS    TO WRK-EL-HORAS                         00004940
              MOVE BHR-SALDO    TO WRK-EL-SALDO                         00004950
              MOVE WRK-VENC-MES TO WRK-EL-VENC-MES                      00004960
              MOVE WRK-VENC-ANO TO WRK-EL-VENC-ANO                      00004970
              WRITE FD-RELBHE FROM WRK-EXT-LOTE                         00004980
              PERFORM 2350-LER-LOTE                                     00004990
           END-PERFORM.                                                 00005000
                                                                        00005010
           EXEC SQL                                                     00005020
                CLOSE CLOTES                                            00005030
           END-EXEC.                                                    00005040
                                                                        00005050
       2300-99-FIM.                                            EXIT.    00005060
      *=============================================================*   00005070
                                                                        00005080
      *=============================================================*   00005090
       2350-LER-LOTE                                        SECTION.    00005100
                                                                        00005110
           EXEC SQL                                                     00005120
                FETCH CLOTES                                            00005130
                 INTO :BHR-DATAMOV, :BHR-HORAS, :BHR-SALDO              00005140
           END-EXEC.                                                    00005150
                                                                        00005160
           IF SQLCODE NOT EQUAL 0 AND 100                               00005170
              MOVE SQLCODE TO WRK-SQLCODE                               00005180
              MOVE 'FR21BHR2'                  TO WRK-PROGRAMA          00005190
              MOVE '2350'                      TO WRK-SECAO             00005200
              MOVE 'ERRO FETCH CURSOR CLOTES- ' TO WRK-MENSAGEM         00005210
              MOVE ZEROS                       TO WRK-STATUS            00005220
              PERFORM 9000-TRATARERROS                                  00005230
           END-IF.                                                      00005240
                                                                        00005250
       2350-99-FIM.                                            EXIT.    00005260
      *=============================================================*   00005270
                                                                        00005280
      *=============================================================*   00005290
       2400-LISTAR-PASSIVO                                  SECTION.    00005300
                                                                        00005310
           IF WRK-SALDO-ATUAL NOT GREATER ZEROS                         00005320
              GO TO 2400-99-FIM                                         00005330
           END-IF.                                                      00005340
                                                                        00005350
           COMPUTE WRK-VALOR-HORA ROUNDED =                             00005360
              DB2-SALARIO / WRK-DIVISOR-MENSAL.                         00005370
           COMPUTE WRK-VALOR-SALDO ROUNDED =                            00005380
              WRK-VALOR-HORA * WRK-SALDO-ATUAL * WRK-ADICIONAL.         00005390
                                                                        00005400
           MOVE DB2-SETOR       TO WRK-PD-SETOR.                        00005410
           MOVE DB2-ID          TO WRK-PD-ID.                           00005420
           MOVE DB2-NOME        TO WRK-PD-NOME.                         00005430
           MOVE WRK-SALDO-ATUAL TO WRK-PD-HORAS.                        00005440
           MOVE WRK-VALOR-HORA  TO WRK-PD-VALHORA.                      00005450
           MOVE WRK-VALOR-SALDO TO WRK-PD-VALOR.                        00005460
           WRITE FD-RELBHS FROM WRK-PAS-DET.                            00005470
                                                                        00005480
           ADD 1               TO WRK-SET-FUNC.                         00005490
           ADD WRK-SALDO-ATUAL TO WRK-SET-HORAS.                        00005500
           ADD WRK-VALOR-SALDO TO WRK-SET-VALOR.                        00005510
                                                                        00005520
       2400-99-FIM.                                            EXIT.    00005530
      *=============================================================*   00005540
                                                                        00005550
      *=============================================================*   00005560
       2900-TOTALIZAR-SETOR                                 SECTION.    00005570
                                                                        00005580
           IF WRK-SET-FUNC EQUAL ZEROS                                  00005590
              GO TO 2900-99-FIM                                         00005600
           END-IF.                                                      00005610
                                                                        00005620
           MOVE 'TOTAL SETOR   '  TO WRK-PT-TEXTO.                      00005630
           MOVE WRK-SETOR-ATUAL   TO WRK-PT-SETOR.                      00005640
           MOVE WRK-SET-FUNC      TO WRK-PT-FUNC.                       00005650
           MOVE WRK-SET-HORAS     TO WRK-PT-HORAS.                      00005660
           MOVE WRK-SET-VALOR     TO WRK-PT-VALOR.                      00005670
           WRITE FD-RELBHS FROM WRK-PAS-TOTAL.                          00005680
           WRITE FD-RELBHS FROM WRK-LINHA-VAZIA.                        00005690
                                                                        00005700
           ADD 1             TO WRK-SETORES.                            00005710
           ADD WRK-SET-FUNC  TO WRK-GER-FUNC.                           00005720
           ADD WRK-SET-HORAS TO WRK-GER-HORAS.                          00005730
           ADD WRK-SET-VALOR TO WRK-GER-VALOR.                          00005740
           MOVE ZEROS TO WRK-SET-FUNC WRK-SET-HORAS WRK-SET-VALOR.      00005750
                                                                        00005760
       2900-99-FIM.                                            EXIT.    00005770
      *=============================================================*   00005780
                                                                        00005790
      *=============================================================*   00005800
       3000-FINALIZAR                                       SECTION.    00005810
                                                                        00005820
             EXEC SQL                                                   00005830
                  CLOSE CFUNC                                           00005840
             END-EXEC.                                                  00005850
                                                                        00005860
             PERFORM 2900-TOTALIZAR-SETOR.                              00005870
                                                                        00005880
             MOVE 'TOTAL GERAL   '  TO WRK-PT-TEXTO.                    00005890
             MOVE SPACES            TO WRK-PT-SETOR.                    00005900
             MOVE WRK-GER-FUNC      TO WRK-PT-FUNC.                     00005910
             MOVE WRK-GER-HORAS     TO WRK-PT-HORAS.                    00005920
             MOVE WRK-GER-VALOR     TO WRK-PT-VALOR.                    00005930
             WRITE FD-RELBHS FROM WRK-PAS-TOTAL.                        00005940
                                                                        00005950
             DISPLAY 'FUNCIONARIOS LIDOS....' WRK-LIDOS.                00005960
             DISPLAY 'SETORES COM PASSIVO...' WRK-SETORES.              00005970
             DISPLAY 'HORAS EM ABERTO.......' WRK-GER-HORAS.            00005980
             DISPLAY WRK-MSG-FINAL.                                     00005990
                                                                        00006000
             CLOSE RELBHE.                                              00006010
             CLOSE RELBHS.                                              00006020
             STOP RUN.                                                  00006030
                                                                        00006040
       3000-99-FIM.                                            EXIT.    00006050
      *=============================================================*   00006060
                                                                        00006070
      *=============================================================*   00006080
       9000-TRATARERROS                                     SECTION.    00006090
                                                                        00006100
             MOVE 'E' TO WRK-SEVERIDADE.                                00006110
             CALL 'GRAVALOG' USING WRK-DADOS.                           00006120
             STOP RUN.                                                  00006130
                                                                        00006140
       9000-99-FIM.                                            EXIT.    00006150
      *=============================================================*   00006160
