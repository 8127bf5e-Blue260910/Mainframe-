      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21ADT1.                                            00000050
                                                                        00000060
      *=============================================================*   00000070
      *   AUTOR....:VICTOR ARANDA                                       00000080
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000090
      *   DATA ....:15/10/2026                                          00000100
      *-------------------------------------------------------------*   00000110
      *   OBJETIVO: ADIANTAMENTO QUINZENAL (VALE DO DIA 15). LE OS      00000120
      *      FUNCIONARIOS ATIVOS DA TABELA IVAN.FUNC (SEM DATA DE       00000130
      *      DEMISSAO) E PAGA O ADIANTAMENTO A QUEM FEZ A OPCAO NO      00000140
      *      ARQUIVO ADTOPC: PERCENTUAL DA OPCAO SOBRE O SALARIO        00000150
      *      (SALFUNC), OU O PADRAO DE 40 POR CENTO QUANDO A OPCAO      00000160
      *      VEM SEM PERCENTUAL; ACIMA DO TETO VALE O TETO.             00000170
      *      NAO RECEBE QUEM TEM AUSENCIA NAO REMUNERADA (ABSAPL DO     00000180
      *      FR21ABS1) NA COMPETENCIA NEM QUEM FOI ADMITIDO NELA.       00000190
      *      O PAGAMENTO SAI COMO AVULSO (PAGAVUL, TIPO 'ADT') PARA     00000200
      *      A REMESSA DO FR21BNC1; O ADIANT GUARDA O VALOR PAGO        00000210
      *      PARA O FR21PAG1 DA MESMA COMPETENCIA DESCONTAR.            00000220
      *      OPCOES NAO ATENDIDAS SAEM NO RELATORIO (RELADT).           00000230
      *-------------------------------------------------------------*   00000240
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000250
      *  1.0   15/10/26   VICTOR ARANDA    VERSAO INICIAL               00000260
      *-------------------------------------------------------------*   00000270
      *   BASE DE DADOS:                                                00000280
      *   TABELA.DB2..                                                  00000290
      *    ------              I/O                 INCLUDE/BOOK         00000300
      *   IVAN.FUNC             I                  #BKFUNC----          00000310
      *-------------------------------------------------------------*   00000320
      *   ARQUIVOS:                                                     00000330
      *    DDNAME              I/O                  COPY/BOOK           00000340
      *   ADTOPC                I   (OPCOES DE ADIANTAMENTO)            00000350
      *   ABSAPL                I   (AUSENCIAS APLICADAS - FR21ABS1)    00000360
      *   PAGAVUL               O                  AVULBOOK---          00000370
      *   ADIANT                O                  ADIABOOK---          00000380
      *   RELADT                O   (RELATORIO DE CONFERENCIA)          00000390
      *-------------------------------------------------------------*   00000400
      *   MODULOS....:                                                  00000410
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000420
      *   FR21DTA1             DATA DE PROCESSAMENTO (LNKDPRC)          00000430
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
           SELECT ADTOPC    ASSIGN TO ADTOPC                            00000570
               FILE STATUS  IS WRK-FS-ADTOPC.                           00000580
                                                                        00000590
           SELECT ABSAPL    ASSIGN TO ABSAPL                            00000600
               FILE STATUS  IS WRK-FS-ABSAPL.                           00000610
                                                                        00000620
           SELECT PAGAVUL   ASSIGN TO PAGAVUL                           00000630
               FILE STATUS  IS WRK-FS-PAGAVUL.                          00000640
                                                                        00000650
           SELECT ADIANT    ASSIGN TO ADIANT                            00000660
               FILE STATUS  IS WRK-FS-ADIANT.                           00000670
                                                                        00000680
           SELECT RELADT    ASSIGN TO RELADT                            00000690
               FILE STATUS  IS WRK-FS-RELADT.                           00000700
                                                                        00000710
      *=============================================================*   00000720
       DATA                                                DIVISION.    00000730
      *=============================================================*   00000740
       FILE                                                 SECTION.    00000750
      *=============================================================*   00000760
                                                                        00000770
      *      ENTRADA - OPCOES DE ADIANTAMENTO       LRECL = 10          00000780
      *      PERCENTUAL ZERADO = PERCENTUAL PADRAO                      00000790
                                                                        00000800
       FD ADTOPC                                                        00000810
           RECORDING  MODE IS F                                         00000820
           BLOCK CONTAINS 0 RECORDS.                                    00000830
                                                                        00000840
       01 FD-ADTOPC.                                                    00000850
          05 FD-OP-IDFUNC    PIC 9(05).                                 00000860
          05 FD-OP-PCT       PIC 9(03)V99.                              00000870
                                                                        00000880
      *      ENTRADA - AUSENCIAS APLICADAS (FR21ABS1) LRECL = 32        00000890
                                                                        00000900
       FD ABSAPL                                                        00000910
           RECORDING  MODE IS F                                         00000920
           BLOCK CONTAINS 0 RECORDS.                                    00000930
                                                                        00000940
       01 FD-ABSAPL.                                                    00000950
          05 FD-AP-IDFUNC    PIC 9(05).                                 00000960
          05 FD-AP-TIPO      PIC X(03).                                 00000970
          05 FD-AP-DATA-INI  PIC 9(08).                                 00000980
          05 FD-AP-DATA-FIM  PIC 9(08).                                 00000990
          05 FD-AP-DIAS      PIC 9(03).                                 00001000
          05 FD-AP-REMUNERA  PIC X(01).                                 00001010
          05 FD-AP-SETOR     PIC X(04).                                 00001020
                                                                        00001030
      *      SAIDA - PAGAMENTO AVULSO P/ REMESSA     LRECL = 80         00001040
                                                                        00001050
       FD PAGAVUL                                                       00001060
           RECORDING  MODE IS F                                         00001070
           BLOCK CONTAINS 0 RECORDS.                                    00001080
                                                                        00001090
       COPY 'AVULBOOK'.                                                 00001100
                                                                        00001110
      *      SAIDA - ADIANTAMENTOS DA COMPETENCIA   LRECL = 50          00001120
                                                                        00001130
       FD ADIANT                                                        00001140
           RECORDING  MODE IS F                                         00001150
           BLOCK CONTAINS 0 RECORDS.                                    00001160
                                                                        00001170
       COPY 'ADIABOOK'.                                                 00001180
                                                                        00001190
      *      SAIDA - RELATORIO DE CONFERENCIA       LRECL = 80          00001200
                                                                        00001210
       FD RELADT                                                        00001220
           RECORDING  MODE IS F                                         00001230
           BLOCK CONTAINS 0 RECORDS.                                    00001240
                                                                        00001250
       01 FD-RELADT       PIC X(80).                                    00001260
                                                                        00001270
      *-------------------------------------------------------------*   00001280
       WORKING-STORAGE                                      SECTION.    00001290
      *-------------------------------------------------------------*   00001300
                                                                        00001310
           EXEC SQL                                                     00001320
              INCLUDE #BKFUNC                                           00001330
           END-EXEC.                                                    00001340
                                                                        00001350
           EXEC SQL                                                     00001360
              INCLUDE SQLCA                                             00001370
           END-EXEC.                                                    00001380
                                                                        00001390
           EXEC SQL                                                     00001400
              DECLARE CATIVOS CURSOR FOR                                00001410
               SELECT ID, NOME, SALARIO, DATAADM                        00001420
                FROM IVAN.FUNC                                          00001430
                WHERE DATADEM IS NULL                                   00001440
                ORDER BY ID                                             00001450
           END-EXEC.                                                    00001460
                                                                        00001470
      *------------------LOG-DE-ERROS-------------------------------*   00001480
                                                                        00001490
       01 WRK-DADOS.                                                    00001500
           05 WRK-PROGRAMA  PIC X(08).                                  00001510
           05 WRK-SECAO     PIC X(04).                                  00001520
           05 WRK-MENSAGEM  PIC X(30).                                  00001530
           05 WRK-STATUS    PIC X(02).                                  00001540
           05 WRK-SEVERIDADE PIC X(01).                                 00001550
           05 FILLER        PIC X(22).                                  00001560
                                                                        00001570
      *------------------DATA DE PROCESSAMENTO----------------------*   00001580
                                                                        00001590
           COPY 'LNKDPRC'.                                              00001600
                                                                        00001610
      *--------------------LOGICA-----------------------------------*   00001620
                                                                        00001630
       77 WRK-SQLCODE         PIC -999.                                 00001640
                                                                        00001650
       77 WRK-LIDOS           PIC 9(05) VALUE 0.                        00001660
                                                                        00001670
       77 WRK-PAGOS           PIC 9(05) VALUE 0.                        00001680
                                                                        00001690
       77 WRK-SEM-OPCAO       PIC 9(05) VALUE 0.                        00001700
                                                                        00001710
       77 WRK-NAO-PAGOS       PIC 9(05) VALUE 0.                        00001720
                                                                        00001730
      *-------------------------------------------------------------*   00001740
      *   PERCENTUAL PADRAO DA OPCAO SEM PERCENTUAL E TETO DA OPCAO *   00001750
      *-------------------------------------------------------------*   00001760
       77 WRK-PCT-PADRAO      PIC 9(03)V99 VALUE 40.                    00001770
       77 WRK-PCT-TETO        PIC 9(03)V99 VALUE 50.                    00001780
                                                                        00001790
       77 WRK-COMPET-ATUAL    PIC 9(06) VALUE 0.                        00001800
       77 WRK-COMPET-ADM      PIC 9(06) VALUE 0.                        00001810
                                                                        00001820
       01 WRK-DATA-SISTEMA.                                             00001830
          05 WRK-SIS-ANO      PIC 9(04).                                00001840
          05 WRK-SIS-MES      PIC 9(02).                                00001850
          05 WRK-SIS-DIA      PIC 9(02).                                00001860
                                                                        00001870
       77 WRK-IDFUNC          PIC 9(05).                                00001880
       77 WRK-SALARIO         PIC 9(07)V99 VALUE 0.                     00001890
       77 WRK-PCT             PIC 9(03)V99 VALUE 0.                     00001900
       77 WRK-VALOR           PIC 9(07)V99 VALUE 0.                     00001910
       77 WRK-TOT-VALOR       PIC 9(11)V99 VALUE 0.                     00001920
                                                                        00001930
      *-----------OPCOES DE ADIANTAMENTO----------------------------*   00001940
                                                                        00001950
       01 WRK-TAB-OPC.                                                  00001960
          05 WRK-TAB-OP-QTD  PIC 9(03) VALUE 0.                         00001970
          05 WRK-TAB-OP-OCR OCCURS 500 TIMES.                           00001980
             10 WRK-OP-IDFUNC  PIC 9(05).                               00001990
             10 WRK-OP-PCT     PIC 9(03)V99.                            00002000
                                                                        00002010
       77 WRK-IND-OP          PIC 9(03).                                00002020
       77 WRK-ACHOU-OP        PIC X(01).                                00002030
                                                                        00002040
      *-----------AUSENCIAS NAO REMUNERADAS DA COMPETENCIA----------*   00002050
                                                                        00002060
       01 WRK-TAB-AUS.                                                  00002070
          05 WRK-TAB-AB-QTD  PIC 9(03) VALUE 0.                         00002080
          05 WRK-TAB-AB-OCR OCCURS 200 TIMES.                           00002090
             10 WRK-AB-IDFUNC  PIC 9(05).                               00002100
                                                                        00002110
       77 WRK-IND-AB          PIC 9(03).                                00002120
       77 WRK-ACHOU-AB        PIC X(01).                                00002130
                                                                        00002140
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00002150
                                                                        00002160
       77 WRK-MSG-FINAL       PIC X(17) VALUE 'FINAL DE PROGRAMA'.      00002170
                                                                        00002180
      *--------------------STATUS-----------------------------------*   00002190
                                                                        00002200
       77 WRK-FS-ADTOPC    PIC 9(02).                                   00002210
                                                                        00002220
       77 WRK-FS-ABSAPL    PIC 9(02).                                   00002230
                                                                        00002240
       77 WRK-FS-PAGAVUL   PIC 9(02).                                   00002250
                                                                        00002260
       77 WRK-FS-ADIANT    PIC 9(02).                                   00002270
                                                                        00002280
       77 WRK-FS-RELADT    PIC 9(02).                                   00002290
                                                                        00002300
      *--------------------LINHAS DO RELATORIO----------------------*   00002310
                                                                        00002320
       01 WRK-CABEC1.                                                   00002330
          05 FILLER   PIC X(36) VALUE                                   00002340
             'ADIANTAMENTO QUINZENAL - COMPET. '.                       00002350
          05 WRK-C-MES        PIC 9(02).                                00002360
          05 FILLER           PIC X(01) VALUE '/'.                      00002370
          05 WRK-C-ANO        PIC 9(04).                                00002380
          05 FILLER   PIC X(37).                                        00002390
                                                                        00002400
       01 WRK-CABEC2.                                                   00002410
          05 FILLER   PIC X(40) VALUE                                   00002420
             'FUNC. NOME                          PCT '.                00002430
          05 FILLER   PIC X(40) VALUE                                   00002440
             '     SALARIO ADIANTAMENTO               '.                00002450
                                                                        00002460
       01 WRK-REL-DET.                                                  00002470
          05 WRK-R-ID        PIC 9(05).                                 00002480
          05 FILLER          PIC X(01).                                 00002490
          05 WRK-R-NOME      PIC X(28).                                 00002500
          05 FILLER          PIC X(01).                                 00002510
          05 WRK-R-PCT       PIC ZZ9,99.                                00002520
          05 FILLER          PIC X(01).                                 00002530
          05 WRK-R-SALARIO   PIC Z.ZZZ.ZZ9,99.                          00002540
          05 FILLER          PIC X(01).                                 00002550
          05 WRK-R-VALOR     PIC Z.ZZZ.ZZ9,99.                          00002560
          05 FILLER          PIC X(13).                                 00002570
                                                                        00002580
       01 WRK-REL-CRITICA.                                              00002590
          05 WRK-RC-ID       PIC 9(05).                                 00002600
          05 FILLER          PIC X(02).                                 00002610
          05 WRK-RC-MOTIVO   PIC X(50).                                 00002620
          05 FILLER          PIC X(23).                                 00002630
                                                                        00002640
       01 WRK-TOTGERAL.                                                 00002650
          05 FILLER          PIC X(20) VALUE                            00002660
             'TOTAL ADIANTADO:    '.                                    00002670
          05 WRK-G-QTDE      PIC ZZZZ9.                                 00002680
          05 FILLER          PIC X(10).                                 00002690
          05 WRK-G-VALOR     PIC ZZ.ZZZ.ZZZ.ZZ9,99.                     00002700
          05 FILLER          PIC X(28).                                 00002710
                                                                        00002720
      *=============================================================*   00002730
       PROCEDURE DIVISION.                                              00002740
      *=============================================================*   00002750
                                                                        00002760
      *=============================================================*   00002770
       0000-PRINCIPAL                                       SECTION.    00002780
                                                                        00002790
            PERFORM 1000-INICIAR.                                       00002800
            PERFORM 2000-PROCESSAR UNTIL SQLCODE EQUAL 100.             00002810
            PERFORM 3000-FINALIZAR.                                     00002820
                                                                        00002830
       0000-99-FIM.                                            EXIT.    00002840
      *=============================================================*   00002850
                                                                        00002860
      *=============================================================*   00002870
       1000-INICIAR                                         SECTION.    00002880
                                                                        00002890
      *          COMPETENCIA = MES DA DATA DE NEGOCIO, A MESMA DO       00002900
      *          FR21PAG1 QUE VAI DESCONTAR O ADIANTAMENTO              00002910
                                                                        00002920
            MOVE 'FR21ADT1' TO LNK-DP-PROGRAMA.                         00002930
            MOVE ZEROS      TO LNK-DP-DIAS-TOL.                         00002940
            CALL 'FR21DTA1' USING LNK-DPRC.                             00002950
            MOVE LNK-DP-DATA TO WRK-DATA-SISTEMA.                       00002960
            MOVE WRK-DATA-SISTEMA(1:6) TO WRK-COMPET-ATUAL.             00002970
                                                                        00002980
            OPEN INPUT  ADTOPC.                                         00002990
            OPEN INPUT  ABSAPL.                                         00003000
            OPEN OUTPUT PAGAVUL.                                        00003010
            OPEN OUTPUT ADIANT.                                         00003020
            OPEN OUTPUT RELADT.                                         00003030
                                                                        00003040
            IF WRK-FS-ADTOPC NOT EQUAL ZEROS                            00003050
               MOVE 'FR21ADT1'                  TO WRK-PROGRAMA         00003060
               MOVE '1000'                      TO WRK-SECAO            00003070
               MOVE 'ERRO OPEN ADTOPC        - ' TO WRK-MENSAGEM        00003080
               MOVE WRK-FS-ADTOPC               TO WRK-STATUS           00003090
               PERFORM 9000-TRATARERROS                                 00003100
            END-IF.                                                     00003110
                                                                        00003120
            IF WRK-FS-PAGAVUL NOT EQUAL ZEROS                           00003130
               MOVE 'FR21ADT1'                  TO WRK-PROGRAMA         00003140
               MOVE '1000'                      TO WRK-SECAO            00003150
               MOVE 'ERRO OPEN PAGAVUL       - ' TO WRK-MENSAGEM        00003160
               MOVE WRK-FS-PAGAVUL              TO WRK-STATUS           00003170
               PERFORM 9000-TRATARERROS                                 00003180
            END-IF.                                                     00003190
                                                                        00003200
            IF WRK-FS-ADIANT NOT EQUAL ZEROS                            00003210
               MOVE 'FR21ADT1'                  TO WRK-PROGRAMA         00003220
               MOVE '1000'                      TO WRK-SECAO            00003230
               MOVE 'ERRO OPEN ADIANT        - ' TO WRK-MENSAGEM        00003240
               MOVE WRK-FS-ADIANT               TO WRK-STATUS           00003250
               PERFORM 9000-TRATARERROS                                 00003260
            END-IF.                                                     00003270
                                                                        00003280
            MOVE WRK-SIS-MES TO WRK-C-MES.                              00003290
            MOVE WRK-SIS-ANO TO WRK-C-ANO.                              00003300
            WRITE FD-RELADT FROM WRK-CABEC1.                            00003310
            WRITE FD-RELADT FROM WRK-LINHA-VAZIA.                       00003320
            WRITE FD-RELADT FROM WRK-CABEC2.                            00003330
            WRITE FD-RELADT FROM WRK-LINHA-VAZIA.                       00003340
                                                                        00003350
            PERFORM 1300-CARREGAR-OPCOES.                               00003360
            PERFORM 1350-CARREGAR-AUSENCIAS.                            00003370
                                                                        00003380
            EXEC SQL                                                    00003390
               OPEN CATIVOS                                             00003400
            END-EXEC.                                                   00003410
                                                                        00003420
            IF SQLCODE NOT EQUAL 0                                      00003430
               MOVE SQLCODE TO WRK-SQLCODE                              00003440
               MOVE 'FR21ADT1'                  TO WRK-PROGRAMA         00003450
               MOVE '1000'                      TO WRK-SECAO            00003460
               MOVE 'ERRO OPEN CURSOR CATIVOS- ' TO WRK-MENSAGEM        00003470
               MOVE ZEROS                       TO WRK-STATUS           00003480
               PERFORM 9000-TRATARERROS                                 00003490
            END-IF.                                                     00003500
                                                                        00003510
            PERFORM 2500-LER-FUNCIONARIO.                               00003520
                                                                        00003530
       1000-99-FIM.                                            EXIT.    00003540
      *=============================================================*   00003550
                                                                        00003560
      *=============================================================*   00003570
       1300-CARREGAR-OPCOES                                 SECTION.    00003580
                                                                        00003590
      *          OPCAO REPETIDA: VALE A ULTIMA DO ARQUIVO               00003600
                                                                        00003610
            READ ADTOPC.                                                00003620
                                                                        00003630
            PERFORM UNTIL WRK-FS-ADTOPC NOT EQUAL ZEROS                 00003640
               MOVE 'N' TO WRK-ACHOU-OP                                 00003650
               PERFORM VARYING WRK-IND-OP FROM 1 BY 1 UNTIL             00003660
                  WRK-IND-OP > WRK-TAB-OP-QTD OR WRK-ACHOU-OP = 'S'     00003670
                  IF WRK-OP-IDFUNC(WRK-IND-OP) EQUAL FD-OP-IDFUNC       00003680
                     MOVE 'S' TO WRK-ACHOU-OP                           00003690
                     SUBTRACT 1 FROM WRK-IND-OP                         00003700
                  END-IF                                                00003710
               END-PERFORM                                              00003720
               IF WRK-ACHOU-OP NOT EQUAL 'S'                            00003730
                  IF WRK-TAB-OP-QTD NOT LESS 500                        00003740
                     MOVE 'FR21ADT1'                  TO WRK-PROGRAMA   00003750
                     MOVE '1300'                      TO WRK-SECAO      00003760
                     MOVE 'TABELA DE OPCOES ESTOUROU' TO WRK-MENSAGEM   00003770
                     MOVE SPACES                      TO WRK-STATUS     00003780
                     PERFORM 9000-TRATARERROS                           00003790
                  END-IF                                                00003800
                  ADD 1 TO WRK-TAB-OP-QTD                               00003810
                  MOVE WRK-TAB-OP-QTD TO WRK-IND-OP                     00003820
                  MOVE FD-OP-IDFUNC TO WRK-OP-IDFUNC(WRK-IND-OP)        00003830
               END-IF                                                   00003840
               MOVE FD-OP-PCT TO WRK-OP-PCT(WRK-IND-OP)                 00003850
               READ ADTOPC                                              00003860
            END-PERFORM.                                                00003870
                                                                        00003880
            IF WRK-TAB-OP-QTD EQUAL ZEROS                               00003890
               DISPLAY 'NENHUMA OPCAO DE ADIANTAMENTO'                  00003900
            END-IF.                                                     00003910
                                                                        00003920
       1300-99-FIM.                                            EXIT.    00003930
      *=============================================================*   00003940
                                                                        00003950
      *=============================================================*   00003960
       1350-CARREGAR-AUSENCIAS                              SECTION.    00003970
                                                                        00003980
      *          SO A AUSENCIA NAO REMUNERADA ('N') QUE ALCANCA A       00003990
      *          COMPETENCIA IMPEDE O ADIANTAMENTO                      00004000
                                                                        00004010
            IF WRK-FS-ABSAPL NOT EQUAL ZEROS                            00004020
               DISPLAY 'SEM AUSENCIAS APLICADAS'                        00004030
               GO TO 1350-99-FIM                                        00004040
            END-IF.                                                     00004050
                                                                        00004060
            READ ABSAPL.                                                00004070
                                                                        00004080
            PERFORM UNTIL WRK-FS-ABSAPL NOT EQUAL ZEROS                 00004090
               IF FD-AP-REMUNERA EQUAL 'N'                              00004100
                  AND FD-AP-DATA-INI(1:6) NOT GREATER WRK-COMPET-ATUAL  00004110
                  AND FD-AP-DATA-FIM(1:6) NOT LESS WRK-COMPET-ATUAL     00004120
                  AND WRK-TAB-AB-QTD LESS 200                           00004130
                  ADD 1 TO WRK-TAB-AB-QTD                               00004140
                  MOVE WRK-TAB-AB-QTD TO WRK-IND-AB                     00004150
                  MOVE FD-AP-IDFUNC TO WRK-AB-IDFUNC(WRK-IND-AB)        00004160
               END-IF                                                   00004170
               READ ABSAPL                                              00004180
            END-PERFORM.                                                00004190
                                                                        00004200
       1350-99-FIM.                                            EXIT.    00004210
      *=============================================================*   00004220
                                                                        00004230
      *=============================================================*   00004240
       2000-PROCESSAR                                       SECTION.    00004250
                                                                        00004260
           ADD 1 TO WRK-LIDOS.                                          00004270
           MOVE DB2-ID TO WRK-IDFUNC.                                   00004280
                                                                        00004290
      *          SEM OPCAO NO ADTOPC NAO HA ADIANTAMENTO                00004300
                                                                        00004310
           MOVE 'N' TO WRK-ACHOU-OP.                                    00004320
           PERFORM VARYING WRK-IND-OP FROM 1 BY 1 UNTIL                 00004330
              WRK-IND-OP > WRK-TAB-OP-QTD OR WRK-ACHOU-OP = 'S'         00004340
              IF WRK-OP-IDFUNC(WRK-IND-OP) EQUAL WRK-IDFUNC             00004350
                 MOVE 'S' TO WRK-ACHOU-OP                               00004360
                 SUBTRACT 1 FROM WRK-IND-OP                             00004370
              END-IF                                                    00004380
           END-PERFORM.                                                 00004390
                                                                        00004400
           IF WRK-ACHOU-OP NOT EQUAL 'S'                                00004410
              ADD 1 TO WRK-SEM-OPCAO                                    00004420
              GO TO 2000-50-LER                                         00004430
           END-IF.                                                      00004440
                                                                        00004450
      *          ADMITIDO NA COMPETENCIA AINDA NAO TEM QUINZENA         00004460
      *          TRABALHADA                                             00004470
                                                                        00004480
           MOVE DB2-DATAADM(1:4) TO WRK-COMPET-ADM(1:4).                00004490
           MOVE DB2-DATAADM(6:2) TO WRK-COMPET-ADM(5:2).                00004500
                                                                        00004510
           IF WRK-COMPET-ADM NOT LESS WRK-COMPET-ATUAL                  00004520
              MOVE WRK-IDFUNC TO WRK-RC-ID                              00004530
              MOVE 'ADMITIDO NA COMPETENCIA - SEM ADIANTAMENTO'         00004540
                               TO WRK-RC-MOTIVO                         00004550
              PERFORM 2300-GRAVAR-CRITICA                               00004560
              GO TO 2000-50-LER                                         00004570
           END-IF.                                                      00004580
                                                                        00004590
           MOVE 'N' TO WRK-ACHOU-AB.                                    00004600
           PERFORM VARYING WRK-IND-AB FROM 1 BY 1 UNTIL                 00004610
              WRK-IND-AB > WRK-TAB-AB-QTD OR WRK-ACHOU-AB = 'S'         00004620
              IF WRK-AB-IDFUNC(WRK-IND-AB) EQUAL WRK-IDFUNC             00004630
                 MOVE 'S' TO WRK-ACHOU-AB                               00004640
              END-IF                                                    00004650
           END-PERFORM.                                                 00004660
                                                                        00004670
           IF WRK-ACHOU-AB EQUAL 'S'                                    00004680
              MOVE WRK-IDFUNC TO WRK-RC-ID                              00004690
              MOVE 'AUSENCIA NAO REMUNERADA - SEM ADIANTAMENTO'         00004700
                               TO WRK-RC-MOTIVO                         00004710
              PERFORM 2300-GRAVAR-CRITICA                               00004720
              GO TO 2000-50-LER                                         00004730
           END-IF.                                                      00004740
                                                                        00004750
           MOVE DB2-SALARIO TO WRK-SALARIO.                             00004760
                                                                        00004770
           IF WRK-SALARIO EQUAL ZEROS                                   00004780
              MOVE WRK-IDFUNC TO WRK-RC-ID                              00004790
              MOVE 'SALARIO ZERADO NO CADASTRO - SEM ADIANTAMENTO'      00004800
                               TO WRK-RC-MOTIVO                         00004810
              PERFORM 2300-GRAVAR-CRITICA                               00004820
              GO TO 2000-50-LER                                         00004830
           END-IF.                                                      00004840
                                                                        00004850
           PERFORM 2100-CALCULAR-E-GRAVAR.                              00004860
                                                                        00004870
       2000-50-LER.                                                     00004880
                                                                        00004890
           PERFORM 2500-LER-FUNCIONARIO.                                00004900
                                                                        00004910
       2000-99-FIM.                                            EXIT.    00004920
      *=============================================================*   00004930
                                                                        00004940
      *=============================================================*   00004950
       2100-CALCULAR-E-GRAVAR                               SECTION.    00004960
                                                                        00004970
      *          PERCENTUAL DA OPCAO; ZERADO VALE O PADRAO E ACIMA      00004980
      *          DO TETO VALE O TETO                                    00004990
                                                                        00005000
           MOVE WRK-OP-PCT(WRK-IND-OP) TO WRK-PCT.                      00005010
                                                                        00005020
           IF WRK-PCT EQUAL ZEROS                                       00005030
              MOVE WRK-PCT-PADRAO TO WRK-PCT                            00005040
           END-IF.                                                      00005050
                                                                        00005060
           IF WRK-PCT GREATER WRK-PCT-TETO                              00005070
              MOVE WRK-IDFUNC TO WRK-RC-ID                              00005080
              MOVE 'PERCENTUAL DA OPCAO ACIMA DO TETO - PAGO O TETO'    00005090
                               TO WRK-RC-MOTIVO                         00005100
              WRITE FD-RELADT FROM WRK-REL-CRITICA                      00005110
              MOVE WRK-PCT-TETO TO WRK-PCT                              00005120
           END-IF.                                                      00005130
                                                                        00005140
           COMPUTE WRK-VALOR ROUNDED =                                  00005150
              WRK-SALARIO * WRK-PCT / 100.                              00005160
                                                                        00005170
      *          CREDITO NA CONTA DO PROPRIO FUNCIONARIO (FCOMPSEQ)     00005180
                                                                        00005190
           MOVE WRK-IDFUNC       TO AVUL-IDFUNC.                        00005200
           MOVE 'ADT'            TO AVUL-TIPO.                          00005210
           MOVE WRK-VALOR        TO AVUL-VALOR.                         00005220
           MOVE SPACES           TO AVUL-BANCO.                         00005230
           MOVE SPACES           TO AVUL-AGENCIA.                       00005240
           MOVE SPACES           TO AVUL-CONTA.                         00005250
           MOVE DB2-NOME         TO AVUL-FAVORECIDO.                    00005260
           MOVE WRK-DATA-SISTEMA TO AVUL-DATA.                          00005270
           WRITE REG-PAGAVUL.                                           00005280
                                                                        00005290
           IF WRK-FS-PAGAVUL NOT EQUAL ZEROS                            00005300
              MOVE 'FR21ADT1'                  TO WRK-PROGRAMA          00005310
              MOVE '2100'                      TO WRK-SECAO             00005320
              MOVE 'ERRO GRAVACAO PAGAVUL   - ' TO WRK-MENSAGEM         00005330
              MOVE WRK-FS-PAGAVUL              TO WRK-STATUS            00005340
              PERFORM 9000-TRATARERROS                                  00005350
           END-IF.                                                      00005360
                                                                        00005370
           MOVE WRK-IDFUNC       TO ADIA-IDFUNC.                        00005380
           MOVE WRK-COMPET-ATUAL TO ADIA-COMPET.                        00005390
           MOVE WRK-PCT          TO ADIA-PCT.                           00005400
           MOVE WRK-SALARIO      TO ADIA-SALARIO.                       00005410
           MOVE WRK-VALOR        TO ADIA-VALOR.                         00005420
           MOVE WRK-DATA-SISTEMA TO ADIA-DATA.                          00005430
           WRITE REG-ADIANT.                                            00005440
                                                                        00005450
           IF WRK-FS-ADIANT NOT EQUAL ZEROS                             00005460
              MOVE 'FR21ADT1'                  TO WRK-PROGRAMA          00005470
              MOVE '2100'                      TO WRK-SECAO             00005480
              MOVE 'ERRO GRAVACAO ADIANT    - ' TO WRK-MENSAGEM         00005490
              MOVE WRK-FS-ADIANT               TO WRK-STATUS            00005500
              PERFORM 9000-TRATARERROS                                  00005510
           END-IF.                                                      00005520
                                                                        00005530
           MOVE WRK-IDFUNC  TO WRK-R-ID.                                00005540
           MOVE DB2-NOME    TO WRK-R-NOME.                              00005550
           MOVE WRK-PCT     TO WRK-R-PCT.                               00005560
           MOVE WRK-SALARIO TO WRK-R-SALARIO.                           00005570
           MOVE WRK-VALOR   TO WRK-R-VALOR.                             00005580
           WRITE FD-RELADT FROM WRK-REL-DET.                            00005590
                                                                        00005600
           ADD 1         TO WRK-PAGOS.                                  00005610
           ADD WRK-VALOR TO WRK-TOT-VALOR.                              00005620
                                                                        00005630
       2100-99-FIM.                                            EXIT.    00005640
      *=============================================================*   00005650
                                                                        00005660
      *=============================================================*   00005670
       2300-GRAVAR-CRITICA                                  SECTION.    00005680
                                                                        00005690
           WRITE FD-RELADT FROM WRK-REL-CRITICA.                        00005700
           ADD 1 TO WRK-NAO-PAGOS.                                      00005710
                                                                        00005720
       2300-99-FIM.                                            EXIT.    00005730
      *=============================================================*   00005740
                                                                        00005750
      *=============================================================*   00005760
       2500-LER-FUNCIONARIO                                 SECTION.    00005770
                                                                        00005780
           EXEC SQL                                                     00005790
            FETCH CATIVOS                                               00005800
             INTO :DB2-ID,                                              00005810
                  :DB2-NOME,                                            00005820
                  :DB2-SALARIO,                                         00005830
                  :DB2-DATAADM                                          00005840
            END-EXEC.                                                   00005850
                                                                        00005860
            IF SQLCODE NOT EQUAL 0 AND 100                              00005870
               MOVE SQLCODE TO WRK-SQLCODE                              00005880
               MOVE 'FR21ADT1'                  TO WRK-PROGRAMA         00005890
               MOVE '2500'                      TO WRK-SECAO            00005900
               MOVE 'ERRO FETCH CURSOR CATIVOS ' TO WRK-MENSAGEM        00005910
               MOVE ZEROS                       TO WRK-STATUS           00005920
               PERFORM 9000-TRATARERROS                                 00005930
            END-IF.                                                     00005940
                                                                        00005950
       2500-99-FIM.                                            EXIT.    00005960
      *=============================================================*   00005970
                                                                        00005980
      *=============================================================*   00005990
       3000-FINALIZAR                                       SECTION.    00006000
                                                                        00006010
             EXEC SQL                                                   00006020
               CLOSE CATIVOS                                            00006030
             END-EXEC.                                                  00006040
                                                                        00006050
             MOVE WRK-PAGOS     TO WRK-G-QTDE.                          00006060
             MOVE WRK-TOT-VALOR TO WRK-G-VALOR.                         00006070
             WRITE FD-RELADT FROM WRK-LINHA-VAZIA.                      00006080
             WRITE FD-RELADT FROM WRK-TOTGERAL.                         00006090
                                                                        00006100
             DISPLAY 'FUNCIONARIOS LIDOS....' WRK-LIDOS.                00006110
             DISPLAY 'SEM OPCAO.............' WRK-SEM-OPCAO.            00006120
             DISPLAY 'ADIANTAMENTOS PAGOS...' WRK-PAGOS.                00006130
             DISPLAY 'OPCOES NAO ATENDIDAS..' WRK-NAO-PAGOS.            00006140
             DISPLAY WRK-MSG-FINAL.                                     00006150
                                                                        00006160
             CLOSE ADTOPC.                                              00006170
             IF WRK-FS-ABSAPL NOT EQUAL 35                              00006180
                CLOSE ABSAPL                                            00006190
             END-IF.                                                    00006200
             CLOSE PAGAVUL.                                             00006210
             CLOSE ADIANT.                                              00006220
             CLOSE RELADT.                                              00006230
             STOP RUN.                                                  00006240
                                                                        00006250
       3000-99-FIM.                                            EXIT.    00006260
      *=============================================================*   00006270
                                                                        00006280
      *=============================================================*   00006290
       9000-TRATARERROS                                     SECTION.    00006300
                                                                        00006310
             MOVE 'E' TO WRK-SEVERIDADE.                                00006320
             CALL 'GRAVALOG' USING WRK-DADOS.                           00006330
             STOP RUN.                                                  00006340
                                                                        00006350
       9000-99-FIM.                                            EXIT.    00006360
      *=============================================================*   00006370
