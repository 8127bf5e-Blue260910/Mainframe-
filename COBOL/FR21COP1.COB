      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21COP1.                                            00000050
                                                                        00000060
      *=============================================================*   00000070
      *   AUTOR....:VICTOR ARANDA                                       00000080
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000090
      *   DATA ....:15/10/2026                                          00000100
      *-------------------------------------------------------------*   00000110
      *   OBJETIVO: COPARTICIPACAO DO PLANO MEDICO DA COMPETENCIA       00000120
      *      (MES DA DATA DE NEGOCIO). LE O ARQUIVO MENSAL DE           00000130
      *      UTILIZACAO DA OPERADORA (COPUSO) E IDENTIFICA CADA         00000140
      *      EVENTO: SEQDEP 000 E O TITULAR, QUE PRECISA ESTAR EM       00000150
      *      IVAN.BENEF COM PLANO MEDICO; OS DEMAIS SAO DEPENDENTES     00000160
      *      DE IVAN.DEPEND NO PLANO 'M' OU 'A'. A PARTE DO             00000170
      *      FUNCIONARIO E O PERCENTUAL DO TIPO DE EVENTO (TABCOPA)     00000180
      *      SOBRE O VALOR COBRADO PELA OPERADORA.                      00000190
      *      O DESCONTO DO MES E LIMITADO AO TETO MENSAL (TABCOPA       00000200
      *      TIPO 'T'); O QUE EXCEDER FICA DE SALDO EM IVAN.COPART      00000210
      *      E E COBRADO NOS MESES SEGUINTES, SEMPRE DENTRO DO TETO.    00000220
      *      GRAVA O COPDESC, DESCONTADO PELO FR21PAG1 DA MESMA         00000230
      *      COMPETENCIA (FOLHDED TIPO 'M'), A CONTESTACAO DAS          00000240
      *      LINHAS NAO IDENTIFICADAS (COPCONT), DEVOLVIDA A            00000250
      *      OPERADORA, E O RELATORIO POR FUNCIONARIO (RELCOP).         00000260
      *      FUNCIONARIO DESLIGADO NAO E DESCONTADO: O VALOR FICA       00000270
      *      DE SALDO PARA O ACERTO MANUAL.                             00000280
      *-------------------------------------------------------------*   00000290
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000300
      *  1.0   15/10/26   VICTOR ARANDA    VERSAO INICIAL               00000310
      *-------------------------------------------------------------*   00000320
      *   BASE DE DADOS:                                                00000330
      *   TABELA.DB2..                                                  00000340
      *    ------              I/O                 INCLUDE/BOOK         00000350
      *   IVAN.FUNC             I                  #BKFUNC----          00000360
      *   IVAN.BENEF            I                  #BKBENEF---          00000370
      *   IVAN.DEPEND           I                  #BKDEP-----          00000380
      *   IVAN.COPART          I/O                 #BKCOPA----          00000390
      *-------------------------------------------------------------*   00000400
      *   ARQUIVOS:                                                     00000410
      *    DDNAME              I/O                  COPY/BOOK           00000420
      *   TABCOPA               I   (PERCENTUAL POR EVENTO E TETO)      00000430
      *   COPUSO                I   (UTILIZACAO DA OPERADORA)           00000440
      *   COPDESC               O                  CPDBOOK----          00000450
      *   COPCONT               O   (CONTESTACAO P/ OPERADORA)          00000460
      *   RELCOP                O   (RELATORIO POR FUNCIONARIO)         00000470
      *-------------------------------------------------------------*   00000480
      *   MODULOS....:                                                  00000490
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000500
      *   FR21DTA1             DATA DE PROCESSAMENTO (LNKDPRC)          00000510
      *=============================================================*   00000520
       ENVIRONMENT                               DIVISION.              00000530
      *=============================================================*   00000540
                                                                        00000550
      *-------------------------------------------------------------*   00000560
       CONFIGURATION                                        SECTION.    00000570
      *-------------------------------------------------------------*   00000580
       SPECIAL-NAMES.                                                   00000590
           DECIMAL-POINT IS COMMA.                                      00000600
                                                                        00000610
                                                                        00000620
       INPUT-OUTPUT                                         SECTION.    00000630
       FILE-CONTROL.                                                    00000640
           SELECT TABCOPA   ASSIGN TO TABCOPA                           00000650
               FILE STATUS  IS WRK-FS-TABCOPA.                          00000660
                                                                        00000670
           SELECT COPUSO    ASSIGN TO COPUSO                            00000680
               FILE STATUS  IS WRK-FS-COPUSO.                           00000690
                                                                        00000700
           SELECT COPDESC   ASSIGN TO COPDESC                           00000710
               FILE STATUS  IS WRK-FS-COPDESC.                          00000720
                                                                        00000730
           SELECT COPCONT   ASSIGN TO COPCONT                           00000740
               FILE STATUS  IS WRK-FS-COPCONT.                          00000750
                                                                        00000760
           SELECT RELCOP    ASSIGN TO RELCOP                            00000770
               FILE STATUS  IS WRK-FS-RELCOP.                           00000780
                                                                        00000790
      *=============================================================*   00000800
       DATA                                                DIVISION.    00000810
      *=============================================================*   00000820
       FILE                                                 SECTION.    00000830
      *=============================================================*   00000840
                                                                        00000850
      *      ENTRADA - TABELA DE COPARTICIPACAO       LRECL = 33        00000860
      *      TIPO 'E' PERCENTUAL DO EVENTO ('C' CONSULTA, 'X'           00000870
      *      EXAME...) / TIPO 'T' TETO MENSAL EM FD-TC-VALOR            00000880
                                                                        00000890
       FD TABCOPA                                                       00000900
           RECORDING  MODE IS F                                         00000910
           BLOCK CONTAINS 0 RECORDS.                                    00000920
                                                                        00000930
       01 FD-TABCOPA.                                                   00000940
          05 FD-TC-TIPO      PIC X(01).                                 00000950
          05 FD-TC-EVENTO    PIC X(01).                                 00000960
          05 FD-TC-PCT       PIC 9(03)V99.                              00000970
          05 FD-TC-VALOR     PIC 9(05)V99.                              00000980
          05 FD-TC-DESCRICAO PIC X(19).                                 00000990
                                                                        00001000
      *      ENTRADA - UTILIZACAO DA OPERADORA        LRECL = 80        00001010
      *      SEQDEP 000 = TITULAR                                       00001020
                                                                        00001030
       FD COPUSO                                                        00001040
           RECORDING  MODE IS F                                         00001050
           BLOCK CONTAINS 0 RECORDS.                                    00001060
                                                                        00001070
       01 FD-COPUSO.                                                    00001080
          05 FD-CU-PLANO     PIC X(10).                                 00001090
          05 FD-CU-IDFUNC    PIC 9(05).                                 00001100
          05 FD-CU-SEQDEP    PIC 9(03).                                 00001110
          05 FD-CU-NOMEBEN   PIC X(30).                                 00001120
          05 FD-CU-DATA      PIC 9(08).                                 00001130
          05 FD-CU-EVENTO    PIC X(01).                                 00001140
          05 FD-CU-PROCED    PIC X(10).                                 00001150
          05 FD-CU-VALOR     PIC 9(07)V99.                              00001160
          05 FILLER          PIC X(04).                                 00001170
       01 FD-COPUSO-LINHA    PIC X(80).                                 00001180
                                                                        00001190
      *      SAIDA - COPARTICIPACAO A DESCONTAR NA FOLHA LRECL = 60     00001200
                                                                        00001210
       FD COPDESC                                                       00001220
           RECORDING  MODE IS F                                         00001230
           BLOCK CONTAINS 0 RECORDS.                                    00001240
                                                                        00001250
       COPY 'CPDBOOK'.                                                  00001260
                                                                        00001270
      *      SAIDA - CONTESTACAO P/ OPERADORA         LRECL = 110       00001280
      *      LINHA RECEBIDA E O MOTIVO DA RECUSA                        00001290
                                                                        00001300
       FD COPCONT                                                       00001310
           RECORDING  MODE IS F                                         00001320
           BLOCK CONTAINS 0 RECORDS.                                    00001330
                                                                        00001340
       01 FD-COPCONT.                                                   00001350
          05 FD-CC-LINHA     PIC X(80).                                 00001360
          05 FD-CC-MOTIVO    PIC X(30).                                 00001370
                                                                        00001380
      *      SAIDA - RELATORIO POR FUNCIONARIO        LRECL = 80        00001390
                                                                        00001400
       FD RELCOP                                                        00001410
           RECORDING  MODE IS F                                         00001420
           BLOCK CONTAINS 0 RECORDS.                                    00001430
                                                                        00001440
       01 FD-RELCOP       PIC X(80).                                    00001450
                                                                        00001460
      *-------------------------------------------------------------*   00001470
       WORKING-STORAGE                                      SECTION.    00001480
      *-------------------------------------------------------------*   00001490
                                                                        00001500
           EXEC SQL                                                     00001510
              INCLUDE #BKFUNC                                           00001520
           END-EXEC.                                                    00001530
                                                                        00001540
           EXEC SQL                                                     00001550
              INCLUDE #BKBENEF                                          00001560
           END-EXEC.                                                    00001570
                                                                        00001580
           EXEC SQL                                                     00001590
              INCLUDE #BKDEP                                            00001600
           END-EXEC.                                                    00001610
                                                                        00001620
           EXEC SQL                                                     00001630
              INCLUDE #BKCOPA                                           00001640
           END-EXEC.                                                    00001650
                                                                        00001660
           EXEC SQL                                                     00001670
              INCLUDE SQLCA                                             00001680
           END-EXEC.                                                    00001690
                                                                        00001700
      *          SALDO DO ULTIMO MES REGISTRADO ANTES DA COMPETENCIA    00001710
                                                                        00001720
           EXEC SQL                                                     00001730
              DECLARE CSALDO CURSOR FOR                                 00001740
               SELECT C.IDFUNC, C.SALDO                                 00001750
                FROM IVAN.COPART C                                      00001760
                WHERE C.SALDO > 0                                       00001770
                  AND C.COMPET =                                        00001780
                      (SELECT MAX(C2.COMPET)                            00001790
                         FROM IVAN.COPART C2                            00001800
                        WHERE C2.IDFUNC = C.IDFUNC                      00001810
                          AND C2.COMPET < :CPA-COMPET)                  00001820
                ORDER BY C.IDFUNC                                       00001830
           END-EXEC.                                                    00001840
                                                                        00001850
      *------------------LOG-DE-ERROS-------------------------------*   00001860
                                                                        00001870
       01 WRK-DADOS.                                                    00001880
           05 WRK-PROGRAMA  PIC X(08).                                  00001890
           05 WRK-SECAO     PIC X(04).                                  00001900
           05 WRK-MENSAGEM  PIC X(30).                                  00001910
           05 WRK-STATUS    PIC X(02).                                  00001920
           05 WRK-SEVERIDADE PIC X(01).                                 00001930
           05 FILLER        PIC X(22).                                  00001940
                                                                        00001950
      *------------------DATA DE PROCESSAMENTO----------------------*   00001960
                                                                        00001970
           COPY 'LNKDPRC'.                                              00001980
                                                                        00001990
      *--------------------LOGICA-----------------------------------*   00002000
                                                                        00002010
       77 WRK-SQLCODE         PIC -999.                                 00002020
                                                                        00002030
       77 WRK-LIDOS           PIC 9(05) VALUE 0.                        00002040
                                                                        00002050
       77 WRK-EVENTOS         PIC 9(05) VALUE 0.                        00002060
                                                                        00002070
       77 WRK-CONTESTADOS     PIC 9(05) VALUE 0.                        00002080
                                                                        00002090
       77 WRK-GRAVADOS        PIC 9(05) VALUE 0.                        00002100
                                                                        00002110
       77 WRK-DESLIGADOS      PIC 9(05) VALUE 0.                        00002120
                                                                        00002130
       01 WRK-DATA-SISTEMA.                                             00002140
          05 WRK-SIS-ANO      PIC 9(04).                                00002150
          05 WRK-SIS-MES      PIC 9(02).                                00002160
          05 WRK-SIS-DIA      PIC 9(02).                                00002170
                                                                        00002180
       77 WRK-COMPET-ATUAL    PIC 9(06) VALUE 0.                        00002190
       77 WRK-DATA-DB2        PIC X(10).                                00002200
                                                                        00002210
       77 WRK-IDFUNC          PIC 9(05).                                00002220
       77 WRK-MOTIVO          PIC X(30).                                00002230
       77 WRK-PLANO-CAD       PIC X(10).                                00002240
       77 WRK-PCT-EVENTO      PIC 9(03)V99.                             00002250
       77 WRK-PARTE-FUNC      PIC 9(07)V99.                             00002260
       77 WRK-TETO            PIC 9(05)V99 VALUE 0.                     00002270
       77 WRK-DATADEM         PIC X(10).                                00002280
       77 WRK-SITUACAO        PIC X(12).                                00002290
       77 WRK-DISPONIVEL      PIC 9(08)V99.                             00002300
       77 WRK-COBRADO         PIC 9(07)V99.                             00002310
       77 WRK-SALDO           PIC 9(07)V99.                             00002320
                                                                        00002330
      *-----------PERCENTUAL DA COPARTICIPACAO POR EVENTO-----------*   00002340
                                                                        00002350
       01 WRK-TAB-EV.                                                   00002360
          05 WRK-TAB-EV-QTD  PIC 9(03) VALUE 0.                         00002370
          05 WRK-TAB-EV-OCR OCCURS 20 TIMES.                            00002380
             10 WRK-EV-EVENTO   PIC X(01).                              00002390
             10 WRK-EV-PCT      PIC 9(03)V99.                           00002400
                                                                        00002410
       77 WRK-IND-EV          PIC 9(03).                                00002420
       77 WRK-ACHOU-EV        PIC X(01).                                00002430
                                                                        00002440
      *-----------ACUMULADO POR FUNCIONARIO (ORDEM DE IDFUNC)-------*   00002450
                                                                        00002460
       01 WRK-TAB-CP.                                                   00002470
          05 WRK-TAB-CP-QTD  PIC 9(03) VALUE 0.                         00002480
          05 WRK-TAB-CP-OCR OCCURS 500 TIMES.                           00002490
             10 WRK-CP-IDFUNC    PIC 9(05).                             00002500
             10 WRK-CP-SALDO-ANT PIC 9(07)V99.                          00002510
             10 WRK-CP-VALOR-MES PIC 9(07)V99.                          00002520
             10 WRK-CP-EVENTOS   PIC 9(03).                             00002530
                                                                        00002540
       77 WRK-IND-CP          PIC 9(03).                                00002550
       77 WRK-IND-MV          PIC 9(03).                                00002560
                                                                        00002570
      *-----------TOTAIS--------------------------------------------*   00002580
                                                                        00002590
       77 WRK-TOT-MES         PIC 9(11)V99 VALUE 0.                     00002600
       77 WRK-TOT-DESCONTO    PIC 9(11)V99 VALUE 0.                     00002610
       77 WRK-TOT-SALDO       PIC 9(11)V99 VALUE 0.                     00002620
       77 WRK-TOT-CONTESTADO  PIC 9(11)V99 VALUE 0.                     00002630
                                                                        00002640
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00002650
                                                                        00002660
       77 WRK-MSG-FINAL       PIC X(17) VALUE 'FINAL DE PROGRAMA'.      00002670
                                                                        00002680
      *--------------------STATUS-----------------------------------*   00002690
                                                                        00002700
       77 WRK-FS-TABCOPA   PIC 9(02).                                   00002710
                                                                        00002720
       77 WRK-FS-COPUSO    PIC 9(02).                                   00002730
                                                                        00002740
       77 WRK-FS-COPDESC   PIC 9(02).                                   00002750
                                                                        00002760
       77 WRK-FS-COPCONT   PIC 9(02).                                   00002770
                                                                        00002780
       77 WRK-FS-RELCOP    PIC 9(02).                                   00002790
                                                                        00002800
      *--------------------LINHAS DO RELATORIO----------------------*   00002810
                                                                        00002820
       01 WRK-CABEC1.                                                   00002830
          05 FILLER   PIC X(42) VALUE                                   00002840
             'COPARTICIPACAO DO PLANO MEDICO - COMPET.  '.              00002850
          05 WRK-C-MES        PIC 9(02).                                00002860
          05 FILLER           PIC X(01) VALUE '/'.                      00002870
          05 WRK-C-ANO        PIC 9(04).                                00002880
          05 FILLER           PIC X(14) VALUE '  TETO MENSAL:'.         00002890
          05 WRK-C-TETO       PIC ZZ.ZZ9,99.                            00002900
          05 FILLER   PIC X(08).                                        00002910
                                                                        00002920
       01 WRK-CABEC2.                                                   00002930
          05 FILLER   PIC X(40) VALUE                                   00002940
             'FUNC. NOME             SALDO ANT.  VALOR'.                00002950
          05 FILLER   PIC X(40) VALUE                                   00002960
             ' MES   DESCONTO      SALDO SITUACAO     '.                00002970
                                                                        00002980
       01 WRK-REL-DET.                                                  00002990
          05 WRK-R-ID        PIC 9(05).                                 00003000
          05 FILLER          PIC X(01).                                 00003010
          05 WRK-R-NOME      PIC X(16).                                 00003020
          05 FILLER          PIC X(01).                                 00003030
          05 WRK-R-SALDO-ANT PIC ZZZ.ZZ9,99.                            00003040
          05 FILLER          PIC X(01).                                 00003050
          05 WRK-R-MES       PIC ZZZ.ZZ9,99.                            00003060
          05 FILLER          PIC X(01).                                 00003070
          05 WRK-R-DESCONTO  PIC ZZZ.ZZ9,99.                            00003080
          05 FILLER          PIC X(01).                                 00003090
          05 WRK-R-SALDO     PIC ZZZ.ZZ9,99.                            00003100
          05 FILLER          PIC X(01).                                 00003110
          05 WRK-R-SITUACAO  PIC X(12).                                 00003120
          05 FILLER          PIC X(01).                                 00003130
                                                                        00003140
       01 WRK-TOTGERAL.                                                 00003150
          05 WRK-G-TITULO    PIC X(24).                                 00003160
          05 WRK-G-VALOR     PIC ZZ.ZZZ.ZZZ.ZZ9,99.                     00003170
          05 FILLER          PIC X(39).                                 00003180
                                                                        00003190
      *=============================================================*   00003200
       PROCEDURE DIVISION.                                              00003210
      *=============================================================*   00003220
                                                                        00003230
      *=============================================================*   00003240
       0000-PRINCIPAL                                       SECTION.    00003250
                                                                        00003260
            PERFORM 1000-INICIAR.                                       00003270
            PERFORM 2000-PROCESSAR UNTIL WRK-FS-COPUSO NOT EQUAL ZEROS. 00003280
            PERFORM 3000-FINALIZAR.                                     00003290
                                                                        00003300
       0000-99-FIM.                                            EXIT.    00003310
      *=============================================================*   00003320
                                                                        00003330
      *=============================================================*   00003340
       1000-INICIAR                                         SECTION.    00003350
                                                                        00003360
      *          COMPETENCIA = MES DA DATA DE NEGOCIO, A MESMA DO       00003370
      *          FR21PAG1 QUE VAI DESCONTAR A COPARTICIPACAO            00003380
                                                                        00003390
            MOVE 'FR21COP1' TO LNK-DP-PROGRAMA.                         00003400
            MOVE ZEROS      TO LNK-DP-DIAS-TOL.                         00003410
            CALL 'FR21DTA1' USING LNK-DPRC.                             00003420
            MOVE LNK-DP-DATA TO WRK-DATA-SISTEMA.                       00003430
            MOVE WRK-DATA-SISTEMA(1:6) TO WRK-COMPET-ATUAL.             00003440
                                                                        00003450
            MOVE WRK-SIS-ANO TO WRK-DATA-DB2(1:4).                      00003460
            MOVE '-'         TO WRK-DATA-DB2(5:1).                      00003470
            MOVE WRK-SIS-MES TO WRK-DATA-DB2(6:2).                      00003480
            MOVE '-'         TO WRK-DATA-DB2(8:1).                      00003490
            MOVE WRK-SIS-DIA TO WRK-DATA-DB2(9:2).                      00003500
                                                                        00003510
            OPEN INPUT  TABCOPA.                                        00003520
            OPEN INPUT  COPUSO.                                         00003530
            OPEN OUTPUT COPDESC.                                        00003540
            OPEN OUTPUT COPCONT.                                        00003550
            OPEN OUTPUT RELCOP.                                         00003560
                                                                        00003570
            IF WRK-FS-TABCOPA NOT EQUAL ZEROS                           00003580
               MOVE 'FR21COP1'                  TO WRK-PROGRAMA         00003590
               MOVE '1000'                      TO WRK-SECAO            00003600
               MOVE 'ERRO OPEN TABCOPA       - ' TO WRK-MENSAGEM        00003610
               MOVE WRK-FS-TABCOPA              TO WRK-STATUS           00003620
               PERFORM 9000-TRATARERROS                                 00003630
            END-IF.                                                     00003640
                                                                        00003650
            IF WRK-FS-COPDESC NOT EQUAL ZEROS                           00003660
               MOVE 'FR21COP1'                  TO WRK-PROGRAMA         00003670
               MOVE '1000'                      TO WRK-SECAO            00003680
               MOVE 'ERRO OPEN COPDESC       - ' TO WRK-MENSAGEM        00003690
               MOVE WRK-FS-COPDESC              TO WRK-STATUS           00003700
               PERFORM 9000-TRATARERROS                                 00003710
            END-IF.                                                     00003720
                                                                        00003730
            IF WRK-FS-COPCONT NOT EQUAL ZEROS                           00003740
               MOVE 'FR21COP1'                  TO WRK-PROGRAMA         00003750
               MOVE '1000'                      TO WRK-SECAO            00003760
               MOVE 'ERRO OPEN COPCONT       - ' TO WRK-MENSAGEM        00003770
               MOVE WRK-FS-COPCONT              TO WRK-STATUS           00003780
               PERFORM 9000-TRATARERROS                                 00003790
            END-IF.                                                     00003800
                                                                        00003810
            PERFORM 1100-CARREGAR-TABELA.                               00003820
                                                                        00003830
            MOVE WRK-SIS-MES TO WRK-C-MES.                              00003840
            MOVE WRK-SIS-ANO TO WRK-C-ANO.                              00003850
            MOVE WRK-TETO    TO WRK-C-TETO.                             00003860
            WRITE FD-RELCOP FROM WRK-CABEC1.                            00003870
            WRITE FD-RELCOP FROM WRK-LINHA-VAZIA.                       00003880
            WRITE FD-RELCOP FROM WRK-CABEC2.                            00003890
            WRITE FD-RELCOP FROM WRK-LINHA-VAZIA.                       00003900
                                                                        00003910
            PERFORM 1200-CARREGAR-SALDOS.                               00003920
                                                                        00003930
      *          SEM ARQUIVO DA OPERADORA SO COBRA OS SALDOS            00003940
                                                                        00003950
            IF WRK-FS-COPUSO NOT EQUAL ZEROS                            00003960
               DISPLAY 'SEM ARQUIVO DE UTILIZACAO DA OPERADORA'         00003970
            ELSE                                                        00003980
               PERFORM 2900-LER-UTILIZACAO                              00003990
            END-IF.                                                     00004000
                                                                        00004010
       1000-99-FIM.                                            EXIT.    00004020
      *=============================================================*   00004030
                                                                        00004040
      *=============================================================*   00004050
       1100-CARREGAR-TABELA                                 SECTION.    00004060
                                                                        00004070
            READ TABCOPA.                                               00004080
                                                                        00004090
            PERFORM UNTIL WRK-FS-TABCOPA NOT EQUAL ZEROS                00004100
               EVALUATE FD-TC-TIPO                                      00004110
                 WHEN 'T'                                               00004120
                      MOVE FD-TC-VALOR TO WRK-TETO                      00004130
                 WHEN 'E'                                               00004140
                      IF WRK-TAB-EV-QTD NOT LESS 20                     00004150
                         MOVE 'FR21COP1'              TO WRK-PROGRAMA   00004160
                         MOVE '1100'                  TO WRK-SECAO      00004170
                         MOVE 'TABELA DE EVENTOS ESTOUROU'              00004180
                                                      TO WRK-MENSAGEM   00004190
                         MOVE SPACES                  TO WRK-STATUS     00004200
                         PERFORM 9000-TRATARERROS                       00004210
                      END-IF                                            00004220
                      ADD 1 TO WRK-TAB-EV-QTD                           00004230
                      MOVE WRK-TAB-EV-QTD TO WRK-IND-EV                 00004240
                      MOVE FD-TC-EVENTO   TO WRK-EV-EVENTO(WRK-IND-EV)  00004250
                      MOVE FD-TC-PCT      TO WRK-EV-PCT(WRK-IND-EV)     00004260
                 WHEN OTHER                                             00004270
                      DISPLAY 'TIPO INVALIDO NA TABCOPA: ' FD-TABCOPA   00004280
               END-EVALUATE                                             00004290
               READ TABCOPA                                             00004300
            END-PERFORM.                                                00004310
                                                                        00004320
            IF WRK-TAB-EV-QTD EQUAL ZEROS                               00004330
               DISPLAY 'TABELA DE COPARTICIPACAO SEM EVENTOS'           00004340
            END-IF.                                                     00004350
                                                                        00004360
            IF WRK-TETO EQUAL ZEROS                                     00004370
               DISPLAY 'SEM TETO MENSAL - DESCONTO INTEGRAL'            00004380
            END-IF.                                                     00004390
                                                                        00004400
       1100-99-FIM.                                            EXIT.    00004410
      *=============================================================*   00004420
                                                                        00004430
      *=============================================================*   00004440
       1200-CARREGAR-SALDOS                                 SECTION.    00004450
                                                                        00004460
      *          O QUE EXCEDEU O TETO NOS MESES ANTERIORES ENTRA NA     00004470
      *          COBRANCA MESMO SEM UTILIZACAO NA COMPETENCIA           00004480
                                                                        00004490
            MOVE WRK-COMPET-ATUAL TO CPA-COMPET.                        00004500
                                                                        00004510
            EXEC SQL                                                    00004520
                 OPEN CSALDO                                            00004530
            END-EXEC.                                                   00004540
                                                                        00004550
            IF SQLCODE NOT EQUAL 0                                      00004560
               MOVE SQLCODE TO WRK-SQLCODE                              00004570
               MOVE 'FR21COP1'                  TO WRK-PROGRAMA         00004580
               MOVE '1200'                      TO WRK-SECAO            00004590
               MOVE 'ERRO OPEN CURSOR CSALDO - ' TO WRK-MENSAGEM        00004600
               MOVE ZEROS                       TO WRK-STATUS           00004610
               PERFORM 9000-TRATARERROS                                 00004620
            END-IF.                                                     00004630
                                                                        00004640
            PERFORM UNTIL SQLCODE NOT EQUAL 0                           00004650
               EXEC SQL                                                 00004660
                    FETCH CSALDO                                        00004670
                     INTO :CPA-IDFUNC, :CPA-SALDO                       00004680
               END-EXEC                                                 00004690
               IF SQLCODE EQUAL 0                                       00004700
                  MOVE CPA-IDFUNC TO WRK-IDFUNC                         00004710
                  PERFORM 2250-LOCALIZAR-FUNCIONARIO                    00004720
                  MOVE CPA-SALDO  TO WRK-CP-SALDO-ANT(WRK-IND-CP)       00004730
               END-IF                                                   00004740
            END-PERFORM.                                                00004750
                                                                        00004760
            IF SQLCODE NOT EQUAL 100                                    00004770
               MOVE SQLCODE TO WRK-SQLCODE                              00004780
               MOVE 'FR21COP1'                  TO WRK-PROGRAMA         00004790
               MOVE '1200'                      TO WRK-SECAO            00004800
               MOVE 'ERRO LEITURA CSALDO     - ' TO WRK-MENSAGEM        00004810
               MOVE ZEROS                       TO WRK-STATUS           00004820
               PERFORM 9000-TRATARERROS                                 00004830
            END-IF.                                                     00004840
                                                                        00004850
            EXEC SQL                                                    00004860
                 CLOSE CSALDO                                           00004870
            END-EXEC.                                                   00004880
                                                                        00004890
       1200-99-FIM.                                            EXIT.    00004900
      *=============================================================*   00004910
                                                                        00004920
      *=============================================================*   00004930
       2000-PROCESSAR                                       SECTION.    00004940
                                                                        00004950
           ADD 1 TO WRK-LIDOS.                                          00004960
                                                                        00004970
           PERFORM 2100-IDENTIFICAR-BENEFICIARIO.                       00004980
                                                                        00004990
           IF WRK-MOTIVO EQUAL SPACES                                   00005000
              PERFORM 2200-ACUMULAR-EVENTO                              00005010
           ELSE                                                         00005020
              PERFORM 2300-CONTESTAR-LINHA                              00005030
           END-IF.                                                      00005040
                                                                        00005050
           PERFORM 2900-LER-UTILIZACAO.                                 00005060
                                                                        00005070
       2000-99-FIM.                                            EXIT.    00005080
      *=============================================================*   00005090
                                                                        00005100
      *=============================================================*   00005110
       2100-IDENTIFICAR-BENEFICIARIO                        SECTION.    00005120
                                                                        00005130
      *          MOTIVO EM BRANCO = EVENTO IDENTIFICADO E COBRAVEL      00005140
                                                                        00005150
           MOVE SPACES TO WRK-MOTIVO.                                   00005160
                                                                        00005170
           IF FD-CU-IDFUNC NOT NUMERIC OR FD-CU-SEQDEP NOT NUMERIC      00005180
              MOVE 'IDENTIFICACAO INVALIDA' TO WRK-MOTIVO               00005190
              GO TO 2100-99-FIM                                         00005200
           END-IF.                                                      00005210
                                                                        00005220
           IF FD-CU-VALOR NOT NUMERIC OR FD-CU-VALOR EQUAL ZEROS        00005230
              MOVE 'VALOR DO EVENTO INVALIDO' TO WRK-MOTIVO             00005240
              GO TO 2100-99-FIM                                         00005250
           END-IF.                                                      00005260
                                                                        00005270
           MOVE 'N' TO WRK-ACHOU-EV.                                    00005280
           PERFORM VARYING WRK-IND-EV FROM 1 BY 1 UNTIL                 00005290
              WRK-IND-EV > WRK-TAB-EV-QTD OR WRK-ACHOU-EV EQUAL 'S'     00005300
              IF WRK-EV-EVENTO(WRK-IND-EV) EQUAL FD-CU-EVENTO           00005310
                 MOVE 'S' TO WRK-ACHOU-EV                               00005320
                 MOVE WRK-EV-PCT(WRK-IND-EV) TO WRK-PCT-EVENTO          00005330
              END-IF                                                    00005340
           END-PERFORM.                                                 00005350
                                                                        00005360
           IF WRK-ACHOU-EV NOT EQUAL 'S'                                00005370
              MOVE 'EVENTO SEM COPARTICIPACAO' TO WRK-MOTIVO            00005380
              GO TO 2100-99-FIM                                         00005390
           END-IF.                                                      00005400
                                                                        00005410
      *          TITULAR: CADASTRADO EM IVAN.BENEF NO MESMO PLANO       00005420
                                                                        00005430
           MOVE FD-CU-IDFUNC TO DB2-IDFUNC.                             00005440
                                                                        00005450
           EXEC SQL                                                     00005460
                SELECT PLANMED                                          00005470
                  INTO :DB2-PLANMED                                     00005480
                  FROM IVAN.BENEF                                       00005490
                 WHERE IDFUNC = :DB2-IDFUNC                             00005500
           END-EXEC.                                                    00005510
                                                                        00005520
           EVALUATE SQLCODE                                             00005530
             WHEN 0                                                     00005540
                  CONTINUE                                              00005550
             WHEN 100                                                   00005560
                  MOVE 'TITULAR NAO E BENEFICIARIO' TO WRK-MOTIVO       00005570
                  GO TO 2100-99-FIM                                     00005580
             WHEN OTHER                                                 00005590
                  MOVE SQLCODE TO WRK-SQLCODE                           00005600
                  MOVE 'FR21COP1'                  TO WRK-PROGRAMA      00005610
                  MOVE '2100'                      TO WRK-SECAO         00005620
                  MOVE 'ERRO SELECT BENEF       - ' TO WRK-MENSAGEM     00005630
                  MOVE ZEROS                       TO WRK-STATUS        00005640
                  PERFORM 9000-TRATARERROS                              00005650
           END-EVALUATE.                                                00005660
                                                                        00005670
           IF DB2-PLANMED EQUAL SPACES                                  00005680
              MOVE 'TITULAR SEM PLANO MEDICO' TO WRK-MOTIVO             00005690
              GO TO 2100-99-FIM                                         00005700
           END-IF.                                                      00005710
                                                                        00005720
           MOVE DB2-PLANMED TO WRK-PLANO-CAD.                           00005730
           IF FD-CU-PLANO NOT EQUAL WRK-PLANO-CAD                       00005740
              MOVE 'PLANO DIFERENTE DO CADASTRO' TO WRK-MOTIVO          00005750
              GO TO 2100-99-FIM                                         00005760
           END-IF.                                                      00005770
                                                                        00005780
           IF FD-CU-SEQDEP EQUAL ZEROS                                  00005790
              GO TO 2100-99-FIM                                         00005800
           END-IF.                                                      00005810
                                                                        00005820
      *          DEPENDENTE: IVAN.DEPEND NO PLANO 'M' OU 'A'            00005830
                                                                        00005840
           MOVE FD-CU-IDFUNC TO DEP-IDFUNC.                             00005850
           MOVE FD-CU-SEQDEP TO DEP-SEQDEP.                             00005860
                                                                        00005870
           EXEC SQL                                                     00005880
                SELECT PLANO                                            00005890
                  INTO :DEP-PLANO                                       00005900
                  FROM IVAN.DEPEND                                      00005910
                 WHERE IDFUNC = :DEP-IDFUNC                             00005920
                   AND SEQDEP = :DEP-SEQDEP                             00005930
           END-EXEC.                                                    00005940
                                                                        00005950
           EVALUATE SQLCODE                                             00005960
             WHEN 0                                                     00005970
                  CONTINUE                                              00005980
             WHEN 100                                                   00005990
                  MOVE 'DEPENDENTE NAO CADASTRADO' TO WRK-MOTIVO        00006000
                  GO TO 2100-99-FIM                                     00006010
             WHEN OTHER                                                 00006020
                  MOVE SQLCODE TO WRK-SQLCODE                           00006030
                  MOVE 'FR21COP1'                  TO WRK-PROGRAMA      00006040
                  MOVE '2100'                      TO WRK-SECAO         00006050
                  MOVE 'ERRO SELECT DEPEND      - ' TO WRK-MENSAGEM     00006060
                  MOVE ZEROS                       TO WRK-STATUS        00006070
                  PERFORM 9000-TRATARERROS                              00006080
           END-EVALUATE.                                                00006090
                                                                        00006100
           IF DEP-PLANO NOT EQUAL 'M' AND DEP-PLANO NOT EQUAL 'A'       00006110
              MOVE 'DEPENDENTE SEM PLANO MEDICO' TO WRK-MOTIVO          00006120
           END-IF.                                                      00006130
                                                                        00006140
       2100-99-FIM.                                            EXIT.    00006150
      *=============================================================*   00006160
                                                                        00006170
      *=============================================================*   00006180
       2200-ACUMULAR-EVENTO                                 SECTION.    00006190
                                                                        00006200
      *          O EVENTO DO DEPENDENTE E COBRADO DO TITULAR            00006210
                                                                        00006220
           COMPUTE WRK-PARTE-FUNC ROUNDED =                             00006230
              FD-CU-VALOR * WRK-PCT-EVENTO / 100.                       00006240
                                                                        00006250
           MOVE FD-CU-IDFUNC TO WRK-IDFUNC.                             00006260
           PERFORM 2250-LOCALIZAR-FUNCIONARIO.                          00006270
                                                                        00006280
           ADD WRK-PARTE-FUNC TO WRK-CP-VALOR-MES(WRK-IND-CP).          00006290
           ADD 1              TO WRK-CP-EVENTOS(WRK-IND-CP).            00006300
           ADD 1              TO WRK-EVENTOS.                           00006310
                                                                        00006320
       2200-99-FIM.                                            EXIT.    00006330
      *=============================================================*   00006340
                                                                        00006350
      *=============================================================*   00006360
       2250-LOCALIZAR-FUNCIONARIO                           SECTION.    00006370
                                                                        00006380
      *          DEVOLVE EM WRK-IND-CP A POSICAO DE WRK-IDFUNC NA       00006390
      *          TABELA; SE NAO EXISTE, INCLUI MANTENDO A ORDEM         00006400
                                                                        00006410
           PERFORM VARYING WRK-IND-CP FROM 1 BY 1 UNTIL                 00006420
              WRK-IND-CP > WRK-TAB-CP-QTD                               00006430
              OR WRK-CP-IDFUNC(WRK-IND-CP) NOT LESS WRK-IDFUNC          00006440
              CONTINUE                                                  00006450
           END-PERFORM.                                                 00006460
                                                                        00006470
           IF WRK-IND-CP NOT GREATER WRK-TAB-CP-QTD                     00006480
              IF WRK-CP-IDFUNC(WRK-IND-CP) EQUAL WRK-IDFUNC             00006490
                 GO TO 2250-99-FIM                                      00006500
              END-IF                                                    00006510
           END-IF.                                                      00006520
                                                                        00006530
           IF WRK-TAB-CP-QTD NOT LESS 500                               00006540
              MOVE 'FR21COP1'                  TO WRK-PROGRAMA          00006550
              MOVE '2250'                      TO WRK-SECAO             00006560
              MOVE 'TABELA FUNCIONARIOS ESTOUROU' TO WRK-MENSAGEM       00006570
              MOVE SPACES                      TO WRK-STATUS            00006580
              PERFORM 9000-TRATARERROS                                  00006590
           END-IF.                                                      00006600
                                                                        00006610
           PERFORM VARYING WRK-IND-MV FROM WRK-TAB-CP-QTD BY -1 UNTIL   00006620
              WRK-IND-MV < WRK-IND-CP                                   00006630
              MOVE WRK-TAB-CP-OCR(WRK-IND-MV)                           00006640
                TO WRK-TAB-CP-OCR(WRK-IND-MV + 1)                       00006650
           END-PERFORM.                                                 00006660
                                                                        00006670
           ADD 1 TO WRK-TAB-CP-QTD.                                     00006680
           MOVE WRK-IDFUNC TO WRK-CP-IDFUNC(WRK-IND-CP).                00006690
           MOVE ZEROS      TO WRK-CP-SALDO-ANT(WRK-IND-CP)              00006700
                              WRK-CP-VALOR-MES(WRK-IND-CP)              00006710
                              WRK-CP-EVENTOS(WRK-IND-CP).               00006720
                                                                        00006730
       2250-99-FIM.                                            EXIT.    00006740
      *=============================================================*   00006750
                                                                        00006760
      *=============================================================*   00006770
       2300-CONTESTAR-LINHA                                 SECTION.    00006780
                                                                        00006790
           MOVE FD-COPUSO-LINHA TO FD-CC-LINHA.                         00006800
           MOVE WRK-MOTIVO      TO FD-CC-MOTIVO.                        00006810
           WRITE FD-COPCONT.                                            00006820
                                                                        00006830
           IF WRK-FS-COPCONT NOT EQUAL ZEROS                            00006840
              MOVE 'FR21COP1'                  TO WRK-PROGRAMA          00006850
              MOVE '2300'                      TO WRK-SECAO             00006860
              MOVE 'ERRO GRAVACAO COPCONT   - ' TO WRK-MENSAGEM         00006870
              MOVE WRK-FS-COPCONT              TO WRK-STATUS            00006880
              PERFORM 9000-TRATARERROS                                  00006890
           END-IF.                                                      00006900
                                                                        00006910
           ADD 1 TO WRK-CONTESTADOS.                                    00006920
           IF FD-CU-VALOR NUMERIC                                       00006930
              ADD FD-CU-VALOR TO WRK-TOT-CONTESTADO                     00006940
           END-IF.                                                      00006950
                                                                        00006960
       2300-99-FIM.                                            EXIT.    00006970
      *=============================================================*   00006980
                                                                        00006990
      *=============================================================*   00007000
       2500-COBRAR-FUNCIONARIO                              SECTION.    00007010
                                                                        00007020
      *          DISPONIVEL = SALDO ANTERIOR + UTILIZACAO DO MES;       00007030
      *          DESCONTA ATE O TETO E O RESTO FICA DE SALDO            00007040
                                                                        00007050
           MOVE WRK-CP-IDFUNC(WRK-IND-CP) TO WRK-IDFUNC.                00007060
           MOVE WRK-IDFUNC                TO DB2-ID.                    00007070
                                                                        00007080
           EXEC SQL                                                     00007090
                SELECT NOME, COALESCE(DATADEM, ' ')                     00007100
                  INTO :DB2-NOME, :WRK-DATADEM                          00007110
                  FROM IVAN.FUNC                                        00007120
                 WHERE ID = :DB2-ID                                     00007130
           END-EXEC.                                                    00007140
                                                                        00007150
           EVALUATE SQLCODE                                             00007160
             WHEN 0                                                     00007170
                  CONTINUE                                              00007180
             WHEN 100                                                   00007190
                  MOVE SPACES TO DB2-NOME                               00007200
                  MOVE 'X'    TO WRK-DATADEM                            00007210
             WHEN OTHER                                                 00007220
                  MOVE SQLCODE TO WRK-SQLCODE                           00007230
                  MOVE 'FR21COP1'                  TO WRK-PROGRAMA      00007240
                  MOVE '2500'                      TO WRK-SECAO         00007250
                  MOVE 'ERRO SELECT FUNC        - ' TO WRK-MENSAGEM     00007260
                  MOVE ZEROS                       TO WRK-STATUS        00007270
                  PERFORM 9000-TRATARERROS                              00007280
           END-EVALUATE.                                                00007290
                                                                        00007300
           COMPUTE WRK-DISPONIVEL = WRK-CP-SALDO-ANT(WRK-IND-CP)        00007310
                                  + WRK-CP-VALOR-MES(WRK-IND-CP).       00007320
                                                                        00007330
           EVALUATE TRUE                                                00007340
             WHEN WRK-DATADEM NOT EQUAL SPACES                          00007350
                  MOVE ZEROS          TO WRK-COBRADO                    00007360
                  MOVE WRK-DISPONIVEL TO WRK-SALDO                      00007370
                  MOVE 'DESLIGADO'    TO WRK-SITUACAO                   00007380
                  ADD 1 TO WRK-DESLIGADOS                               00007390
             WHEN WRK-TETO GREATER ZEROS                                00007400
              AND WRK-DISPONIVEL GREATER WRK-TETO                       00007410
                  MOVE WRK-TETO       TO WRK-COBRADO                    00007420
                  COMPUTE WRK-SALDO = WRK-DISPONIVEL - WRK-TETO         00007430
                  MOVE 'EXCEDEU TETO' TO WRK-SITUACAO                   00007440
             WHEN OTHER                                                 00007450
                  MOVE WRK-DISPONIVEL TO WRK-COBRADO                    00007460
                  MOVE ZEROS          TO WRK-SALDO                      00007470
                  MOVE SPACES         TO WRK-SITUACAO                   00007480
           END-EVALUATE.                                                00007490
                                                                        00007500
           PERFORM 2600-REGISTRAR-HISTORICO.                            00007510
                                                                        00007520
           IF WRK-COBRADO GREATER ZEROS                                 00007530
              PERFORM 2700-GRAVAR-DESCONTO                              00007540
           END-IF.                                                      00007550
                                                                        00007560
           MOVE WRK-IDFUNC                  TO WRK-R-ID.                00007570
           MOVE DB2-NOME                    TO WRK-R-NOME.              00007580
           MOVE WRK-CP-SALDO-ANT(WRK-IND-CP) TO WRK-R-SALDO-ANT.        00007590
           MOVE WRK-CP-VALOR-MES(WRK-IND-CP) TO WRK-R-MES.              00007600
           MOVE WRK-COBRADO                 TO WRK-R-DESCONTO.          00007610
           MOVE WRK-SALDO                   TO WRK-R-SALDO.             00007620
           MOVE WRK-SITUACAO                TO WRK-R-SITUACAO.          00007630
           WRITE FD-RELCOP FROM WRK-REL-DET.                            00007640
                                                                        00007650
           ADD WRK-CP-VALOR-MES(WRK-IND-CP) TO WRK-TOT-MES.             00007660
           ADD WRK-COBRADO                  TO WRK-TOT-DESCONTO.        00007670
           ADD WRK-SALDO                    TO WRK-TOT-SALDO.           00007680
                                                                        00007690
       2500-99-FIM.                                            EXIT.    00007700
      *=============================================================*   00007710
                                                                        00007720
      *=============================================================*   00007730
       2600-REGISTRAR-HISTORICO                             SECTION.    00007740
                                                                        00007750
      *          UMA LINHA POR FUNCIONARIO E COMPETENCIA; NO            00007760
      *          REPROCESSAMENTO A LINHA DO MES E REGRAVADA (O SALDO    00007770
      *          ANTERIOR VEM SEMPRE DE COMPETENCIA ANTERIOR)           00007780
                                                                        00007790
           MOVE WRK-IDFUNC                   TO CPA-IDFUNC.             00007800
           MOVE WRK-COMPET-ATUAL             TO CPA-COMPET.             00007810
           MOVE WRK-CP-SALDO-ANT(WRK-IND-CP) TO CPA-SALDOANT.           00007820
           MOVE WRK-CP-VALOR-MES(WRK-IND-CP) TO CPA-VALMES.             00007830
           MOVE WRK-COBRADO                  TO CPA-VALCOBR.            00007840
           MOVE WRK-SALDO                    TO CPA-SALDO.              00007850
           MOVE WRK-DATA-DB2                 TO CPA-DATAPROC.           00007860
                                                                        00007870
           EXEC SQL                                                     00007880
                UPDATE IVAN.COPART                                      00007890
                   SET SALDOANT = :CPA-SALDOANT,                        00007900
                       VALMES   = :CPA-VALMES,                          00007910
                       VALCOBR  = :CPA-VALCOBR,                         00007920
                       SALDO    = :CPA-SALDO,                           00007930
                       DATAPROC = :CPA-DATAPROC                         00007940
                 WHERE IDFUNC = :CPA-IDFUNC                             00007950
                   AND COMPET = :CPA-COMPET                             00007960
           END-EXEC.                                                    00007970
                                                                        00007980
           IF SQLCODE EQUAL 100                                         00007990
              EXEC SQL                                                  00008000
                   INSERT INTO IVAN.COPART                              00008010
                          (IDFUNC, COMPET, SALDOANT, VALMES, VALCOBR,   00008020
                           SALDO, DATAPROC)                             00008030
                   VALUES (:CPA-IDFUNC, :CPA-COMPET, :CPA-SALDOANT,     00008040
                           :CPA-VALMES, :CPA-VALCOBR, :CPA-SALDO,       00008050
                           :CPA-DATAPROC)                               00008060
              END-EXEC                                                  00008070
           END-IF.                                                      00008080
                                                                        00008090
           IF SQLCODE NOT EQUAL 0                                       00008100
              MOVE SQLCODE TO WRK-SQLCODE                               00008110
              DISPLAY 'ERRO ' WRK-SQLCODE ' NA GRAVACAO COPART '        00008120
                      WRK-IDFUNC                                        00008130
              EXEC SQL                                                  00008140
                   ROLLBACK                                             00008150
              END-EXEC                                                  00008160
              MOVE 'FR21COP1'                  TO WRK-PROGRAMA          00008170
              MOVE '2600'                      TO WRK-SECAO             00008180
              MOVE 'ERRO GRAVACAO COPART    - ' TO WRK-MENSAGEM         00008190
              MOVE ZEROS                       TO WRK-STATUS            00008200
              PERFORM 9000-TRATARERROS                                  00008210
           END-IF.                                                      00008220
                                                                        00008230
           EXEC SQL                                                     00008240
                COMMIT                                                  00008250
           END-EXEC.                                                    00008260
                                                                        00008270
       2600-99-FIM.                                            EXIT.    00008280
      *=============================================================*   00008290
                                                                        00008300
      *=============================================================*   00008310
       2700-GRAVAR-DESCONTO                                 SECTION.    00008320
                                                                        00008330
           MOVE WRK-IDFUNC                   TO COPD-IDFUNC.            00008340
           MOVE WRK-COMPET-ATUAL             TO COPD-COMPET.            00008350
           MOVE WRK-CP-SALDO-ANT(WRK-IND-CP) TO COPD-SALDO-ANT.         00008360
           MOVE WRK-CP-VALOR-MES(WRK-IND-CP) TO COPD-VALOR-MES.         00008370
           MOVE WRK-COBRADO                  TO COPD-VALOR-DESC.        00008380
           MOVE WRK-SALDO                    TO COPD-SALDO.             00008390
           MOVE WRK-DATA-SISTEMA             TO COPD-DATA.              00008400
           WRITE REG-COPDESC.                                           00008410
                                                                        00008420
           IF WRK-FS-COPDESC NOT EQUAL ZEROS                            00008430
              MOVE 'FR21COP1'                  TO WRK-PROGRAMA          00008440
              MOVE '2700'                      TO WRK-SECAO             00008450
              MOVE 'ERRO GRAVACAO COPDESC   - ' TO WRK-MENSAGEM         00008460
              MOVE WRK-FS-COPDESC              TO WRK-STATUS            00008470
              PERFORM 9000-TRATARERROS                                  00008480
           END-IF.                                                      00008490
                                                                        00008500
           ADD 1 TO WRK-GRAVADOS.                                       00008510
                                                                        00008520
       2700-99-FIM.                                            EXIT.    00008530
      *=============================================================*   00008540
                                                                        00008550
      *=============================================================*   00008560
       2900-LER-UTILIZACAO                                  SECTION.    00008570
                                                                        00008580
           READ COPUSO.                                                 00008590
                                                                        00008600
           IF WRK-FS-COPUSO NOT EQUAL ZEROS AND 10                      00008610
              MOVE 'FR21COP1'                  TO WRK-PROGRAMA          00008620
              MOVE '2900'                      TO WRK-SECAO             00008630
              MOVE 'ERRO LEITURA COPUSO     - ' TO WRK-MENSAGEM         00008640
              MOVE WRK-FS-COPUSO               TO WRK-STATUS            00008650
              PERFORM 9000-TRATARERROS                                  00008660
           END-IF.                                                      00008670
                                                                        00008680
       2900-99-FIM.                                            EXIT.    00008690
      *=============================================================*   00008700
                                                                        00008710
      *=============================================================*   00008720
       3000-FINALIZAR                                       SECTION.    00008730
                                                                        00008740
             PERFORM 2500-COBRAR-FUNCIONARIO                            00008750
                VARYING WRK-IND-CP FROM 1 BY 1                          00008760
                UNTIL WRK-IND-CP > WRK-TAB-CP-QTD.                      00008770
                                                                        00008780
             WRITE FD-RELCOP FROM WRK-LINHA-VAZIA.                      00008790
             MOVE 'UTILIZACAO DO MES.....: ' TO WRK-G-TITULO.           00008800
             MOVE WRK-TOT-MES                TO WRK-G-VALOR.            00008810
             WRITE FD-RELCOP FROM WRK-TOTGERAL.                         00008820
             MOVE 'DESCONTO NA FOLHA.....: ' TO WRK-G-TITULO.           00008830
             MOVE WRK-TOT-DESCONTO           TO WRK-G-VALOR.            00008840
             WRITE FD-RELCOP FROM WRK-TOTGERAL.                         00008850
             MOVE 'SALDO A COBRAR........: ' TO WRK-G-TITULO.           00008860
             MOVE WRK-TOT-SALDO              TO WRK-G-VALOR.            00008870
             WRITE FD-RELCOP FROM WRK-TOTGERAL.                         00008880
             MOVE 'CONTESTADO A OPERADORA: ' TO WRK-G-TITULO.           00008890
             MOVE WRK-TOT-CONTESTADO         TO WRK-G-VALOR.            00008900
             WRITE FD-RELCOP FROM WRK-TOTGERAL.                         00008910
                                                                        00008920
             DISPLAY 'LINHAS DA OPERADORA...' WRK-LIDOS.                00008930
             DISPLAY 'EVENTOS COBRADOS......' WRK-EVENTOS.              00008940
             DISPLAY 'LINHAS CONTESTADAS....' WRK-CONTESTADOS.          00008950
             DISPLAY 'DESCONTOS GRAVADOS....' WRK-GRAVADOS.             00008960
             DISPLAY 'DESLIGADOS COM SALDO..' WRK-DESLIGADOS.           00008970
             DISPLAY WRK-MSG-FINAL.                                     00008980
                                                                        00008990
             CLOSE TABCOPA.                                             00009000
             IF WRK-FS-COPUSO NOT EQUAL 35                              00009010
                CLOSE COPUSO                                            00009020
             END-IF.                                                    00009030
             CLOSE COPDESC.                                             00009040
             CLOSE COPCONT.                                             00009050
             CLOSE RELCOP.                                              00009060
                                                                        00009070
             STOP RUN.                                                  00009080
                                                                        00009090
       3000-99-FIM.                                            EXIT.    00009100
      *=============================================================*   00009110
                                                                        00009120
      *=============================================================*   00009130
       9000-TRATARERROS                                     SECTION.    00009140
                                                                        00009150
             MOVE 'E' TO WRK-SEVERIDADE.                                00009160
             CALL 'GRAVALOG' USING WRK-DADOS.                           00009170
             STOP RUN.                                                  00009180
                                                                        00009190
       9000-99-FIM.                                            EXIT.    00009200
      *=============================================================*   00009210
