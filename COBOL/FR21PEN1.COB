      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21PEN1.                                            00000050
                                                                        00000060
      *=============================================================*   00000070
      *   AUTOR....:VICTOR ARANDA                                       00000080
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000090
      *   DATA ....:15/10/2026                                          00000100
      *-------------------------------------------------------------*   00000110
      *   OBJETIVO: REPASSE DA PENSAO ALIMENTICIA DESCONTADA NA         00000120
      *      FOLHA. RODA DEPOIS DO FR21PAG1: LE AS ORDENS JUDICIAIS     00000130
      *      VIGENTES (IVAN.PENSAO, MESMO CRITERIO DE VIGENCIA DA       00000140
      *      FOLHA) E AS LINHAS 'P' DO FOLHDED, UMA POR ORDEM NA        00000150
      *      ORDEM DO SEQPENS DE CADA FUNCIONARIO. O VALOR              00000160
      *      DESCONTADO VAI PARA A CONTA DO BENEFICIARIO COMO           00000170
      *      PAGAMENTO AVULSO (PAGAVUL, TIPO 'PEN'), QUE O FR21BNC1     00000180
      *      INCLUI NA REMESSA COM UM DETALHE POR BENEFICIARIO.         00000190
      *      EMITE O DEMONSTRATIVO MENSAL POR ORDEM PARA O JUIZO        00000200
      *      (RELPEN): PROCESSO, FUNCIONARIO, BENEFICIARIO,             00000210
      *      CRITERIO, BASE, VALOR DEVIDO E VALOR DESCONTADO, COM       00000220
      *      A SITUACAO (INTEGRAL, PARCIAL OU SEM FOLHA NO MES).        00000230
      *-------------------------------------------------------------*   00000240
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000250
      *  1.0   15/10/26   VICTOR ARANDA    VERSAO INICIAL               00000260
      *-------------------------------------------------------------*   00000270
      *   BASE DE DADOS:                                                00000280
      *   TABELA.DB2..                                                  00000290
      *    ------              I/O                 INCLUDE/BOOK         00000300
      *   IVAN.PENSAO           I                  #BKPENS----          00000310
      *   IVAN.FUNC             I                  #BKFUNC----          00000320
      *-------------------------------------------------------------*   00000330
      *   ARQUIVOS:                                                     00000340
      *    DDNAME              I/O                  COPY/BOOK           00000350
      *   FOLHDED               I   (DESCONTOS DA FOLHA - FR21PAG1)     00000360
      *   PAGAVUL               O                  AVULBOOK---          00000370
      *   RELPEN                O   (DEMONSTRATIVO POR ORDEM)           00000380
      *-------------------------------------------------------------*   00000390
      *   MODULOS....:                                                  00000400
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000410
      *   FR21DTA1             DATA DE PROCESSAMENTO (LNKDPRC)          00000420
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
           SELECT FOLHDED   ASSIGN TO FOLHDED                           00000560
               FILE STATUS  IS WRK-FS-FOLHDED.                          00000570
                                                                        00000580
           SELECT PAGAVUL   ASSIGN TO PAGAVUL                           00000590
               FILE STATUS  IS WRK-FS-PAGAVUL.                          00000600
                                                                        00000610
           SELECT RELPEN    ASSIGN TO RELPEN                            00000620
               FILE STATUS  IS WRK-FS-RELPEN.                           00000630
                                                                        00000640
      *=============================================================*   00000650
       DATA                                                DIVISION.    00000660
      *=============================================================*   00000670
       FILE                                                 SECTION.    00000680
      *=============================================================*   00000690
                                                                        00000700
      *      ENTRADA - DESCONTOS DA FOLHA (FR21PAG1) LRECL = 29         00000710
                                                                        00000720
       FD FOLHDED                                                       00000730
           RECORDING  MODE IS F                                         00000740
           BLOCK CONTAINS 0 RECORDS.                                    00000750
                                                                        00000760
       01 FD-FOLHDED.                                                   00000770
          05 FD-DD-IDFUNC    PIC X(05).                                 00000780
          05 FD-DD-TIPO      PIC X(01).                                 00000790
          05 FD-DD-BASE      PIC 9(07)V99.                              00000800
          05 FD-DD-ALIQ      PIC 9(03)V99.                              00000810
          05 FD-DD-VALOR     PIC 9(07)V99.                              00000820
                                                                        00000830
      *      SAIDA - REPASSE AOS BENEFICIARIOS       LRECL = 80         00000840
                                                                        00000850
       FD PAGAVUL                                                       00000860
           RECORDING  MODE IS F                                         00000870
           BLOCK CONTAINS 0 RECORDS.                                    00000880
                                                                        00000890
       COPY 'AVULBOOK'.                                                 00000900
                                                                        00000910
      *      SAIDA - DEMONSTRATIVO POR ORDEM         LRECL = 80         00000920
                                                                        00000930
       FD RELPEN                                                        00000940
           RECORDING  MODE IS F                                         00000950
           BLOCK CONTAINS 0 RECORDS.                                    00000960
                                                                        00000970
       01 FD-RELPEN       PIC X(80).                                    00000980
                                                                        00000990
      *-------------------------------------------------------------*   00001000
       WORKING-STORAGE                                      SECTION.    00001010
      *-------------------------------------------------------------*   00001020
                                                                        00001030
           EXEC SQL                                                     00001040
              INCLUDE #BKPENS                                           00001050
           END-EXEC.                                                    00001060
                                                                        00001070
           EXEC SQL                                                     00001080
              INCLUDE #BKFUNC                                           00001090
           END-EXEC.                                                    00001100
                                                                        00001110
           EXEC SQL                                                     00001120
              INCLUDE SQLCA                                             00001130
           END-EXEC.                                                    00001140
                                                                        00001150
      *          MESMA VIGENCIA DO FR21PAG1: INICIADA ATE A DATA DA     00001160
      *          FOLHA E NAO ENCERRADA ANTES DO INICIO DA COMPETENCIA   00001170
                                                                        00001180
           EXEC SQL                                                     00001190
              DECLARE CPENSAO CURSOR FOR                                00001200
               SELECT IDFUNC, SEQPENS, PROCESSO, BENEFIC, BANCO,        00001210
                      AGENCIA, CONTA, BASECALC, PERCENT, VALOR          00001220
                FROM IVAN.PENSAO                                        00001230
                WHERE DATAINI <= :WRK-PEN-DATA-REF                      00001240
                  AND DATAFIM >= :WRK-PEN-INICIO-MES                    00001250
                ORDER BY IDFUNC, SEQPENS                                00001260
           END-EXEC.                                                    00001270
                                                                        00001280
      *------------------LOG-DE-ERROS-------------------------------*   00001290
                                                                        00001300
       01 WRK-DADOS.                                                    00001310
           05 WRK-PROGRAMA  PIC X(08).                                  00001320
           05 WRK-SECAO     PIC X(04).                                  00001330
           05 WRK-MENSAGEM  PIC X(30).                                  00001340
           05 WRK-STATUS    PIC X(02).                                  00001350
           05 WRK-SEVERIDADE PIC X(01).                                 00001360
           05 FILLER        PIC X(22).                                  00001370
                                                                        00001380
      *------------------DATA DE PROCESSAMENTO----------------------*   00001390
                                                                        00001400
           COPY 'LNKDPRC'.                                              00001410
                                                                        00001420
      *--------------------LOGICA-----------------------------------*   00001430
                                                                        00001440
       77 WRK-SQLCODE         PIC -999.                                 00001450
                                                                        00001460
       77 WRK-DED-LIDOS       PIC 9(05) VALUE 0.                        00001470
                                                                        00001480
       77 WRK-LINHAS-PEN      PIC 9(05) VALUE 0.                        00001490
                                                                        00001500
       77 WRK-SEM-ORDEM       PIC 9(05) VALUE 0.                        00001510
                                                                        00001520
       77 WRK-REPASSES        PIC 9(05) VALUE 0.                        00001530
                                                                        00001540
       77 WRK-PARCIAIS        PIC 9(05) VALUE 0.                        00001550
                                                                        00001560
       77 WRK-SEM-FOLHA       PIC 9(05) VALUE 0.                        00001570
                                                                        00001580
       01 WRK-DATA-SISTEMA.                                             00001590
          05 WRK-SIS-ANO      PIC 9(04).                                00001600
          05 WRK-SIS-MES      PIC 9(02).                                00001610
          05 WRK-SIS-DIA      PIC 9(02).                                00001620
                                                                        00001630
       77 WRK-PEN-DATA-REF    PIC X(10).                                00001640
       77 WRK-PEN-INICIO-MES  PIC X(10).                                00001650
                                                                        00001660
       77 WRK-PEN-ID          PIC 9(05).                                00001670
       77 WRK-DEVIDO          PIC 9(07)V99 VALUE 0.                     00001680
       77 WRK-TOT-REPASSE     PIC 9(11)V99 VALUE 0.                     00001690
                                                                        00001700
      *-----------ORDENS VIGENTES NA COMPETENCIA--------------------*   00001710
      *   WRK-PN-USADA 'S' = JA CASADA COM A SUA LINHA DO FOLHDED    *  00001720
                                                                        00001730
       01 WRK-TAB-PEN.                                                  00001740
          05 WRK-TAB-PN-QTD  PIC 9(03) VALUE 0.                         00001750
          05 WRK-TAB-PN-OCR OCCURS 200 TIMES.                           00001760
             10 WRK-PN-IDFUNC   PIC X(05).                              00001770
             10 WRK-PN-SEQ      PIC 9(02).                              00001780
             10 WRK-PN-PROCESSO PIC X(20).                              00001790
             10 WRK-PN-BENEFIC  PIC X(30).                              00001800
             10 WRK-PN-BANCO    PIC X(03).                              00001810
             10 WRK-PN-AGENCIA  PIC X(04).                              00001820
             10 WRK-PN-CONTA    PIC X(10).                              00001830
             10 WRK-PN-BASECALC PIC X(01).                              00001840
             10 WRK-PN-PERCENT  PIC 9(03)V99.                           00001850
             10 WRK-PN-VALOR    PIC 9(07)V99.                           00001860
             10 WRK-PN-USADA    PIC X(01).                              00001870
             10 WRK-PN-BASE-LIQ PIC 9(07)V99.                           00001880
             10 WRK-PN-DESCONTO PIC 9(07)V99.                           00001890
                                                                        00001900
       77 WRK-IND-PN          PIC 9(03).                                00001910
       77 WRK-ACHOU-PN        PIC X(01).                                00001920
                                                                        00001930
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00001940
                                                                        00001950
       77 WRK-MSG-FINAL       PIC X(17) VALUE 'FINAL DE PROGRAMA'.      00001960
                                                                        00001970
      *--------------------STATUS-----------------------------------*   00001980
                                                                        00001990
       77 WRK-FS-FOLHDED   PIC 9(02).                                   00002000
                                                                        00002010
       77 WRK-FS-PAGAVUL   PIC 9(02).                                   00002020
                                                                        00002030
       77 WRK-FS-RELPEN    PIC 9(02).                                   00002040
                                                                        00002050
      *--------------------LINHAS DO DEMONSTRATIVO------------------*   00002060
                                                                        00002070
       01 WRK-CABEC1.                                                   00002080
          05 FILLER   PIC X(46) VALUE                                   00002090
             'DEMONSTRATIVO DE PENSAO ALIMENTICIA - COMPET. '.          00002100
          05 WRK-C-MES        PIC 9(02).                                00002110
          05 FILLER           PIC X(01) VALUE '/'.                      00002120
          05 WRK-C-ANO        PIC 9(04).                                00002130
          05 FILLER   PIC X(27).                                        00002140
                                                                        00002150
       01 WRK-SEPARADOR       PIC X(80) VALUE ALL '-'.                  00002160
                                                                        00002170
       01 WRK-EXT-L1.                                                   00002180
          05 FILLER          PIC X(14) VALUE 'PROCESSO....: '.          00002190
          05 WRK-E-PROCESSO  PIC X(20).                                 00002200
          05 FILLER          PIC X(09) VALUE '  ORDEM: '.               00002210
          05 WRK-E-SEQ       PIC 99.                                    00002220
          05 FILLER          PIC X(35).                                 00002230
                                                                        00002240
       01 WRK-EXT-L2.                                                   00002250
          05 FILLER          PIC X(14) VALUE 'FUNCIONARIO.: '.          00002260
          05 WRK-E-IDFUNC    PIC 9(05).                                 00002270
          05 FILLER          PIC X(01).                                 00002280
          05 WRK-E-NOME      PIC X(30).                                 00002290
          05 FILLER          PIC X(30).                                 00002300
                                                                        00002310
       01 WRK-EXT-L3.                                                   00002320
          05 FILLER          PIC X(14) VALUE 'BENEFICIARIO: '.          00002330
          05 WRK-E-BENEFIC   PIC X(30).                                 00002340
          05 FILLER          PIC X(05) VALUE ' BCO '.                   00002350
          05 WRK-E-BANCO     PIC X(03).                                 00002360
          05 FILLER          PIC X(04) VALUE ' AG '.                    00002370
          05 WRK-E-AGENCIA   PIC X(04).                                 00002380
          05 FILLER          PIC X(04) VALUE ' CC '.                    00002390
          05 WRK-E-CONTA     PIC X(10).                                 00002400
          05 FILLER          PIC X(06).                                 00002410
                                                                        00002420
       01 WRK-EXT-L4.                                                   00002430
          05 FILLER          PIC X(14) VALUE 'CRITERIO....: '.          00002440
          05 WRK-E-CRITERIO  PIC X(22).                                 00002450
          05 FILLER          PIC X(01).                                 00002460
          05 WRK-E-PERCENT   PIC ZZ9,99.                                00002470
          05 FILLER          PIC X(06) VALUE ' PCT  '.                  00002480
          05 WRK-E-FIXO      PIC Z.ZZZ.ZZ9,99.                          00002490
          05 FILLER          PIC X(19).                                 00002500
                                                                        00002510
       01 WRK-EXT-L5.                                                   00002520
          05 FILLER          PIC X(24) VALUE                            00002530
             'LIQUIDO APOS INSS/IRRF: '.                                00002540
          05 WRK-E-BASE      PIC Z.ZZZ.ZZ9,99.                          00002550
          05 FILLER          PIC X(10) VALUE '  DEVIDO: '.              00002560
          05 WRK-E-DEVIDO    PIC Z.ZZZ.ZZ9,99.                          00002570
          05 FILLER          PIC X(22).                                 00002580
                                                                        00002590
       01 WRK-EXT-L6.                                                   00002600
          05 FILLER          PIC X(24) VALUE                            00002610
             'DESCONTADO E CREDITADO: '.                                00002620
          05 WRK-E-DESCONTO  PIC Z.ZZZ.ZZ9,99.                          00002630
          05 FILLER          PIC X(02).                                 00002640
          05 WRK-E-SITUACAO  PIC X(32).                                 00002650
          05 FILLER          PIC X(10).                                 00002660
                                                                        00002670
       01 WRK-REL-CRITICA.                                              00002680
          05 WRK-RC-ID       PIC X(05).                                 00002690
          05 FILLER          PIC X(02).                                 00002700
          05 WRK-RC-MOTIVO   PIC X(50).                                 00002710
          05 FILLER          PIC X(23).                                 00002720
                                                                        00002730
       01 WRK-TOTGERAL.                                                 00002740
          05 FILLER          PIC X(24) VALUE                            00002750
             'TOTAL REPASSADO.......: '.                                00002760
          05 WRK-G-VALOR     PIC ZZ.ZZZ.ZZZ.ZZ9,99.                     00002770
          05 FILLER          PIC X(39).                                 00002780
                                                                        00002790
      *=============================================================*   00002800
       PROCEDURE DIVISION.                                              00002810
      *=============================================================*   00002820
                                                                        00002830
      *=============================================================*   00002840
       0000-PRINCIPAL                                       SECTION.    00002850
                                                                        00002860
            PERFORM 1000-INICIAR.                                       00002870
            PERFORM 2000-PROCESSAR UNTIL WRK-FS-FOLHDED EQUAL 10.       00002880
            PERFORM 2500-DEMONSTRAR                                     00002890
               VARYING WRK-IND-PN FROM 1 BY 1                           00002900
               UNTIL WRK-IND-PN > WRK-TAB-PN-QTD.                       00002910
            PERFORM 3000-FINALIZAR.                                     00002920
                                                                        00002930
       0000-99-FIM.                                            EXIT.    00002940
      *=============================================================*   00002950
                                                                        00002960
      *=============================================================*   00002970
       1000-INICIAR                                         SECTION.    00002980
                                                                        00002990
            MOVE 'FR21PEN1' TO LNK-DP-PROGRAMA.                         00003000
            MOVE ZEROS      TO LNK-DP-DIAS-TOL.                         00003010
            CALL 'FR21DTA1' USING LNK-DPRC.                             00003020
            MOVE LNK-DP-DATA TO WRK-DATA-SISTEMA.                       00003030
                                                                        00003040
            MOVE WRK-SIS-ANO TO WRK-PEN-DATA-REF(1:4).                  00003050
            MOVE '-'         TO WRK-PEN-DATA-REF(5:1).                  00003060
            MOVE WRK-SIS-MES TO WRK-PEN-DATA-REF(6:2).                  00003070
            MOVE '-'         TO WRK-PEN-DATA-REF(8:1).                  00003080
            MOVE WRK-SIS-DIA TO WRK-PEN-DATA-REF(9:2).                  00003090
            MOVE WRK-PEN-DATA-REF TO WRK-PEN-INICIO-MES.                00003100
            MOVE '01'        TO WRK-PEN-INICIO-MES(9:2).                00003110
                                                                        00003120
            OPEN INPUT  FOLHDED.                                        00003130
            OPEN OUTPUT PAGAVUL.                                        00003140
            OPEN OUTPUT RELPEN.                                         00003150
                                                                        00003160
            IF WRK-FS-FOLHDED NOT EQUAL ZEROS                           00003170
               MOVE 'FR21PEN1'                  TO WRK-PROGRAMA         00003180
               MOVE '1000'                      TO WRK-SECAO            00003190
               MOVE 'ERRO OPEN FOLHDED       - ' TO WRK-MENSAGEM        00003200
               MOVE WRK-FS-FOLHDED              TO WRK-STATUS           00003210
               PERFORM 9000-TRATARERROS                                 00003220
            END-IF.                                                     00003230
                                                                        00003240
            IF WRK-FS-PAGAVUL NOT EQUAL ZEROS                           00003250
               MOVE 'FR21PEN1'                  TO WRK-PROGRAMA         00003260
               MOVE '1000'                      TO WRK-SECAO            00003270
               MOVE 'ERRO OPEN PAGAVUL       - ' TO WRK-MENSAGEM        00003280
               MOVE WRK-FS-PAGAVUL              TO WRK-STATUS           00003290
               PERFORM 9000-TRATARERROS                                 00003300
            END-IF.                                                     00003310
                                                                        00003320
            MOVE WRK-SIS-MES TO WRK-C-MES.                              00003330
            MOVE WRK-SIS-ANO TO WRK-C-ANO.                              00003340
            WRITE FD-RELPEN FROM WRK-CABEC1.                            00003350
            WRITE FD-RELPEN FROM WRK-LINHA-VAZIA.                       00003360
                                                                        00003370
            PERFORM 1300-CARREGAR-ORDENS.                               00003380
                                                                        00003390
            READ FOLHDED.                                               00003400
                                                                        00003410
            IF WRK-FS-FOLHDED NOT EQUAL ZEROS                           00003420
               DISPLAY 'DESCONTOS DA FOLHA VAZIOS'                      00003430
            END-IF.                                                     00003440
                                                                        00003450
       1000-99-FIM.                                            EXIT.    00003460
      *=============================================================*   00003470
                                                                        00003480
      *=============================================================*   00003490
       1300-CARREGAR-ORDENS                                 SECTION.    00003500
                                                                        00003510
           EXEC SQL                                                     00003520
              OPEN CPENSAO                                              00003530
           END-EXEC.                                                    00003540
                                                                        00003550
           PERFORM 1350-LER-ORDEM.                                      00003560
                                                                        00003570
           PERFORM UNTIL SQLCODE NOT EQUAL 0                            00003580
              IF WRK-TAB-PN-QTD NOT LESS 200                            00003590
                 MOVE 'FR21PEN1'                  TO WRK-PROGRAMA       00003600
                 MOVE '1300'                      TO WRK-SECAO          00003610
                 MOVE 'TABELA DE PENSAO ESTOUROU' TO WRK-MENSAGEM       00003620
                 MOVE SPACES                      TO WRK-STATUS         00003630
                 PERFORM 9000-TRATARERROS                               00003640
              END-IF                                                    00003650
              ADD 1 TO WRK-TAB-PN-QTD                                   00003660
              MOVE WRK-TAB-PN-QTD TO WRK-IND-PN                         00003670
              MOVE PEN-IDFUNC   TO WRK-PEN-ID                           00003680
              MOVE WRK-PEN-ID   TO WRK-PN-IDFUNC(WRK-IND-PN)            00003690
              MOVE PEN-SEQPENS  TO WRK-PN-SEQ(WRK-IND-PN)               00003700
              MOVE PEN-PROCESSO TO WRK-PN-PROCESSO(WRK-IND-PN)          00003710
              MOVE PEN-BENEFIC  TO WRK-PN-BENEFIC(WRK-IND-PN)           00003720
              MOVE PEN-BANCO    TO WRK-PN-BANCO(WRK-IND-PN)             00003730
              MOVE PEN-AGENCIA  TO WRK-PN-AGENCIA(WRK-IND-PN)           00003740
              MOVE PEN-CONTA    TO WRK-PN-CONTA(WRK-IND-PN)             00003750
              MOVE PEN-BASECALC TO WRK-PN-BASECALC(WRK-IND-PN)          00003760
              MOVE PEN-PERCENT  TO WRK-PN-PERCENT(WRK-IND-PN)           00003770
              MOVE PEN-VALOR    TO WRK-PN-VALOR(WRK-IND-PN)             00003780
              MOVE 'N'          TO WRK-PN-USADA(WRK-IND-PN)             00003790
              MOVE ZEROS        TO WRK-PN-BASE-LIQ(WRK-IND-PN)          00003800
              MOVE ZEROS        TO WRK-PN-DESCONTO(WRK-IND-PN)          00003810
              PERFORM 1350-LER-ORDEM                                    00003820
           END-PERFORM.                                                 00003830
                                                                        00003840
           EXEC SQL                                                     00003850
              CLOSE CPENSAO                                             00003860
           END-EXEC.                                                    00003870
                                                                        00003880
           IF WRK-TAB-PN-QTD EQUAL ZEROS                                00003890
              DISPLAY 'NENHUMA ORDEM DE PENSAO VIGENTE'                 00003900
           END-IF.                                                      00003910
                                                                        00003920
       1300-99-FIM.                                            EXIT.    00003930
      *=============================================================*   00003940
                                                                        00003950
      *=============================================================*   00003960
       1350-LER-ORDEM                                       SECTION.    00003970
                                                                        00003980
           EXEC SQL                                                     00003990
            FETCH CPENSAO                                               00004000
             INTO :PEN-IDFUNC,                                          00004010
                  :PEN-SEQPENS,                                         00004020
                  :PEN-PROCESSO,                                        00004030
                  :PEN-BENEFIC,                                         00004040
                  :PEN-BANCO,                                           00004050
                  :PEN-AGENCIA,                                         00004060
                  :PEN-CONTA,                                           00004070
                  :PEN-BASECALC,                                        00004080
                  :PEN-PERCENT,                                         00004090
                  :PEN-VALOR                                            00004100
           END-EXEC.                                                    00004110
                                                                        00004120
           IF SQLCODE NOT EQUAL 0 AND 100                               00004130
              MOVE SQLCODE TO WRK-SQLCODE                               00004140
              MOVE 'FR21PEN1'                  TO WRK-PROGRAMA          00004150
              MOVE '1350'                      TO WRK-SECAO             00004160
              MOVE 'ERRO LEITURA IVAN.PENSAO - ' TO WRK-MENSAGEM        00004170
              MOVE ZEROS                       TO WRK-STATUS            00004180
              PERFORM 9000-TRATARERROS                                  00004190
           END-IF.                                                      00004200
                                                                        00004210
       1350-99-FIM.                                            EXIT.    00004220
      *=============================================================*   00004230
                                                                        00004240
      *=============================================================*   00004250
       2000-PROCESSAR                                       SECTION.    00004260
                                                                        00004270
           ADD 1 TO WRK-DED-LIDOS.                                      00004280
                                                                        00004290
           IF FD-DD-TIPO NOT EQUAL 'P'                                  00004300
              GO TO 2000-50-LER                                         00004310
           END-IF.                                                      00004320
                                                                        00004330
           ADD 1 TO WRK-LINHAS-PEN.                                     00004340
                                                                        00004350
      *          A LINHA E DA PRIMEIRA ORDEM DO FUNCIONARIO AINDA       00004360
      *          NAO CASADA (A FOLHA GRAVA NA ORDEM DO SEQPENS)         00004370
                                                                        00004380
           MOVE 'N' TO WRK-ACHOU-PN.                                    00004390
           PERFORM VARYING WRK-IND-PN FROM 1 BY 1 UNTIL                 00004400
              WRK-IND-PN > WRK-TAB-PN-QTD OR WRK-ACHOU-PN = 'S'         00004410
              IF WRK-PN-IDFUNC(WRK-IND-PN) EQUAL FD-DD-IDFUNC           00004420
                 AND WRK-PN-USADA(WRK-IND-PN) EQUAL 'N'                 00004430
                 MOVE 'S' TO WRK-ACHOU-PN                               00004440
                 SUBTRACT 1 FROM WRK-IND-PN                             00004450
              END-IF                                                    00004460
           END-PERFORM.                                                 00004470
                                                                        00004480
           IF WRK-ACHOU-PN NOT EQUAL 'S'                                00004490
              ADD 1 TO WRK-SEM-ORDEM                                    00004500
              MOVE FD-DD-IDFUNC TO WRK-RC-ID                            00004510
              MOVE 'DESCONTO DE PENSAO SEM ORDEM VIGENTE - CONFERIR'    00004520
                               TO WRK-RC-MOTIVO                         00004530
              WRITE FD-RELPEN FROM WRK-REL-CRITICA                      00004540
              GO TO 2000-50-LER                                         00004550
           END-IF.                                                      00004560
                                                                        00004570
           MOVE 'S'         TO WRK-PN-USADA(WRK-IND-PN).                00004580
           MOVE FD-DD-BASE  TO WRK-PN-BASE-LIQ(WRK-IND-PN).             00004590
           MOVE FD-DD-VALOR TO WRK-PN-DESCONTO(WRK-IND-PN).             00004600
                                                                        00004610
       2000-50-LER.                                                     00004620
                                                                        00004630
           READ FOLHDED.                                                00004640
                                                                        00004650
           IF WRK-FS-FOLHDED NOT EQUAL ZEROS AND 10                     00004660
              MOVE 'FR21PEN1'                  TO WRK-PROGRAMA          00004670
              MOVE '2000'                      TO WRK-SECAO             00004680
              MOVE 'ERRO LEITURA FOLHDED    - ' TO WRK-MENSAGEM         00004690
              MOVE WRK-FS-FOLHDED              TO WRK-STATUS            00004700
              PERFORM 9000-TRATARERROS                                  00004710
           END-IF.                                                      00004720
                                                                        00004730
       2000-99-FIM.                                            EXIT.    00004740
      *=============================================================*   00004750
                                                                        00004760
      *=============================================================*   00004770
       2500-DEMONSTRAR                                      SECTION.    00004780
                                                                        00004790
      *          REPASSE AO BENEFICIARIO DO QUE FOI DESCONTADO          00004800
                                                                        00004810
           IF WRK-PN-DESCONTO(WRK-IND-PN) GREATER ZEROS                 00004820
              PERFORM 2600-GRAVAR-REPASSE                               00004830
           END-IF.                                                      00004840
                                                                        00004850
           MOVE WRK-PN-IDFUNC(WRK-IND-PN) TO WRK-PEN-ID.                00004860
           MOVE WRK-PEN-ID TO DB2-ID.                                   00004870
                                                                        00004880
           EXEC SQL                                                     00004890
                SELECT NOME                                             00004900
                  INTO :DB2-NOME                                        00004910
                  FROM IVAN.FUNC                                        00004920
                 WHERE ID = :DB2-ID                                     00004930
           END-EXEC.                                                    00004940
                                                                        00004950
           IF SQLCODE NOT EQUAL 0                                       00004960
              MOVE 'NAO ENCONTRADO NO CADASTRO' TO DB2-NOME             00004970
           END-IF.                                                      00004980
                                                                        00004990
           IF WRK-PN-BASECALC(WRK-IND-PN) EQUAL 'P'                     00005000
              MOVE 'PERCENTUAL DO LIQUIDO' TO WRK-E-CRITERIO            00005010
              COMPUTE WRK-DEVIDO ROUNDED =                              00005020
                 WRK-PN-BASE-LIQ(WRK-IND-PN) *                          00005030
                 WRK-PN-PERCENT(WRK-IND-PN) / 100                       00005040
           ELSE                                                         00005050
              MOVE 'VALOR FIXO'            TO WRK-E-CRITERIO            00005060
              MOVE WRK-PN-VALOR(WRK-IND-PN) TO WRK-DEVIDO               00005070
           END-IF.                                                      00005080
                                                                        00005090
           EVALUATE TRUE                                                00005100
             WHEN WRK-PN-USADA(WRK-IND-PN) NOT EQUAL 'S'                00005110
                  ADD 1 TO WRK-SEM-FOLHA                                00005120
                  MOVE 'SEM FOLHA NA COMPETENCIA'                       00005130
                                           TO WRK-E-SITUACAO            00005140
             WHEN WRK-PN-DESCONTO(WRK-IND-PN) LESS WRK-DEVIDO           00005150
                  ADD 1 TO WRK-PARCIAIS                                 00005160
                  MOVE 'PARCIAL - LIQUIDO INSUFICIENTE'                 00005170
                                           TO WRK-E-SITUACAO            00005180
             WHEN OTHER                                                 00005190
                  MOVE 'INTEGRAL'          TO WRK-E-SITUACAO            00005200
           END-EVALUATE.                                                00005210
                                                                        00005220
           MOVE WRK-PN-PROCESSO(WRK-IND-PN) TO WRK-E-PROCESSO.          00005230
           MOVE WRK-PN-SEQ(WRK-IND-PN)      TO WRK-E-SEQ.               00005240
           MOVE WRK-PEN-ID                  TO WRK-E-IDFUNC.            00005250
           MOVE DB2-NOME                    TO WRK-E-NOME.              00005260
           MOVE WRK-PN-BENEFIC(WRK-IND-PN)  TO WRK-E-BENEFIC.           00005270
           MOVE WRK-PN-BANCO(WRK-IND-PN)    TO WRK-E-BANCO.             00005280
           MOVE WRK-PN-AGENCIA(WRK-IND-PN)  TO WRK-E-AGENCIA.           00005290
           MOVE WRK-PN-CONTA(WRK-IND-PN)    TO WRK-E-CONTA.             00005300
           MOVE WRK-PN-PERCENT(WRK-IND-PN)  TO WRK-E-PERCENT.           00005310
           MOVE WRK-PN-VALOR(WRK-IND-PN)    TO WRK-E-FIXO.              00005320
           MOVE WRK-PN-BASE-LIQ(WRK-IND-PN) TO WRK-E-BASE.              00005330
           MOVE WRK-DEVIDO                  TO WRK-E-DEVIDO.            00005340
           MOVE WRK-PN-DESCONTO(WRK-IND-PN) TO WRK-E-DESCONTO.          00005350
                                                                        00005360
           WRITE FD-RELPEN FROM WRK-EXT-L1.                             00005370
           WRITE FD-RELPEN FROM WRK-EXT-L2.                             00005380
           WRITE FD-RELPEN FROM WRK-EXT-L3.                             00005390
           WRITE FD-RELPEN FROM WRK-EXT-L4.                             00005400
           WRITE FD-RELPEN FROM WRK-EXT-L5.                             00005410
           WRITE FD-RELPEN FROM WRK-EXT-L6.                             00005420
           WRITE FD-RELPEN FROM WRK-SEPARADOR.                          00005430
                                                                        00005440
       2500-99-FIM.                                            EXIT.    00005450
      *=============================================================*   00005460
                                                                        00005470
      *=============================================================*   00005480
       2600-GRAVAR-REPASSE                                  SECTION.    00005490
                                                                        00005500
      *          CREDITO NA CONTA DO BENEFICIARIO DA ORDEM              00005510
                                                                        00005520
           MOVE WRK-PN-IDFUNC(WRK-IND-PN)   TO AVUL-IDFUNC.             00005530
           MOVE 'PEN'                       TO AVUL-TIPO.               00005540
           MOVE WRK-PN-DESCONTO(WRK-IND-PN) TO AVUL-VALOR.              00005550
           MOVE WRK-PN-BANCO(WRK-IND-PN)    TO AVUL-BANCO.              00005560
           MOVE WRK-PN-AGENCIA(WRK-IND-PN)  TO AVUL-AGENCIA.            00005570
           MOVE WRK-PN-CONTA(WRK-IND-PN)    TO AVUL-CONTA.              00005580
           MOVE WRK-PN-BENEFIC(WRK-IND-PN)  TO AVUL-FAVORECIDO.         00005590
           MOVE WRK-DATA-SISTEMA            TO AVUL-DATA.               00005600
           WRITE REG-PAGAVUL.                                           00005610
                                                                        00005620
           IF WRK-FS-PAGAVUL NOT EQUAL ZEROS                            00005630
              MOVE 'FR21PEN1'                  TO WRK-PROGRAMA          00005640
              MOVE '2600'                      TO WRK-SECAO             00005650
              MOVE 'ERRO GRAVACAO PAGAVUL   - ' TO WRK-MENSAGEM         00005660
              MOVE WRK-FS-PAGAVUL              TO WRK-STATUS            00005670
              PERFORM 9000-TRATARERROS                                  00005680
           END-IF.                                                      00005690
                                                                        00005700
           ADD 1 TO WRK-REPASSES.                                       00005710
           ADD WRK-PN-DESCONTO(WRK-IND-PN) TO WRK-TOT-REPASSE.          00005720
                                                                        00005730
       2600-99-FIM.                                            EXIT.    00005740
      *=============================================================*   00005750
                                                                        00005760
      *=============================================================*   00005770
       3000-FINALIZAR                                       SECTION.    00005780
                                                                        00005790
             MOVE WRK-TOT-REPASSE TO WRK-G-VALOR.                       00005800
             WRITE FD-RELPEN FROM WRK-LINHA-VAZIA.                      00005810
             WRITE FD-RELPEN FROM WRK-TOTGERAL.                         00005820
                                                                        00005830
             DISPLAY 'DESCONTOS LIDOS.......' WRK-DED-LIDOS.            00005840
             DISPLAY 'LINHAS DE PENSAO......' WRK-LINHAS-PEN.           00005850
             DISPLAY 'ORDENS VIGENTES.......' WRK-TAB-PN-QTD.           00005860
             DISPLAY 'REPASSES GRAVADOS.....' WRK-REPASSES.             00005870
             DISPLAY 'ORDENS PARCIAIS.......' WRK-PARCIAIS.             00005880
             DISPLAY 'ORDENS SEM FOLHA......' WRK-SEM-FOLHA.            00005890
             DISPLAY 'DESCONTOS SEM ORDEM...' WRK-SEM-ORDEM.            00005900
             DISPLAY WRK-MSG-FINAL.                                     00005910
                                                                        00005920
             CLOSE FOLHDED.                                             00005930
             CLOSE PAGAVUL.                                             00005940
             CLOSE RELPEN.                                              00005950
             STOP RUN.                                                  00005960
                                                                        00005970
       3000-99-FIM.                                            EXIT.    00005980
      *=============================================================*   00005990
                                                                        00006000
      *=============================================================*   00006010
       9000-TRATARERROS                                     SECTION.    00006020
                                                                        00006030
             MOVE 'E' TO WRK-SEVERIDADE.                                00006040
             CALL 'GRAVALOG' USING WRK-DADOS.                           00006050
             STOP RUN.                                                  00006060
                                                                        00006070
       9000-99-FIM.                                            EXIT.    00006080
      *=============================================================*   00006090
