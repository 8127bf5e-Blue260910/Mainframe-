      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21FGT1.                                            00000050
                                                                        00000060
      *=============================================================*   00000070
      *   AUTOR....:VICTOR ARANDA                                       00000080
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000090
      *   DATA ....:15/10/2026                                          00000100
      *-------------------------------------------------------------*   00000110
      *   OBJETIVO: DEPOSITO MENSAL DO FGTS (ENCARGO DO EMPREGADOR).    00000120
      *      RODA DEPOIS DO FR21PAG1 SOBRE A GERACAO CORRENTE DO        00000130
      *      FOLHPAG (FOLHFGT) E, EM NOVEMBRO/DEZEMBRO, SOBRE AS        00000140
      *      PARCELAS DO 13o DO FR21DEC1 (FOLH13) DA COMPETENCIA.       00000150
      *      DEPOSITO = 8 POR CENTO DA REMUNERACAO DO MES (BRUTO DA     00000160
      *      FOLHA: HORAS, EXTRAS, FDS, FERIAS GOZADAS COM O TERCO,     00000170
      *      ADICIONAL POR TEMPO E DIFERENCAS RETROATIVAS) OU DA        00000180
      *      PARCELA DO 13o. CADA DEPOSITO VAI PARA O HISTORICO         00000190
      *      IVAN.FGTSHIST COM O SALDO ACUMULADO DO FUNCIONARIO,        00000200
      *      BASE DA MULTA RESCISORIA DO FR21RES1; AS MULTAS QUE O      00000210
      *      FR21RES1 REGISTROU NA COMPETENCIA ENTRAM NA MESMA          00000220
      *      REMESSA. GERA A REMESSA DO DEPOSITO (FGTSREM: HEADER,      00000230
      *      DETALHES E TRAILER COM QUANTIDADE E TOTAIS) E O            00000240
      *      RELATORIO DE CONFERENCIA (RELFGT). OS EVENTOS DE FERIAS    00000250
      *      DA COMPETENCIA (FEREVT) QUE NAO CHEGARAM PAGOS NA FOLHA    00000260
      *      SAEM NO RELATORIO PARA CONFERENCIA.                        00000270
      *      REPROCESSAMENTO: DEPOSITO JA REGISTRADO NO HISTORICO       00000280
      *      NAO E GRAVADO DE NOVO, SO REPETIDO NA REMESSA.             00000290
      *-------------------------------------------------------------*   00000300
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000310
      *  1.0   15/10/26   VICTOR ARANDA    VERSAO INICIAL               00000320
      *-------------------------------------------------------------*   00000330
      *   BASE DE DADOS:                                                00000340
      *   TABELA.DB2..                                                  00000350
      *    ------              I/O                 INCLUDE/BOOK         00000360
      *   IVAN.FGTSHIST        I/O                 #BKFGTS----          00000370
      *-------------------------------------------------------------*   00000380
      *   ARQUIVOS:                                                     00000390
      *    DDNAME              I/O                  COPY/BOOK           00000400
      *   FOLHFGT               I   (GERACAO CORRENTE) FOLHBOOK---      00000410
      *   FOLH13                I   (13o SALARIO - FR21DEC1)            00000420
      *   FEREVT                I   (EVENTOS DE FERIAS - FR21FER2)      00000430
      *   FGTSREM               O   (REMESSA DO DEPOSITO)               00000440
      *   RELFGT                O   (RELATORIO DE CONFERENCIA)          00000450
      *-------------------------------------------------------------*   00000460
      *   MODULOS....:                                                  00000470
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000480
      *   FR21DTA1             DATA DE PROCESSAMENTO (LNKDPRC)          00000490
      *=============================================================*   00000500
       ENVIRONMENT                               DIVISION.              00000510
      *=============================================================*   00000520
                                                                        00000530
      *-------------------------------------------------------------*   00000540
       CONFIGURATION                                        SECTION.    00000550
      *-------------------------------------------------------------*   00000560
       SPECIAL-NAMES.                                                   00000570
           DECIMAL-POINT IS COMMA.                                      00000580
                                                                        00000590
                                                                        00000600
       INPUT-OUTPUT                                         SECTION.    00000610
       FILE-CONTROL.                                                    00000620
           SELECT FOLHFGT   ASSIGN TO FOLHFGT                           00000630
               FILE STATUS  IS WRK-FS-FOLHFGT.                          00000640
                                                                        00000650
           SELECT FOLH13    ASSIGN TO FOLH13                            00000660
               FILE STATUS  IS WRK-FS-FOLH13.                           00000670
                                                                        00000680
           SELECT FEREVT    ASSIGN TO FEREVT                            00000690
               FILE STATUS  IS WRK-FS-FEREVT.                           00000700
                                                                        00000710
           SELECT FGTSREM   ASSIGN TO FGTSREM                           00000720
               FILE STATUS  IS WRK-FS-FGTSREM.                          00000730
                                                                        00000740
           SELECT RELFGT    ASSIGN TO RELFGT                            00000750
               FILE STATUS  IS WRK-FS-RELFGT.                           00000760
                                                                        00000770
      *=============================================================*   00000780
       DATA                                                DIVISION.    00000790
      *=============================================================*   00000800
       FILE                                                 SECTION.    00000810
      *=============================================================*   00000820
                                                                        00000830
      *      ENTRADA - FOLHA DA COMPETENCIA         LRECL = 250         00000840
                                                                        00000850
       FD FOLHFGT                                                       00000860
           RECORDING  MODE IS F                                         00000870
           BLOCK CONTAINS 0 RECORDS.                                    00000880
                                                                        00000890
       COPY 'FOLHBOOK'.                                                 00000900
                                                                        00000910
      *      ENTRADA - PARCELAS DO 13o (LAYOUT DA FOLHA) LRECL = 250    00000920
                                                                        00000930
       FD FOLH13                                                        00000940
           RECORDING  MODE IS F                                         00000950
           BLOCK CONTAINS 0 RECORDS.                                    00000960
                                                                        00000970
       01 FD-FOLH13.                                                    00000980
          05 FD-13-IDFUNC    PIC 9(05).                                 00000990
          05 FD-13-NOME      PIC X(30).                                 00001000
          05 FD-13-HORAS     PIC 9(05).                                 00001010
          05 FD-13-SALBASE   PIC 9(07)V99.                              00001020
          05 FD-13-VALHORA   PIC 9(05)V99.                              00001030
          05 FD-13-BRUTO     PIC 9(07)V99.                              00001040
          05 FD-13-INSS      PIC 9(07)V99.                              00001050
          05 FD-13-IRRF      PIC 9(07)V99.                              00001060
          05 FD-13-LIQUIDO   PIC 9(07)V99.                              00001070
          05 FILLER          PIC X(69).                                 00001080
          05 FD-13-COMPET    PIC 9(06).                                 00001090
          05 FILLER          PIC X(83).                                 00001100
                                                                        00001110
      *      ENTRADA - EVENTOS DE FERIAS (FR21FER2) LRECL = 22          00001120
                                                                        00001130
       FD FEREVT                                                        00001140
           RECORDING  MODE IS F                                         00001150
           BLOCK CONTAINS 0 RECORDS.                                    00001160
                                                                        00001170
       01 FD-FEREVT.                                                    00001180
          05 FD-FE-IDFUNC    PIC 9(05).                                 00001190
          05 FD-FE-DIAS      PIC 9(03).                                 00001200
          05 FD-FE-DATA-INI  PIC 9(08).                                 00001210
          05 FD-FE-COMPET    PIC 9(06).                                 00001220
                                                                        00001230
      *      SAIDA - REMESSA DO DEPOSITO            LRECL = 80          00001240
                                                                        00001250
       FD FGTSREM                                                       00001260
           RECORDING  MODE IS F                                         00001270
           BLOCK CONTAINS 0 RECORDS.                                    00001280
                                                                        00001290
       01 FD-FGTSREM      PIC X(80).                                    00001300
                                                                        00001310
      *      SAIDA - RELATORIO DE CONFERENCIA       LRECL = 80          00001320
                                                                        00001330
       FD RELFGT                                                        00001340
           RECORDING  MODE IS F                                         00001350
           BLOCK CONTAINS 0 RECORDS.                                    00001360
                                                                        00001370
       01 FD-RELFGT       PIC X(80).                                    00001380
                                                                        00001390
      *-------------------------------------------------------------*   00001400
       WORKING-STORAGE                                      SECTION.    00001410
      *-------------------------------------------------------------*   00001420
                                                                        00001430
           EXEC SQL                                                     00001440
              INCLUDE #BKFGTS                                           00001450
           END-EXEC.                                                    00001460
                                                                        00001470
           EXEC SQL                                                     00001480
              INCLUDE SQLCA                                             00001490
           END-EXEC.                                                    00001500
                                                                        00001510
           EXEC SQL                                                     00001520
              DECLARE CMULTA CURSOR FOR                                 00001530
               SELECT IDFUNC, BASE, VALOR, SALDO                        00001540
                FROM IVAN.FGTSHIST                                      00001550
                WHERE COMPET = :FGT-COMPET                              00001560
                  AND TIPO   = 'R'                                      00001570
                ORDER BY IDFUNC                                         00001580
           END-EXEC.                                                    00001590
                                                                        00001600
      *------------------LOG-DE-ERROS-------------------------------*   00001610
                                                                        00001620
       01 WRK-DADOS.                                                    00001630
           05 WRK-PROGRAMA  PIC X(08).                                  00001640
           05 WRK-SECAO     PIC X(04).                                  00001650
           05 WRK-MENSAGEM  PIC X(30).                                  00001660
           05 WRK-STATUS    PIC X(02).                                  00001670
           05 WRK-SEVERIDADE PIC X(01).                                 00001680
           05 FILLER        PIC X(22).                                  00001690
                                                                        00001700
      *------------------DATA DE PROCESSAMENTO----------------------*   00001710
                                                                        00001720
           COPY 'LNKDPRC'.                                              00001730
                                                                        00001740
      *--------------------LOGICA-----------------------------------*   00001750
                                                                        00001760
       77 WRK-SQLCODE         PIC -999.                                 00001770
                                                                        00001780
       77 WRK-LIDOS           PIC 9(05) VALUE 0.                        00001790
                                                                        00001800
       77 WRK-LIDOS-13        PIC 9(05) VALUE 0.                        00001810
                                                                        00001820
       77 WRK-DEPOSITOS       PIC 9(05) VALUE 0.                        00001830
                                                                        00001840
       77 WRK-JA-REGISTRADOS  PIC 9(05) VALUE 0.                        00001850
                                                                        00001860
       77 WRK-MULTAS          PIC 9(05) VALUE 0.                        00001870
                                                                        00001880
       77 WRK-OUTRA-COMPET    PIC 9(05) VALUE 0.                        00001890
                                                                        00001900
      *-------------------------------------------------------------*   00001910
      *   ALIQUOTA DO DEPOSITO MENSAL (LEI 8.036/90, ART. 15)       *   00001920
      *-------------------------------------------------------------*   00001930
       77 WRK-ALIQ-FGTS       PIC 9(03)V99 VALUE 8.                     00001940
                                                                        00001950
       77 WRK-COMPET-ATUAL    PIC 9(06) VALUE 0.                        00001960
                                                                        00001970
       01 WRK-DATA-SISTEMA.                                             00001980
          05 WRK-SIS-ANO      PIC 9(04).                                00001990
          05 WRK-SIS-MES      PIC 9(02).                                00002000
          05 WRK-SIS-DIA      PIC 9(02).                                00002010
                                                                        00002020
       77 WRK-DATA-DB2        PIC X(10).                                00002030
                                                                        00002040
      *-----------DEPOSITO EM APURACAO------------------------------*   00002050
      *   'M' FOLHA MENSAL   'D' PARCELA DO 13o   'R' MULTA          *  00002060
                                                                        00002070
       77 WRK-TIPO-DEP        PIC X(01).                                00002080
          88 WRK-DEP-MENSAL   VALUE 'M'.                                00002090
          88 WRK-DEP-DECIMO   VALUE 'D'.                                00002100
          88 WRK-DEP-MULTA    VALUE 'R'.                                00002110
                                                                        00002120
       77 WRK-IDFUNC          PIC 9(05).                                00002130
       77 WRK-NOME            PIC X(30).                                00002140
       77 WRK-BASE            PIC 9(07)V99 VALUE 0.                     00002150
       77 WRK-DEPOSITO        PIC 9(07)V99 VALUE 0.                     00002160
       77 WRK-SALDO           PIC 9(09)V99 VALUE 0.                     00002170
                                                                        00002180
       77 WRK-TOT-BASE        PIC 9(11)V99 VALUE 0.                     00002190
       77 WRK-TOT-DEPOSITO    PIC 9(11)V99 VALUE 0.                     00002200
       77 WRK-QTDE-REMESSA    PIC 9(07) VALUE 0.                        00002210
                                                                        00002220
      *-----------EVENTOS DE FERIAS DA COMPETENCIA------------------*   00002230
                                                                        00002240
       01 WRK-TAB-FER.                                                  00002250
          05 WRK-TAB-FR-QTD  PIC 9(03) VALUE 0.                         00002260
          05 WRK-TAB-FR-OCR OCCURS 200 TIMES.                           00002270
             10 WRK-FR-IDFUNC  PIC 9(05).                               00002280
             10 WRK-FR-DIAS    PIC 9(03).                               00002290
             10 WRK-FR-PAGO    PIC X(01).                               00002300
                                                                        00002310
       77 WRK-IND-FR          PIC 9(03).                                00002320
       77 WRK-FER-PENDENTES   PIC 9(05) VALUE 0.                        00002330
                                                                        00002340
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00002350
                                                                        00002360
       77 WRK-MSG-FINAL       PIC X(17) VALUE 'FINAL DE PROGRAMA'.      00002370
                                                                        00002380
      *--------------------STATUS-----------------------------------*   00002390
                                                                        00002400
       77 WRK-FS-FOLHFGT   PIC 9(02).                                   00002410
                                                                        00002420
       77 WRK-FS-FOLH13    PIC 9(02).                                   00002430
                                                                        00002440
       77 WRK-FS-FEREVT    PIC 9(02).                                   00002450
                                                                        00002460
       77 WRK-FS-FGTSREM   PIC 9(02).                                   00002470
                                                                        00002480
       77 WRK-FS-RELFGT    PIC 9(02).                                   00002490
                                                                        00002500
      *--------------------REGISTROS DA REMESSA---------------------*   00002510
                                                                        00002520
       01 WRK-HEADER.                                                   00002530
          05 FILLER           PIC X(01) VALUE '0'.                      00002540
          05 WRK-H-COMPET     PIC 9(06).                                00002550
          05 WRK-H-DATA       PIC 9(08).                                00002560
          05 FILLER           PIC X(65) VALUE SPACES.                   00002570
                                                                        00002580
       01 WRK-DETALHE.                                                  00002590
          05 FILLER           PIC X(01) VALUE '1'.                      00002600
          05 WRK-D-IDFUNC     PIC 9(05).                                00002610
          05 WRK-D-NOME       PIC X(30).                                00002620
          05 WRK-D-TIPO       PIC X(01).                                00002630
          05 WRK-D-BASE       PIC 9(07)V99.                             00002640
          05 WRK-D-VALOR      PIC 9(07)V99.                             00002650
          05 FILLER           PIC X(25) VALUE SPACES.                   00002660
                                                                        00002670
       01 WRK-TRAILER.                                                  00002680
          05 FILLER           PIC X(01) VALUE '9'.                      00002690
          05 WRK-T-QTDE       PIC 9(07).                                00002700
          05 WRK-T-BASE       PIC 9(11)V99.                             00002710
          05 WRK-T-VALOR      PIC 9(11)V99.                             00002720
          05 FILLER           PIC X(46) VALUE SPACES.                   00002730
                                                                        00002740
      *--------------------LINHAS DO RELATORIO----------------------*   00002750
                                                                        00002760
       01 WRK-CABEC1.                                                   00002770
          05 FILLER   PIC X(36) VALUE                                   00002780
             'DEPOSITO MENSAL DO FGTS - COMPET. '.                      00002790
          05 WRK-C-MES        PIC 9(02).                                00002800
          05 FILLER           PIC X(01) VALUE '/'.                      00002810
          05 WRK-C-ANO        PIC 9(04).                                00002820
          05 FILLER   PIC X(37).                                        00002830
                                                                        00002840
       01 WRK-CABEC2.                                                   00002850
          05 FILLER   PIC X(40) VALUE                                   00002860
             'FUNC. NOME                      TIPO    '.                00002870
          05 FILLER   PIC X(40) VALUE                                   00002880
             '     BASE     DEPOSITO   SALDO ACUMULADO'.                00002890
                                                                        00002900
       01 WRK-REL-DET.                                                  00002910
          05 WRK-R-ID        PIC 9(05).                                 00002920
          05 FILLER          PIC X(01).                                 00002930
          05 WRK-R-NOME      PIC X(25).                                 00002940
          05 FILLER          PIC X(01).                                 00002950
          05 WRK-R-TIPO      PIC X(05).                                 00002960
          05 FILLER          PIC X(01).                                 00002970
          05 WRK-R-BASE      PIC Z.ZZZ.ZZ9,99.                          00002980
          05 FILLER          PIC X(01).                                 00002990
          05 WRK-R-DEPOSITO  PIC Z.ZZZ.ZZ9,99.                          00003000
          05 FILLER          PIC X(01).                                 00003010
          05 WRK-R-SALDO     PIC ZZZ.ZZZ.ZZ9,99.                        00003020
          05 FILLER          PIC X(05).                                 00003030
                                                                        00003040
       01 WRK-REL-CRITICA.                                              00003050
          05 WRK-RC-ID       PIC 9(05).                                 00003060
          05 FILLER          PIC X(02).                                 00003070
          05 WRK-RC-MOTIVO   PIC X(50).                                 00003080
          05 FILLER          PIC X(23).                                 00003090
                                                                        00003100
       01 WRK-TOTGERAL.                                                 00003110
          05 FILLER          PIC X(20) VALUE                            00003120
             'TOTAL DA REMESSA:   '.                                    00003130
          05 WRK-G-QTDE      PIC ZZZZZZ9.                               00003140
          05 FILLER          PIC X(06).                                 00003150
          05 WRK-G-BASE      PIC ZZ.ZZZ.ZZZ.ZZ9,99.                     00003160
          05 FILLER          PIC X(01).                                 00003170
          05 WRK-G-DEPOSITO  PIC ZZ.ZZZ.ZZZ.ZZ9,99.                     00003180
          05 FILLER          PIC X(12).                                 00003190
                                                                        00003200
      *=============================================================*   00003210
       PROCEDURE DIVISION.                                              00003220
      *=============================================================*   00003230
                                                                        00003240
      *=============================================================*   00003250
       0000-PRINCIPAL                                       SECTION.    00003260
                                                                        00003270
            PERFORM 1000-INICIAR.                                       00003280
            PERFORM 2000-PROCESSAR UNTIL WRK-FS-FOLHFGT EQUAL 10.       00003290
            PERFORM 2500-PROCESSAR-13.                                  00003300
            PERFORM 2700-PROCESSAR-MULTAS.                              00003310
            PERFORM 3000-FINALIZAR.                                     00003320
                                                                        00003330
       0000-99-FIM.                                            EXIT.    00003340
      *=============================================================*   00003350
                                                                        00003360
      *=============================================================*   00003370
       1000-INICIAR                                         SECTION.    00003380
                                                                        00003390
      *          COMPETENCIA = MES DA DATA DE NEGOCIO, A MESMA DO       00003400
      *          FR21PAG1 QUE GEROU O FOLHFGT                           00003410
                                                                        00003420
            MOVE 'FR21FGT1' TO LNK-DP-PROGRAMA.                         00003430
            MOVE ZEROS      TO LNK-DP-DIAS-TOL.                         00003440
            CALL 'FR21DTA1' USING LNK-DPRC.                             00003450
            MOVE LNK-DP-DATA TO WRK-DATA-SISTEMA.                       00003460
            MOVE WRK-DATA-SISTEMA(1:6) TO WRK-COMPET-ATUAL.             00003470
            MOVE WRK-SIS-ANO TO WRK-DATA-DB2(1:4).                      00003480
            MOVE '-'         TO WRK-DATA-DB2(5:1).                      00003490
            MOVE WRK-SIS-MES TO WRK-DATA-DB2(6:2).                      00003500
            MOVE '-'         TO WRK-DATA-DB2(8:1).                      00003510
            MOVE WRK-SIS-DIA TO WRK-DATA-DB2(9:2).                      00003520
                                                                        00003530
            OPEN INPUT  FOLHFGT.                                        00003540
            OPEN INPUT  FOLH13.                                         00003550
            OPEN INPUT  FEREVT.                                         00003560
            OPEN OUTPUT FGTSREM.                                        00003570
            OPEN OUTPUT RELFGT.                                         00003580
                                                                        00003590
            IF WRK-FS-FOLHFGT NOT EQUAL ZEROS                           00003600
               MOVE 'FR21FGT1'                  TO WRK-PROGRAMA         00003610
               MOVE '1000'                      TO WRK-SECAO            00003620
               MOVE 'ERRO OPEN FOLHFGT       - ' TO WRK-MENSAGEM        00003630
               MOVE WRK-FS-FOLHFGT              TO WRK-STATUS           00003640
               PERFORM 9000-TRATARERROS                                 00003650
            END-IF.                                                     00003660
                                                                        00003670
            IF WRK-FS-FGTSREM NOT EQUAL ZEROS                           00003680
               MOVE 'FR21FGT1'                  TO WRK-PROGRAMA         00003690
               MOVE '1000'                      TO WRK-SECAO            00003700
               MOVE 'ERRO OPEN FGTSREM       - ' TO WRK-MENSAGEM        00003710
               MOVE WRK-FS-FGTSREM              TO WRK-STATUS           00003720
               PERFORM 9000-TRATARERROS                                 00003730
            END-IF.                                                     00003740
                                                                        00003750
            MOVE WRK-COMPET-ATUAL TO WRK-H-COMPET.                      00003760
            MOVE WRK-DATA-SISTEMA TO WRK-H-DATA.                        00003770
            WRITE FD-FGTSREM FROM WRK-HEADER.                           00003780
                                                                        00003790
            MOVE WRK-SIS-MES TO WRK-C-MES.                              00003800
            MOVE WRK-SIS-ANO TO WRK-C-ANO.                              00003810
            WRITE FD-RELFGT FROM WRK-CABEC1.                            00003820
            WRITE FD-RELFGT FROM WRK-LINHA-VAZIA.                       00003830
            WRITE FD-RELFGT FROM WRK-CABEC2.                            00003840
            WRITE FD-RELFGT FROM WRK-LINHA-VAZIA.                       00003850
                                                                        00003860
            PERFORM 1300-CARREGAR-FERIAS.                               00003870
                                                                        00003880
            READ FOLHFGT.                                               00003890
                                                                        00003900
            IF WRK-FS-FOLHFGT NOT EQUAL ZEROS                           00003910
               DISPLAY 'FOLHA DA COMPETENCIA VAZIA'                     00003920
            END-IF.                                                     00003930
                                                                        00003940
       1000-99-FIM.                                            EXIT.    00003950
      *=============================================================*   00003960
                                                                        00003970
      *=============================================================*   00003980
       1300-CARREGAR-FERIAS                                 SECTION.    00003990
                                                                        00004000
      *          SO OS EVENTOS DA COMPETENCIA; SEM O ARQUIVO NAO HA     00004010
      *          O QUE CONFERIR                                         00004020
                                                                        00004030
            IF WRK-FS-FEREVT NOT EQUAL ZEROS                            00004040
               DISPLAY 'SEM EVENTOS DE FERIAS'                          00004050
               GO TO 1300-99-FIM                                        00004060
            END-IF.                                                     00004070
                                                                        00004080
            READ FEREVT.                                                00004090
                                                                        00004100
            PERFORM UNTIL WRK-FS-FEREVT NOT EQUAL ZEROS                 00004110
               IF FD-FE-COMPET EQUAL WRK-COMPET-ATUAL                   00004120
                  AND WRK-TAB-FR-QTD LESS 200                           00004130
                  ADD 1 TO WRK-TAB-FR-QTD                               00004140
                  MOVE WRK-TAB-FR-QTD TO WRK-IND-FR                     00004150
                  MOVE FD-FE-IDFUNC TO WRK-FR-IDFUNC(WRK-IND-FR)        00004160
                  MOVE FD-FE-DIAS   TO WRK-FR-DIAS(WRK-IND-FR)          00004170
                  MOVE 'N'          TO WRK-FR-PAGO(WRK-IND-FR)          00004180
               END-IF                                                   00004190
               READ FEREVT                                              00004200
            END-PERFORM.                                                00004210
                                                                        00004220
       1300-99-FIM.                                            EXIT.    00004230
      *=============================================================*   00004240
                                                                        00004250
      *=============================================================*   00004260
       2000-PROCESSAR                                       SECTION.    00004270
                                                                        00004280
           ADD 1 TO WRK-LIDOS.                                          00004290
                                                                        00004300
      *          GERACAO DE OUTRA COMPETENCIA NAO E DEPOSITADA: O       00004310
      *          JOB FOI SUBMETIDO FORA DE ORDEM                        00004320
                                                                        00004330
           IF FOLH-COMPET NOT EQUAL WRK-COMPET-ATUAL                    00004340
              ADD 1 TO WRK-OUTRA-COMPET                                 00004350
              MOVE FOLH-IDFUNC TO WRK-RC-ID                             00004360
              MOVE 'FOLHA DE OUTRA COMPETENCIA - NAO DEPOSITADA'        00004370
                               TO WRK-RC-MOTIVO                         00004380
              WRITE FD-RELFGT FROM WRK-REL-CRITICA                      00004390
              GO TO 2000-50-LER                                         00004400
           END-IF.                                                      00004410
                                                                        00004420
           IF FOLH-FERIAS GREATER ZEROS                                 00004430
              PERFORM VARYING WRK-IND-FR FROM 1 BY 1 UNTIL              00004440
                 WRK-IND-FR > WRK-TAB-FR-QTD                            00004450
                 IF WRK-FR-IDFUNC(WRK-IND-FR) EQUAL FOLH-IDFUNC         00004460
                    MOVE 'S' TO WRK-FR-PAGO(WRK-IND-FR)                 00004470
                 END-IF                                                 00004480
              END-PERFORM                                               00004490
           END-IF.                                                      00004500
                                                                        00004510
           IF FOLH-BRUTO EQUAL ZEROS                                    00004520
              GO TO 2000-50-LER                                         00004530
           END-IF.                                                      00004540
                                                                        00004550
           MOVE 'M'         TO WRK-TIPO-DEP.                            00004560
           MOVE FOLH-IDFUNC TO WRK-IDFUNC.                              00004570
           MOVE FOLH-NOME   TO WRK-NOME.                                00004580
           MOVE FOLH-BRUTO  TO WRK-BASE.                                00004590
           PERFORM 2100-DEPOSITAR.                                      00004600
                                                                        00004610
       2000-50-LER.                                                     00004620
                                                                        00004630
           READ FOLHFGT.                                                00004640
                                                                        00004650
           IF WRK-FS-FOLHFGT NOT EQUAL ZEROS AND 10                     00004660
              MOVE 'FR21FGT1'                  TO WRK-PROGRAMA          00004670
              MOVE '2000'                      TO WRK-SECAO             00004680
              MOVE 'ERRO LEITURA FOLHFGT    - ' TO WRK-MENSAGEM         00004690
              MOVE WRK-FS-FOLHFGT              TO WRK-STATUS            00004700
              PERFORM 9000-TRATARERROS                                  00004710
           END-IF.                                                      00004720
                                                                        00004730
       2000-99-FIM.                                            EXIT.    00004740
      *=============================================================*   00004750
                                                                        00004760
      *=============================================================*   00004770
       2100-DEPOSITAR                                       SECTION.    00004780
                                                                        00004790
           COMPUTE WRK-DEPOSITO ROUNDED =                               00004800
              WRK-BASE * WRK-ALIQ-FGTS / 100.                           00004810
                                                                        00004820
           MOVE WRK-IDFUNC       TO FGT-IDFUNC.                         00004830
           MOVE WRK-COMPET-ATUAL TO FGT-COMPET.                         00004840
           MOVE WRK-TIPO-DEP     TO FGT-TIPO.                           00004850
                                                                        00004860
      *          JA REGISTRADO (REPROCESSAMENTO): SO REPETE NA          00004870
      *          REMESSA, SEM SOMAR DE NOVO AO SALDO                    00004880
                                                                        00004890
           EXEC SQL                                                     00004900
                SELECT VALOR, SALDO                                     00004910
                  INTO :FGT-VALOR, :FGT-SALDO                           00004920
                  FROM IVAN.FGTSHIST                                    00004930
                 WHERE IDFUNC = :FGT-IDFUNC                             00004940
                   AND COMPET = :FGT-COMPET                             00004950
                   AND TIPO   = :FGT-TIPO                               00004960
           END-EXEC.                                                    00004970
                                                                        00004980
           EVALUATE SQLCODE                                             00004990
             WHEN 0                                                     00005000
                  ADD 1 TO WRK-JA-REGISTRADOS                           00005010
                  MOVE FGT-VALOR TO WRK-DEPOSITO                        00005020
                  MOVE FGT-SALDO TO WRK-SALDO                           00005030
             WHEN 100                                                   00005040
                  PERFORM 2200-REGISTRAR-HISTORICO                      00005050
             WHEN OTHER                                                 00005060
                  MOVE SQLCODE TO WRK-SQLCODE                           00005070
                  MOVE 'FR21FGT1'                  TO WRK-PROGRAMA      00005080
                  MOVE '2100'                      TO WRK-SECAO         00005090
                  MOVE 'ERRO SELECT FGTSHIST    - ' TO WRK-MENSAGEM     00005100
                  MOVE ZEROS                       TO WRK-STATUS        00005110
                  PERFORM 9000-TRATARERROS                              00005120
           END-EVALUATE.                                                00005130
                                                                        00005140
           PERFORM 2400-GRAVAR-REMESSA.                                 00005150
                                                                        00005160
       2100-99-FIM.                                            EXIT.    00005170
      *=============================================================*   00005180
                                                                        00005190
      *=============================================================*   00005200
       2200-REGISTRAR-HISTORICO                             SECTION.    00005210
                                                                        00005220
      *          SALDO = DEPOSITOS ANTERIORES (MENSAIS E 13o) MAIS      00005230
      *          O DO MES; A MULTA NAO COMPOE O SALDO                   00005240
                                                                        00005250
           EXEC SQL                                                     00005260
                SELECT COALESCE(SUM(VALOR), 0)                          00005270
                  INTO :FGT-SALDO                                       00005280
                  FROM IVAN.FGTSHIST                                    00005290
                 WHERE IDFUNC = :FGT-IDFUNC                             00005300
                   AND TIPO IN ('M', 'D')                               00005310
           END-EXEC.                                                    00005320
                                                                        00005330
           IF SQLCODE NOT EQUAL 0                                       00005340
              MOVE SQLCODE TO WRK-SQLCODE                               00005350
              MOVE 'FR21FGT1'                  TO WRK-PROGRAMA          00005360
              MOVE '2200'                      TO WRK-SECAO             00005370
              MOVE 'ERRO SALDO FGTSHIST     - ' TO WRK-MENSAGEM         00005380
              MOVE ZEROS                       TO WRK-STATUS            00005390
              PERFORM 9000-TRATARERROS                                  00005400
           END-IF.                                                      00005410
                                                                        00005420
           COMPUTE WRK-SALDO = FGT-SALDO + WRK-DEPOSITO.                00005430
                                                                        00005440
           MOVE WRK-BASE       TO FGT-BASE.                             00005450
           MOVE WRK-DEPOSITO   TO FGT-VALOR.                            00005460
           MOVE WRK-SALDO      TO FGT-SALDO.                            00005470
           MOVE WRK-DATA-DB2   TO FGT-DATAPROC.                         00005480
                                                                        00005490
           EXEC SQL                                                     00005500
                INSERT INTO IVAN.FGTSHIST                               00005510
                       (IDFUNC, COMPET, TIPO, BASE, VALOR, SALDO,       00005520
                        DATAPROC)                                       00005530
                VALUES (:FGT-IDFUNC, :FGT-COMPET, :FGT-TIPO,            00005540
                        :FGT-BASE, :FGT-VALOR, :FGT-SALDO,              00005550
                        :FGT-DATAPROC)                                  00005560
           END-EXEC.                                                    00005570
                                                                        00005580
           IF SQLCODE NOT EQUAL 0                                       00005590
              MOVE SQLCODE TO WRK-SQLCODE                               00005600
              DISPLAY 'ERRO ' WRK-SQLCODE ' NO INSERT FGTSHIST '        00005610
                      WRK-IDFUNC                                        00005620
              EXEC SQL                                                  00005630
                   ROLLBACK                                             00005640
              END-EXEC                                                  00005650
              MOVE 'FR21FGT1'                  TO WRK-PROGRAMA          00005660
              MOVE '2200'                      TO WRK-SECAO             00005670
              MOVE 'ERRO INSERT FGTSHIST    - ' TO WRK-MENSAGEM         00005680
              MOVE ZEROS                       TO WRK-STATUS            00005690
              PERFORM 9000-TRATARERROS                                  00005700
           END-IF.                                                      00005710
                                                                        00005720
           EXEC SQL                                                     00005730
                COMMIT                                                  00005740
           END-EXEC.                                                    00005750
                                                                        00005760
           ADD 1 TO WRK-DEPOSITOS.                                      00005770
                                                                        00005780
       2200-99-FIM.                                            EXIT.    00005790
      *=============================================================*   00005800
                                                                        00005810
      *=============================================================*   00005820
       2400-GRAVAR-REMESSA                                  SECTION.    00005830
                                                                        00005840
           MOVE WRK-IDFUNC    TO WRK-D-IDFUNC.                          00005850
           MOVE WRK-NOME      TO WRK-D-NOME.                            00005860
           MOVE WRK-TIPO-DEP  TO WRK-D-TIPO.                            00005870
           MOVE WRK-BASE      TO WRK-D-BASE.                            00005880
           MOVE WRK-DEPOSITO  TO WRK-D-VALOR.                           00005890
           WRITE FD-FGTSREM FROM WRK-DETALHE.                           00005900
                                                                        00005910
           IF WRK-FS-FGTSREM NOT EQUAL ZEROS                            00005920
              MOVE 'FR21FGT1'                  TO WRK-PROGRAMA          00005930
              MOVE '2400'                      TO WRK-SECAO             00005940
              MOVE 'ERRO GRAVACAO FGTSREM   - ' TO WRK-MENSAGEM         00005950
              MOVE WRK-FS-FGTSREM              TO WRK-STATUS            00005960
              PERFORM 9000-TRATARERROS                                  00005970
           END-IF.                                                      00005980
                                                                        00005990
           ADD 1            TO WRK-QTDE-REMESSA.                        00006000
           ADD WRK-BASE     TO WRK-TOT-BASE.                            00006010
           ADD WRK-DEPOSITO TO WRK-TOT-DEPOSITO.                        00006020
                                                                        00006030
           MOVE WRK-IDFUNC    TO WRK-R-ID.                              00006040
           MOVE WRK-NOME      TO WRK-R-NOME.                            00006050
           EVALUATE TRUE                                                00006060
             WHEN WRK-DEP-MENSAL                                        00006070
                  MOVE 'MES  ' TO WRK-R-TIPO                            00006080
             WHEN WRK-DEP-DECIMO                                        00006090
                  MOVE '13o  ' TO WRK-R-TIPO                            00006100
             WHEN WRK-DEP-MULTA                                         00006110
                  MOVE 'MULTA' TO WRK-R-TIPO                            00006120
           END-EVALUATE.                                                00006130
           MOVE WRK-BASE      TO WRK-R-BASE.                            00006140
           MOVE WRK-DEPOSITO  TO WRK-R-DEPOSITO.                        00006150
           MOVE WRK-SALDO     TO WRK-R-SALDO.                           00006160
           WRITE FD-RELFGT FROM WRK-REL-DET.                            00006170
                                                                        00006180
       2400-99-FIM.                                            EXIT.    00006190
      *=============================================================*   00006200
                                                                        00006210
      *=============================================================*   00006220
       2500-PROCESSAR-13                                    SECTION.    00006230
                                                                        00006240
      *          PARCELAS DO 13o PAGAS NA COMPETENCIA (NOVEMBRO E       00006250
      *          DEZEMBRO); FORA DISSO O FOLH13 NEM E INFORMADO         00006260
                                                                        00006270
           IF WRK-FS-FOLH13 NOT EQUAL ZEROS                             00006280
              DISPLAY 'SEM PARCELAS DO 13o'                             00006290
              GO TO 2500-99-FIM                                         00006300
           END-IF.                                                      00006310
                                                                        00006320
           READ FOLH13.                                                 00006330
                                                                        00006340
           PERFORM UNTIL WRK-FS-FOLH13 NOT EQUAL ZEROS                  00006350
              ADD 1 TO WRK-LIDOS-13                                     00006360
              IF FD-13-COMPET EQUAL WRK-COMPET-ATUAL                    00006370
                 AND FD-13-BRUTO GREATER ZEROS                          00006380
                 MOVE 'D'           TO WRK-TIPO-DEP                     00006390
                 MOVE FD-13-IDFUNC  TO WRK-IDFUNC                       00006400
                 MOVE FD-13-NOME    TO WRK-NOME                         00006410
                 MOVE FD-13-BRUTO   TO WRK-BASE                         00006420
                 PERFORM 2100-DEPOSITAR                                 00006430
              END-IF                                                    00006440
              READ FOLH13                                               00006450
           END-PERFORM.                                                 00006460
                                                                        00006470
       2500-99-FIM.                                            EXIT.    00006480
      *=============================================================*   00006490
                                                                        00006500
      *=============================================================*   00006510
       2700-PROCESSAR-MULTAS                                SECTION.    00006520
                                                                        00006530
      *          MULTAS RESCISORIAS REGISTRADAS PELO FR21RES1 NA        00006540
      *          COMPETENCIA: JA ESTAO NO HISTORICO, SO VAO PARA A      00006550
      *          REMESSA                                                00006560
                                                                        00006570
           MOVE WRK-COMPET-ATUAL TO FGT-COMPET.                         00006580
                                                                        00006590
           EXEC SQL                                                     00006600
                OPEN CMULTA                                             00006610
           END-EXEC.                                                    00006620
                                                                        00006630
           IF SQLCODE NOT EQUAL 0                                       00006640
              MOVE SQLCODE TO WRK-SQLCODE                               00006650
              MOVE 'FR21FGT1'                  TO WRK-PROGRAMA          00006660
              MOVE '2700'                      TO WRK-SECAO             00006670
              MOVE 'ERRO OPEN CURSOR CMULTA - ' TO WRK-MENSAGEM         00006680
              MOVE ZEROS                       TO WRK-STATUS            00006690
              PERFORM 9000-TRATARERROS                                  00006700
           END-IF.                                                      00006710
                                                                        00006720
           PERFORM 2750-LER-MULTA.                                      00006730
                                                                        00006740
           PERFORM UNTIL SQLCODE NOT EQUAL 0                            00006750
              ADD 1 TO WRK-MULTAS                                       00006760
              MOVE 'R'          TO WRK-TIPO-DEP                         00006770
              MOVE FGT-IDFUNC   TO WRK-IDFUNC                           00006780
              MOVE 'MULTA RESCISORIA' TO WRK-NOME                       00006790
              MOVE FGT-BASE     TO WRK-BASE                             00006800
              MOVE FGT-VALOR    TO WRK-DEPOSITO                         00006810
              MOVE FGT-SALDO    TO WRK-SALDO                            00006820
              PERFORM 2400-GRAVAR-REMESSA                               00006830
              PERFORM 2750-LER-MULTA                                    00006840
           END-PERFORM.                                                 00006850
                                                                        00006860
           EXEC SQL                                                     00006870
                CLOSE CMULTA                                            00006880
           END-EXEC.                                                    00006890
                                                                        00006900
       2700-99-FIM.                                            EXIT.    00006910
      *=============================================================*   00006920
                                                                        00006930
      *=============================================================*   00006940
       2750-LER-MULTA                                       SECTION.    00006950
                                                                        00006960
            EXEC SQL                                                    00006970
                 FETCH CMULTA                                           00006980
                  INTO :FGT-IDFUNC, :FGT-BASE, :FGT-VALOR, :FGT-SALDO   00006990
            END-EXEC.                                                   00007000
                                                                        00007010
            IF SQLCODE NOT EQUAL 0 AND 100                              00007020
               MOVE SQLCODE TO WRK-SQLCODE                              00007030
               DISPLAY 'ERRO ' WRK-SQLCODE ' NA LEITURA DE MULTAS'      00007040
            END-IF.                                                     00007050
                                                                        00007060
       2750-99-FIM.                                            EXIT.    00007070
      *=============================================================*   00007080
                                                                        00007090
      *=============================================================*   00007100
       3000-FINALIZAR                                       SECTION.    00007110
                                                                        00007120
             MOVE WRK-QTDE-REMESSA TO WRK-T-QTDE.                       00007130
             MOVE WRK-TOT-BASE     TO WRK-T-BASE.                       00007140
             MOVE WRK-TOT-DEPOSITO TO WRK-T-VALOR.                      00007150
             WRITE FD-FGTSREM FROM WRK-TRAILER.                         00007160
                                                                        00007170
      *          FERIAS DA COMPETENCIA QUE A FOLHA NAO PAGOU: O         00007180
      *          DEPOSITO DELAS FICA PARA A COMPETENCIA DO PAGAMENTO    00007190
                                                                        00007200
             WRITE FD-RELFGT FROM WRK-LINHA-VAZIA.                      00007210
             PERFORM VARYING WRK-IND-FR FROM 1 BY 1 UNTIL               00007220
                WRK-IND-FR > WRK-TAB-FR-QTD                             00007230
                IF WRK-FR-PAGO(WRK-IND-FR) NOT EQUAL 'S'                00007240
                   ADD 1 TO WRK-FER-PENDENTES                           00007250
                   MOVE WRK-FR-IDFUNC(WRK-IND-FR) TO WRK-RC-ID          00007260
                   MOVE 'FERIAS SEM PAGAMENTO NA FOLHA - CONFERIR'      00007270
                                    TO WRK-RC-MOTIVO                    00007280
                   WRITE FD-RELFGT FROM WRK-REL-CRITICA                 00007290
                END-IF                                                  00007300
             END-PERFORM.                                               00007310
                                                                        00007320
             MOVE WRK-QTDE-REMESSA TO WRK-G-QTDE.                       00007330
             MOVE WRK-TOT-BASE     TO WRK-G-BASE.                       00007340
             MOVE WRK-TOT-DEPOSITO TO WRK-G-DEPOSITO.                   00007350
             WRITE FD-RELFGT FROM WRK-LINHA-VAZIA.                      00007360
             WRITE FD-RELFGT FROM WRK-TOTGERAL.                         00007370
                                                                        00007380
             DISPLAY 'FOLHAS LIDAS..........' WRK-LIDOS.                00007390
             DISPLAY 'PARCELAS 13o LIDAS....' WRK-LIDOS-13.             00007400
             DISPLAY 'DEPOSITOS REGISTRADOS.' WRK-DEPOSITOS.            00007410
             DISPLAY 'JA REGISTRADOS........' WRK-JA-REGISTRADOS.       00007420
             DISPLAY 'MULTAS NA REMESSA.....' WRK-MULTAS.               00007430
             DISPLAY 'OUTRA COMPETENCIA.....' WRK-OUTRA-COMPET.         00007440
             DISPLAY 'FERIAS A CONFERIR.....' WRK-FER-PENDENTES.        00007450
             DISPLAY WRK-MSG-FINAL.                                     00007460
                                                                        00007470
             CLOSE FOLHFGT.                                             00007480
             IF WRK-FS-FOLH13 NOT EQUAL 35                              00007490
                CLOSE FOLH13                                            00007500
             END-IF.                                                    00007510
             IF WRK-FS-FEREVT NOT EQUAL 35                              00007520
                CLOSE FEREVT                                            00007530
             END-IF.                                                    00007540
             CLOSE FGTSREM.                                             00007550
             CLOSE RELFGT.                                              00007560
             STOP RUN.                                                  00007570
                                                                        00007580
       3000-99-FIM.                                            EXIT.    00007590
      *=============================================================*   00007600
                                                                        00007610
      *=============================================================*   00007620
       9000-TRATARERROS                                     SECTION.    00007630
                                                                        00007640
             MOVE 'E' TO WRK-SEVERIDADE.                                00007650
             CALL 'GRAVALOG' USING WRK-DADOS.                           00007660
             STOP RUN.                                                  00007670
                                                                        00007680
       9000-99-FIM.                                            EXIT.    00007690
      *=============================================================*   00007700
