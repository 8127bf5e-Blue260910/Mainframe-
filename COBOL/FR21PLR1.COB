      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21PLR1.                                            00000050
                                                                        00000060
      *=============================================================*   00000070
      *   AUTOR....:VICTOR ARANDA                                       00000080
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000090
      *   DATA ....:15/10/2026                                          00000100
      *-------------------------------------------------------------*   00000110
      *   OBJETIVO: DISTRIBUICAO ANUAL DA PARTICIPACAO NOS LUCROS       00000120
      *      (PLR). LE OS FUNCIONARIOS DE IVAN.FUNC QUE TRABALHARAM     00000130
      *      NO ANO BASE (ADMITIDOS ATE O FIM DO ANO E NAO              00000140
      *      DEMITIDOS ANTES DO INICIO) E CALCULA A PLR DE CADA UM:     00000150
      *      (PARTE FIXA + SALARIO X MULTIPLO) X ATINGIMENTO DA         00000160
      *      META DO SETOR (METAPLR) X MESES TRABALHADOS / 12.          00000170
      *      MES DE ADMISSAO CONTA COM ADMISSAO ATE O DIA 15; MES       00000180
      *      DE DEMISSAO CONTA COM DEMISSAO A PARTIR DO DIA 15.         00000190
      *      SETOR ABAIXO DO PISO NAO DISTRIBUI; ACIMA DO TETO          00000200
      *      VALE O TETO (PARMPLR). O IMPOSTO E RETIDO PELA TABELA      00000210
      *      EXCLUSIVA DA PLR (IVAN.FAIXADESC TIPO 'P' DO ANO DO        00000220
      *      PAGAMENTO), SEM SOMAR AO IRRF MENSAL DA FOLHA.             00000230
      *      O LIQUIDO SAI COMO AVULSO (PAGAVUL, TIPO 'PLR') PARA A     00000240
      *      REMESSA DO FR21BNC1; O PLRANO GUARDA BRUTO, IMPOSTO E      00000250
      *      LIQUIDO PARA O INFORME ANUAL (FR21ANO1). O RESUMO POR      00000260
      *      SETOR PARA A DIRETORIA SAI NO RELPLR.                      00000270
      *-------------------------------------------------------------*   00000280
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000290
      *  1.0   15/10/26   VICTOR ARANDA    VERSAO INICIAL               00000300
      *-------------------------------------------------------------*   00000310
      *   BASE DE DADOS:                                                00000320
      *   TABELA.DB2..                                                  00000330
      *    ------              I/O                 INCLUDE/BOOK         00000340
      *   IVAN.FUNC             I                  #BKFUNC----          00000350
      *   IVAN.FAIXADESC        I                  #BKFAIXA---          00000360
      *-------------------------------------------------------------*   00000370
      *   ARQUIVOS:                                                     00000380
      *    DDNAME              I/O                  COPY/BOOK           00000390
      *   PARMPLR               I   (REGRA DE DISTRIBUICAO)             00000400
      *   METAPLR               I   (ATINGIMENTO DA META POR SETOR)     00000410
      *   PAGAVUL               O                  AVULBOOK---          00000420
      *   PLRANO                O                  PLRBOOK----          00000430
      *   RELPLR                O   (RESUMO POR SETOR - DIRETORIA)      00000440
      *-------------------------------------------------------------*   00000450
      *   MODULOS....:                                                  00000460
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000470
      *   FR21DTA1             DATA DE PROCESSAMENTO (LNKDPRC)          00000480
      *=============================================================*   00000490
       ENVIRONMENT                               DIVISION.              00000500
      *=============================================================*   00000510
                                                                        00000520
      *-------------------------------------------------------------*   00000530
       CONFIGURATION                                        SECTION.    00000540
      *-------------------------------------------------------------*   00000550
       SPECIAL-NAMES.                                                   00000560
           DECIMAL-POINT IS COMMA.                                      00000570
                                                                        00000580
                                                                        00000590
       INPUT-OUTPUT                                         SECTION.    00000600
       FILE-CONTROL.                                                    00000610
           SELECT PARMPLR   ASSIGN TO PARMPLR                           00000620
               FILE STATUS  IS WRK-FS-PARMPLR.                          00000630
                                                                        00000640
           SELECT METAPLR   ASSIGN TO METAPLR                           00000650
               FILE STATUS  IS WRK-FS-METAPLR.                          00000660
                                                                        00000670
           SELECT PAGAVUL   ASSIGN TO PAGAVUL                           00000680
               FILE STATUS  IS WRK-FS-PAGAVUL.                          00000690
                                                                        00000700
           SELECT PLRANO    ASSIGN TO PLRANO                            00000710
               FILE STATUS  IS WRK-FS-PLRANO.                           00000720
                                                                        00000730
           SELECT RELPLR    ASSIGN TO RELPLR                            00000740
               FILE STATUS  IS WRK-FS-RELPLR.                           00000750
                                                                        00000760
      *=============================================================*   00000770
       DATA                                                DIVISION.    00000780
      *=============================================================*   00000790
       FILE                                                 SECTION.    00000800
      *=============================================================*   00000810
                                                                        00000820
      *      ENTRADA - REGRA DE DISTRIBUICAO         LRECL = 30         00000830
      *      PARTE FIXA E MULTIPLO DO SALARIO VALEM PARA 100 POR        00000840
      *      CENTO DA META; ANO BASE ZERADO = ANO ANTERIOR AO DA        00000850
      *      DATA DE PROCESSAMENTO                                      00000860
       FD PARMPLR                                                       00000870
           RECORDING  MODE IS F                                         00000880
           BLOCK CONTAINS 0 RECORDS.                                    00000890
                                                                        00000900
       01 FD-PARMPLR.                                                   00000910
          05 FD-PP-ANO-BASE  PIC 9(04).                                 00000920
          05 FD-PP-VLR-FIXO  PIC 9(07)V99.                              00000930
          05 FD-PP-MULT-SAL  PIC 9(02)V99.                              00000940
          05 FD-PP-PCT-PISO  PIC 9(03)V99.                              00000950
          05 FD-PP-PCT-TETO  PIC 9(03)V99.                              00000960
          05 FILLER          PIC X(03).                                 00000970
                                                                        00000980
      *      ENTRADA - ATINGIMENTO DA META POR SETOR  LRECL = 10        00000990
       FD METAPLR                                                       00001000
           RECORDING  MODE IS F                                         00001010
           BLOCK CONTAINS 0 RECORDS.                                    00001020
                                                                        00001030
       01 FD-METAPLR.                                                   00001040
          05 FD-MP-SETOR     PIC X(04).                                 00001050
          05 FD-MP-PCT       PIC 9(03)V99.                              00001060
          05 FILLER          PIC X(01).                                 00001070
                                                                        00001080
      *      SAIDA - PAGAMENTOS AVULSOS              LRECL = 80         00001090
       FD PAGAVUL                                                       00001100
           RECORDING  MODE IS F                                         00001110
           BLOCK CONTAINS 0 RECORDS.                                    00001120
                                                                        00001130
       COPY 'AVULBOOK'.                                                 00001140
                                                                        00001150
      *      SAIDA - PLR PAGA NO ANO                 LRECL = 100        00001160
       FD PLRANO                                                        00001170
           RECORDING  MODE IS F                                         00001180
           BLOCK CONTAINS 0 RECORDS.                                    00001190
                                                                        00001200
       COPY 'PLRBOOK'.                                                  00001210
                                                                        00001220
      *      SAIDA - RESUMO POR SETOR                LRECL = 80         00001230
       FD RELPLR                                                        00001240
           RECORDING  MODE IS F                                         00001250
           BLOCK CONTAINS 0 RECORDS.                                    00001260
                                                                        00001270
       01 FD-RELPLR       PIC X(80).                                    00001280
                                                                        00001290
      *-------------------------------------------------------------*   00001300
       WORKING-STORAGE                                      SECTION.    00001310
      *-------------------------------------------------------------*   00001320
                                                                        00001330
           EXEC SQL                                                     00001340
              INCLUDE #BKFUNC                                           00001350
           END-EXEC.                                                    00001360
                                                                        00001370
           EXEC SQL                                                     00001380
              INCLUDE #BKFAIXA                                          00001390
           END-EXEC.                                                    00001400
                                                                        00001410
           EXEC SQL                                                     00001420
              INCLUDE SQLCA                                             00001430
           END-EXEC.                                                    00001440
                                                                        00001450
      *          PERIODO DO ANO BASE (AAAA-MM-DD)                       00001460
                                                                        00001470
       01 WRK-DATA-INI        PIC X(10).                                00001480
       01 WRK-DATA-FIM        PIC X(10).                                00001490
       01 WRK-DATADEM-AUX     PIC X(10).                                00001500
                                                                        00001510
           EXEC SQL                                                     00001520
              DECLARE CPLR CURSOR FOR                                   00001530
               SELECT ID, NOME, SETOR, SALARIO, DATAADM,                00001540
                      COALESCE(DATADEM, ' ')                            00001550
                FROM IVAN.FUNC                                          00001560
                WHERE DATAADM <= :WRK-DATA-FIM                          00001570
                  AND (DATADEM IS NULL                                  00001580
                       OR DATADEM >= :WRK-DATA-INI)                     00001590
                ORDER BY SETOR, ID                                      00001600
           END-EXEC.                                                    00001610
                                                                        00001620
           EXEC SQL                                                     00001630
              DECLARE CFAIXA CURSOR FOR                                 00001640
               SELECT LIMINF, LIMSUP, ALIQUOTA, PARCDED                 00001650
                FROM IVAN.FAIXADESC                                     00001660
                WHERE TIPODESC = 'P'                                    00001670
                  AND ANOVIG   = :DB2-ANOVIG                            00001680
                ORDER BY LIMINF                                         00001690
           END-EXEC.                                                    00001700
                                                                        00001710
      *------------------LOG-DE-ERROS-------------------------------*   00001720
                                                                        00001730
       01 WRK-DADOS.                                                    00001740
           05 WRK-PROGRAMA  PIC X(08).                                  00001750
           05 WRK-SECAO     PIC X(04).                                  00001760
           05 WRK-MENSAGEM  PIC X(30).                                  00001770
           05 WRK-STATUS    PIC X(02).                                  00001780
           05 WRK-SEVERIDADE PIC X(01).                                 00001790
           05 FILLER        PIC X(22).                                  00001800
                                                                        00001810
      *------------------DATA DE PROCESSAMENTO----------------------*   00001820
                                                                        00001830
           COPY 'LNKDPRC'.                                              00001840
                                                                        00001850
      *--------------------LOGICA-----------------------------------*   00001860
                                                                        00001870
       77 WRK-SQLCODE         PIC -999.                                 00001880
                                                                        00001890
       77 WRK-LIDOS           PIC 9(05) VALUE 0.                        00001900
                                                                        00001910
       77 WRK-PAGOS           PIC 9(05) VALUE 0.                        00001920
                                                                        00001930
       77 WRK-NAO-PAGOS       PIC 9(05) VALUE 0.                        00001940
                                                                        00001950
       01 WRK-DATA-SISTEMA.                                             00001960
          05 WRK-SIS-ANO      PIC 9(04).                                00001970
          05 WRK-SIS-MES      PIC 9(02).                                00001980
          05 WRK-SIS-DIA      PIC 9(02).                                00001990
                                                                        00002000
       77 WRK-ANO-BASE        PIC 9(04) VALUE 0.                        00002010
                                                                        00002020
      *-----------REGRA DE DISTRIBUICAO (PARMPLR)-------------------*   00002030
                                                                        00002040
       77 WRK-VLR-FIXO        PIC 9(07)V99 VALUE 0.                     00002050
       77 WRK-MULT-SAL        PIC 9(02)V99 VALUE 0.                     00002060
       77 WRK-PCT-PISO        PIC 9(03)V99 VALUE 0.                     00002070
       77 WRK-PCT-TETO        PIC 9(03)V99 VALUE 0.                     00002080
                                                                        00002090
      *-----------MESES TRABALHADOS NO ANO BASE---------------------*   00002100
                                                                        00002110
       01 WRK-DATA-AUX.                                                 00002120
          05 WRK-AUX-ANO      PIC 9(04).                                00002130
          05 WRK-AUX-MES      PIC 9(02).                                00002140
          05 WRK-AUX-DIA      PIC 9(02).                                00002150
                                                                        00002160
       77 WRK-MES-INI         PIC S9(02) VALUE 0.                       00002170
       77 WRK-MES-FIM         PIC S9(02) VALUE 0.                       00002180
       77 WRK-MESES           PIC 9(02) VALUE 0.                        00002190
                                                                        00002200
      *-----------CALCULO POR FUNCIONARIO---------------------------*   00002210
                                                                        00002220
       77 WRK-IDFUNC          PIC 9(05).                                00002230
       77 WRK-SALARIO         PIC 9(07)V99 VALUE 0.                     00002240
       77 WRK-PCT             PIC 9(03)V99 VALUE 0.                     00002250
       77 WRK-BRUTO           PIC 9(07)V99 VALUE 0.                     00002260
       77 WRK-IMPOSTO         PIC S9(07)V99 VALUE 0.                    00002270
       77 WRK-IRRF            PIC 9(07)V99 VALUE 0.                     00002280
       77 WRK-LIQUIDO         PIC 9(07)V99 VALUE 0.                     00002290
       77 WRK-MOTIVO          PIC X(40).                                00002300
                                                                        00002310
      *-----------ATINGIMENTO DA META POR SETOR---------------------*   00002320
                                                                        00002330
       01 WRK-TAB-META.                                                 00002340
          05 WRK-TAB-MT-QTD  PIC 9(03) VALUE 0.                         00002350
          05 WRK-TAB-MT-OCR OCCURS 100 TIMES.                           00002360
             10 WRK-MT-SETOR   PIC X(04).                               00002370
             10 WRK-MT-PCT     PIC 9(03)V99.                            00002380
                                                                        00002390
       77 WRK-IND-MT          PIC 9(03).                                00002400
       77 WRK-ACHOU-MT        PIC X(01).                                00002410
                                                                        00002420
      *-----------TABELA EXCLUSIVA DA PLR---------------------------*   00002430
                                                                        00002440
       01 WRK-TAB-PLR.                                                  00002450
          05 WRK-TAB-PLR-QTD PIC 9(02) VALUE 0.                         00002460
          05 WRK-TAB-PLR-OCR OCCURS 10 TIMES.                           00002470
             10 WRK-TP-LIMINF   PIC 9(07)V99.                           00002480
             10 WRK-TP-LIMSUP   PIC 9(07)V99.                           00002490
             10 WRK-TP-ALIQUOTA PIC 9(03)V99.                           00002500
             10 WRK-TP-PARCDED  PIC 9(07)V99.                           00002510
                                                                        00002520
       77 WRK-IND-FX          PIC 9(02).                                00002530
       77 WRK-ACHOU-FX        PIC X(01).                                00002540
                                                                        00002550
      *------------------CONTROLE DE SETOR--------------------------*   00002560
                                                                        00002570
       77 WRK-SETOR-ATUAL     PIC X(04) VALUE LOW-VALUES.               00002580
       77 WRK-ST-PCT          PIC 9(03)V99 VALUE 0.                     00002590
       77 WRK-ST-QTDE         PIC 9(05) VALUE 0.                        00002600
       77 WRK-ST-BRUTO        PIC 9(11)V99 VALUE 0.                     00002610
       77 WRK-ST-IRRF         PIC 9(11)V99 VALUE 0.                     00002620
       77 WRK-ST-LIQUIDO      PIC 9(11)V99 VALUE 0.                     00002630
                                                                        00002640
       77 WRK-TOT-BRUTO       PIC 9(11)V99 VALUE 0.                     00002650
       77 WRK-TOT-IRRF        PIC 9(11)V99 VALUE 0.                     00002660
       77 WRK-TOT-LIQUIDO     PIC 9(11)V99 VALUE 0.                     00002670
                                                                        00002680
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00002690
                                                                        00002700
       77 WRK-MSG-FINAL       PIC X(17) VALUE 'FINAL DE PROGRAMA'.      00002710
                                                                        00002720
      *--------------------STATUS-----------------------------------*   00002730
                                                                        00002740
       77 WRK-FS-PARMPLR   PIC 9(02).                                   00002750
                                                                        00002760
       77 WRK-FS-METAPLR   PIC 9(02).                                   00002770
                                                                        00002780
       77 WRK-FS-PAGAVUL   PIC 9(02).                                   00002790
                                                                        00002800
       77 WRK-FS-PLRANO    PIC 9(02).                                   00002810
                                                                        00002820
       77 WRK-FS-RELPLR    PIC 9(02).                                   00002830
                                                                        00002840
      *--------------------LINHAS DO RELATORIO----------------------*   00002850
                                                                        00002860
       01 WRK-CABEC1.                                                   00002870
          05 FILLER   PIC X(40) VALUE                                   00002880
             'PARTICIPACAO NOS LUCROS - ANO BASE '.                     00002890
          05 WRK-C-ANO        PIC 9(04).                                00002900
          05 FILLER   PIC X(36).                                        00002910
                                                                        00002920
       01 WRK-CABEC2.                                                   00002930
          05 FILLER   PIC X(40) VALUE                                   00002940
             'SETOR  META% QTDE          BRUTO        '.                00002950
          05 FILLER   PIC X(40) VALUE                                   00002960
             '  IMPOSTO         LIQUIDO               '.                00002970
                                                                        00002980
       01 WRK-REL-SETOR.                                                00002990
          05 WRK-R-SETOR     PIC X(04).                                 00003000
          05 FILLER          PIC X(02).                                 00003010
          05 WRK-R-PCT       PIC ZZ9,99.                                00003020
          05 FILLER          PIC X(01).                                 00003030
          05 WRK-R-QTDE      PIC ZZZZ9.                                 00003040
          05 FILLER          PIC X(01).                                 00003050
          05 WRK-R-BRUTO     PIC ZZ.ZZZ.ZZ9,99.                         00003060
          05 FILLER          PIC X(01).                                 00003070
          05 WRK-R-IRRF      PIC Z.ZZZ.ZZ9,99.                          00003080
          05 FILLER          PIC X(01).                                 00003090
          05 WRK-R-LIQUIDO   PIC ZZ.ZZZ.ZZ9,99.                         00003100
          05 FILLER          PIC X(21).                                 00003110
                                                                        00003120
       01 WRK-TOTGERAL.                                                 00003130
          05 FILLER          PIC X(13) VALUE                            00003140
             'TOTAL GERAL  '.                                           00003150
          05 WRK-G-QTDE      PIC ZZZZ9.                                 00003160
          05 FILLER          PIC X(01).                                 00003170
          05 WRK-G-BRUTO     PIC ZZ.ZZZ.ZZ9,99.                         00003180
          05 FILLER          PIC X(01).                                 00003190
          05 WRK-G-IRRF      PIC Z.ZZZ.ZZ9,99.                          00003200
          05 FILLER          PIC X(01).                                 00003210
          05 WRK-G-LIQUIDO   PIC ZZ.ZZZ.ZZ9,99.                         00003220
          05 FILLER          PIC X(21).                                 00003230
                                                                        00003240
      *=============================================================*   00003250
       PROCEDURE DIVISION.                                              00003260
      *=============================================================*   00003270
                                                                        00003280
      *=============================================================*   00003290
       0000-PRINCIPAL                                       SECTION.    00003300
                                                                        00003310
            PERFORM 1000-INICIAR.                                       00003320
            PERFORM 2000-PROCESSAR UNTIL SQLCODE EQUAL 100.             00003330
            PERFORM 3000-FINALIZAR.                                     00003340
                                                                        00003350
       0000-99-FIM.                                            EXIT.    00003360
      *=============================================================*   00003370
                                                                        00003380
      *=============================================================*   00003390
       1000-INICIAR                                         SECTION.    00003400
                                                                        00003410
      *          O PAGAMENTO SAI NA DATA DE NEGOCIO; A TABELA DE        00003420
      *          IMPOSTO E A DO ANO DO PAGAMENTO                        00003430
                                                                        00003440
            MOVE 'FR21PLR1' TO LNK-DP-PROGRAMA.                         00003450
            MOVE ZEROS      TO LNK-DP-DIAS-TOL.                         00003460
            CALL 'FR21DTA1' USING LNK-DPRC.                             00003470
            MOVE LNK-DP-DATA TO WRK-DATA-SISTEMA.                       00003480
                                                                        00003490
            OPEN INPUT  PARMPLR.                                        00003500
            OPEN INPUT  METAPLR.                                        00003510
            OPEN OUTPUT PAGAVUL.                                        00003520
            OPEN OUTPUT PLRANO.                                         00003530
            OPEN OUTPUT RELPLR.                                         00003540
                                                                        00003550
            IF WRK-FS-PARMPLR NOT EQUAL ZEROS                           00003560
               MOVE 'FR21PLR1'                  TO WRK-PROGRAMA         00003570
               MOVE '1000'                      TO WRK-SECAO            00003580
               MOVE 'ERRO OPEN PARMPLR       - ' TO WRK-MENSAGEM        00003590
               MOVE WRK-FS-PARMPLR              TO WRK-STATUS           00003600
               PERFORM 9000-TRATARERROS                                 00003610
            END-IF.                                                     00003620
                                                                        00003630
            IF WRK-FS-METAPLR NOT EQUAL ZEROS                           00003640
               MOVE 'FR21PLR1'                  TO WRK-PROGRAMA         00003650
               MOVE '1000'                      TO WRK-SECAO            00003660
               MOVE 'ERRO OPEN METAPLR       - ' TO WRK-MENSAGEM        00003670
               MOVE WRK-FS-METAPLR              TO WRK-STATUS           00003680
               PERFORM 9000-TRATARERROS                                 00003690
            END-IF.                                                     00003700
                                                                        00003710
            IF WRK-FS-PAGAVUL NOT EQUAL ZEROS                           00003720
               MOVE 'FR21PLR1'                  TO WRK-PROGRAMA         00003730
               MOVE '1000'                      TO WRK-SECAO            00003740
               MOVE 'ERRO OPEN PAGAVUL       - ' TO WRK-MENSAGEM        00003750
               MOVE WRK-FS-PAGAVUL              TO WRK-STATUS           00003760
               PERFORM 9000-TRATARERROS                                 00003770
            END-IF.                                                     00003780
                                                                        00003790
            IF WRK-FS-PLRANO NOT EQUAL ZEROS                            00003800
               MOVE 'FR21PLR1'                  TO WRK-PROGRAMA         00003810
               MOVE '1000'                      TO WRK-SECAO            00003820
               MOVE 'ERRO OPEN PLRANO        - ' TO WRK-MENSAGEM        00003830
               MOVE WRK-FS-PLRANO               TO WRK-STATUS           00003840
               PERFORM 9000-TRATARERROS                                 00003850
            END-IF.                                                     00003860
                                                                        00003870
            PERFORM 1100-LER-PARAMETROS.                                00003880
            PERFORM 1200-CARREGAR-METAS.                                00003890
            PERFORM 1300-CARREGAR-FAIXAS.                               00003900
                                                                        00003910
            MOVE WRK-ANO-BASE TO WRK-C-ANO.                             00003920
            WRITE FD-RELPLR FROM WRK-CABEC1.                            00003930
            WRITE FD-RELPLR FROM WRK-LINHA-VAZIA.                       00003940
            WRITE FD-RELPLR FROM WRK-CABEC2.                            00003950
            WRITE FD-RELPLR FROM WRK-LINHA-VAZIA.                       00003960
                                                                        00003970
            EXEC SQL                                                    00003980
               OPEN CPLR                                                00003990
            END-EXEC.                                                   00004000
                                                                        00004010
            IF SQLCODE NOT EQUAL 0                                      00004020
               MOVE SQLCODE TO WRK-SQLCODE                              00004030
               MOVE 'FR21PLR1'                  TO WRK-PROGRAMA         00004040
               MOVE '1000'                      TO WRK-SECAO            00004050
               MOVE 'ERRO OPEN CURSOR CPLR   - ' TO WRK-MENSAGEM        00004060
               MOVE ZEROS                       TO WRK-STATUS           00004070
               PERFORM 9000-TRATARERROS                                 00004080
            END-IF.                                                     00004090
                                                                        00004100
            PERFORM 2500-LER-FUNCIONARIO.                               00004110
                                                                        00004120
            IF SQLCODE EQUAL 100                                        00004130
               DISPLAY 'SEM FUNCIONARIOS NO ANO BASE'                   00004140
            END-IF.                                                     00004150
                                                                        00004160
       1000-99-FIM.                                            EXIT.    00004170
      *=============================================================*   00004180
                                                                        00004190
      *=============================================================*   00004200
       1100-LER-PARAMETROS                                  SECTION.    00004210
                                                                        00004220
            READ PARMPLR.                                               00004230
                                                                        00004240
            IF WRK-FS-PARMPLR NOT EQUAL ZEROS                           00004250
               MOVE 'FR21PLR1'                  TO WRK-PROGRAMA         00004260
               MOVE '1100'                      TO WRK-SECAO            00004270
               MOVE 'PARMPLR SEM REGRA       - ' TO WRK-MENSAGEM        00004280
               MOVE WRK-FS-PARMPLR              TO WRK-STATUS           00004290
               PERFORM 9000-TRATARERROS                                 00004300
            END-IF.                                                     00004310
                                                                        00004320
            MOVE FD-PP-VLR-FIXO TO WRK-VLR-FIXO.                        00004330
            MOVE FD-PP-MULT-SAL TO WRK-MULT-SAL.                        00004340
            MOVE FD-PP-PCT-PISO TO WRK-PCT-PISO.                        00004350
            MOVE FD-PP-PCT-TETO TO WRK-PCT-TETO.                        00004360
                                                                        00004370
            IF FD-PP-ANO-BASE EQUAL ZEROS                               00004380
               COMPUTE WRK-ANO-BASE = WRK-SIS-ANO - 1                   00004390
            ELSE                                                        00004400
               MOVE FD-PP-ANO-BASE TO WRK-ANO-BASE                      00004410
            END-IF.                                                     00004420
                                                                        00004430
      *          SEM TETO INFORMADO NAO HA LIMITE DE ATINGIMENTO        00004440
                                                                        00004450
            IF WRK-PCT-TETO EQUAL ZEROS                                 00004460
               MOVE 999,99 TO WRK-PCT-TETO                              00004470
            END-IF.                                                     00004480
                                                                        00004490
            IF WRK-VLR-FIXO EQUAL ZEROS AND WRK-MULT-SAL EQUAL ZEROS    00004500
               MOVE 'FR21PLR1'                  TO WRK-PROGRAMA         00004510
               MOVE '1100'                      TO WRK-SECAO            00004520
               MOVE 'REGRA DA PLR ZERADA     - ' TO WRK-MENSAGEM        00004530
               MOVE SPACES                      TO WRK-STATUS           00004540
               PERFORM 9000-TRATARERROS                                 00004550
            END-IF.                                                     00004560
                                                                        00004570
            STRING WRK-ANO-BASE '-01-01' DELIMITED BY SIZE              00004580
                   INTO WRK-DATA-INI.                                   00004590
            STRING WRK-ANO-BASE '-12-31' DELIMITED BY SIZE              00004600
                   INTO WRK-DATA-FIM.                                   00004610
                                                                        00004620
            CLOSE PARMPLR.                                              00004630
                                                                        00004640
       1100-99-FIM.                                            EXIT.    00004650
      *=============================================================*   00004660
                                                                        00004670
      *=============================================================*   00004680
       1200-CARREGAR-METAS                                  SECTION.    00004690
                                                                        00004700
      *          SETOR REPETIDO: VALE O ULTIMO DO ARQUIVO               00004710
                                                                        00004720
            READ METAPLR.                                               00004730
                                                                        00004740
            PERFORM UNTIL WRK-FS-METAPLR NOT EQUAL ZEROS                00004750
               MOVE 'N' TO WRK-ACHOU-MT                                 00004760
               PERFORM VARYING WRK-IND-MT FROM 1 BY 1 UNTIL             00004770
                  WRK-IND-MT > WRK-TAB-MT-QTD OR WRK-ACHOU-MT = 'S'     00004780
                  IF WRK-MT-SETOR(WRK-IND-MT) EQUAL FD-MP-SETOR         00004790
                     MOVE 'S' TO WRK-ACHOU-MT                           00004800
                     SUBTRACT 1 FROM WRK-IND-MT                         00004810
                  END-IF                                                00004820
               END-PERFORM                                              00004830
               IF WRK-ACHOU-MT NOT EQUAL 'S'                            00004840
                  IF WRK-TAB-MT-QTD NOT LESS 100                        00004850
                     MOVE 'FR21PLR1'                  TO WRK-PROGRAMA   00004860
                     MOVE '1200'                      TO WRK-SECAO      00004870
                     MOVE 'TABELA DE METAS ESTOUROU ' TO WRK-MENSAGEM   00004880
                     MOVE SPACES                      TO WRK-STATUS     00004890
                     PERFORM 9000-TRATARERROS                           00004900
                  END-IF                                                00004910
                  ADD 1 TO WRK-TAB-MT-QTD                               00004920
                  MOVE WRK-TAB-MT-QTD TO WRK-IND-MT                     00004930
                  MOVE FD-MP-SETOR TO WRK-MT-SETOR(WRK-IND-MT)          00004940
               END-IF                                                   00004950
               MOVE FD-MP-PCT TO WRK-MT-PCT(WRK-IND-MT)                 00004960
               READ METAPLR                                             00004970
            END-PERFORM.                                                00004980
                                                                        00004990
            IF WRK-TAB-MT-QTD EQUAL ZEROS                               00005000
               DISPLAY 'NENHUMA META DE SETOR INFORMADA'                00005010
            END-IF.                                                     00005020
                                                                        00005030
            CLOSE METAPLR.                                              00005040
                                                                        00005050
       1200-99-FIM.                                            EXIT.    00005060
      *=============================================================*   00005070
                                                                        00005080
      *=============================================================*   00005090
       1300-CARREGAR-FAIXAS                                 SECTION.    00005100
                                                                        00005110
      *          TABELA EXCLUSIVA DA PLR DO ANO DO PAGAMENTO; SEM       00005120
      *          ELA A DISTRIBUICAO NAO RODA (NAO HA COMO RETER)        00005130
                                                                        00005140
            MOVE WRK-SIS-ANO TO DB2-ANOVIG.                             00005150
                                                                        00005160
            EXEC SQL                                                    00005170
               OPEN CFAIXA                                              00005180
            END-EXEC.                                                   00005190
                                                                        00005200
            PERFORM 1350-LER-FAIXA.                                     00005210
                                                                        00005220
            PERFORM UNTIL SQLCODE NOT EQUAL 0                           00005230
               IF WRK-TAB-PLR-QTD NOT LESS 10                           00005240
                  MOVE 'FR21PLR1'                  TO WRK-PROGRAMA      00005250
                  MOVE '1300'                      TO WRK-SECAO         00005260
                  MOVE 'TABELA PLR COM MAIS DE 10 ' TO WRK-MENSAGEM     00005270
                  MOVE SPACES                      TO WRK-STATUS        00005280
                  PERFORM 9000-TRATARERROS                              00005290
               END-IF                                                   00005300
               ADD 1 TO WRK-TAB-PLR-QTD                                 00005310
               MOVE WRK-TAB-PLR-QTD TO WRK-IND-FX                       00005320
               MOVE DB2-LIMINF   TO WRK-TP-LIMINF(WRK-IND-FX)           00005330
               MOVE DB2-LIMSUP   TO WRK-TP-LIMSUP(WRK-IND-FX)           00005340
               MOVE DB2-ALIQUOTA TO WRK-TP-ALIQUOTA(WRK-IND-FX)         00005350
               MOVE DB2-PARCDED  TO WRK-TP-PARCDED(WRK-IND-FX)          00005360
               PERFORM 1350-LER-FAIXA                                   00005370
            END-PERFORM.                                                00005380
                                                                        00005390
            EXEC SQL                                                    00005400
               CLOSE CFAIXA                                             00005410
            END-EXEC.                                                   00005420
                                                                        00005430
            IF WRK-TAB-PLR-QTD EQUAL ZEROS                              00005440
               MOVE 'FR21PLR1'                  TO WRK-PROGRAMA         00005450
               MOVE '1300'                      TO WRK-SECAO            00005460
               MOVE 'SEM TABELA DA PLR NO ANO - ' TO WRK-MENSAGEM       00005470
               MOVE SPACES                      TO WRK-STATUS           00005480
               PERFORM 9000-TRATARERROS                                 00005490
            END-IF.                                                     00005500
                                                                        00005510
       1300-99-FIM.                                            EXIT.    00005520
      *=============================================================*   00005530
                                                                        00005540
      *=============================================================*   00005550
       1350-LER-FAIXA                                       SECTION.    00005560
                                                                        00005570
           EXEC SQL                                                     00005580
            FETCH CFAIXA                                                00005590
             INTO :DB2-LIMINF,                                          00005600
                  :DB2-LIMSUP,                                          00005610
                  :DB2-ALIQUOTA,                                        00005620
                  :DB2-PARCDED                                          00005630
           END-EXEC.                                                    00005640
                                                                        00005650
           IF SQLCODE NOT EQUAL 0 AND 100                               00005660
              MOVE SQLCODE TO WRK-SQLCODE                               00005670
              MOVE 'FR21PLR1'                  TO WRK-PROGRAMA          00005680
              MOVE '1350'                      TO WRK-SECAO             00005690
              MOVE 'ERRO FETCH CURSOR CFAIXA  ' TO WRK-MENSAGEM         00005700
              MOVE ZEROS                       TO WRK-STATUS            00005710
              PERFORM 9000-TRATARERROS                                  00005720
           END-IF.                                                      00005730
                                                                        00005740
       1350-99-FIM.                                            EXIT.    00005750
      *=============================================================*   00005760
                                                                        00005770
      *=============================================================*   00005780
       2000-PROCESSAR                                       SECTION.    00005790
                                                                        00005800
           ADD 1 TO WRK-LIDOS.                                          00005810
           MOVE DB2-ID TO WRK-IDFUNC.                                   00005820
                                                                        00005830
      *                 MUDANCA DE SETOR                                00005840
                                                                        00005850
           IF DB2-SETOR NOT EQUAL WRK-SETOR-ATUAL                       00005860
              IF WRK-SETOR-ATUAL NOT EQUAL LOW-VALUES                   00005870
                 PERFORM 2200-SUBTOTAL-SETOR                            00005880
              END-IF                                                    00005890
              PERFORM 2150-INICIAR-SETOR                                00005900
           END-IF.                                                      00005910
                                                                        00005920
           IF WRK-ACHOU-MT NOT EQUAL 'S'                                00005930
              MOVE 'SETOR SEM META INFORMADA NO METAPLR' TO WRK-MOTIVO  00005940
              PERFORM 2300-REGISTRAR-CRITICA                            00005950
              GO TO 2000-50-LER                                         00005960
           END-IF.                                                      00005970
                                                                        00005980
           IF WRK-ST-PCT LESS WRK-PCT-PISO                              00005990
              MOVE 'META DO SETOR ABAIXO DO PISO' TO WRK-MOTIVO         00006000
              PERFORM 2300-REGISTRAR-CRITICA                            00006010
              GO TO 2000-50-LER                                         00006020
           END-IF.                                                      00006030
                                                                        00006040
           PERFORM 2050-CONTAR-MESES.                                   00006050
                                                                        00006060
           IF WRK-MESES EQUAL ZEROS                                     00006070
              MOVE 'SEM MES TRABALHADO NO ANO BASE' TO WRK-MOTIVO       00006080
              PERFORM 2300-REGISTRAR-CRITICA                            00006090
              GO TO 2000-50-LER                                         00006100
           END-IF.                                                      00006110
                                                                        00006120
           PERFORM 2100-CALCULAR-E-GRAVAR.                              00006130
                                                                        00006140
       2000-50-LER.                                                     00006150
                                                                        00006160
           PERFORM 2500-LER-FUNCIONARIO.                                00006170
                                                                        00006180
       2000-99-FIM.                                            EXIT.    00006190
      *=============================================================*   00006200
                                                                        00006210
      *=============================================================*   00006220
       2050-CONTAR-MESES                                    SECTION.    00006230
                                                                        00006240
      *          ADMITIDO ANTES DO ANO BASE COMECA EM JANEIRO;          00006250
      *          ADMITIDO NELE, NO MES DA ADMISSAO SE ATE O DIA 15      00006260
                                                                        00006270
           MOVE DB2-DATAADM(1:4) TO WRK-AUX-ANO.                        00006280
           MOVE DB2-DATAADM(6:2) TO WRK-AUX-MES.                        00006290
           MOVE DB2-DATAADM(9:2) TO WRK-AUX-DIA.                        00006300
                                                                        00006310
           IF WRK-AUX-ANO LESS WRK-ANO-BASE                             00006320
              MOVE 1 TO WRK-MES-INI                                     00006330
           ELSE                                                         00006340
              IF WRK-AUX-DIA NOT GREATER 15                             00006350
                 MOVE WRK-AUX-MES TO WRK-MES-INI                        00006360
              ELSE                                                      00006370
                 COMPUTE WRK-MES-INI = WRK-AUX-MES + 1                  00006380
              END-IF                                                    00006390
           END-IF.                                                      00006400
                                                                        00006410
      *          ATIVO OU DEMITIDO DEPOIS DO ANO BASE VAI ATE           00006420
      *          DEZEMBRO; DEMITIDO NELE, ATE O MES DA DEMISSAO SE      00006430
      *          A PARTIR DO DIA 15                                     00006440
                                                                        00006450
           IF WRK-DATADEM-AUX EQUAL SPACES                              00006460
              MOVE 12 TO WRK-MES-FIM                                    00006470
           ELSE                                                         00006480
              MOVE WRK-DATADEM-AUX(1:4) TO WRK-AUX-ANO                  00006490
              MOVE WRK-DATADEM-AUX(6:2) TO WRK-AUX-MES                  00006500
              MOVE WRK-DATADEM-AUX(9:2) TO WRK-AUX-DIA                  00006510
              IF WRK-AUX-ANO GREATER WRK-ANO-BASE                       00006520
                 MOVE 12 TO WRK-MES-FIM                                 00006530
              ELSE                                                      00006540
                 IF WRK-AUX-DIA NOT LESS 15                             00006550
                    MOVE WRK-AUX-MES TO WRK-MES-FIM                     00006560
                 ELSE                                                   00006570
                    COMPUTE WRK-MES-FIM = WRK-AUX-MES - 1               00006580
                 END-IF                                                 00006590
              END-IF                                                    00006600
           END-IF.                                                      00006610
                                                                        00006620
           IF WRK-MES-FIM LESS WRK-MES-INI                              00006630
              MOVE ZEROS TO WRK-MESES                                   00006640
           ELSE                                                         00006650
              COMPUTE WRK-MESES = WRK-MES-FIM - WRK-MES-INI + 1         00006660
           END-IF.                                                      00006670
                                                                        00006680
       2050-99-FIM.                                            EXIT.    00006690
      *=============================================================*   00006700
                                                                        00006710
      *=============================================================*   00006720
       2100-CALCULAR-E-GRAVAR                               SECTION.    00006730
                                                                        00006740
      *          PLR = (FIXO + SALARIO X MULTIPLO) X META DO SETOR      00006750
      *          X MESES TRABALHADOS / 12                               00006760
                                                                        00006770
           MOVE DB2-SALARIO TO WRK-SALARIO.                             00006780
           MOVE WRK-ST-PCT  TO WRK-PCT.                                 00006790
                                                                        00006800
           COMPUTE WRK-BRUTO ROUNDED =                                  00006810
              (WRK-VLR-FIXO + WRK-SALARIO * WRK-MULT-SAL)               00006820
              * WRK-PCT / 100 * WRK-MESES / 12.                         00006830
                                                                        00006840
           IF WRK-BRUTO EQUAL ZEROS                                     00006850
              MOVE 'PLR CALCULADA ZERADA' TO WRK-MOTIVO                 00006860
              PERFORM 2300-REGISTRAR-CRITICA                            00006870
              GO TO 2100-99-FIM                                         00006880
           END-IF.                                                      00006890
                                                                        00006900
           PERFORM 2400-CALCULAR-IMPOSTO.                               00006910
                                                                        00006920
           COMPUTE WRK-LIQUIDO = WRK-BRUTO - WRK-IRRF.                  00006930
                                                                        00006940
      *          CREDITO NA CONTA DO PROPRIO FUNCIONARIO (FCOMPSEQ)     00006950
                                                                        00006960
           MOVE WRK-IDFUNC       TO AVUL-IDFUNC.                        00006970
           MOVE 'PLR'            TO AVUL-TIPO.                          00006980
           MOVE WRK-LIQUIDO      TO AVUL-VALOR.                         00006990
           MOVE SPACES           TO AVUL-BANCO.                         00007000
           MOVE SPACES           TO AVUL-AGENCIA.                       00007010
           MOVE SPACES           TO AVUL-CONTA.                         00007020
           MOVE DB2-NOME         TO AVUL-FAVORECIDO.                    00007030
           MOVE WRK-DATA-SISTEMA TO AVUL-DATA.                          00007040
           WRITE REG-PAGAVUL.                                           00007050
                                                                        00007060
           IF WRK-FS-PAGAVUL NOT EQUAL ZEROS                            00007070
              MOVE 'FR21PLR1'                  TO WRK-PROGRAMA          00007080
              MOVE '2100'                      TO WRK-SECAO             00007090
              MOVE 'ERRO GRAVACAO PAGAVUL   - ' TO WRK-MENSAGEM         00007100
              MOVE WRK-FS-PAGAVUL              TO WRK-STATUS            00007110
              PERFORM 9000-TRATARERROS                                  00007120
           END-IF.                                                      00007130
                                                                        00007140
           MOVE WRK-IDFUNC       TO PLR-IDFUNC.                         00007150
           MOVE DB2-NOME         TO PLR-NOME.                           00007160
           MOVE DB2-SETOR        TO PLR-SETOR.                          00007170
           MOVE WRK-ANO-BASE     TO PLR-ANO-BASE.                       00007180
           MOVE WRK-MESES        TO PLR-MESES.                          00007190
           MOVE WRK-PCT          TO PLR-PCT-ATING.                      00007200
           MOVE WRK-BRUTO        TO PLR-BRUTO.                          00007210
           MOVE WRK-IRRF         TO PLR-IRRF.                           00007220
           MOVE WRK-LIQUIDO      TO PLR-LIQUIDO.                        00007230
           MOVE WRK-DATA-SISTEMA TO PLR-DATA.                           00007240
           WRITE REG-PLRANO.                                            00007250
                                                                        00007260
           IF WRK-FS-PLRANO NOT EQUAL ZEROS                             00007270
              MOVE 'FR21PLR1'                  TO WRK-PROGRAMA          00007280
              MOVE '2100'                      TO WRK-SECAO             00007290
              MOVE 'ERRO GRAVACAO PLRANO    - ' TO WRK-MENSAGEM         00007300
              MOVE WRK-FS-PLRANO               TO WRK-STATUS            00007310
              PERFORM 9000-TRATARERROS                                  00007320
           END-IF.                                                      00007330
                                                                        00007340
           ADD 1           TO WRK-PAGOS.                                00007350
           ADD 1           TO WRK-ST-QTDE.                              00007360
           ADD WRK-BRUTO   TO WRK-ST-BRUTO.                             00007370
           ADD WRK-IRRF    TO WRK-ST-IRRF.                              00007380
           ADD WRK-LIQUIDO TO WRK-ST-LIQUIDO.                           00007390
                                                                        00007400
       2100-99-FIM.                                            EXIT.    00007410
      *=============================================================*   00007420
                                                                        00007430
      *=============================================================*   00007440
       2150-INICIAR-SETOR                                   SECTION.    00007450
                                                                        00007460
           MOVE DB2-SETOR TO WRK-SETOR-ATUAL.                           00007470
           MOVE ZEROS     TO WRK-ST-QTDE.                               00007480
           MOVE ZEROS     TO WRK-ST-BRUTO.                              00007490
           MOVE ZEROS     TO WRK-ST-IRRF.                               00007500
           MOVE ZEROS     TO WRK-ST-LIQUIDO.                            00007510
           MOVE ZEROS     TO WRK-ST-PCT.                                00007520
                                                                        00007530
           MOVE 'N' TO WRK-ACHOU-MT.                                    00007540
           PERFORM VARYING WRK-IND-MT FROM 1 BY 1 UNTIL                 00007550
              WRK-IND-MT > WRK-TAB-MT-QTD OR WRK-ACHOU-MT = 'S'         00007560
              IF WRK-MT-SETOR(WRK-IND-MT) EQUAL DB2-SETOR               00007570
                 MOVE 'S' TO WRK-ACHOU-MT                               00007580
                 MOVE WRK-MT-PCT(WRK-IND-MT) TO WRK-ST-PCT              00007590
              END-IF                                                    00007600
           END-PERFORM.                                                 00007610
                                                                        00007620
      *          ACIMA DO TETO DISTRIBUI O TETO                         00007630
                                                                        00007640
           IF WRK-ST-PCT GREATER WRK-PCT-TETO                           00007650
              MOVE WRK-PCT-TETO TO WRK-ST-PCT                           00007660
           END-IF.                                                      00007670
                                                                        00007680
       2150-99-FIM.                                            EXIT.    00007690
      *=============================================================*   00007700
                                                                        00007710
      *=============================================================*   00007720
       2200-SUBTOTAL-SETOR                                  SECTION.    00007730
                                                                        00007740
           MOVE WRK-SETOR-ATUAL TO WRK-R-SETOR.                         00007750
           MOVE WRK-ST-PCT      TO WRK-R-PCT.                           00007760
           MOVE WRK-ST-QTDE     TO WRK-R-QTDE.                          00007770
           MOVE WRK-ST-BRUTO    TO WRK-R-BRUTO.                         00007780
           MOVE WRK-ST-IRRF     TO WRK-R-IRRF.                          00007790
           MOVE WRK-ST-LIQUIDO  TO WRK-R-LIQUIDO.                       00007800
           WRITE FD-RELPLR FROM WRK-REL-SETOR.                          00007810
                                                                        00007820
           ADD WRK-ST-BRUTO   TO WRK-TOT-BRUTO.                         00007830
           ADD WRK-ST-IRRF    TO WRK-TOT-IRRF.                          00007840
           ADD WRK-ST-LIQUIDO TO WRK-TOT-LIQUIDO.                       00007850
                                                                        00007860
       2200-99-FIM.                                            EXIT.    00007870
      *=============================================================*   00007880
                                                                        00007890
      *=============================================================*   00007900
       2300-REGISTRAR-CRITICA                               SECTION.    00007910
                                                                        00007920
           DISPLAY 'SEM PLR: ' WRK-IDFUNC ' SETOR ' DB2-SETOR           00007930
                   ' - ' WRK-MOTIVO.                                    00007940
           ADD 1 TO WRK-NAO-PAGOS.                                      00007950
                                                                        00007960
       2300-99-FIM.                                            EXIT.    00007970
      *=============================================================*   00007980
                                                                        00007990
      *=============================================================*   00008000
       2400-CALCULAR-IMPOSTO                                SECTION.    00008010
                                                                        00008020
      *          TABELA EXCLUSIVA: IMPOSTO SOBRE O VALOR CHEIO DA       00008030
      *          PLR, SEM DEDUCOES; ACIMA DA ULTIMA FAIXA VALE A        00008040
      *          ALIQUOTA MAXIMA                                        00008050
                                                                        00008060
           MOVE ZEROS TO WRK-IMPOSTO.                                   00008070
           MOVE 'N'   TO WRK-ACHOU-FX.                                  00008080
                                                                        00008090
           PERFORM VARYING WRK-IND-FX FROM 1 BY 1 UNTIL                 00008100
              WRK-IND-FX > WRK-TAB-PLR-QTD OR WRK-ACHOU-FX = 'S'        00008110
              IF WRK-BRUTO NOT LESS WRK-TP-LIMINF(WRK-IND-FX)           00008120
                 AND WRK-BRUTO NOT GREATER WRK-TP-LIMSUP(WRK-IND-FX)    00008130
                 MOVE 'S' TO WRK-ACHOU-FX                               00008140
                 SUBTRACT 1 FROM WRK-IND-FX                             00008150
              END-IF                                                    00008160
           END-PERFORM.                                                 00008170
                                                                        00008180
           IF WRK-ACHOU-FX NOT EQUAL 'S'                                00008190
              MOVE WRK-TAB-PLR-QTD TO WRK-IND-FX                        00008200
              IF WRK-BRUTO NOT GREATER WRK-TP-LIMSUP(WRK-IND-FX)        00008210
                 MOVE ZEROS TO WRK-IRRF                                 00008220
                 GO TO 2400-99-FIM                                      00008230
              END-IF                                                    00008240
           END-IF.                                                      00008250
                                                                        00008260
           COMPUTE WRK-IMPOSTO ROUNDED =                                00008270
              (WRK-BRUTO * WRK-TP-ALIQUOTA(WRK-IND-FX) / 100)           00008280
              - WRK-TP-PARCDED(WRK-IND-FX).                             00008290
                                                                        00008300
           IF WRK-IMPOSTO GREATER ZEROS                                 00008310
              MOVE WRK-IMPOSTO TO WRK-IRRF                              00008320
           ELSE                                                         00008330
              MOVE ZEROS TO WRK-IRRF                                    00008340
           END-IF.                                                      00008350
                                                                        00008360
       2400-99-FIM.                                            EXIT.    00008370
      *=============================================================*   00008380
                                                                        00008390
      *=============================================================*   00008400
       2500-LER-FUNCIONARIO                                 SECTION.    00008410
                                                                        00008420
           EXEC SQL                                                     00008430
            FETCH CPLR                                                  00008440
             INTO :DB2-ID,                                              00008450
                  :DB2-NOME,                                            00008460
                  :DB2-SETOR,                                           00008470
                  :DB2-SALARIO,                                         00008480
                  :DB2-DATAADM,                                         00008490
                  :WRK-DATADEM-AUX                                      00008500
            END-EXEC.                                                   00008510
                                                                        00008520
            IF SQLCODE NOT EQUAL 0 AND 100                              00008530
               MOVE SQLCODE TO WRK-SQLCODE                              00008540
               MOVE 'FR21PLR1'                  TO WRK-PROGRAMA         00008550
               MOVE '2500'                      TO WRK-SECAO            00008560
               MOVE 'ERRO FETCH CURSOR CPLR    ' TO WRK-MENSAGEM        00008570
               MOVE ZEROS                       TO WRK-STATUS           00008580
               PERFORM 9000-TRATARERROS                                 00008590
            END-IF.                                                     00008600
                                                                        00008610
       2500-99-FIM.                                            EXIT.    00008620
      *=============================================================*   00008630
                                                                        00008640
      *=============================================================*   00008650
       3000-FINALIZAR                                       SECTION.    00008660
                                                                        00008670
             IF WRK-SETOR-ATUAL NOT EQUAL LOW-VALUES                    00008680
                PERFORM 2200-SUBTOTAL-SETOR                             00008690
             END-IF.                                                    00008700
                                                                        00008710
             EXEC SQL                                                   00008720
               CLOSE CPLR                                               00008730
             END-EXEC.                                                  00008740
                                                                        00008750
             WRITE FD-RELPLR FROM WRK-LINHA-VAZIA.                      00008760
             MOVE WRK-PAGOS       TO WRK-G-QTDE.                        00008770
             MOVE WRK-TOT-BRUTO   TO WRK-G-BRUTO.                       00008780
             MOVE WRK-TOT-IRRF    TO WRK-G-IRRF.                        00008790
             MOVE WRK-TOT-LIQUIDO TO WRK-G-LIQUIDO.                     00008800
             WRITE FD-RELPLR FROM WRK-TOTGERAL.                         00008810
                                                                        00008820
             DISPLAY 'FUNCIONARIOS LIDOS....' WRK-LIDOS.                00008830
             DISPLAY 'PLR PAGAS.............' WRK-PAGOS.                00008840
             DISPLAY 'SEM PLR...............' WRK-NAO-PAGOS.            00008850
             DISPLAY WRK-MSG-FINAL.                                     00008860
                                                                        00008870
             CLOSE PAGAVUL.                                             00008880
             CLOSE PLRANO.                                              00008890
             CLOSE RELPLR.                                              00008900
             STOP RUN.                                                  00008910
                                                                        00008920
       3000-99-FIM.                                            EXIT.    00008930
      *=============================================================*   00008940
                                                                        00008950
      *=============================================================*   00008960
       9000-TRATARERROS                                     SECTION.    00008970
                                                                        00008980
             MOVE 'E' TO WRK-SEVERIDADE.                                00008990
             CALL 'GRAVALOG' USING WRK-DADOS.                           00009000
             STOP RUN.                                                  00009010
                                                                        00009020
       9000-99-FIM.                                            EXIT.    00009030
      *=============================================================*   00009040
