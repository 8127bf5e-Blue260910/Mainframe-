      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21ALB1.                                            00000050
                                                                        00000060
      *=============================================================*   00000070
      *   AUTOR....:VICTOR ARANDA                                       00000080
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000090
      *   DATA ....:15/10/2026                                          00000100
      *-------------------------------------------------------------*   00000110
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000120
      *  1.0   15/10/26   VICTOR ARANDA    VERSAO INICIAL               00000130
      *-------------------------------------------------------------*   00000140
      *   OBJETIVO: RELATORIO SEMANAL DOS PEDIDOS DE ALTERACAO DE       00000150
      *      DADOS BANCARIOS (IVAN.ALTBANC), EM DUAS PARTES:            00000160
      *      1 - PEDIDOS PENDENTES DE APROVACAO, COM O SOLICITANTE      00000170
      *          E A IDADE EM DIAS DESDE A SOLICITACAO;                 00000180
      *      2 - PEDIDOS APROVADOS OU RECUSADOS NO PERIODO, COM O       00000190
      *          SOLICITANTE, O DECISOR E A DATA/HORA DA DECISAO.       00000200
      *      PARM DA EXECUCAO: PERIODO EM DIAS (3), PADRAO 007.         00000210
      *-------------------------------------------------------------*   00000220
      *   BASE DE DADOS:                                                00000230
      *   TABELA.DB2..                                                  00000240
      *    ------              I/O                 INCLUDE/BOOK         00000250
      *   IVAN.ALTBANC          I                  #BKALTB----          00000260
      *-------------------------------------------------------------*   00000270
      *   ARQUIVOS:                                                     00000280
      *    DDNAME              I/O                  COPY/BOOK           00000290
      *   RELALB                O                                       00000300
      *-------------------------------------------------------------*   00000310
      *   MODULOS....:                                                  00000320
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000330
      *=============================================================*   00000340
       ENVIRONMENT                               DIVISION.              00000350
      *=============================================================*   00000360
                                                                        00000370
      *-------------------------------------------------------------*   00000380
       CONFIGURATION                                        SECTION.    00000390
      *-------------------------------------------------------------*   00000400
       SPECIAL-NAMES.                                                   00000410
           DECIMAL-POINT IS COMMA.                                      00000420
                                                                        00000430
                                                                        00000440
       INPUT-OUTPUT                                         SECTION.    00000450
       FILE-CONTROL.                                                    00000460
           SELECT RELALB   ASSIGN TO RELALB                             00000470
               FILE STATUS  IS WRK-FS-RELALB.                           00000480
                                                                        00000490
      *=============================================================*   00000500
       DATA                                                DIVISION.    00000510
      *=============================================================*   00000520
       FILE                                                 SECTION.    00000530
      *=============================================================*   00000540
                                                                        00000550
      *      SAIDA - RELATORIO SEMANAL              LRECL = 80          00000560
       FD RELALB                                                        00000570
           RECORDING  MODE IS F                                         00000580
           BLOCK CONTAINS 0 RECORDS.                                    00000590
                                                                        00000600
       01 FD-RELALB       PIC X(80).                                    00000610
                                                                        00000620
      *-------------------------------------------------------------*   00000630
       WORKING-STORAGE                                      SECTION.    00000640
      *-------------------------------------------------------------*   00000650
                                                                        00000660
           EXEC SQL                                                     00000670
              INCLUDE #BKALTB                                           00000680
           END-EXEC.                                                    00000690
                                                                        00000700
           EXEC SQL                                                     00000710
              INCLUDE SQLCA                                             00000720
           END-EXEC.                                                    00000730
                                                                        00000740
           EXEC SQL                                                     00000750
              DECLARE CPENDENT CURSOR FOR                               00000760
              SELECT NUMPED, IDFUNC, BANCO, AGBANCO, CONTABCO,          00000770
                     OPERSOL, DTHSOL                                    00000780
                FROM IVAN.ALTBANC                                       00000790
               WHERE SITUACAO = 'P'                                     00000800
               ORDER BY DTHSOL, NUMPED                                  00000810
           END-EXEC.                                                    00000820
                                                                        00000830
           EXEC SQL                                                     00000840
              DECLARE CDECIDID CURSOR FOR                               00000850
              SELECT NUMPED, IDFUNC, SITUACAO, OPERSOL, OPERDEC,        00000860
                     DTHDEC                                             00000870
                FROM IVAN.ALTBANC                                       00000880
               WHERE SITUACAO IN ('A', 'R')                             00000890
                 AND DTHDEC >= :WRK-INICIO-DTH                          00000900
               ORDER BY DTHDEC, NUMPED                                  00000910
           END-EXEC.                                                    00000920
                                                                        00000930
      *------------------LOG-DE-ERROS-------------------------------*   00000940
                                                                        00000950
       01 WRK-DADOS.                                                    00000960
           05 WRK-PROGRAMA  PIC X(08).                                  00000970
           05 WRK-SECAO     PIC X(04).                                  00000980
           05 WRK-MENSAGEM  PIC X(30).                                  00000990
           05 WRK-STATUS    PIC X(02).                                  00001000
           05 WRK-SEVERIDADE PIC X(01).                                 00001010
           05 FILLER        PIC X(22).                                  00001020
                                                                        00001030
      *--------------------LOGICA-----------------------------------*   00001040
                                                                        00001050
       77 WRK-SQLCODE         PIC -999.                                 00001060
       77 WRK-PERIODO         PIC 9(03) VALUE 7.                        00001070
       77 WRK-FIM-CURSOR      PIC X(01).                                00001080
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00001090
                                                                        00001100
       77 WRK-NUM-HOJE        PIC 9(08) COMP.                           00001110
       77 WRK-NUM-DATA        PIC 9(08) COMP.                           00001120
       77 WRK-DIAS            PIC 9(05) COMP.                           00001130
                                                                        00001140
       77 WRK-QT-PEND         PIC 9(05) VALUE 0.                        00001150
       77 WRK-QT-APROV        PIC 9(05) VALUE 0.                        00001160
       77 WRK-QT-RECUS        PIC 9(05) VALUE 0.                        00001170
                                                                        00001180
      *-----------DATAS---------------------------------------------*   00001190
                                                                        00001200
       01 WRK-DATA-HOJE       PIC 9(08).                                00001210
                                                                        00001220
       01 WRK-DATA-AUX        PIC 9(08).                                00001230
       01 WRK-DATA-AUX-R REDEFINES WRK-DATA-AUX.                        00001240
          05 WRK-AUX-ANO      PIC 9(04).                                00001250
          05 WRK-AUX-MES      PIC 9(02).                                00001260
          05 WRK-AUX-DIA      PIC 9(02).                                00001270
                                                                        00001280
      *          DATA/HORA DO PEDIDO: AAAAMMDDHHMMSS                    00001290
       01 WRK-DTH             PIC X(14).                                00001300
       01 WRK-DTH-R REDEFINES WRK-DTH.                                  00001310
          05 WRK-DTH-DATA     PIC 9(08).                                00001320
          05 WRK-DTH-HH       PIC X(02).                                00001330
          05 WRK-DTH-MI       PIC X(02).                                00001340
          05 WRK-DTH-SS       PIC X(02).                                00001350
                                                                        00001360
       01 WRK-INICIO-DTH      PIC X(14).                                00001370
       01 WRK-INICIO-DTH-R REDEFINES WRK-INICIO-DTH.                    00001380
          05 WRK-INI-DATA     PIC 9(08).                                00001390
          05 WRK-INI-HORA     PIC 9(06).                                00001400
                                                                        00001410
       01 WRK-DATA-ED.                                                  00001420
          05 WRK-ED-DIA       PIC 9(02).                                00001430
          05 FILLER           PIC X(01) VALUE '/'.                      00001440
          05 WRK-ED-MES       PIC 9(02).                                00001450
          05 FILLER           PIC X(01) VALUE '/'.                      00001460
          05 WRK-ED-ANO       PIC 9(04).                                00001470
                                                                        00001480
       01 WRK-HORA-ED.                                                  00001490
          05 WRK-ED-HH        PIC X(02).                                00001500
          05 FILLER           PIC X(01) VALUE ':'.                      00001510
          05 WRK-ED-MI        PIC X(02).                                00001520
                                                                        00001530
      *--------------------STATUS-----------------------------------*   00001540
                                                                        00001550
       77 WRK-FS-RELALB   PIC 9(02).                                    00001560
                                                                        00001570
      *--------------------LINHAS DO RELATORIO----------------------*   00001580
                                                                        00001590
       01 WRK-CABEC1.                                                   00001600
          05 FILLER   PIC X(40) VALUE                                   00001610
             'ALTERACOES BANCARIAS - SEMANAL - PERIODO'.                00001620
          05 FILLER   PIC X(01) VALUE SPACE.                            00001630
          05 WRK-C1-PERIODO   PIC ZZ9.                                  00001640
          05 FILLER   PIC X(06) VALUE ' DIAS '.                         00001650
          05 FILLER   PIC X(30).                                        00001660
                                                                        00001670
       01 WRK-TITULO.                                                   00001680
          05 WRK-T-TEXTO      PIC X(60).                                00001690
          05 FILLER           PIC X(20).                                00001700
                                                                        00001710
       01 WRK-CABEC-PEND.                                               00001720
          05 FILLER   PIC X(40) VALUE                                   00001730
             'PEDIDO   FUNC.  BCO AGEN CONTA       SOL'.                00001740
          05 FILLER   PIC X(40) VALUE                                   00001750
             'ICIT.  SOLICITADO   DIAS'.                                00001760
                                                                        00001770
       01 WRK-DET-PEND.                                                 00001780
          05 WRK-DP-NUMPED    PIC 9(07).                                00001790
          05 FILLER           PIC X(02).                                00001800
          05 WRK-DP-IDFUNC    PIC 9(05).                                00001810
          05 FILLER           PIC X(02).                                00001820
          05 WRK-DP-BANCO     PIC X(03).                                00001830
          05 FILLER           PIC X(01).                                00001840
          05 WRK-DP-AGBANCO   PIC X(04).                                00001850
          05 FILLER           PIC X(01).                                00001860
          05 WRK-DP-CONTABCO  PIC X(10).                                00001870
          05 FILLER           PIC X(02).                                00001880
          05 WRK-DP-OPERSOL   PIC X(08).                                00001890
          05 FILLER           PIC X(02).                                00001900
          05 WRK-DP-DTSOL     PIC X(10).                                00001910
          05 FILLER           PIC X(02).                                00001920
          05 WRK-DP-IDADE     PIC ZZZZ9.                                00001930
          05 FILLER           PIC X(16).                                00001940
                                                                        00001950
       01 WRK-CABEC-DECID.                                              00001960
          05 FILLER   PIC X(40) VALUE                                   00001970
             'PEDIDO   FUNC.  DECISAO   SOLICIT.  DECI'.                00001980
          05 FILLER   PIC X(40) VALUE                                   00001990
             'SOR   DATA       HORA'.                                   00002000
                                                                        00002010
       01 WRK-DET-DECID.                                                00002020
          05 WRK-DD-NUMPED    PIC 9(07).                                00002030
          05 FILLER           PIC X(02).                                00002040
          05 WRK-DD-IDFUNC    PIC 9(05).                                00002050
          05 FILLER           PIC X(02).                                00002060
          05 WRK-DD-DECISAO   PIC X(08).                                00002070
          05 FILLER           PIC X(02).                                00002080
          05 WRK-DD-OPERSOL   PIC X(08).                                00002090
          05 FILLER           PIC X(02).                                00002100
          05 WRK-DD-OPERDEC   PIC X(08).                                00002110
          05 FILLER           PIC X(02).                                00002120
          05 WRK-DD-DTDEC     PIC X(10).                                00002130
          05 FILLER           PIC X(01).                                00002140
          05 WRK-DD-HRDEC     PIC X(05).                                00002150
          05 FILLER           PIC X(18).                                00002160
                                                                        00002170
       01 WRK-TOT-GERAL.                                                00002180
          05 FILLER           PIC X(02).                                00002190
          05 WRK-TG-TEXTO     PIC X(22).                                00002200
          05 WRK-TG-QTD       PIC ZZ.ZZ9.                               00002210
          05 FILLER           PIC X(50).                                00002220
                                                                        00002230
      *-------------------------------------------------------------*   00002240
       LINKAGE                                              SECTION.    00002250
      *-------------------------------------------------------------*   00002260
       01 LNK-ENTRADA.                                                  00002270
          05 LNK-LEN            PIC 9(04) COMP.                         00002280
          05 LNK-PERIODO        PIC 9(03).                              00002290
                                                                        00002300
      *=============================================================*   00002310
       PROCEDURE DIVISION USING LNK-ENTRADA.                            00002320
      *=============================================================*   00002330
                                                                        00002340
      *=============================================================*   00002350
       0000-PRINCIPAL                                       SECTION.    00002360
                                                                        00002370
            PERFORM 1000-INICIAR.                                       00002380
            PERFORM 2000-PENDENTES.                                     00002390
            PERFORM 3000-DECIDIDOS.                                     00002400
            PERFORM 5000-FINALIZAR.                                     00002410
                                                                        00002420
       0000-99-FIM.                                            EXIT.    00002430
      *=============================================================*   00002440
                                                                        00002450
      *=============================================================*   00002460
       1000-INICIAR                                         SECTION.    00002470
                                                                        00002480
            IF LNK-LEN NOT EQUAL ZERO                                   00002490
               AND LNK-PERIODO NUMERIC                                  00002500
               AND LNK-PERIODO NOT EQUAL ZEROS                          00002510
               MOVE LNK-PERIODO TO WRK-PERIODO                          00002520
            END-IF.                                                     00002530
                                                                        00002540
            OPEN OUTPUT RELALB.                                         00002550
                                                                        00002560
            IF WRK-FS-RELALB NOT EQUAL ZEROS                            00002570
               MOVE 'FR21ALB1'                  TO WRK-PROGRAMA         00002580
               MOVE '1000'                      TO WRK-SECAO            00002590
               MOVE 'ERRO OPEN RELATORIO ALTBANC' TO WRK-MENSAGEM       00002600
               MOVE WRK-FS-RELALB               TO WRK-STATUS           00002610
               PERFORM 9000-TRATARERROS                                 00002620
            END-IF.                                                     00002630
                                                                        00002640
      *          INICIO DO PERIODO = HOJE - PERIODO, EM AAAAMMDD000000  00002650
                                                                        00002660
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                    00002670
            COMPUTE WRK-NUM-HOJE =                                      00002680
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE).                 00002690
            COMPUTE WRK-INI-DATA =                                      00002700
               FUNCTION DATE-OF-INTEGER(WRK-NUM-HOJE - WRK-PERIODO).    00002710
            MOVE ZEROS TO WRK-INI-HORA.                                 00002720
                                                                        00002730
            MOVE WRK-PERIODO TO WRK-C1-PERIODO.                         00002740
            WRITE FD-RELALB FROM WRK-CABEC1.                            00002750
            WRITE FD-RELALB FROM WRK-LINHA-VAZIA.                       00002760
                                                                        00002770
       1000-99-FIM.                                            EXIT.    00002780
      *=============================================================*   00002790
                                                                        00002800
      *=============================================================*   00002810
       2000-PENDENTES                                       SECTION.    00002820
                                                                        00002830
           MOVE '1 - PEDIDOS PENDENTES DE APROVACAO' TO WRK-T-TEXTO.    00002840
           WRITE FD-RELALB FROM WRK-TITULO.                             00002850
           WRITE FD-RELALB FROM WRK-CABEC-PEND.                         00002860
                                                                        00002870
           EXEC SQL                                                     00002880
              OPEN CPENDENT                                             00002890
           END-EXEC.                                                    00002900
                                                                        00002910
           IF SQLCODE NOT EQUAL 0                                       00002920
              MOVE SQLCODE TO WRK-SQLCODE                               00002930
              DISPLAY 'ERRO ' WRK-SQLCODE ' NO OPEN DO CURSOR PENDENT'  00002940
              MOVE 200 TO RETURN-CODE                                   00002950
              STOP RUN                                                  00002960
           END-IF.                                                      00002970
                                                                        00002980
           MOVE 'N' TO WRK-FIM-CURSOR.                                  00002990
           PERFORM 2100-LER-PENDENTE.                                   00003000
           PERFORM 2200-LISTAR-PENDENTE UNTIL WRK-FIM-CURSOR EQUAL 'S'. 00003010
                                                                        00003020
           EXEC SQL                                                     00003030
              CLOSE CPENDENT                                            00003040
           END-EXEC.                                                    00003050
                                                                        00003060
           WRITE FD-RELALB FROM WRK-LINHA-VAZIA.                        00003070
           MOVE 'PENDENTES.............' TO WRK-TG-TEXTO.               00003080
           MOVE WRK-QT-PEND TO WRK-TG-QTD.                              00003090
           WRITE FD-RELALB FROM WRK-TOT-GERAL.                          00003100
           WRITE FD-RELALB FROM WRK-LINHA-VAZIA.                        00003110
                                                                        00003120
       2000-99-FIM.                                            EXIT.    00003130
      *=============================================================*   00003140
                                                                        00003150
      *=============================================================*   00003160
       2100-LER-PENDENTE                                    SECTION.    00003170
                                                                        00003180
           EXEC SQL                                                     00003190
            FETCH CPENDENT                                              00003200
             INTO :ALB-NUMPED,                                          00003210
                  :ALB-IDFUNC,                                          00003220
                  :ALB-BANCO,                                           00003230
                  :ALB-AGBANCO,                                         00003240
                  :ALB-CONTABCO,                                        00003250
                  :ALB-OPERSOL,                                         00003260
                  :ALB-DTHSOL                                           00003270
           END-EXEC.                                                    00003280
                                                                        00003290
           EVALUATE SQLCODE                                             00003300
             WHEN 0                                                     00003310
               CONTINUE                                                 00003320
             WHEN 100                                                   00003330
               MOVE 'S' TO WRK-FIM-CURSOR                               00003340
             WHEN OTHER                                                 00003350
               MOVE SQLCODE TO WRK-SQLCODE                              00003360
               DISPLAY 'ERRO ' WRK-SQLCODE ' NO FETCH DO CURSOR PENDENT'00003370
               MOVE 200 TO RETURN-CODE                                  00003380
               STOP RUN                                                 00003390
           END-EVALUATE.                                                00003400
                                                                        00003410
       2100-99-FIM.                                            EXIT.    00003420
      *=============================================================*   00003430
                                                                        00003440
      *=============================================================*   00003450
       2200-LISTAR-PENDENTE                                 SECTION.    00003460
                                                                        00003470
           ADD 1 TO WRK-QT-PEND.                                        00003480
           MOVE ALB-DTHSOL TO WRK-DTH.                                  00003490
           PERFORM 8000-EDITAR-DTH.                                     00003500
           PERFORM 8100-DIAS-ATE-HOJE.                                  00003510
                                                                        00003520
           MOVE ALB-NUMPED   TO WRK-DP-NUMPED.                          00003530
           MOVE ALB-IDFUNC   TO WRK-DP-IDFUNC.                          00003540
           MOVE ALB-BANCO    TO WRK-DP-BANCO.                           00003550
           MOVE ALB-AGBANCO  TO WRK-DP-AGBANCO.                         00003560
           MOVE ALB-CONTABCO TO WRK-DP-CONTABCO.                        00003570
           MOVE ALB-OPERSOL  TO WRK-DP-OPERSOL.                         00003580
           MOVE WRK-DATA-ED  TO WRK-DP-DTSOL.                           00003590
           MOVE WRK-DIAS     TO WRK-DP-IDADE.                           00003600
           WRITE FD-RELALB FROM WRK-DET-PEND.                           00003610
                                                                        00003620
           PERFORM 2100-LER-PENDENTE.                                   00003630
                                                                        00003640
       2200-99-FIM.                                            EXIT.    00003650
      *=============================================================*   00003660
                                                                        00003670
      *=============================================================*   00003680
       3000-DECIDIDOS                                       SECTION.    00003690
                                                                        00003700
           MOVE '2 - PEDIDOS APROVADOS/RECUSADOS NO PERIODO'            00003710
                TO WRK-T-TEXTO.                                         00003720
           WRITE FD-RELALB FROM WRK-TITULO.                             00003730
           WRITE FD-RELALB FROM WRK-CABEC-DECID.                        00003740
                                                                        00003750
           EXEC SQL                                                     00003760
              OPEN CDECIDID                                             00003770
           END-EXEC.                                                    00003780
                                                                        00003790
           IF SQLCODE NOT EQUAL 0                                       00003800
              MOVE SQLCODE TO WRK-SQLCODE                               00003810
              DISPLAY 'ERRO ' WRK-SQLCODE ' NO OPEN DO CURSOR DECIDID'  00003820
              MOVE 200 TO RETURN-CODE                                   00003830
              STOP RUN                                                  00003840
           END-IF.                                                      00003850
                                                                        00003860
           MOVE 'N' TO WRK-FIM-CURSOR.                                  00003870
           PERFORM 3100-LER-DECIDIDO.                                   00003880
           PERFORM 3200-LISTAR-DECIDIDO UNTIL WRK-FIM-CURSOR EQUAL 'S'. 00003890
                                                                        00003900
           EXEC SQL                                                     00003910
              CLOSE CDECIDID                                            00003920
           END-EXEC.                                                    00003930
                                                                        00003940
           WRITE FD-RELALB FROM WRK-LINHA-VAZIA.                        00003950
           MOVE 'APROVADOS NO PERIODO..' TO WRK-TG-TEXTO.               00003960
           MOVE WRK-QT-APROV TO WRK-TG-QTD.                             00003970
           WRITE FD-RELALB FROM WRK-TOT-GERAL.                          00003980
           MOVE 'RECUSADOS NO PERIODO..' TO WRK-TG-TEXTO.               00003990
           MOVE WRK-QT-RECUS TO WRK-TG-QTD.                             00004000
           WRITE FD-RELALB FROM WRK-TOT-GERAL.                          00004010
                                                                        00004020
       3000-99-FIM.                                            EXIT.    00004030
      *=============================================================*   00004040
                                                                        00004050
      *=============================================================*   00004060
       3100-LER-DECIDIDO                                    SECTION.    00004070
                                                                        00004080
           EXEC SQL                                                     00004090
            FETCH CDECIDID                                              00004100
             INTO :ALB-NUMPED,                                          00004110
                  :ALB-IDFUNC,                                          00004120
                  :ALB-SITUACAO,                                        00004130
                  :ALB-OPERSOL,                                         00004140
                  :ALB-OPERDEC,                                         00004150
                  :ALB-DTHDEC                                           00004160
           END-EXEC.                                                    00004170
                                                                        00004180
           EVALUATE SQLCODE                                             00004190
             WHEN 0                                                     00004200
               CONTINUE                                                 00004210
             WHEN 100                                                   00004220
               MOVE 'S' TO WRK-FIM-CURSOR                               00004230
             WHEN OTHER                                                 00004240
               MOVE SQLCODE TO WRK-SQLCODE                              00004250
               DISPLAY 'ERRO ' WRK-SQLCODE ' NO FETCH DO CURSOR DECIDID'00004260
               MOVE 200 TO RETURN-CODE                                  00004270
               STOP RUN                                                 00004280
           END-EVALUATE.                                                00004290
                                                                        00004300
       3100-99-FIM.                                            EXIT.    00004310
      *=============================================================*   00004320
                                                                        00004330
      *=============================================================*   00004340
       3200-LISTAR-DECIDIDO                                 SECTION.    00004350
                                                                        00004360
           IF ALB-SITUACAO EQUAL 'A'                                    00004370
              ADD 1 TO WRK-QT-APROV                                     00004380
              MOVE 'APROVADO' TO WRK-DD-DECISAO                         00004390
           ELSE                                                         00004400
              ADD 1 TO WRK-QT-RECUS                                     00004410
              MOVE 'RECUSADO' TO WRK-DD-DECISAO                         00004420
           END-IF.                                                      00004430
                                                                        00004440
           MOVE ALB-DTHDEC TO WRK-DTH.                                  00004450
           PERFORM 8000-EDITAR-DTH.                                     00004460
                                                                        00004470
           MOVE ALB-NUMPED   TO WRK-DD-NUMPED.                          00004480
           MOVE ALB-IDFUNC   TO WRK-DD-IDFUNC.                          00004490
           MOVE ALB-OPERSOL  TO WRK-DD-OPERSOL.                         00004500
           MOVE ALB-OPERDEC  TO WRK-DD-OPERDEC.                         00004510
           MOVE WRK-DATA-ED  TO WRK-DD-DTDEC.                           00004520
           MOVE WRK-HORA-ED  TO WRK-DD-HRDEC.                           00004530
           WRITE FD-RELALB FROM WRK-DET-DECID.                          00004540
                                                                        00004550
           PERFORM 3100-LER-DECIDIDO.                                   00004560
                                                                        00004570
       3200-99-FIM.                                            EXIT.    00004580
      *=============================================================*   00004590
                                                                        00004600
      *=============================================================*   00004610
       5000-FINALIZAR                                       SECTION.    00004620
                                                                        00004630
             DISPLAY 'PEDIDOS PENDENTES.....' WRK-QT-PEND.              00004640
             DISPLAY 'APROVADOS NO PERIODO..' WRK-QT-APROV.             00004650
             DISPLAY 'RECUSADOS NO PERIODO..' WRK-QT-RECUS.             00004660
             DISPLAY 'FINAL DE PROGRAMA'.                               00004670
                                                                        00004680
             CLOSE RELALB.                                              00004690
             STOP RUN.                                                  00004700
                                                                        00004710
       5000-99-FIM.                                            EXIT.    00004720
      *=============================================================*   00004730
                                                                        00004740
      *=============================================================*   00004750
       8000-EDITAR-DTH                                      SECTION.    00004760
                                                                        00004770
      *          AAAAMMDDHHMMSS EM WRK-DTH -> DD/MM/AAAA E HH:MM        00004780
                                                                        00004790
           MOVE WRK-DTH-DATA TO WRK-DATA-AUX.                           00004800
           MOVE WRK-AUX-DIA  TO WRK-ED-DIA.                             00004810
           MOVE WRK-AUX-MES  TO WRK-ED-MES.                             00004820
           MOVE WRK-AUX-ANO  TO WRK-ED-ANO.                             00004830
           MOVE WRK-DTH-HH   TO WRK-ED-HH.                              00004840
           MOVE WRK-DTH-MI   TO WRK-ED-MI.                              00004850
                                                                        00004860
       8000-99-FIM.                                            EXIT.    00004870
      *=============================================================*   00004880
                                                                        00004890
      *=============================================================*   00004900
       8100-DIAS-ATE-HOJE                                   SECTION.    00004910
                                                                        00004920
      *          IDADE EM DIAS DA DATA EM WRK-DATA-AUX                  00004930
                                                                        00004940
           COMPUTE WRK-NUM-DATA =                                       00004950
              FUNCTION INTEGER-OF-DATE(WRK-DATA-AUX).                   00004960
                                                                        00004970
           IF WRK-NUM-DATA GREATER WRK-NUM-HOJE                         00004980
              MOVE ZEROS TO WRK-DIAS                                    00004990
           ELSE                                                         00005000
              COMPUTE WRK-DIAS = WRK-NUM-HOJE - WRK-NUM-DATA            00005010
           END-IF.                                                      00005020
                                                                        00005030
       8100-99-FIM.                                            EXIT.    00005040
      *=============================================================*   00005050
                                                                        00005060
      *=============================================================*   00005070
       9000-TRATARERROS                                     SECTION.    00005080
                                                                        00005090
             MOVE 'E' TO WRK-SEVERIDADE.                                00005100
             CALL 'GRAVALOG' USING WRK-DADOS.                           00005110
             STOP RUN.                                                  00005120
                                                                        00005130
       9000-99-FIM.                                            EXIT.    00005140
      *=============================================================*   00005150
