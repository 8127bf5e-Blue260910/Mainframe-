      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21AVL2.                                            00000050
                                                                        00000060
      *=============================================================*   00000070
      *   AUTOR....:VICTOR ARANDA                                       00000080
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000090
      *   DATA ....:15/10/2026                                          00000100
      *-------------------------------------------------------------*   00000110
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000120
      *  1.0   15/10/26   VICTOR ARANDA    VERSAO INICIAL               00000130
      *-------------------------------------------------------------*   00000140
      *   OBJETIVO: PROPOSTA DE MERITO DO CICLO DE AVALIACAO.           00000150
      *      PARA CADA SETOR, LE AS AVALIACOES DO CICLO AINDA NAO       00000160
      *      DECIDIDAS (SITUACAO 'R' OU 'P') DOS FUNCIONARIOS ATIVOS,   00000170
      *      POSICIONA O SALARIO NA FAIXA DO CARGO (TERCO '1', '2' OU   00000180
      *      '3' ENTRE PISOSAL E TETOSAL; SEM FAIXA, '2') E BUSCA NA    00000190
      *      MATRIZ DE MERITO (IVAN.MATRIZMER) O PERCENTUAL DA NOTA.    00000200
      *      O AUMENTO NAO PASSA DO TETO DO CARGO E A SOMA DOS          00000210
      *      AUMENTOS DO SETOR NAO PASSA DA FOLGA DO ORCAMENTO          00000220
      *      (QDR-ORCSAL MENOS A MASSA SALARIAL VIVA DO SETOR): SE      00000230
      *      PASSAR, TODOS OS AUMENTOS DO SETOR SAO REDUZIDOS NA        00000240
      *      MESMA PROPORCAO. SETOR SEM QUADRO OU SEM FOLGA FICA SEM    00000250
      *      AUMENTO. GRAVA A PROPOSTA NA AVALIACAO (SITUACAO 'P')      00000260
      *      E IMPRIME UMA FOLHA POR SETOR PARA APROVACAO, QUE VOLTA    00000270
      *      PELO FR21AVL3. PODE SER REPROCESSADO ATE A APROVACAO.      00000280
      *-------------------------------------------------------------*   00000290
      *   BASE DE DADOS:                                                00000300
      *   TABELA.DB2..                                                  00000310
      *    ------              I/O                 INCLUDE/BOOK         00000320
      *   IVAN.AVALIAC         I/O                 #BKAVAL----          00000330
      *   IVAN.MATRIZMER        I                  #BKMATR----          00000340
      *   IVAN.FUNC             I                  #BKFUNC----          00000350
      *   IVAN.CARGO            I                  #BKCARGO---          00000360
      *   IVAN.QUADRO           I                  #BKQUADR---          00000370
      *-------------------------------------------------------------*   00000380
      *   ARQUIVOS:                                                     00000390
      *    DDNAME              I/O                  COPY/BOOK           00000400
      *   RELAVL2               O                                       00000410
      *-------------------------------------------------------------*   00000420
      *   MODULOS....:                                                  00000430
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000440
      *-------------------------------------------------------------*   00000450
      *   PARM.....: CICLO AAAAMM (OBRIGATORIO)                         00000460
      *=============================================================*   00000470
       ENVIRONMENT                               DIVISION.              00000480
      *=============================================================*   00000490
                                                                        00000500
      *-------------------------------------------------------------*   00000510
       CONFIGURATION                                        SECTION.    00000520
      *-------------------------------------------------------------*   00000530
       SPECIAL-NAMES.                                                   00000540
           DECIMAL-POINT IS COMMA.                                      00000550
                                                                        00000560
                                                                        00000570
       INPUT-OUTPUT                                         SECTION.    00000580
       FILE-CONTROL.                                                    00000590
           SELECT RELAVL2   ASSIGN TO RELAVL2                           00000600
               FILE STATUS  IS WRK-FS-RELAVL2.                          00000610
                                                                        00000620
      *=============================================================*   00000630
       DATA                                                DIVISION.    00000640
      *=============================================================*   00000650
       FILE                                                 SECTION.    00000660
      *=============================================================*   00000670
                                                                        00000680
      *      SAIDA - PROPOSTA PARA APROVACAO        LRECL = 110         00000690
       FD RELAVL2                                                       00000700
           RECORDING  MODE IS F                                         00000710
           BLOCK CONTAINS 0 RECORDS.                                    00000720
                                                                        00000730
       01 FD-RELAVL2      PIC X(110).                                   00000740
                                                                        00000750
      *-------------------------------------------------------------*   00000760
       WORKING-STORAGE                                      SECTION.    00000770
      *-------------------------------------------------------------*   00000780
                                                                        00000790
           EXEC SQL                                                     00000800
              INCLUDE #BKAVAL                                           00000810
           END-EXEC.                                                    00000820
                                                                        00000830
           EXEC SQL                                                     00000840
              INCLUDE #BKMATR                                           00000850
           END-EXEC.                                                    00000860
                                                                        00000870
           EXEC SQL                                                     00000880
              INCLUDE #BKFUNC                                           00000890
           END-EXEC.                                                    00000900
                                                                        00000910
           EXEC SQL                                                     00000920
              INCLUDE #BKCARGO                                          00000930
           END-EXEC.                                                    00000940
                                                                        00000950
           EXEC SQL                                                     00000960
              INCLUDE #BKQUADR                                          00000970
           END-EXEC.                                                    00000980
                                                                        00000990
           EXEC SQL                                                     00001000
              INCLUDE SQLCA                                             00001010
           END-EXEC.                                                    00001020
                                                                        00001030
           EXEC SQL                                                     00001040
              DECLARE CAVALIA CURSOR WITH HOLD FOR                      00001050
              SELECT A.IDFUNC, A.NOTA, F.NOME,                          00001060
                     COALESCE(F.SETOR, ' '), F.SALARIO,                 00001070
                     COALESCE(C.PISOSAL, 0), COALESCE(C.TETOSAL, 0)     00001080
                FROM IVAN.AVALIAC A                                     00001090
                JOIN IVAN.FUNC F                                        00001100
                  ON F.ID = A.IDFUNC                                    00001110
                LEFT JOIN IVAN.CARGO C                                  00001120
                  ON C.IDCARGO = F.IDCARGO                              00001130
               WHERE A.CICLO = :WRK-CICLO                               00001140
                 AND A.SITUACAO IN ('R', 'P')                           00001150
                 AND F.DATADEM IS NULL                                  00001160
               ORDER BY 4, A.IDFUNC                                     00001170
           END-EXEC.                                                    00001180
                                                                        00001190
           EXEC SQL                                                     00001200
              DECLARE CMATRIZ CURSOR FOR                                00001210
              SELECT NOTA, POSFAIXA, PERCMERITO                         00001220
                FROM IVAN.MATRIZMER                                     00001230
           END-EXEC.                                                    00001240
                                                                        00001250
      *------------------LOG-DE-ERROS-------------------------------*   00001260
                                                                        00001270
       01 WRK-DADOS.                                                    00001280
           05 WRK-PROGRAMA  PIC X(08).                                  00001290
           05 WRK-SECAO     PIC X(04).                                  00001300
           05 WRK-MENSAGEM  PIC X(30).                                  00001310
           05 WRK-STATUS    PIC X(02).                                  00001320
           05 WRK-SEVERIDADE PIC X(01).                                 00001330
           05 FILLER        PIC X(22).                                  00001340
                                                                        00001350
      *--------------------LOGICA-----------------------------------*   00001360
                                                                        00001370
       77 WRK-SQLCODE         PIC -999.                                 00001380
       77 WRK-LIDOS           PIC 9(05) VALUE 0.                        00001390
       77 WRK-PROPOSTOS       PIC 9(05) VALUE 0.                        00001400
       77 WRK-SETORES         PIC 9(03) VALUE 0.                        00001410
       77 WRK-SETORES-LIMIT   PIC 9(03) VALUE 0.                        00001420
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00001430
       77 WRK-FIM-CURSOR      PIC X(01) VALUE 'N'.                      00001440
       77 WRK-SETOR-ATUAL     PIC X(04).                                00001450
       77 WRK-TEM-QUADRO      PIC X(01).                                00001460
       77 WRK-LIMITADO        PIC X(01).                                00001470
                                                                        00001480
       01 WRK-CICLO           PIC X(06).                                00001490
       01 WRK-CICLO-R REDEFINES WRK-CICLO.                              00001500
          05 WRK-CIC-ANO      PIC 9(04).                                00001510
          05 WRK-CIC-MES      PIC 9(02).                                00001520
                                                                        00001530
       77 WRK-POS-CALC        PIC S9(03) COMP.                          00001540
       77 WRK-IND-NT          PIC 9(01).                                00001550
       77 WRK-IND-PS          PIC 9(01).                                00001560
       77 WRK-IND-PR          PIC 9(03) COMP.                           00001570
       77 WRK-FATOR           PIC 9(01)V9(06).                          00001580
                                                                        00001590
       77 WRK-MASSA           PIC S9(11)V9(2) USAGE COMP-3 VALUE 0.     00001600
       77 WRK-FOLGA           PIC S9(11)V9(2) USAGE COMP-3 VALUE 0.     00001610
       77 WRK-TOT-AUMENTO     PIC S9(11)V9(2) USAGE COMP-3 VALUE 0.     00001620
       77 WRK-TOT-GERAL       PIC S9(11)V9(2) USAGE COMP-3 VALUE 0.     00001630
                                                                        00001640
      *-----------DATAS---------------------------------------------*   00001650
                                                                        00001660
       01 WRK-DATA-HOJE       PIC 9(08).                                00001670
       01 WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.                      00001680
          05 WRK-HOJE-ANO     PIC 9(04).                                00001690
          05 WRK-HOJE-MES     PIC 9(02).                                00001700
          05 WRK-HOJE-DIA     PIC 9(02).                                00001710
                                                                        00001720
       01 WRK-DATA-ISO.                                                 00001730
          05 WRK-ISO-ANO      PIC 9(04).                                00001740
          05 FILLER           PIC X(01) VALUE '-'.                      00001750
          05 WRK-ISO-MES      PIC 9(02).                                00001760
          05 FILLER           PIC X(01) VALUE '-'.                      00001770
          05 WRK-ISO-DIA      PIC 9(02).                                00001780
                                                                        00001790
      *-----------MATRIZ DE MERITO (NOTA X POSICAO NA FAIXA)--------*   00001800
                                                                        00001810
       01 WRK-TAB-MATRIZ.                                               00001820
          05 WRK-MZ-NOTA OCCURS 5 TIMES.                                00001830
             10 WRK-MZ-PERC   PIC 9(03)V99 OCCURS 3 TIMES.              00001840
                                                                        00001850
      *-----------AVALIACOES DO SETOR CORRENTE----------------------*   00001860
                                                                        00001870
       01 WRK-TAB-PROP.                                                 00001880
          05 WRK-PR-QTD       PIC 9(03) COMP VALUE 0.                   00001890
          05 WRK-PR-OCR OCCURS 300 TIMES.                               00001900
             10 WRK-PR-IDFUNC    PIC 9(05).                             00001910
             10 WRK-PR-NOME      PIC X(30).                             00001920
             10 WRK-PR-NOTA      PIC 9(01).                             00001930
             10 WRK-PR-POSFAIXA  PIC X(01).                             00001940
             10 WRK-PR-SALARIO   PIC 9(07)V99.                          00001950
             10 WRK-PR-PISO      PIC 9(07)V99.                          00001960
             10 WRK-PR-TETO      PIC 9(07)V99.                          00001970
             10 WRK-PR-PERC-MTZ  PIC 9(03)V99.                          00001980
             10 WRK-PR-PERC-PROP PIC 9(03)V99.                          00001990
             10 WRK-PR-AUMENTO   PIC 9(07)V99.                          00002000
                                                                        00002010
      *--------------------STATUS-----------------------------------*   00002020
                                                                        00002030
       77 WRK-FS-RELAVL2   PIC 9(02).                                   00002040
                                                                        00002050
      *--------------------LINHAS DO RELATORIO----------------------*   00002060
                                                                        00002070
       01 WRK-CABEC1.                                                   00002080
          05 FILLER   PIC X(42) VALUE                                   00002090
             'PROPOSTA DE MERITO - CICLO DE AVALIACAO'.                 00002100
          05 WRK-C1-CICLO     PIC X(06).                                00002110
          05 FILLER   PIC X(62).                                        00002120
                                                                        00002130
       01 WRK-CABEC-SETOR.                                              00002140
          05 FILLER   PIC X(07) VALUE 'SETOR: '.                        00002150
          05 WRK-CS-SETOR     PIC X(04).                                00002160
          05 FILLER   PIC X(13) VALUE '  ORCAMENTO: '.                  00002170
          05 WRK-CS-ORCAM     PIC ZZ.ZZZ.ZZZ.ZZ9,99.                    00002180
          05 FILLER   PIC X(09) VALUE '  MASSA: '.                      00002190
          05 WRK-CS-MASSA     PIC ZZ.ZZZ.ZZZ.ZZ9,99.                    00002200
          05 FILLER   PIC X(09) VALUE '  FOLGA: '.                      00002210
          05 WRK-CS-FOLGA     PIC ZZ.ZZZ.ZZZ.ZZ9,99.                    00002220
          05 FILLER   PIC X(17).                                        00002230
                                                                        00002240
       01 WRK-CABEC2.                                                   00002250
          05 FILLER   PIC X(40) VALUE                                   00002260
             'FUNC. NOME                           N P'.                00002270
          05 FILLER   PIC X(40) VALUE                                   00002280
             '   SAL. ATUAL  %MATRIZ  %PROP.      AUME'.                00002290
          05 FILLER   PIC X(30) VALUE                                   00002300
             'NTO SAL. PROPOSTO'.                                       00002310
                                                                        00002320
       01 WRK-DETALHE.                                                  00002330
          05 WRK-D-IDFUNC    PIC 9(05).                                 00002340
          05 FILLER          PIC X(01).                                 00002350
          05 WRK-D-NOME      PIC X(30).                                 00002360
          05 FILLER          PIC X(01).                                 00002370
          05 WRK-D-NOTA      PIC 9(01).                                 00002380
          05 FILLER          PIC X(01).                                 00002390
          05 WRK-D-POSFAIXA  PIC X(01).                                 00002400
          05 FILLER          PIC X(01).                                 00002410
          05 WRK-D-SALARIO   PIC Z.ZZZ.ZZ9,99.                          00002420
          05 FILLER          PIC X(03).                                 00002430
          05 WRK-D-PERC-MTZ  PIC ZZ9,99.                                00002440
          05 FILLER          PIC X(02).                                 00002450
          05 WRK-D-PERC-PROP PIC ZZ9,99.                                00002460
          05 FILLER          PIC X(01).                                 00002470
          05 WRK-D-AUMENTO   PIC Z.ZZZ.ZZ9,99.                          00002480
          05 FILLER          PIC X(02).                                 00002490
          05 WRK-D-SALPROP   PIC Z.ZZZ.ZZ9,99.                          00002500
          05 FILLER          PIC X(13).                                 00002510
                                                                        00002520
       01 WRK-TOTAL-SETOR.                                              00002530
          05 FILLER   PIC X(24) VALUE 'TOTAL PROPOSTO NO SETOR '.       00002540
          05 WRK-TS-QTD       PIC ZZ9.                                  00002550
          05 FILLER   PIC X(08) VALUE ' FUNC.  '.                       00002560
          05 WRK-TS-AUMENTO   PIC ZZ.ZZZ.ZZZ.ZZ9,99.                    00002570
          05 FILLER   PIC X(02).                                        00002580
          05 WRK-TS-OBS       PIC X(40).                                00002590
          05 FILLER   PIC X(16).                                        00002600
                                                                        00002610
       01 WRK-ASSINATURA.                                               00002620
          05 FILLER   PIC X(40) VALUE                                   00002630
             'APROVACAO: ____________________________'.                 00002640
          05 FILLER   PIC X(40) VALUE                                   00002650
             '   DATA: ____/____/________'.                             00002660
          05 FILLER   PIC X(30).                                        00002670
                                                                        00002680
       01 WRK-RESUMO.                                                   00002690
          05 FILLER   PIC X(22) VALUE 'SETORES PROPOSTOS....:'.         00002700
          05 WRK-RS-SETORES   PIC ZZ9.                                  00002710
          05 FILLER   PIC X(22) VALUE '  LIMITADOS ORCAMENTO:'.         00002720
          05 WRK-RS-LIMIT     PIC ZZ9.                                  00002730
          05 FILLER   PIC X(17) VALUE '  TOTAL PROPOSTO:'.              00002740
          05 WRK-RS-TOTAL     PIC ZZ.ZZZ.ZZZ.ZZ9,99.                    00002750
          05 FILLER   PIC X(26).                                        00002760
                                                                        00002770
      *-------------------------------------------------------------*   00002780
       LINKAGE                                              SECTION.    00002790
      *-------------------------------------------------------------*   00002800
       01 LNK-ENTRADA.                                                  00002810
          05 LNK-LEN            PIC 9(04) COMP.                         00002820
          05 LNK-CICLO          PIC X(06).                              00002830
                                                                        00002840
      *=============================================================*   00002850
       PROCEDURE DIVISION USING LNK-ENTRADA.                            00002860
      *=============================================================*   00002870
                                                                        00002880
      *=============================================================*   00002890
       0000-PRINCIPAL                                       SECTION.    00002900
                                                                        00002910
            PERFORM 1000-INICIAR.                                       00002920
            PERFORM 2000-PROCESSAR UNTIL WRK-FIM-CURSOR EQUAL 'S'.      00002930
            PERFORM 3000-FINALIZAR.                                     00002940
                                                                        00002950
       0000-99-FIM.                                            EXIT.    00002960
      *=============================================================*   00002970
                                                                        00002980
      *=============================================================*   00002990
       1000-INICIAR                                         SECTION.    00003000
                                                                        00003010
            IF LNK-LEN LESS 6                                           00003020
               DISPLAY 'PARM CICLO (AAAAMM) NAO INFORMADA'              00003030
               MOVE 200 TO RETURN-CODE                                  00003040
               STOP RUN                                                 00003050
            END-IF.                                                     00003060
                                                                        00003070
            MOVE LNK-CICLO TO WRK-CICLO.                                00003080
                                                                        00003090
            IF WRK-CICLO NOT NUMERIC                                    00003100
               OR WRK-CIC-MES LESS 1 OR WRK-CIC-MES GREATER 12          00003110
               DISPLAY 'PARM CICLO INVALIDA ' WRK-CICLO                 00003120
               MOVE 200 TO RETURN-CODE                                  00003130
               STOP RUN                                                 00003140
            END-IF.                                                     00003150
                                                                        00003160
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                    00003170
            MOVE WRK-HOJE-ANO TO WRK-ISO-ANO.                           00003180
            MOVE WRK-HOJE-MES TO WRK-ISO-MES.                           00003190
            MOVE WRK-HOJE-DIA TO WRK-ISO-DIA.                           00003200
                                                                        00003210
            OPEN OUTPUT RELAVL2.                                        00003220
                                                                        00003230
            IF WRK-FS-RELAVL2 NOT EQUAL ZEROS                           00003240
               MOVE 'FR21AVL2'                  TO WRK-PROGRAMA         00003250
               MOVE '1000'                      TO WRK-SECAO            00003260
               MOVE 'ERRO OPEN RELAVL2         ' TO WRK-MENSAGEM        00003270
               MOVE WRK-FS-RELAVL2              TO WRK-STATUS           00003280
               PERFORM 9000-TRATARERROS                                 00003290
            END-IF.                                                     00003300
                                                                        00003310
            PERFORM 1100-CARREGAR-MATRIZ.                               00003320
                                                                        00003330
            MOVE WRK-CICLO TO WRK-C1-CICLO.                             00003340
            WRITE FD-RELAVL2 FROM WRK-CABEC1.                           00003350
                                                                        00003360
            EXEC SQL                                                    00003370
               OPEN CAVALIA                                             00003380
            END-EXEC.                                                   00003390
                                                                        00003400
            IF SQLCODE NOT EQUAL 0                                      00003410
               MOVE SQLCODE TO WRK-SQLCODE                              00003420
               DISPLAY 'ERRO ' WRK-SQLCODE ' NO OPEN DO CURSOR CAVALIA' 00003430
               MOVE 200 TO RETURN-CODE                                  00003440
               STOP RUN                                                 00003450
            END-IF.                                                     00003460
                                                                        00003470
            PERFORM 2500-LER-AVALIACAO.                                 00003480
                                                                        00003490
            IF WRK-FIM-CURSOR EQUAL 'S'                                 00003500
               DISPLAY 'SEM AVALIACOES PENDENTES NO CICLO ' WRK-CICLO   00003510
            END-IF.                                                     00003520
                                                                        00003530
       1000-99-FIM.                                            EXIT.    00003540
      *=============================================================*   00003550
                                                                        00003560
      *=============================================================*   00003570
       1100-CARREGAR-MATRIZ                                 SECTION.    00003580
                                                                        00003590
      *          CELULA NAO CADASTRADA NA MATRIZ VALE ZERO POR CENTO    00003600
                                                                        00003610
            INITIALIZE WRK-TAB-MATRIZ.                                  00003620
                                                                        00003630
            EXEC SQL                                                    00003640
               OPEN CMATRIZ                                             00003650
            END-EXEC.                                                   00003660
                                                                        00003670
            IF SQLCODE NOT EQUAL 0                                      00003680
               MOVE SQLCODE TO WRK-SQLCODE                              00003690
               DISPLAY 'ERRO ' WRK-SQLCODE ' NO OPEN DO CURSOR CMATRIZ' 00003700
               MOVE 200 TO RETURN-CODE                                  00003710
               STOP RUN                                                 00003720
            END-IF.                                                     00003730
                                                                        00003740
            PERFORM UNTIL SQLCODE NOT EQUAL 0                           00003750
               EXEC SQL                                                 00003760
                  FETCH CMATRIZ                                         00003770
                   INTO :MTZ-NOTA, :MTZ-POSFAIXA, :MTZ-PERCMERITO       00003780
               END-EXEC                                                 00003790
               IF SQLCODE EQUAL 0                                       00003800
                  AND MTZ-NOTA NOT LESS 1 AND MTZ-NOTA NOT GREATER 5    00003810
                  AND MTZ-POSFAIXA NOT LESS '1'                         00003820
                  AND MTZ-POSFAIXA NOT GREATER '3'                      00003830
                  MOVE MTZ-NOTA     TO WRK-IND-NT                       00003840
                  MOVE MTZ-POSFAIXA TO WRK-IND-PS                       00003850
                  MOVE MTZ-PERCMERITO                                   00003860
                    TO WRK-MZ-PERC(WRK-IND-NT, WRK-IND-PS)              00003870
               END-IF                                                   00003880
            END-PERFORM.                                                00003890
                                                                        00003900
            IF SQLCODE NOT EQUAL 100                                    00003910
               MOVE SQLCODE TO WRK-SQLCODE                              00003920
               DISPLAY 'ERRO ' WRK-SQLCODE ' NA LEITURA DA MATRIZ'      00003930
               MOVE 200 TO RETURN-CODE                                  00003940
               STOP RUN                                                 00003950
            END-IF.                                                     00003960
                                                                        00003970
            EXEC SQL                                                    00003980
               CLOSE CMATRIZ                                            00003990
            END-EXEC.                                                   00004000
                                                                        00004010
       1100-99-FIM.                                            EXIT.    00004020
      *=============================================================*   00004030
                                                                        00004040
      *=============================================================*   00004050
       2000-PROCESSAR                                       SECTION.    00004060
                                                                        00004070
      *          CARREGA TODAS AS AVALIACOES DO SETOR                   00004080
                                                                        00004090
           MOVE DB2-SETOR TO WRK-SETOR-ATUAL.                           00004100
           MOVE ZEROS     TO WRK-PR-QTD.                                00004110
                                                                        00004120
           PERFORM 2100-GUARDAR-AVALIACAO                               00004130
              UNTIL WRK-FIM-CURSOR EQUAL 'S'                            00004140
                 OR DB2-SETOR NOT EQUAL WRK-SETOR-ATUAL.                00004150
                                                                        00004160
           ADD 1 TO WRK-SETORES.                                        00004170
                                                                        00004180
           PERFORM 2200-CALCULAR-SETOR.                                 00004190
           PERFORM 2300-LIMITAR-ORCAMENTO.                              00004200
           PERFORM 2400-GRAVAR-SETOR.                                   00004210
                                                                        00004220
           EXEC SQL                                                     00004230
                COMMIT                                                  00004240
           END-EXEC.                                                    00004250
                                                                        00004260
       2000-99-FIM.                                            EXIT.    00004270
      *=============================================================*   00004280
                                                                        00004290
      *=============================================================*   00004300
       2100-GUARDAR-AVALIACAO                               SECTION.    00004310
                                                                        00004320
           IF WRK-PR-QTD NOT LESS 300                                   00004330
              DISPLAY 'SETOR ' WRK-SETOR-ATUAL                          00004340
                      ' COM MAIS DE 300 AVALIACOES - IGNORADA '         00004350
                      DB2-ID                                            00004360
              GO TO 2100-90-LER                                         00004370
           END-IF.                                                      00004380
                                                                        00004390
           ADD 1 TO WRK-PR-QTD.                                         00004400
           MOVE WRK-PR-QTD     TO WRK-IND-PR.                           00004410
           MOVE DB2-ID         TO WRK-PR-IDFUNC(WRK-IND-PR).            00004420
           MOVE DB2-NOME       TO WRK-PR-NOME(WRK-IND-PR).              00004430
           MOVE AVL-NOTA       TO WRK-PR-NOTA(WRK-IND-PR).              00004440
           MOVE DB2-SALARIO    TO WRK-PR-SALARIO(WRK-IND-PR).           00004450
           MOVE CRG-PISOSAL    TO WRK-PR-PISO(WRK-IND-PR).              00004460
           MOVE CRG-TETOSAL    TO WRK-PR-TETO(WRK-IND-PR).              00004470
           MOVE ZEROS          TO WRK-PR-PERC-MTZ(WRK-IND-PR).          00004480
           MOVE ZEROS          TO WRK-PR-PERC-PROP(WRK-IND-PR).         00004490
           MOVE ZEROS          TO WRK-PR-AUMENTO(WRK-IND-PR).           00004500
                                                                        00004510
       2100-90-LER.                                                     00004520
           PERFORM 2500-LER-AVALIACAO.                                  00004530
                                                                        00004540
       2100-99-FIM.                                            EXIT.    00004550
      *=============================================================*   00004560
                                                                        00004570
      *=============================================================*   00004580
       2200-CALCULAR-SETOR                                  SECTION.    00004590
                                                                        00004600
      *          POSICAO NA FAIXA, PERCENTUAL DA MATRIZ E AUMENTO       00004610
      *          SUGERIDO, LIMITADO AO TETO DO CARGO                    00004620
                                                                        00004630
           MOVE ZEROS TO WRK-TOT-AUMENTO.                               00004640
                                                                        00004650
           PERFORM VARYING WRK-IND-PR FROM 1 BY 1                       00004660
                   UNTIL WRK-IND-PR GREATER WRK-PR-QTD                  00004670
                                                                        00004680
              IF WRK-PR-TETO(WRK-IND-PR) GREATER                        00004690
                 WRK-PR-PISO(WRK-IND-PR)                                00004700
                 COMPUTE WRK-POS-CALC =                                 00004710
                    (WRK-PR-SALARIO(WRK-IND-PR) -                       00004720
                     WRK-PR-PISO(WRK-IND-PR)) * 3 /                     00004730
                    (WRK-PR-TETO(WRK-IND-PR) -                          00004740
                     WRK-PR-PISO(WRK-IND-PR))                           00004750
                 EVALUATE TRUE                                          00004760
                   WHEN WRK-POS-CALC LESS 1                             00004770
                     MOVE '1' TO WRK-PR-POSFAIXA(WRK-IND-PR)            00004780
                   WHEN WRK-POS-CALC EQUAL 1                            00004790
                     MOVE '2' TO WRK-PR-POSFAIXA(WRK-IND-PR)            00004800
                   WHEN OTHER                                           00004810
                     MOVE '3' TO WRK-PR-POSFAIXA(WRK-IND-PR)            00004820
                 END-EVALUATE                                           00004830
              ELSE                                                      00004840
                 MOVE '2' TO WRK-PR-POSFAIXA(WRK-IND-PR)                00004850
              END-IF                                                    00004860
                                                                        00004870
              MOVE ZEROS TO WRK-PR-PERC-MTZ(WRK-IND-PR)                 00004880
              IF WRK-PR-NOTA(WRK-IND-PR) NOT LESS 1                     00004890
                 AND WRK-PR-NOTA(WRK-IND-PR) NOT GREATER 5              00004900
                 MOVE WRK-PR-NOTA(WRK-IND-PR)     TO WRK-IND-NT         00004910
                 MOVE WRK-PR-POSFAIXA(WRK-IND-PR) TO WRK-IND-PS         00004920
                 MOVE WRK-MZ-PERC(WRK-IND-NT, WRK-IND-PS)               00004930
                   TO WRK-PR-PERC-MTZ(WRK-IND-PR)                       00004940
              END-IF                                                    00004950
                                                                        00004960
              COMPUTE WRK-PR-AUMENTO(WRK-IND-PR) ROUNDED =              00004970
                 WRK-PR-SALARIO(WRK-IND-PR) *                           00004980
                 WRK-PR-PERC-MTZ(WRK-IND-PR) / 100                      00004990
                                                                        00005000
              IF WRK-PR-TETO(WRK-IND-PR) GREATER ZEROS                  00005010
                 AND WRK-PR-SALARIO(WRK-IND-PR) +                       00005020
                     WRK-PR-AUMENTO(WRK-IND-PR) GREATER                 00005030
                     WRK-PR-TETO(WRK-IND-PR)                            00005040
                 IF WRK-PR-SALARIO(WRK-IND-PR) LESS                     00005050
                    WRK-PR-TETO(WRK-IND-PR)                             00005060
                    COMPUTE WRK-PR-AUMENTO(WRK-IND-PR) =                00005070
                       WRK-PR-TETO(WRK-IND-PR) -                        00005080
                       WRK-PR-SALARIO(WRK-IND-PR)                       00005090
                 ELSE                                                   00005100
                    MOVE ZEROS TO WRK-PR-AUMENTO(WRK-IND-PR)            00005110
                 END-IF                                                 00005120
              END-IF                                                    00005130
                                                                        00005140
              ADD WRK-PR-AUMENTO(WRK-IND-PR) TO WRK-TOT-AUMENTO         00005150
                                                                        00005160
           END-PERFORM.                                                 00005170
                                                                        00005180
       2200-99-FIM.                                            EXIT.    00005190
      *=============================================================*   00005200
                                                                        00005210
      *=============================================================*   00005220
       2300-LIMITAR-ORCAMENTO                               SECTION.    00005230
                                                                        00005240
      *          FOLGA = ORCAMENTO DO QUADRO - MASSA SALARIAL VIVA      00005250
                                                                        00005260
           MOVE 'S'   TO WRK-TEM-QUADRO.                                00005270
           MOVE 'N'   TO WRK-LIMITADO.                                  00005280
           MOVE ZEROS TO WRK-MASSA.                                     00005290
           MOVE ZEROS TO WRK-FOLGA.                                     00005300
           MOVE WRK-SETOR-ATUAL TO QDR-IDSETOR.                         00005310
                                                                        00005320
           EXEC SQL                                                     00005330
                SELECT ORCSAL                                           00005340
                  INTO :QDR-ORCSAL                                      00005350
                  FROM IVAN.QUADRO                                      00005360
                 WHERE IDSETOR = :QDR-IDSETOR                           00005370
           END-EXEC.                                                    00005380
                                                                        00005390
           EVALUATE SQLCODE                                             00005400
             WHEN 0                                                     00005410
               CONTINUE                                                 00005420
             WHEN 100                                                   00005430
               MOVE 'N'   TO WRK-TEM-QUADRO                             00005440
               MOVE ZEROS TO QDR-ORCSAL                                 00005450
             WHEN OTHER                                                 00005460
               MOVE SQLCODE TO WRK-SQLCODE                              00005470
               DISPLAY 'ERRO ' WRK-SQLCODE ' NA LEITURA DO QUADRO '     00005480
                       WRK-SETOR-ATUAL                                  00005490
               MOVE 'N'   TO WRK-TEM-QUADRO                             00005500
               MOVE ZEROS TO QDR-ORCSAL                                 00005510
           END-EVALUATE.                                                00005520
                                                                        00005530
           EXEC SQL                                                     00005540
                SELECT COALESCE(SUM(SALARIO),0)                         00005550
                  INTO :WRK-MASSA                                       00005560
                  FROM IVAN.FUNC                                        00005570
                 WHERE SETOR = :QDR-IDSETOR                             00005580
                   AND DATADEM IS NULL                                  00005590
           END-EXEC.                                                    00005600
                                                                        00005610
           IF SQLCODE NOT EQUAL 0                                       00005620
              MOVE SQLCODE TO WRK-SQLCODE                               00005630
              DISPLAY 'ERRO ' WRK-SQLCODE ' NA MASSA DO SETOR '         00005640
                      WRK-SETOR-ATUAL                                   00005650
              MOVE 'N'   TO WRK-TEM-QUADRO                              00005660
           END-IF.                                                      00005670
                                                                        00005680
           IF WRK-TEM-QUADRO EQUAL 'S'                                  00005690
              AND QDR-ORCSAL GREATER WRK-MASSA                          00005700
              COMPUTE WRK-FOLGA = QDR-ORCSAL - WRK-MASSA                00005710
           END-IF.                                                      00005720
                                                                        00005730
           IF WRK-TOT-AUMENTO NOT GREATER WRK-FOLGA                     00005740
              GO TO 2300-99-FIM                                         00005750
           END-IF.                                                      00005760
                                                                        00005770
      *          ESTOURO - REDUZ TODOS OS AUMENTOS NA MESMA PROPORCAO   00005780
                                                                        00005790
           MOVE 'S' TO WRK-LIMITADO.                                    00005800
           ADD 1 TO WRK-SETORES-LIMIT.                                  00005810
           COMPUTE WRK-FATOR = WRK-FOLGA / WRK-TOT-AUMENTO.             00005820
           MOVE ZEROS TO WRK-TOT-AUMENTO.                               00005830
                                                                        00005840
           PERFORM VARYING WRK-IND-PR FROM 1 BY 1                       00005850
                   UNTIL WRK-IND-PR GREATER WRK-PR-QTD                  00005860
              COMPUTE WRK-PR-AUMENTO(WRK-IND-PR) =                      00005870
                 WRK-PR-AUMENTO(WRK-IND-PR) * WRK-FATOR                 00005880
              ADD WRK-PR-AUMENTO(WRK-IND-PR) TO WRK-TOT-AUMENTO         00005890
           END-PERFORM.                                                 00005900
                                                                        00005910
       2300-99-FIM.                                            EXIT.    00005920
      *=============================================================*   00005930
                                                                        00005940
      *=============================================================*   00005950
       2400-GRAVAR-SETOR                                    SECTION.    00005960
                                                                        00005970
           WRITE FD-RELAVL2 FROM WRK-LINHA-VAZIA.                       00005980
           MOVE WRK-SETOR-ATUAL TO WRK-CS-SETOR.                        00005990
           MOVE QDR-ORCSAL      TO WRK-CS-ORCAM.                        00006000
           MOVE WRK-MASSA       TO WRK-CS-MASSA.                        00006010
           MOVE WRK-FOLGA       TO WRK-CS-FOLGA.                        00006020
           WRITE FD-RELAVL2 FROM WRK-CABEC-SETOR.                       00006030
           WRITE FD-RELAVL2 FROM WRK-CABEC2.                            00006040
                                                                        00006050
           PERFORM VARYING WRK-IND-PR FROM 1 BY 1                       00006060
                   UNTIL WRK-IND-PR GREATER WRK-PR-QTD                  00006070
                                                                        00006080
              MOVE ZEROS TO WRK-PR-PERC-PROP(WRK-IND-PR)                00006090
              IF WRK-PR-SALARIO(WRK-IND-PR) GREATER ZEROS               00006100
                 COMPUTE WRK-PR-PERC-PROP(WRK-IND-PR) ROUNDED =         00006110
                    WRK-PR-AUMENTO(WRK-IND-PR) * 100 /                  00006120
                    WRK-PR-SALARIO(WRK-IND-PR)                          00006130
              END-IF                                                    00006140
                                                                        00006150
              MOVE WRK-PR-IDFUNC(WRK-IND-PR)    TO AVL-IDFUNC           00006160
              MOVE WRK-CICLO                    TO AVL-CICLO            00006170
              MOVE WRK-SETOR-ATUAL              TO AVL-IDSETOR          00006180
              MOVE WRK-PR-SALARIO(WRK-IND-PR)   TO AVL-SALATUAL         00006190
              MOVE WRK-PR-PERC-PROP(WRK-IND-PR) TO AVL-PERCMERITO       00006200
              COMPUTE AVL-SALPROP =                                     00006210
                 WRK-PR-SALARIO(WRK-IND-PR) +                           00006220
                 WRK-PR-AUMENTO(WRK-IND-PR)                             00006230
              MOVE 'P'                          TO AVL-SITUACAO         00006240
              MOVE WRK-DATA-ISO                 TO AVL-DTSIT            00006250
                                                                        00006260
              EXEC SQL                                                  00006270
                   UPDATE IVAN.AVALIAC                                  00006280
                      SET IDSETOR    = :AVL-IDSETOR,                    00006290
                          SALATUAL   = :AVL-SALATUAL,                   00006300
                          PERCMERITO = :AVL-PERCMERITO,                 00006310
                          SALPROP    = :AVL-SALPROP,                    00006320
                          SITUACAO   = :AVL-SITUACAO,                   00006330
                          DTSIT      = :AVL-DTSIT                       00006340
                    WHERE IDFUNC = :AVL-IDFUNC                          00006350
                      AND CICLO  = :AVL-CICLO                           00006360
              END-EXEC                                                  00006370
                                                                        00006380
              IF SQLCODE NOT EQUAL 0                                    00006390
                 MOVE SQLCODE TO WRK-SQLCODE                            00006400
                 DISPLAY 'ERRO ' WRK-SQLCODE ' NO UPDATE DA AVALIACAO ' 00006410
                         WRK-PR-IDFUNC(WRK-IND-PR)                      00006420
              ELSE                                                      00006430
                 ADD 1 TO WRK-PROPOSTOS                                 00006440
              END-IF                                                    00006450
                                                                        00006460
              MOVE WRK-PR-IDFUNC(WRK-IND-PR)    TO WRK-D-IDFUNC         00006470
              MOVE WRK-PR-NOME(WRK-IND-PR)      TO WRK-D-NOME           00006480
              MOVE WRK-PR-NOTA(WRK-IND-PR)      TO WRK-D-NOTA           00006490
              MOVE WRK-PR-POSFAIXA(WRK-IND-PR)  TO WRK-D-POSFAIXA       00006500
              MOVE WRK-PR-SALARIO(WRK-IND-PR)   TO WRK-D-SALARIO        00006510
              MOVE WRK-PR-PERC-MTZ(WRK-IND-PR)  TO WRK-D-PERC-MTZ       00006520
              MOVE WRK-PR-PERC-PROP(WRK-IND-PR) TO WRK-D-PERC-PROP      00006530
              MOVE WRK-PR-AUMENTO(WRK-IND-PR)   TO WRK-D-AUMENTO        00006540
              MOVE AVL-SALPROP                  TO WRK-D-SALPROP        00006550
              WRITE FD-RELAVL2 FROM WRK-DETALHE                         00006560
                                                                        00006570
           END-PERFORM.                                                 00006580
                                                                        00006590
           ADD WRK-TOT-AUMENTO TO WRK-TOT-GERAL.                        00006600
                                                                        00006610
           MOVE WRK-PR-QTD      TO WRK-TS-QTD.                          00006620
           MOVE WRK-TOT-AUMENTO TO WRK-TS-AUMENTO.                      00006630
           EVALUATE TRUE                                                00006640
             WHEN WRK-TEM-QUADRO NOT EQUAL 'S'                          00006650
               MOVE 'SETOR SEM QUADRO - SEM ORCAMENTO'                  00006660
                 TO WRK-TS-OBS                                          00006670
             WHEN WRK-LIMITADO EQUAL 'S'                                00006680
               MOVE 'REDUZIDO PROPORCIONALMENTE A FOLGA'                00006690
                 TO WRK-TS-OBS                                          00006700
             WHEN OTHER                                                 00006710
               MOVE SPACES TO WRK-TS-OBS                                00006720
           END-EVALUATE.                                                00006730
           WRITE FD-RELAVL2 FROM WRK-TOTAL-SETOR.                       00006740
           WRITE FD-RELAVL2 FROM WRK-LINHA-VAZIA.                       00006750
           WRITE FD-RELAVL2 FROM WRK-ASSINATURA.                        00006760
                                                                        00006770
       2400-99-FIM.                                            EXIT.    00006780
      *=============================================================*   00006790
                                                                        00006800
      *=============================================================*   00006810
       2500-LER-AVALIACAO                                   SECTION.    00006820
                                                                        00006830
           EXEC SQL                                                     00006840
            FETCH CAVALIA                                               00006850
             INTO :DB2-ID,                                              00006860
                  :AVL-NOTA,                                            00006870
                  :DB2-NOME,                                            00006880
                  :DB2-SETOR,                                           00006890
                  :DB2-SALARIO,                                         00006900
                  :CRG-PISOSAL,                                         00006910
                  :CRG-TETOSAL                                          00006920
           END-EXEC.                                                    00006930
                                                                        00006940
           EVALUATE SQLCODE                                             00006950
             WHEN 0                                                     00006960
               ADD 1 TO WRK-LIDOS                                       00006970
             WHEN 100                                                   00006980
               MOVE 'S' TO WRK-FIM-CURSOR                               00006990
             WHEN OTHER                                                 00007000
               MOVE SQLCODE TO WRK-SQLCODE                              00007010
               DISPLAY 'ERRO ' WRK-SQLCODE ' NO FETCH DO CURSOR CAVALIA'00007020
               EXEC SQL ROLLBACK END-EXEC                               00007030
               MOVE 200 TO RETURN-CODE                                  00007040
               STOP RUN                                                 00007050
           END-EVALUATE.                                                00007060
                                                                        00007070
       2500-99-FIM.                                            EXIT.    00007080
      *=============================================================*   00007090
                                                                        00007100
      *=============================================================*   00007110
       3000-FINALIZAR                                       SECTION.    00007120
                                                                        00007130
             EXEC SQL                                                   00007140
                CLOSE CAVALIA                                           00007150
             END-EXEC.                                                  00007160
                                                                        00007170
             MOVE WRK-SETORES       TO WRK-RS-SETORES.                  00007180
             MOVE WRK-SETORES-LIMIT TO WRK-RS-LIMIT.                    00007190
             MOVE WRK-TOT-GERAL     TO WRK-RS-TOTAL.                    00007200
             WRITE FD-RELAVL2 FROM WRK-LINHA-VAZIA.                     00007210
             WRITE FD-RELAVL2 FROM WRK-RESUMO.                          00007220
                                                                        00007230
             DISPLAY 'AVALIACOES LIDAS......' WRK-LIDOS.                00007240
             DISPLAY 'PROPOSTAS GRAVADAS....' WRK-PROPOSTOS.            00007250
             DISPLAY 'SETORES...............' WRK-SETORES.              00007260
             DISPLAY 'LIMITADOS A FOLGA.....' WRK-SETORES-LIMIT.        00007270
             DISPLAY 'FINAL DE PROGRAMA'.                               00007280
                                                                        00007290
             CLOSE RELAVL2.                                             00007300
             STOP RUN.                                                  00007310
                                                                        00007320
       3000-99-FIM.                                            EXIT.    00007330
      *=============================================================*   00007340
                                                                        00007350
      *=============================================================*   00007360
       9000-TRATARERROS                                     SECTION.    00007370
                                                                        00007380
             MOVE 'E' TO WRK-SEVERIDADE.                                00007390
             CALL 'GRAVALOG' USING WRK-DADOS.                           00007400
             STOP RUN.                                                  00007410
                                                                        00007420
       9000-99-FIM.                                            EXIT.    00007430
      *=============================================================*   00007440
