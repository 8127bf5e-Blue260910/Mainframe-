      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21EXP1.                                            00000050
                                                                        00000060
      *=============================================================*   00000070
      *   AUTOR....:VICTOR ARANDA                                       00000080
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000090
      *   DATA ....:15/10/2026                                          00000100
      *-------------------------------------------------------------*   00000110
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000120
      *  1.0   15/10/26   VICTOR ARANDA    VERSAO INICIAL               00000130
      *-------------------------------------------------------------*   00000140
      *   OBJETIVO: CONTROLE DIARIO DO CONTRATO DE EXPERIENCIA          00000150
      *      (45 + 45 DIAS). PARA CADA FUNCIONARIO ATIVO ADMITIDO       00000160
      *      NOS ULTIMOS 100 DIAS (IVAN.FUNC DATAADM) CALCULA O FIM     00000170
      *      DO 1O TERMO (ADMISSAO + 44) E DO 2O TERMO (ADMISSAO +      00000180
      *      89) E LISTA OS QUE VENCEM NOS PROXIMOS 10 DIAS UTEIS       00000190
      *      (DATANEG), OU JA VENCERAM SEM DECISAO, AGRUPADOS PELO      00000200
      *      GERENTE DO SETOR (IDGERENTE DE IVAN.SETOR).                00000210
      *      A DECISAO DO GERENTE (P-PRORROGAR, E-EFETIVAR,             00000220
      *      D-DESLIGAR) E REGISTRADA PELO FR21EXP2 EM                  00000230
      *      IVAN.EXPERIEN; TERMO JA DECIDIDO NAO VOLTA A LISTA.        00000240
      *      O CONTRATO TRAZ A CLAUSULA DE PRORROGACAO: 1O TERMO        00000250
      *      VENCIDO SEM DECISAO SEGUE PARA O 2O TERMO.                 00000260
      *-------------------------------------------------------------*   00000270
      *   BASE DE DADOS:                                                00000280
      *   TABELA.DB2..                                                  00000290
      *    ------              I/O                 INCLUDE/BOOK         00000300
      *   IVAN.FUNC             I                  #BKFUNC----          00000310
      *   IVAN.SETOR            I                  #BKSETOR---          00000320
      *   IVAN.EXPERIEN         I                  #BKEXPR----          00000330
      *-------------------------------------------------------------*   00000340
      *   ARQUIVOS:                                                     00000350
      *    DDNAME              I/O                  COPY/BOOK           00000360
      *   RELEXP                O                                       00000370
      *-------------------------------------------------------------*   00000380
      *   MODULOS....:                                                  00000390
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000400
      *   DATANEG              CALENDARIO DE DIAS UTEIS                 00000410
      *=============================================================*   00000420
       ENVIRONMENT                               DIVISION.              00000430
      *=============================================================*   00000440
                                                                        00000450
      *-------------------------------------------------------------*   00000460
       CONFIGURATION                                        SECTION.    00000470
      *-------------------------------------------------------------*   00000480
       SPECIAL-NAMES.                                                   00000490
           DECIMAL-POINT IS COMMA.                                      00000500
                                                                        00000510
                                                                        00000520
       INPUT-OUTPUT                                         SECTION.    00000530
       FILE-CONTROL.                                                    00000540
           SELECT RELEXP   ASSIGN TO RELEXP                             00000550
               FILE STATUS  IS WRK-FS-RELEXP.                           00000560
                                                                        00000570
      *=============================================================*   00000580
       DATA                                                DIVISION.    00000590
      *=============================================================*   00000600
       FILE                                                 SECTION.    00000610
      *=============================================================*   00000620
                                                                        00000630
      *      SAIDA - LISTA DE DECISAO POR GERENTE   LRECL = 80          00000640
       FD RELEXP                                                        00000650
           RECORDING  MODE IS F                                         00000660
           BLOCK CONTAINS 0 RECORDS.                                    00000670
                                                                        00000680
       01 FD-RELEXP       PIC X(80).                                    00000690
                                                                        00000700
      *-------------------------------------------------------------*   00000710
       WORKING-STORAGE                                      SECTION.    00000720
      *-------------------------------------------------------------*   00000730
                                                                        00000740
           EXEC SQL                                                     00000750
              INCLUDE #BKFUNC                                           00000760
           END-EXEC.                                                    00000770
                                                                        00000780
           EXEC SQL                                                     00000790
              INCLUDE #BKSETOR                                          00000800
           END-EXEC.                                                    00000810
                                                                        00000820
           EXEC SQL                                                     00000830
              INCLUDE #BKEXPR                                           00000840
           END-EXEC.                                                    00000850
                                                                        00000860
           EXEC SQL                                                     00000870
              INCLUDE SQLCA                                             00000880
           END-EXEC.                                                    00000890
                                                                        00000900
      *          SETOR SEM GERENTE CADASTRADO VEM COM GERENTE ZERO      00000910
                                                                        00000920
           EXEC SQL                                                     00000930
              DECLARE CEXPER CURSOR FOR                                 00000940
              SELECT F.ID, F.NOME, F.SETOR, F.DATAADM,                  00000950
                     COALESCE(S.IDGERENTE, 0),                          00000960
                     COALESCE(G.NOME, ' ')                              00000970
                FROM IVAN.FUNC F                                        00000980
                LEFT JOIN IVAN.SETOR S                                  00000990
                  ON S.IDSETOR = F.SETOR                                00001000
                LEFT JOIN IVAN.FUNC G                                   00001010
                  ON G.ID = S.IDGERENTE                                 00001020
               WHERE F.DATADEM IS NULL                                  00001030
                 AND F.DATAADM >= :WRK-CORTE-ISO                        00001040
               ORDER BY 5, F.SETOR, F.DATAADM, F.ID                     00001050
           END-EXEC.                                                    00001060
                                                                        00001070
      *------------------LOG-DE-ERROS-------------------------------*   00001080
                                                                        00001090
       01 WRK-DADOS.                                                    00001100
           05 WRK-PROGRAMA  PIC X(08).                                  00001110
           05 WRK-SECAO     PIC X(04).                                  00001120
           05 WRK-MENSAGEM  PIC X(30).                                  00001130
           05 WRK-STATUS    PIC X(02).                                  00001140
           05 WRK-SEVERIDADE PIC X(01).                                 00001150
           05 FILLER        PIC X(22).                                  00001160
                                                                        00001170
      *------------------CALENDARIO DE DIAS UTEIS-------------------*   00001180
                                                                        00001190
           COPY 'LNKDTNEG'.                                             00001200
                                                                        00001210
      *--------------------LOGICA-----------------------------------*   00001220
                                                                        00001230
       77 WRK-SQLCODE         PIC -999.                                 00001240
       77 WRK-FIM-CURSOR      PIC X(01).                                00001250
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00001260
       77 WRK-NOME-GERENTE    PIC X(30).                                00001270
       77 WRK-GERENTE-ANT     PIC S9(5)V USAGE COMP-3 VALUE -1.         00001280
                                                                        00001290
      *          PRAZOS DO CONTRATO E JANELA DE AVISO                   00001300
                                                                        00001310
       77 WRK-DIAS-TERMO1     PIC 9(03) VALUE 44.                       00001320
       77 WRK-DIAS-TERMO2     PIC 9(03) VALUE 89.                       00001330
       77 WRK-DIAS-CORTE      PIC 9(03) VALUE 100.                      00001340
       77 WRK-UTEIS-AVISO     PIC 9(03) VALUE 10.                       00001350
                                                                        00001360
       77 WRK-NUM-HOJE        PIC 9(08) COMP.                           00001370
       77 WRK-NUM-DATA        PIC 9(08) COMP.                           00001380
       77 WRK-NUM-ADM         PIC 9(08) COMP.                           00001390
       77 WRK-NUM-FIM         PIC 9(08) COMP.                           00001400
       77 WRK-UTEIS           PIC 9(08) VALUE 0.                        00001410
                                                                        00001420
       77 WRK-TERMO           PIC X(01).                                00001430
       77 WRK-DECISAO1        PIC X(01).                                00001440
       77 WRK-DECISAO2        PIC X(01).                                00001450
       77 WRK-LISTAR          PIC X(01).                                00001460
                                                                        00001470
       77 WRK-QT-LIDOS        PIC 9(05) VALUE 0.                        00001480
       77 WRK-QT-LISTADOS     PIC 9(05) VALUE 0.                        00001490
       77 WRK-QT-VENCIDOS     PIC 9(05) VALUE 0.                        00001500
       77 WRK-QT-GERENTE      PIC 9(05) VALUE 0.                        00001510
       77 WRK-QT-GERENTES     PIC 9(05) VALUE 0.                        00001520
                                                                        00001530
      *-----------DATAS---------------------------------------------*   00001540
                                                                        00001550
       01 WRK-DATA-HOJE       PIC 9(08).                                00001560
                                                                        00001570
       01 WRK-DATA-AUX        PIC 9(08).                                00001580
       01 WRK-DATA-AUX-R REDEFINES WRK-DATA-AUX.                        00001590
          05 WRK-AUX-ANO      PIC 9(04).                                00001600
          05 WRK-AUX-MES      PIC 9(02).                                00001610
          05 WRK-AUX-DIA      PIC 9(02).                                00001620
                                                                        00001630
       01 WRK-DATA-DB2        PIC X(10).                                00001640
       01 WRK-DATA-DB2-R REDEFINES WRK-DATA-DB2.                        00001650
          05 WRK-DB2-ANO      PIC 9(04).                                00001660
          05 FILLER           PIC X(01).                                00001670
          05 WRK-DB2-MES      PIC 9(02).                                00001680
          05 FILLER           PIC X(01).                                00001690
          05 WRK-DB2-DIA      PIC 9(02).                                00001700
                                                                        00001710
       01 WRK-CORTE-ISO.                                                00001720
          05 WRK-COR-ANO      PIC 9(04).                                00001730
          05 FILLER           PIC X(01) VALUE '-'.                      00001740
          05 WRK-COR-MES      PIC 9(02).                                00001750
          05 FILLER           PIC X(01) VALUE '-'.                      00001760
          05 WRK-COR-DIA      PIC 9(02).                                00001770
                                                                        00001780
       01 WRK-FIM-ISO.                                                  00001790
          05 WRK-FIM-ANO      PIC 9(04).                                00001800
          05 FILLER           PIC X(01) VALUE '-'.                      00001810
          05 WRK-FIM-MES      PIC 9(02).                                00001820
          05 FILLER           PIC X(01) VALUE '-'.                      00001830
          05 WRK-FIM-DIA      PIC 9(02).                                00001840
                                                                        00001850
      *--------------------STATUS-----------------------------------*   00001860
                                                                        00001870
       77 WRK-FS-RELEXP   PIC 9(02).                                    00001880
                                                                        00001890
      *--------------------LINHAS DO RELATORIO----------------------*   00001900
                                                                        00001910
       01 WRK-CABEC1.                                                   00001920
          05 FILLER   PIC X(40) VALUE                                   00001930
             'CONTRATOS DE EXPERIENCIA A VENCER - DATA'.                00001940
          05 FILLER   PIC X(01).                                        00001950
          05 WRK-C1-DATA      PIC 9999/99/99.                           00001960
          05 FILLER   PIC X(29).                                        00001970
                                                                        00001980
       01 WRK-CABEC-GERENTE.                                            00001990
          05 FILLER   PIC X(09) VALUE 'GERENTE: '.                      00002000
          05 WRK-CG-IDGER     PIC 9(05).                                00002010
          05 FILLER   PIC X(01).                                        00002020
          05 WRK-CG-NOME      PIC X(30).                                00002030
          05 FILLER   PIC X(35).                                        00002040
                                                                        00002050
       01 WRK-CABEC2.                                                   00002060
          05 FILLER   PIC X(40) VALUE                                   00002070
             'FUNC. NOME                 SETR ADMISSAO'.                00002080
          05 FILLER   PIC X(40) VALUE                                   00002090
             '   T FIM TERMO  D.U SITUACAO DECISAO'.                    00002100
                                                                        00002110
       01 WRK-DETALHE.                                                  00002120
          05 WRK-D-IDFUNC     PIC 9(05).                                00002130
          05 FILLER           PIC X(01).                                00002140
          05 WRK-D-NOME       PIC X(20).                                00002150
          05 FILLER           PIC X(01).                                00002160
          05 WRK-D-SETOR      PIC X(04).                                00002170
          05 FILLER           PIC X(01).                                00002180
          05 WRK-D-DATAADM    PIC X(10).                                00002190
          05 FILLER           PIC X(01).                                00002200
          05 WRK-D-TERMO      PIC X(01).                                00002210
          05 FILLER           PIC X(01).                                00002220
          05 WRK-D-DTFIM      PIC X(10).                                00002230
          05 FILLER           PIC X(01).                                00002240
          05 WRK-D-UTEIS      PIC ZZ9.                                  00002250
          05 FILLER           PIC X(01).                                00002260
          05 WRK-D-SITUACAO   PIC X(08).                                00002270
          05 FILLER           PIC X(01).                                00002280
          05 FILLER           PIC X(09) VALUE '(P/E/D):_'.              00002290
          05 FILLER           PIC X(02).                                00002300
                                                                        00002310
       01 WRK-LEGENDA.                                                  00002320
          05 FILLER   PIC X(40) VALUE                                   00002330
             'DECISAO: P-PRORROGAR (SO NO 1O TERMO)  E'.                00002340
          05 FILLER   PIC X(40) VALUE                                   00002350
             '-EFETIVAR  D-DESLIGAR NO FIM DO TERMO'.                   00002360
                                                                        00002370
       01 WRK-TOT-GERENTE.                                              00002380
          05 FILLER           PIC X(02).                                00002390
          05 FILLER           PIC X(22) VALUE                           00002400
             'CONTRATOS DO GERENTE..'.                                  00002410
          05 WRK-TG-QTD       PIC ZZ.ZZ9.                               00002420
          05 FILLER           PIC X(50).                                00002430
                                                                        00002440
      *=============================================================*   00002450
       PROCEDURE DIVISION.                                              00002460
      *=============================================================*   00002470
                                                                        00002480
      *=============================================================*   00002490
       0000-PRINCIPAL                                       SECTION.    00002500
                                                                        00002510
            PERFORM 1000-INICIAR.                                       00002520
            PERFORM 2000-PROCESSAR UNTIL WRK-FIM-CURSOR EQUAL 'S'.      00002530
            PERFORM 3000-FINALIZAR.                                     00002540
                                                                        00002550
       0000-99-FIM.                                            EXIT.    00002560
      *=============================================================*   00002570
                                                                        00002580
      *=============================================================*   00002590
       1000-INICIAR                                         SECTION.    00002600
                                                                        00002610
            OPEN OUTPUT RELEXP.                                         00002620
                                                                        00002630
            IF WRK-FS-RELEXP NOT EQUAL ZEROS                            00002640
               MOVE 'FR21EXP1'                  TO WRK-PROGRAMA         00002650
               MOVE '1000'                      TO WRK-SECAO            00002660
               MOVE 'ERRO OPEN LISTA EXPERIENCIA' TO WRK-MENSAGEM       00002670
               MOVE WRK-FS-RELEXP               TO WRK-STATUS           00002680
               PERFORM 9000-TRATARERROS                                 00002690
            END-IF.                                                     00002700
                                                                        00002710
      *          CORTE = HOJE - 100 DIAS: COBRE O 2O TERMO (89 DIAS)    00002720
      *          E MANTEM NA LISTA POR ALGUNS DIAS O TERMO VENCIDO      00002730
                                                                        00002740
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                    00002750
            COMPUTE WRK-NUM-HOJE =                                      00002760
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE).                 00002770
            COMPUTE WRK-DATA-AUX =                                      00002780
               FUNCTION DATE-OF-INTEGER(WRK-NUM-HOJE - WRK-DIAS-CORTE). 00002790
            MOVE WRK-AUX-ANO TO WRK-COR-ANO.                            00002800
            MOVE WRK-AUX-MES TO WRK-COR-MES.                            00002810
            MOVE WRK-AUX-DIA TO WRK-COR-DIA.                            00002820
                                                                        00002830
            MOVE WRK-DATA-HOJE TO WRK-C1-DATA.                          00002840
            WRITE FD-RELEXP FROM WRK-CABEC1.                            00002850
            WRITE FD-RELEXP FROM WRK-LEGENDA.                           00002860
                                                                        00002870
            EXEC SQL                                                    00002880
               OPEN CEXPER                                              00002890
            END-EXEC.                                                   00002900
                                                                        00002910
            IF SQLCODE NOT EQUAL 0                                      00002920
               MOVE SQLCODE TO WRK-SQLCODE                              00002930
               DISPLAY 'ERRO ' WRK-SQLCODE ' NO OPEN DO CURSOR EXPER'   00002940
               MOVE 200 TO RETURN-CODE                                  00002950
               STOP RUN                                                 00002960
            END-IF.                                                     00002970
                                                                        00002980
            MOVE 'N' TO WRK-FIM-CURSOR.                                 00002990
            PERFORM 2100-LER-FUNC.                                      00003000
                                                                        00003010
       1000-99-FIM.                                            EXIT.    00003020
      *=============================================================*   00003030
                                                                        00003040
      *=============================================================*   00003050
       2000-PROCESSAR                                       SECTION.    00003060
                                                                        00003070
           ADD 1 TO WRK-QT-LIDOS.                                       00003080
                                                                        00003090
           PERFORM 2200-AVALIAR-TERMO.                                  00003100
                                                                        00003110
           IF WRK-LISTAR EQUAL 'S'                                      00003120
              IF DB2-IDGERENTE NOT EQUAL WRK-GERENTE-ANT                00003130
                 PERFORM 2300-QUEBRA-GERENTE                            00003140
              END-IF                                                    00003150
              PERFORM 2400-LISTAR                                       00003160
           END-IF.                                                      00003170
                                                                        00003180
           PERFORM 2100-LER-FUNC.                                       00003190
                                                                        00003200
       2000-99-FIM.                                            EXIT.    00003210
      *=============================================================*   00003220
                                                                        00003230
      *=============================================================*   00003240
       2100-LER-FUNC                                        SECTION.    00003250
                                                                        00003260
           EXEC SQL                                                     00003270
            FETCH CEXPER                                                00003280
             INTO :DB2-ID,                                              00003290
                  :DB2-NOME,                                            00003300
                  :DB2-SETOR,                                           00003310
                  :DB2-DATAADM,                                         00003320
                  :DB2-IDGERENTE,                                       00003330
                  :WRK-NOME-GERENTE                                     00003340
           END-EXEC.                                                    00003350
                                                                        00003360
           EVALUATE SQLCODE                                             00003370
             WHEN 0                                                     00003380
               CONTINUE                                                 00003390
             WHEN 100                                                   00003400
               MOVE 'S' TO WRK-FIM-CURSOR                               00003410
             WHEN OTHER                                                 00003420
               MOVE SQLCODE TO WRK-SQLCODE                              00003430
               DISPLAY 'ERRO ' WRK-SQLCODE ' NO FETCH DO CURSOR EXPER'  00003440
               MOVE 200 TO RETURN-CODE                                  00003450
               STOP RUN                                                 00003460
           END-EVALUATE.                                                00003470
                                                                        00003480
       2100-99-FIM.                                            EXIT.    00003490
      *=============================================================*   00003500
                                                                        00003510
      *=============================================================*   00003520
       2200-AVALIAR-TERMO                                   SECTION.    00003530
                                                                        00003540
      *          ESCOLHE O TERMO EM CURSO E DECIDE SE ENTRA NA LISTA:   00003550
      *          1O TERMO AINDA NAO VENCIDO E SEM DECISAO, OU 2O TERMO  00003560
      *          SEM DECISAO (1O PRORROGADO OU VENCIDO SEM DECISAO).    00003570
      *          EFETIVACAO OU DESLIGAMENTO NO 1O TERMO ENCERRA.        00003580
                                                                        00003590
           MOVE 'N' TO WRK-LISTAR.                                      00003600
                                                                        00003610
           MOVE DB2-DATAADM TO WRK-DATA-DB2.                            00003620
           PERFORM 8100-CONVERTER-DATA.                                 00003630
           MOVE WRK-NUM-DATA TO WRK-NUM-ADM.                            00003640
                                                                        00003650
           MOVE DB2-ID TO EXP-IDFUNC.                                   00003660
           MOVE '1'    TO EXP-TERMO.                                    00003670
           PERFORM 2250-LER-DECISAO.                                    00003680
           MOVE EXP-DECISAO TO WRK-DECISAO1.                            00003690
                                                                        00003700
           IF WRK-DECISAO1 EQUAL 'E' OR WRK-DECISAO1 EQUAL 'D'          00003710
              GO TO 2200-99-FIM                                         00003720
           END-IF.                                                      00003730
                                                                        00003740
           IF WRK-NUM-HOJE NOT GREATER WRK-NUM-ADM + WRK-DIAS-TERMO1    00003750
              IF WRK-DECISAO1 NOT EQUAL SPACE                           00003760
                 GO TO 2200-99-FIM                                      00003770
              END-IF                                                    00003780
              MOVE '1' TO WRK-TERMO                                     00003790
              COMPUTE WRK-NUM-FIM = WRK-NUM-ADM + WRK-DIAS-TERMO1       00003800
           ELSE                                                         00003810
              MOVE '2' TO EXP-TERMO                                     00003820
              PERFORM 2250-LER-DECISAO                                  00003830
              MOVE EXP-DECISAO TO WRK-DECISAO2                          00003840
              IF WRK-DECISAO2 NOT EQUAL SPACE                           00003850
                 GO TO 2200-99-FIM                                      00003860
              END-IF                                                    00003870
              MOVE '2' TO WRK-TERMO                                     00003880
              COMPUTE WRK-NUM-FIM = WRK-NUM-ADM + WRK-DIAS-TERMO2       00003890
           END-IF.                                                      00003900
                                                                        00003910
           COMPUTE WRK-DATA-AUX = FUNCTION DATE-OF-INTEGER(WRK-NUM-FIM).00003920
           MOVE WRK-AUX-ANO TO WRK-FIM-ANO.                             00003930
           MOVE WRK-AUX-MES TO WRK-FIM-MES.                             00003940
           MOVE WRK-AUX-DIA TO WRK-FIM-DIA.                             00003950
                                                                        00003960
      *          TERMO JA VENCIDO SEM DECISAO SAI SEMPRE NA LISTA       00003970
                                                                        00003980
           IF WRK-NUM-FIM LESS WRK-NUM-HOJE                             00003990
              MOVE ZEROS TO WRK-UTEIS                                   00004000
              MOVE 'S'   TO WRK-LISTAR                                  00004010
              GO TO 2200-99-FIM                                         00004020
           END-IF.                                                      00004030
                                                                        00004040
           MOVE 'E'           TO LNK-DN-OPERACAO.                       00004050
           MOVE WRK-DATA-HOJE TO LNK-DN-DATA1.                          00004060
           MOVE WRK-DATA-AUX  TO LNK-DN-DATA2.                          00004070
           CALL 'DATANEG' USING LNK-DATANEG.                            00004080
                                                                        00004090
           IF LNK-DN-STATUS NOT EQUAL '0'                               00004100
              MOVE 'FR21EXP1'                  TO WRK-PROGRAMA          00004110
              MOVE '2200'                      TO WRK-SECAO             00004120
              MOVE 'ERRO NO CALENDARIO DATANEG ' TO WRK-MENSAGEM        00004130
              MOVE LNK-DN-STATUS               TO WRK-STATUS            00004140
              PERFORM 9000-TRATARERROS                                  00004150
           END-IF.                                                      00004160
                                                                        00004170
           MOVE LNK-DN-RESULTADO TO WRK-UTEIS.                          00004180
           IF WRK-UTEIS NOT GREATER WRK-UTEIS-AVISO                     00004190
              MOVE 'S' TO WRK-LISTAR                                    00004200
           END-IF.                                                      00004210
                                                                        00004220
       2200-99-FIM.                                            EXIT.    00004230
      *=============================================================*   00004240
                                                                        00004250
      *=============================================================*   00004260
       2250-LER-DECISAO                                     SECTION.    00004270
                                                                        00004280
           MOVE SPACE TO EXP-DECISAO.                                   00004290
                                                                        00004300
           EXEC SQL                                                     00004310
                SELECT DECISAO                                          00004320
                  INTO :EXP-DECISAO                                     00004330
                  FROM IVAN.EXPERIEN                                    00004340
                 WHERE IDFUNC = :EXP-IDFUNC                             00004350
                   AND TERMO  = :EXP-TERMO                              00004360
           END-EXEC.                                                    00004370
                                                                        00004380
           EVALUATE SQLCODE                                             00004390
             WHEN 0                                                     00004400
               CONTINUE                                                 00004410
             WHEN 100                                                   00004420
               MOVE SPACE TO EXP-DECISAO                                00004430
             WHEN OTHER                                                 00004440
               MOVE SQLCODE TO WRK-SQLCODE                              00004450
               DISPLAY 'ERRO ' WRK-SQLCODE ' NA LEITURA DA DECISAO'     00004460
               MOVE 200 TO RETURN-CODE                                  00004470
               STOP RUN                                                 00004480
           END-EVALUATE.                                                00004490
                                                                        00004500
       2250-99-FIM.                                            EXIT.    00004510
      *=============================================================*   00004520
                                                                        00004530
      *=============================================================*   00004540
       2300-QUEBRA-GERENTE                                  SECTION.    00004550
                                                                        00004560
      *          UMA FOLHA POR GERENTE, COM O TOTAL DO ANTERIOR         00004570
                                                                        00004580
           IF WRK-GERENTE-ANT NOT LESS ZERO                             00004590
              PERFORM 2350-TOTAL-GERENTE                                00004600
           END-IF.                                                      00004610
                                                                        00004620
           MOVE DB2-IDGERENTE TO WRK-GERENTE-ANT.                       00004630
           MOVE ZEROS         TO WRK-QT-GERENTE.                        00004640
           ADD 1              TO WRK-QT-GERENTES.                       00004650
                                                                        00004660
           MOVE DB2-IDGERENTE TO WRK-CG-IDGER.                          00004670
           IF DB2-IDGERENTE EQUAL ZERO                                  00004680
              MOVE 'SETOR SEM GERENTE CADASTRADO' TO WRK-CG-NOME        00004690
           ELSE                                                         00004700
              MOVE WRK-NOME-GERENTE TO WRK-CG-NOME                      00004710
           END-IF.                                                      00004720
                                                                        00004730
           WRITE FD-RELEXP FROM WRK-CABEC-GERENTE AFTER PAGE.           00004740
           WRITE FD-RELEXP FROM WRK-LINHA-VAZIA.                        00004750
           WRITE FD-RELEXP FROM WRK-CABEC2.                             00004760
                                                                        00004770
       2300-99-FIM.                                            EXIT.    00004780
      *=============================================================*   00004790
                                                                        00004800
      *=============================================================*   00004810
       2350-TOTAL-GERENTE                                   SECTION.    00004820
                                                                        00004830
           WRITE FD-RELEXP FROM WRK-LINHA-VAZIA.                        00004840
           MOVE WRK-QT-GERENTE TO WRK-TG-QTD.                           00004850
           WRITE FD-RELEXP FROM WRK-TOT-GERENTE.                        00004860
                                                                        00004870
       2350-99-FIM.                                            EXIT.    00004880
      *=============================================================*   00004890
                                                                        00004900
      *=============================================================*   00004910
       2400-LISTAR                                          SECTION.    00004920
                                                                        00004930
           ADD 1 TO WRK-QT-LISTADOS.                                    00004940
           ADD 1 TO WRK-QT-GERENTE.                                     00004950
                                                                        00004960
           MOVE DB2-ID       TO WRK-D-IDFUNC.                           00004970
           MOVE DB2-NOME     TO WRK-D-NOME.                             00004980
           MOVE DB2-SETOR    TO WRK-D-SETOR.                            00004990
           MOVE DB2-DATAADM  TO WRK-D-DATAADM.                          00005000
           MOVE WRK-TERMO    TO WRK-D-TERMO.                            00005010
           MOVE WRK-FIM-ISO  TO WRK-D-DTFIM.                            00005020
           MOVE WRK-UTEIS    TO WRK-D-UTEIS.                            00005030
                                                                        00005040
           IF WRK-NUM-FIM LESS WRK-NUM-HOJE                             00005050
              ADD 1 TO WRK-QT-VENCIDOS                                  00005060
              MOVE 'VENCIDO ' TO WRK-D-SITUACAO                         00005070
           ELSE                                                         00005080
              MOVE 'A VENCER' TO WRK-D-SITUACAO                         00005090
           END-IF.                                                      00005100
                                                                        00005110
           WRITE FD-RELEXP FROM WRK-DETALHE.                            00005120
                                                                        00005130
       2400-99-FIM.                                            EXIT.    00005140
      *=============================================================*   00005150
                                                                        00005160
      *=============================================================*   00005170
       3000-FINALIZAR                                       SECTION.    00005180
                                                                        00005190
             EXEC SQL                                                   00005200
                CLOSE CEXPER                                            00005210
             END-EXEC.                                                  00005220
                                                                        00005230
             IF WRK-QT-GERENTES GREATER ZERO                            00005240
                PERFORM 2350-TOTAL-GERENTE                              00005250
             END-IF.                                                    00005260
                                                                        00005270
             DISPLAY 'ADMITIDOS AVALIADOS...' WRK-QT-LIDOS.             00005280
             DISPLAY 'CONTRATOS LISTADOS....' WRK-QT-LISTADOS.          00005290
             DISPLAY 'TERMOS JA VENCIDOS....' WRK-QT-VENCIDOS.          00005300
             DISPLAY 'GERENTES NA LISTA.....' WRK-QT-GERENTES.          00005310
             DISPLAY 'FINAL DE PROGRAMA'.                               00005320
                                                                        00005330
             CLOSE RELEXP.                                              00005340
             STOP RUN.                                                  00005350
                                                                        00005360
       3000-99-FIM.                                            EXIT.    00005370
      *=============================================================*   00005380
                                                                        00005390
      *=============================================================*   00005400
       8100-CONVERTER-DATA                                  SECTION.    00005410
                                                                        00005420
      *          AAAA-MM-DD -> NUMERO-DIA (INTEGER-OF-DATE)             00005430
                                                                        00005440
           MOVE WRK-DB2-ANO TO WRK-AUX-ANO.                             00005450
           MOVE WRK-DB2-MES TO WRK-AUX-MES.                             00005460
           MOVE WRK-DB2-DIA TO WRK-AUX-DIA.                             00005470
           COMPUTE WRK-NUM-DATA =                                       00005480
              FUNCTION INTEGER-OF-DATE(WRK-DATA-AUX).                   00005490
                                                                        00005500
       8100-99-FIM.                                            EXIT.    00005510
      *=============================================================*   00005520
                                                                        00005530
      *=============================================================*   00005540
       9000-TRATARERROS                                     SECTION.    00005550
                                                                        00005560
             MOVE 'E' TO WRK-SEVERIDADE.                                00005570
             CALL 'GRAVALOG' USING WRK-DADOS.                           00005580
             STOP RUN.                                                  00005590
                                                                        00005600
       9000-99-FIM.                                            EXIT.    00005610
      *=============================================================*   00005620
