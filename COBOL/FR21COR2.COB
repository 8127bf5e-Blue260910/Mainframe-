      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21COR2.                                            00000050
                                                                        00000060
      *=============================================================*   00000070
      *   AUTOR....:VICTOR ARANDA                                       00000080
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000090
      *   DATA ....:15/10/2026                                          00000100
      *-------------------------------------------------------------*   00000110
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000120
      *  1.0   15/10/26   VICTOR ARANDA       VERSAO INICIAL            00000130
      *-------------------------------------------------------------*   00000140
      *   OBJETIVO: ESTATISTICA MENSAL DA CORRESPONDENCIA DEVOLVIDA     00000150
      *      PELO CORREIO. LE O HISTORICO CORHIS GRAVADO PELO           00000160
      *      FR21COR1, CLASSIFICADO POR AGENCIA E MOTIVO (CORSORT),     00000170
      *      E CONTA OS AVISOS RECEBIDOS NO MES DE REFERENCIA (PELA     00000180
      *      DATA DE PROCESSAMENTO DO AVISO) POR AGENCIA E MOTIVO DA    00000190
      *      DEVOLUCAO (01 A 09), COM O TOTAL DA AGENCIA E QUANTOS      00000200
      *      CHEGARAM PARA ENDERECO JA MARCADO. NO FIM, O TOTAL GERAL   00000210
      *      POR MOTIVO E POR TIPO DE DOCUMENTO DEVOLVIDO (RELCOR2).    00000220
      *      PARM: MES DE REFERENCIA AAAAMM; SEM PARM, O MES DA DATA    00000230
      *      DE NEGOCIO (RODADO NO FECHAMENTO DO MES).                  00000240
      *-------------------------------------------------------------*   00000250
      *   ARQUIVOS.....:                                                00000260
      *                                                                 00000270
      *   NAME                I/O                                       00000280
      *   CORSORT              I   (CORHIS CLASSIFICADO - CORBOOK)      00000290
      *   RELCOR2              O   (ESTATISTICA MENSAL)                 00000300
      *-------------------------------------------------------------*   00000310
      *   MODULOS....:                                                  00000320
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000330
      *   FR21DTA1             DATA DE NEGOCIO DA JANELA (LNKDPRC)      00000340
      *=============================================================*   00000350
       ENVIRONMENT                               DIVISION.              00000360
      *=============================================================*   00000370
                                                                        00000380
      *-------------------------------------------------------------*   00000390
       CONFIGURATION                                        SECTION.    00000400
      *-------------------------------------------------------------*   00000410
       SPECIAL-NAMES.                                                   00000420
           DECIMAL-POINT IS COMMA.                                      00000430
                                                                        00000440
                                                                        00000450
       INPUT-OUTPUT                                         SECTION.    00000460
       FILE-CONTROL.                                                    00000470
           SELECT CORSORT  ASSIGN TO CORSORT                            00000480
               FILE STATUS  IS WRK-FS-CORSORT.                          00000490
                                                                        00000500
           SELECT RELCOR2  ASSIGN TO RELCOR2                            00000510
               FILE STATUS  IS WRK-FS-RELCOR2.                          00000520
                                                                        00000530
      *=============================================================*   00000540
       DATA                                                DIVISION.    00000550
      *=============================================================*   00000560
       FILE                                                 SECTION.    00000570
      *=============================================================*   00000580
                                                                        00000590
      *-------------------------------------------------------------*   00000600
      *       HISTORICO CLASSIFICADO   LRECL = 40                   *   00000610
      *-------------------------------------------------------------*   00000620
       FD CORSORT                                                       00000630
           RECORDING  MODE IS F                                         00000640
           BLOCK CONTAINS 0 RECORDS.                                    00000650
                                                                        00000660
       COPY 'CORBOOK'.                                                  00000670
                                                                        00000680
      *-------------------------------------------------------------*   00000690
      *       ARQUIVO DE SAIDA   RELCOR2  LRECL = 80                *   00000700
      *-------------------------------------------------------------*   00000710
       FD RELCOR2                                                       00000720
           RECORDING  MODE IS F                                         00000730
           BLOCK CONTAINS 0 RECORDS.                                    00000740
                                                                        00000750
       01 FD-RELCOR2    PIC X(80).                                      00000760
                                                                        00000770
      *-------------------------------------------------------------*   00000780
       WORKING-STORAGE                                      SECTION.    00000790
      *-------------------------------------------------------------*   00000800
                                                                        00000810
      *------------------LOG-DE-ERROS-------------------------------*   00000820
                                                                        00000830
       01 WRK-DADOS.                                                    00000840
           05 WRK-PROGRAMA  PIC X(08).                                  00000850
           05 WRK-SECAO     PIC X(04).                                  00000860
           05 WRK-MENSAGEM  PIC X(30).                                  00000870
           05 WRK-STATUS    PIC X(02).                                  00000880
           05 WRK-SEVERIDADE PIC X(01).                                 00000890
           05 FILLER        PIC X(22).                                  00000900
                                                                        00000910
      *--------------------LOGICA-----------------------------------*   00000920
                                                                        00000930
       77 WRK-LIDOS           PIC 9(07) VALUE 0.                        00000940
                                                                        00000950
       77 WRK-DO-MES          PIC 9(07) VALUE 0.                        00000960
                                                                        00000970
       77 WRK-MOTIVO-FORA     PIC 9(07) VALUE 0.                        00000980
                                                                        00000990
       77 WRK-MSG-FINAL       PIC X(17) VALUE 'FINAL DE PROGRAMA'.      00001000
                                                                        00001010
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00001020
                                                                        00001030
       77 WRK-HOJE            PIC 9(08) VALUE 0.                        00001040
                                                                        00001050
       77 WRK-MES-REF         PIC 9(06) VALUE 0.                        00001060
                                                                        00001070
       77 WRK-AGENCIA-ATU     PIC X(04) VALUE SPACES.                   00001080
                                                                        00001090
       77 WRK-IND             PIC 9(02) VALUE 0.                        00001100
                                                                        00001110
      *        CONTADORES DA AGENCIA (AG) E GERAIS (TG) POR MOTIVO      00001120
                                                                        00001130
       01 WRK-CONT-AGENCIA.                                             00001140
          05 WRK-AG-MOTIVO   PIC 9(05) OCCURS 9 TIMES.                  00001150
          05 WRK-AG-TOTAL    PIC 9(07).                                 00001160
          05 WRK-AG-REINC    PIC 9(07).                                 00001170
                                                                        00001180
       01 WRK-CONT-GERAL.                                               00001190
          05 WRK-TG-MOTIVO   PIC 9(05) OCCURS 9 TIMES.                  00001200
          05 WRK-TG-TOTAL    PIC 9(07).                                 00001210
          05 WRK-TG-REINC    PIC 9(07).                                 00001220
                                                                        00001230
      *        TOTAIS POR TIPO DE DOCUMENTO DEVOLVIDO                   00001240
                                                                        00001250
       01 WRK-TAB-TIPOS.                                                00001260
          05 FILLER   PIC X(22) VALUE 'EXEXTRATO             '.         00001270
          05 FILLER   PIC X(22) VALUE 'CBCARTA DE COBRANCA   '.         00001280
          05 FILLER   PIC X(22) VALUE 'KYCARTA DE REVISAO    '.         00001290
          05 FILLER   PIC X(22) VALUE 'DRCARTA CONTA DORMENTE'.         00001300
          05 FILLER   PIC X(22) VALUE 'OUOUTROS              '.         00001310
       01 FILLER REDEFINES WRK-TAB-TIPOS.                               00001320
          05 WRK-TP-ITEM OCCURS 5 TIMES.                                00001330
             10 WRK-TP-CODIGO   PIC X(02).                              00001340
             10 WRK-TP-NOME     PIC X(20).                              00001350
                                                                        00001360
       01 WRK-TIPO-QTD        PIC 9(07) OCCURS 5 TIMES.                 00001370
                                                                        00001380
           COPY 'LNKDPRC'.                                              00001390
                                                                        00001400
      *--------------------STATUS-----------------------------------*   00001410
                                                                        00001420
       77 WRK-FS-CORSORT  PIC 9(02).                                    00001430
                                                                        00001440
       77 WRK-FS-RELCOR2  PIC 9(02).                                    00001450
                                                                        00001460
      *--------------------LINHAS DO RELATORIO----------------------*   00001470
                                                                        00001480
       01 WRK-CABEC1.                                                   00001490
          05 FILLER   PIC X(44) VALUE                                   00001500
             'CORRESPONDENCIA DEVOLVIDA POR AGENCIA/MOTIVO'.            00001510
          05 FILLER   PIC X(05) VALUE 'MES: '.                          00001520
          05 WRK-C1-MES      PIC 9(06).                                 00001530
          05 FILLER   PIC X(25) VALUE SPACES.                           00001540
                                                                        00001550
       01 WRK-CABEC2.                                                   00001560
          05 FILLER   PIC X(08) VALUE 'AGENCIA'.                        00001570
          05 FILLER   PIC X(54) VALUE                                   00001580
             '   01    02    03    04    05    06    07    08    09 '.  00001590
          05 FILLER   PIC X(08) VALUE '  TOTAL '.                       00001600
          05 FILLER   PIC X(10) VALUE 'JA MARC'.                        00001610
                                                                        00001620
       01 WRK-DETALHE.                                                  00001630
          05 WRK-DL-AGENCIA  PIC X(07).                                 00001640
          05 FILLER          PIC X(01) VALUE SPACE.                     00001650
          05 WRK-DL-ITEM OCCURS 9 TIMES.                                00001660
             10 WRK-DL-QTD   PIC ZZZZ9.                                 00001670
             10 FILLER       PIC X(01).                                 00001680
          05 WRK-DL-TOTAL    PIC ZZZZZZ9.                               00001690
          05 FILLER          PIC X(01) VALUE SPACE.                     00001700
          05 WRK-DL-REINC    PIC ZZZZZZ9.                               00001710
          05 FILLER          PIC X(03) VALUE SPACES.                    00001720
                                                                        00001730
       01 WRK-LEGENDA1.                                                 00001740
          05 FILLER   PIC X(80) VALUE                                   00001750
             'MOTIVOS: 01 MUDOU-SE  02 END. INSUFICIENTE  03 NUMERO INEX00001760
      -      'ISTENTE'.                                                 00001770
                                                                        00001780
       01 WRK-LEGENDA2.                                                 00001790
          05 FILLER   PIC X(80) VALUE                                   00001800
             '         04 DESCONHECIDO  05 RECUSADO  06 AUSENTE  07 NAO 00001810
      -      'PROCURADO'.                                               00001820
                                                                        00001830
       01 WRK-LEGENDA3.                                                 00001840
          05 FILLER   PIC X(80) VALUE                                   00001850
             '         08 FALECIDO  09 OUTROS'.                         00001860
                                                                        00001870
       01 WRK-TIPO-CABEC.                                               00001880
          05 FILLER   PIC X(80) VALUE                                   00001890
             'DEVOLUCOES DO MES POR TIPO DE DOCUMENTO'.                 00001900
                                                                        00001910
       01 WRK-TIPO-LINHA.                                               00001920
          05 FILLER          PIC X(02) VALUE SPACES.                    00001930
          05 WRK-TL-NOME     PIC X(20).                                 00001940
          05 FILLER          PIC X(02) VALUE SPACES.                    00001950
          05 WRK-TL-QTD      PIC ZZZ.ZZ9.                               00001960
          05 FILLER          PIC X(49) VALUE SPACES.                    00001970
                                                                        00001980
      *-------------------------------------------------------------*   00001990
       LINKAGE                                              SECTION.    00002000
      *-------------------------------------------------------------*   00002010
       01 LNK-ENTRADA.                                                  00002020
          05 LNK-LEN            PIC 9(04) COMP.                         00002030
          05 LNK-MES-REF        PIC 9(06).                              00002040
          05 FILLER REDEFINES LNK-MES-REF.                              00002050
             10 LNK-ANO-REF     PIC 9(04).                              00002060
             10 LNK-MM-REF      PIC 9(02).                              00002070
                                                                        00002080
      *=============================================================*   00002090
       PROCEDURE DIVISION USING LNK-ENTRADA.                            00002100
      *=============================================================*   00002110
                                                                        00002120
      *=============================================================*   00002130
       0000-PRINCIPAL                                       SECTION.    00002140
                                                                        00002150
            PERFORM 1000-INICIAR.                                       00002160
            PERFORM 2000-PROCESSAR UNTIL WRK-FS-CORSORT EQUAL 10.       00002170
            PERFORM 2900-FECHAR-AGENCIA.                                00002180
            PERFORM 3000-FINALIZAR.                                     00002190
                                                                        00002200
       0000-99-FIM.                                            EXIT.    00002210
      *=============================================================*   00002220
                                                                        00002230
      *=============================================================*   00002240
       1000-INICIAR                                         SECTION.    00002250
                                                                        00002260
            OPEN INPUT  CORSORT.                                        00002270
            OPEN OUTPUT RELCOR2.                                        00002280
                                                                        00002290
            IF WRK-FS-CORSORT NOT EQUAL ZEROS                           00002300
               MOVE 'FR21COR2'                  TO WRK-PROGRAMA         00002310
               MOVE '1000'                      TO WRK-SECAO            00002320
               MOVE 'ERRO OPEN CORSORT        ' TO WRK-MENSAGEM         00002330
               MOVE WRK-FS-CORSORT              TO WRK-STATUS           00002340
               PERFORM 9000-TRATARERROS                                 00002350
            END-IF.                                                     00002360
                                                                        00002370
            IF WRK-FS-RELCOR2 NOT EQUAL ZEROS                           00002380
               MOVE 'FR21COR2'                  TO WRK-PROGRAMA         00002390
               MOVE '1000'                      TO WRK-SECAO            00002400
               MOVE 'ERRO OPEN RELCOR2        ' TO WRK-MENSAGEM         00002410
               MOVE WRK-FS-RELCOR2              TO WRK-STATUS           00002420
               PERFORM 9000-TRATARERROS                                 00002430
            END-IF.                                                     00002440
                                                                        00002450
      *          MES DE REFERENCIA: PARM AAAAMM OU O MES DA DATA DE     00002460
      *          NEGOCIO                                                00002470
                                                                        00002480
            MOVE 'FR21COR2' TO LNK-DP-PROGRAMA.                         00002490
            MOVE ZEROS      TO LNK-DP-DIAS-TOL.                         00002500
            CALL 'FR21DTA1' USING LNK-DPRC.                             00002510
            MOVE LNK-DP-DATA TO WRK-HOJE.                               00002520
            MOVE WRK-HOJE(1:6) TO WRK-MES-REF.                          00002530
                                                                        00002540
            IF LNK-LEN NOT LESS 6                                       00002550
               AND LNK-MES-REF IS NUMERIC                               00002560
               AND LNK-MM-REF NOT LESS 1                                00002570
               AND LNK-MM-REF NOT GREATER 12                            00002580
               MOVE LNK-MES-REF TO WRK-MES-REF                          00002590
            END-IF.                                                     00002600
                                                                        00002610
            INITIALIZE WRK-CONT-AGENCIA WRK-CONT-GERAL.                 00002620
            PERFORM VARYING WRK-IND FROM 1 BY 1 UNTIL WRK-IND > 5       00002630
               MOVE ZEROS TO WRK-TIPO-QTD(WRK-IND)                      00002640
            END-PERFORM.                                                00002650
                                                                        00002660
            MOVE WRK-MES-REF TO WRK-C1-MES.                             00002670
            WRITE FD-RELCOR2 FROM WRK-CABEC1.                           00002680
            WRITE FD-RELCOR2 FROM WRK-LINHA-VAZIA.                      00002690
            WRITE FD-RELCOR2 FROM WRK-CABEC2.                           00002700
                                                                        00002710
            READ CORSORT.                                               00002720
                                                                        00002730
            IF WRK-FS-CORSORT EQUAL ZEROS                               00002740
               MOVE COR-AGENCIA TO WRK-AGENCIA-ATU                      00002750
            END-IF.                                                     00002760
                                                                        00002770
       1000-99-FIM.                                            EXIT.    00002780
      *=============================================================*   00002790
                                                                        00002800
      *=============================================================*   00002810
       2000-PROCESSAR                                       SECTION.    00002820
                                                                        00002830
           ADD 1 TO WRK-LIDOS.                                          00002840
                                                                        00002850
      *                 SO OS AVISOS PROCESSADOS NO MES DE REFERENCIA   00002860
                                                                        00002870
           IF COR-DATA-PROC(1:6) NOT EQUAL WRK-MES-REF                  00002880
              GO TO 2000-50-LER                                         00002890
           END-IF.                                                      00002900
                                                                        00002910
           IF COR-MOTIVO IS NOT NUMERIC                                 00002920
              OR COR-MOTIVO LESS 1 OR COR-MOTIVO GREATER 9              00002930
              ADD 1 TO WRK-MOTIVO-FORA                                  00002940
              GO TO 2000-50-LER                                         00002950
           END-IF.                                                      00002960
                                                                        00002970
           IF COR-AGENCIA NOT EQUAL WRK-AGENCIA-ATU                     00002980
              PERFORM 2900-FECHAR-AGENCIA                               00002990
              MOVE COR-AGENCIA TO WRK-AGENCIA-ATU                       00003000
           END-IF.                                                      00003010
                                                                        00003020
           ADD 1 TO WRK-DO-MES.                                         00003030
           ADD 1 TO WRK-AG-MOTIVO(COR-MOTIVO).                          00003040
           ADD 1 TO WRK-AG-TOTAL.                                       00003050
                                                                        00003060
           IF COR-REINCIDENTE EQUAL 'S'                                 00003070
              ADD 1 TO WRK-AG-REINC                                     00003080
           END-IF.                                                      00003090
                                                                        00003100
      *                 TIPO DE DOCUMENTO (DESCONHECIDO VAI EM OUTROS)  00003110
                                                                        00003120
           MOVE 5 TO WRK-IND.                                           00003130
           PERFORM VARYING WRK-IND FROM 1 BY 1 UNTIL WRK-IND > 4        00003140
              OR WRK-TP-CODIGO(WRK-IND) EQUAL COR-TIPO-DOC              00003150
              CONTINUE                                                  00003160
           END-PERFORM.                                                 00003170
           ADD 1 TO WRK-TIPO-QTD(WRK-IND).                              00003180
                                                                        00003190
       2000-50-LER.                                                     00003200
                                                                        00003210
           READ CORSORT.                                                00003220
                                                                        00003230
       2000-99-FIM.                                            EXIT.    00003240
      *=============================================================*   00003250
                                                                        00003260
      *=============================================================*   00003270
       2900-FECHAR-AGENCIA                                  SECTION.    00003280
                                                                        00003290
      *          LINHA DA AGENCIA E ACUMULO NO GERAL                    00003300
                                                                        00003310
           IF WRK-AG-TOTAL EQUAL ZEROS                                  00003320
              GO TO 2900-99-FIM                                         00003330
           END-IF.                                                      00003340
                                                                        00003350
           MOVE WRK-AGENCIA-ATU TO WRK-DL-AGENCIA.                      00003360
           PERFORM VARYING WRK-IND FROM 1 BY 1 UNTIL WRK-IND > 9        00003370
              MOVE WRK-AG-MOTIVO(WRK-IND) TO WRK-DL-QTD(WRK-IND)        00003380
              ADD WRK-AG-MOTIVO(WRK-IND)  TO WRK-TG-MOTIVO(WRK-IND)     00003390
           END-PERFORM.                                                 00003400
           MOVE WRK-AG-TOTAL TO WRK-DL-TOTAL.                           00003410
           MOVE WRK-AG-REINC TO WRK-DL-REINC.                           00003420
           WRITE FD-RELCOR2 FROM WRK-DETALHE.                           00003430
                                                                        00003440
           ADD WRK-AG-TOTAL TO WRK-TG-TOTAL.                            00003450
           ADD WRK-AG-REINC TO WRK-TG-REINC.                            00003460
                                                                        00003470
           INITIALIZE WRK-CONT-AGENCIA.                                 00003480
                                                                        00003490
       2900-99-FIM.                                            EXIT.    00003500
      *=============================================================*   00003510
                                                                        00003520
      *=============================================================*   00003530
       3000-FINALIZAR                                       SECTION.    00003540
                                                                        00003550
             WRITE FD-RELCOR2 FROM WRK-LINHA-VAZIA.                     00003560
             MOVE 'TOTAL' TO WRK-DL-AGENCIA.                            00003570
             PERFORM VARYING WRK-IND FROM 1 BY 1 UNTIL WRK-IND > 9      00003580
                MOVE WRK-TG-MOTIVO(WRK-IND) TO WRK-DL-QTD(WRK-IND)      00003590
             END-PERFORM.                                               00003600
             MOVE WRK-TG-TOTAL TO WRK-DL-TOTAL.                         00003610
             MOVE WRK-TG-REINC TO WRK-DL-REINC.                         00003620
             WRITE FD-RELCOR2 FROM WRK-DETALHE.                         00003630
                                                                        00003640
             WRITE FD-RELCOR2 FROM WRK-LINHA-VAZIA.                     00003650
             WRITE FD-RELCOR2 FROM WRK-LEGENDA1.                        00003660
             WRITE FD-RELCOR2 FROM WRK-LEGENDA2.                        00003670
             WRITE FD-RELCOR2 FROM WRK-LEGENDA3.                        00003680
                                                                        00003690
             WRITE FD-RELCOR2 FROM WRK-LINHA-VAZIA.                     00003700
             WRITE FD-RELCOR2 FROM WRK-TIPO-CABEC.                      00003710
             PERFORM VARYING WRK-IND FROM 1 BY 1 UNTIL WRK-IND > 5      00003720
                MOVE WRK-TP-NOME(WRK-IND)  TO WRK-TL-NOME               00003730
                MOVE WRK-TIPO-QTD(WRK-IND) TO WRK-TL-QTD                00003740
                WRITE FD-RELCOR2 FROM WRK-TIPO-LINHA                    00003750
             END-PERFORM.                                               00003760
                                                                        00003770
             DISPLAY 'MES DE REFERENCIA.....' WRK-MES-REF.              00003780
             DISPLAY 'HISTORICO LIDO........' WRK-LIDOS.                00003790
             DISPLAY 'DEVOLUCOES NO MES.....' WRK-DO-MES.               00003800
             DISPLAY 'JA MARCADOS NO MES....' WRK-TG-REINC.             00003810
             DISPLAY 'MOTIVO FORA DA TABELA.' WRK-MOTIVO-FORA.          00003820
             DISPLAY WRK-MSG-FINAL.                                     00003830
                                                                        00003840
             CLOSE CORSORT RELCOR2.                                     00003850
             STOP RUN.                                                  00003860
                                                                        00003870
       3000-99-FIM.                                            EXIT.    00003880
      *=============================================================*   00003890
                                                                        00003900
      *=============================================================*   00003910
       9000-TRATARERROS                                     SECTION.    00003920
                                                                        00003930
             MOVE 'E' TO WRK-SEVERIDADE.                                00003940
             CALL 'GRAVALOG' USING WRK-DADOS.                           00003950
             STOP RUN.                                                  00003960
                                                                        00003970
       9000-99-FIM.                                            EXIT.    00003980
      *=============================================================*   00003990
