      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21ARH2.                                            00000050
                                                                        00000060
      *=============================================================*   00000070
      *   AUTOR....:VICTOR ARANDA                                       00000080
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000090
      *   DATA ....:15/10/2026                                          00000100
      *-------------------------------------------------------------*   00000110
      *   OBJETIVO: RECUPERACAO DOS HISTORICOS ARQUIVADOS PELO          00000120
      *      FR21ARH1. A PARM ESCOLHE O MODO:                           00000130
      *      'L' LISTA O INDICE DO ARQUIVAMENTO (ARQHIDX) DA            00000140
      *          TABELA (SPACES = TODAS), COM A SITUACAO DE CADA        00000150
      *          GERACAO E AS JA VENCIDAS, PARA ESCOLHER O QUE          00000160
      *          RECUPERAR;                                             00000170
      *      'F' + FUNCIONARIO (5) OU 'P' + DATA INICIAL (8) +          00000180
      *          DATA FINAL (8) LE AS GERACOES DO GDG DA TABELA         00000190
      *          (ARQHIST, O JOB CONCATENA A BASE DO GDG OU UMA         00000200
      *          GERACAO ESCOLHIDA) E CARREGA AS LINHAS DO RECORTE      00000210
      *          NA TABELA DE TRABALHO DE MESMO LAYOUT                  00000220
      *          (IVAN.AUDFUNCW, IVAN.HISTSALW, IVAN.HISTTRFW OU        00000230
      *          IVAN.FUNCHISW), ESVAZIADA ANTES DA CARGA. AS           00000240
      *          CONSULTAS FR21AUD1, FR21RHIS E FR21TRF2 LEEM A         00000250
      *          TABELA DE TRABALHO COM A ORIGEM 'A' NA PARM. O         00000260
      *          EVTMST RECUPERADO SAI NO ARQUIVO EVTREC, NO LAYOUT     00000270
      *          DO MESTRE.                                             00000280
      *      CADA GERACAO E CONFERIDA PELO HEADER (TABELA) E PELO       00000290
      *      TRAILER (QUANTIDADE). GERACAO QUE O INDICE NAO MOSTRA      00000300
      *      EXPURGADA E IGNORADA: SUAS LINHAS AINDA ESTAO NA BASE.     00000310
      *-------------------------------------------------------------*   00000320
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000330
      *  1.0   15/10/26   VICTOR ARANDA    VERSAO INICIAL               00000340
      *-------------------------------------------------------------*   00000350
      *   BASE DE DADOS:                                                00000360
      *   TABELA.DB2..                                                  00000370
      *    ------              I/O                 INCLUDE/BOOK         00000380
      *   IVAN.AUDFUNCW         O                  #BKAUDF----          00000390
      *   IVAN.HISTSALW         O                  #BKHSAL----          00000400
      *   IVAN.HISTTRFW         O                  #BKHTRF----          00000410
      *   IVAN.FUNCHISW         O                  #BKFHIST---          00000420
      *-------------------------------------------------------------*   00000430
      *   ARQUIVOS:                                                     00000440
      *    DDNAME              I/O                  COPY/BOOK           00000450
      *   ARQHIDX               I   (INDICE)        ARQXBOOK---         00000460
      *   ARQHIST               I   (GERACOES)      ARQHBOOK---         00000470
      *   EVTREC                O   (EVENTOS RECUPERADOS)               00000480
      *   RELARH2               O   (INDICE / RESUMO DA CARGA)          00000490
      *-------------------------------------------------------------*   00000500
      *   MODULOS....:                                                  00000510
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000520
      *   FR21DTA1             DATA DE PROCESSAMENTO (LNKDPRC)          00000530
      *-------------------------------------------------------------*   00000540
      *   PARM.....: MODO      PIC X(01) - 'L' / 'F' / 'P'              00000550
      *              TABELA    PIC X(08)                                00000560
      *              ARGUMENTO PIC X(16) - FUNCIONARIO 9(05) OU         00000570
      *                                    DATA-INI/DATA-FIM 9(08)      00000580
      *=============================================================*   00000590
       ENVIRONMENT                               DIVISION.              00000600
      *=============================================================*   00000610
                                                                        00000620
      *-------------------------------------------------------------*   00000630
       CONFIGURATION                                        SECTION.    00000640
      *-------------------------------------------------------------*   00000650
       SPECIAL-NAMES.                                                   00000660
           DECIMAL-POINT IS COMMA.                                      00000670
                                                                        00000680
                                                                        00000690
       INPUT-OUTPUT                                         SECTION.    00000700
       FILE-CONTROL.                                                    00000710
           SELECT ARQHIDX  ASSIGN TO ARQHIDX                            00000720
               FILE STATUS  IS WRK-FS-ARQHIDX.                          00000730
                                                                        00000740
           SELECT ARQHIST  ASSIGN TO ARQHIST                            00000750
               FILE STATUS  IS WRK-FS-ARQHIST.                          00000760
                                                                        00000770
           SELECT EVTREC   ASSIGN TO EVTREC                             00000780
               FILE STATUS  IS WRK-FS-EVTREC.                           00000790
                                                                        00000800
           SELECT RELARH2  ASSIGN TO RELARH2                            00000810
               FILE STATUS  IS WRK-FS-RELARH2.                          00000820
                                                                        00000830
      *=============================================================*   00000840
       DATA                                                DIVISION.    00000850
      *=============================================================*   00000860
       FILE                                                 SECTION.    00000870
      *=============================================================*   00000880
                                                                        00000890
      *      INDICE DO ARQUIVAMENTO                 LRECL = 80          00000900
                                                                        00000910
       FD ARQHIDX                                                       00000920
           RECORDING  MODE IS F                                         00000930
           BLOCK CONTAINS 0 RECORDS.                                    00000940
                                                                        00000950
       COPY 'ARQXBOOK'.                                                 00000960
                                                                        00000970
      *      GERACOES DO ARQUIVO DE HISTORICO       LRECL = 300         00000980
                                                                        00000990
       FD ARQHIST                                                       00001000
           RECORDING  MODE IS F                                         00001010
           BLOCK CONTAINS 0 RECORDS.                                    00001020
                                                                        00001030
       COPY 'ARQHBOOK'.                                                 00001040
                                                                        00001050
      *      SAIDA - EVENTOS RECUPERADOS (EVTMST)   LRECL = 66          00001060
                                                                        00001070
       FD EVTREC                                                        00001080
           RECORDING  MODE IS F                                         00001090
           BLOCK CONTAINS 0 RECORDS.                                    00001100
                                                                        00001110
       01 FD-EVTREC       PIC X(66).                                    00001120
                                                                        00001130
      *      SAIDA - INDICE / RESUMO DA CARGA       LRECL = 80          00001140
                                                                        00001150
       FD RELARH2                                                       00001160
           RECORDING  MODE IS F                                         00001170
           BLOCK CONTAINS 0 RECORDS.                                    00001180
                                                                        00001190
       01 FD-RELARH2      PIC X(80).                                    00001200
                                                                        00001210
      *-------------------------------------------------------------*   00001220
       WORKING-STORAGE                                      SECTION.    00001230
      *-------------------------------------------------------------*   00001240
                                                                        00001250
           EXEC SQL                                                     00001260
              INCLUDE #BKAUDF                                           00001270
           END-EXEC.                                                    00001280
                                                                        00001290
           EXEC SQL                                                     00001300
              INCLUDE #BKHSAL                                           00001310
           END-EXEC.                                                    00001320
                                                                        00001330
           EXEC SQL                                                     00001340
              INCLUDE #BKHTRF                                           00001350
           END-EXEC.                                                    00001360
                                                                        00001370
           EXEC SQL                                                     00001380
              INCLUDE #BKFHIST                                          00001390
           END-EXEC.                                                    00001400
                                                                        00001410
           EXEC SQL                                                     00001420
              INCLUDE SQLCA                                             00001430
           END-EXEC.                                                    00001440
                                                                        00001450
      *------------------LOG-DE-ERROS-------------------------------*   00001460
                                                                        00001470
       01 WRK-DADOS.                                                    00001480
           05 WRK-PROGRAMA  PIC X(08).                                  00001490
           05 WRK-SECAO     PIC X(04).                                  00001500
           05 WRK-MENSAGEM  PIC X(30).                                  00001510
           05 WRK-STATUS    PIC X(02).                                  00001520
           05 WRK-SEVERIDADE PIC X(01).                                 00001530
           05 FILLER        PIC X(22).                                  00001540
                                                                        00001550
      *------------------DATA DE PROCESSAMENTO----------------------*   00001560
                                                                        00001570
           COPY 'LNKDPRC'.                                              00001580
                                                                        00001590
      *--------------------PARAMETROS-------------------------------*   00001600
                                                                        00001610
       77 WRK-MODO            PIC X(01) VALUE SPACE.                    00001620
          88 WRK-MODO-LISTA       VALUE 'L'.                            00001630
          88 WRK-MODO-FUNC        VALUE 'F'.                            00001640
          88 WRK-MODO-PERIODO     VALUE 'P'.                            00001650
                                                                        00001660
       77 WRK-TABELA          PIC X(08) VALUE SPACES.                   00001670
          88 WRK-TAB-AUDFUNC      VALUE 'AUDFUNC '.                     00001680
          88 WRK-TAB-HISTSAL      VALUE 'HISTSAL '.                     00001690
          88 WRK-TAB-HISTTRF      VALUE 'HISTTRF '.                     00001700
          88 WRK-TAB-FUNCHIST     VALUE 'FUNCHIST'.                     00001710
          88 WRK-TAB-EVTMST       VALUE 'EVTMST  '.                     00001720
          88 WRK-TAB-VALIDA       VALUE 'AUDFUNC ' 'HISTSAL '           00001730
                                        'HISTTRF ' 'FUNCHIST'           00001740
                                        'EVTMST  '.                     00001750
                                                                        00001760
       77 WRK-IDFUNC-BUSCA    PIC 9(05) VALUE 0.                        00001770
       77 WRK-DATA-INI        PIC 9(08) VALUE 0.                        00001780
       77 WRK-DATA-FIM        PIC 9(08) VALUE 0.                        00001790
                                                                        00001800
       77 WRK-DATA-PROC       PIC 9(08) VALUE 0.                        00001810
                                                                        00001820
      *--------------------INDICE EM TABELA-------------------------*   00001830
      *   GERACOES EXPURGADAS DA TABELA (LINHAS 'E' DO INDICE)          00001840
                                                                        00001850
       01 WRK-TAB-IDX.                                                  00001860
          05 WRK-TAB-IX-QTD  PIC 9(04) VALUE 0.                         00001870
          05 WRK-TAB-IX-OCR OCCURS 999 TIMES.                           00001880
             10 WRK-IX-DATA-ARQ  PIC 9(08).                             00001890
             10 WRK-IX-HORA-ARQ  PIC 9(06).                             00001900
                                                                        00001910
       77 WRK-IND-IX          PIC 9(04).                                00001920
       77 WRK-ACHOU-IX        PIC X(01).                                00001930
                                                                        00001940
      *--------------------LOGICA-----------------------------------*   00001950
                                                                        00001960
       77 WRK-SQLCODE         PIC -999.                                 00001970
                                                                        00001980
       77 WRK-GERACOES        PIC 9(05) VALUE 0.                        00001990
       77 WRK-GER-IGNORADAS   PIC 9(05) VALUE 0.                        00002000
       77 WRK-LIDOS-DET       PIC 9(09) VALUE 0.                        00002010
       77 WRK-RECUPERADOS     PIC 9(09) VALUE 0.                        00002020
       77 WRK-INDICE-LISTADOS PIC 9(05) VALUE 0.                        00002030
                                                                        00002040
      *   GERACAO CORRENTE DA LEITURA                                   00002050
                                                                        00002060
       77 WRK-GER-DET         PIC 9(09) VALUE 0.                        00002070
       77 WRK-GER-VALIDA      PIC X(01) VALUE 'N'.                      00002080
                                                                        00002090
       77 WRK-DESDE-COMMIT    PIC 9(05) VALUE 0.                        00002100
                                                                        00002110
      *-------------------------------------------------------------*   00002120
      *   LINHAS INSERIDAS POR COMMIT NA CARGA DA TABELA DE TRABALHO*   00002130
      *-------------------------------------------------------------*   00002140
       77 WRK-FREQ-COMMIT     PIC 9(05) VALUE 500.                      00002150
                                                                        00002160
       77 WRK-MSG-FINAL       PIC X(17) VALUE 'FINAL DE PROGRAMA'.      00002170
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00002180
                                                                        00002190
      *--------------------STATUS-----------------------------------*   00002200
                                                                        00002210
       77 WRK-FS-ARQHIDX  PIC 9(02).                                    00002220
       77 WRK-FS-ARQHIST  PIC 9(02).                                    00002230
       77 WRK-FS-EVTREC   PIC 9(02).                                    00002240
       77 WRK-FS-RELARH2  PIC 9(02).                                    00002250
                                                                        00002260
      *--------------------LINHAS DO RELATORIO----------------------*   00002270
                                                                        00002280
       01 WRK-CABEC1.                                                   00002290
          05 FILLER   PIC X(33) VALUE                                   00002300
             'RECUPERACAO DE HISTORICOS - MODO '.                       00002310
          05 WRK-C-MODO       PIC X(01).                                00002320
          05 FILLER   PIC X(10) VALUE ' TABELA: '.                      00002330
          05 WRK-C-TABELA     PIC X(08).                                00002340
          05 FILLER   PIC X(02).                                        00002350
          05 WRK-C-RECORTE    PIC X(26).                                00002360
                                                                        00002370
       01 WRK-CABEC-IDX.                                                00002380
          05 FILLER   PIC X(40) VALUE                                   00002390
             'TABELA   ARQUIVADO  CORTE             QT'.                00002400
          05 FILLER   PIC X(40) VALUE                                   00002410
             'DE S  EXPURGADOS VALIDO ATE             '.                00002420
                                                                        00002430
       01 WRK-DET-IDX.                                                  00002440
          05 WRK-DI-TABELA   PIC X(08).                                 00002450
          05 FILLER          PIC X(01).                                 00002460
          05 WRK-DI-DATA-ARQ PIC 9999/99/99.                            00002470
          05 FILLER          PIC X(01).                                 00002480
          05 WRK-DI-CORTE    PIC 9999/99/99.                            00002490
          05 FILLER          PIC X(01).                                 00002500
          05 WRK-DI-QTDE     PIC ZZZ.ZZZ.ZZ9.                           00002510
          05 FILLER          PIC X(01).                                 00002520
          05 WRK-DI-SITUACAO PIC X(01).                                 00002530
          05 FILLER          PIC X(01).                                 00002540
          05 WRK-DI-EXPURG   PIC ZZZ.ZZZ.ZZ9.                           00002550
          05 FILLER          PIC X(01).                                 00002560
          05 WRK-DI-EXPIRA   PIC 9999/99/99.                            00002570
          05 FILLER          PIC X(01).                                 00002580
          05 WRK-DI-VENCIDA  PIC X(07).                                 00002590
          05 FILLER          PIC X(05).                                 00002600
                                                                        00002610
       01 WRK-DET-GER.                                                  00002620
          05 FILLER          PIC X(09) VALUE 'GERACAO: '.               00002630
          05 WRK-DG-DATA-ARQ PIC 9999/99/99.                            00002640
          05 FILLER          PIC X(01).                                 00002650
          05 WRK-DG-HORA-ARQ PIC 99.99.99.                              00002660
          05 FILLER          PIC X(01).                                 00002670
          05 WRK-DG-QTDE     PIC ZZZ.ZZZ.ZZ9.                           00002680
          05 FILLER          PIC X(01).                                 00002690
          05 WRK-DG-MSG      PIC X(39).                                 00002700
                                                                        00002710
       01 WRK-LINHA.                                                    00002720
          05 WRK-L-TEXTO     PIC X(30).                                 00002730
          05 WRK-L-VALOR     PIC ZZZ.ZZZ.ZZ9.                           00002740
          05 FILLER          PIC X(39).                                 00002750
                                                                        00002760
      *-------------------------------------------------------------*   00002770
       LINKAGE                                              SECTION.    00002780
      *-------------------------------------------------------------*   00002790
       01 LNK-ENTRADA.                                                  00002800
          05 LNK-LEN            PIC 9(04) COMP.                         00002810
          05 LNK-MODO           PIC X(01).                              00002820
          05 LNK-TABELA         PIC X(08).                              00002830
          05 LNK-ARGUMENTO.                                             00002840
             10 LNK-IDFUNC      PIC 9(05).                              00002850
             10 FILLER          PIC X(11).                              00002860
          05 LNK-DATAS REDEFINES LNK-ARGUMENTO.                         00002870
             10 LNK-DATA-INI    PIC 9(08).                              00002880
             10 LNK-DATA-FIM    PIC 9(08).                              00002890
                                                                        00002900
      *=============================================================*   00002910
       PROCEDURE DIVISION USING LNK-ENTRADA.                            00002920
      *=============================================================*   00002930
                                                                        00002940
      *=============================================================*   00002950
       0000-PRINCIPAL                                       SECTION.    00002960
                                                                        00002970
            PERFORM 1000-INICIAR.                                       00002980
                                                                        00002990
            IF WRK-MODO-LISTA                                           00003000
               PERFORM 2000-LISTAR-INDICE                               00003010
            ELSE                                                        00003020
               PERFORM 3000-RECUPERAR                                   00003030
            END-IF.                                                     00003040
                                                                        00003050
            PERFORM 8000-FINALIZAR.                                     00003060
                                                                        00003070
       0000-99-FIM.                                            EXIT.    00003080
      *=============================================================*   00003090
                                                                        00003100
      *=============================================================*   00003110
       1000-INICIAR                                         SECTION.    00003120
                                                                        00003130
            IF LNK-LEN LESS 1                                           00003140
               MOVE 'FR21ARH2'                  TO WRK-PROGRAMA         00003150
               MOVE '1000'                      TO WRK-SECAO            00003160
               MOVE 'PARM DO RECORTE OBRIGATORIA - ' TO WRK-MENSAGEM    00003170
               MOVE ZEROS                       TO WRK-STATUS           00003180
               PERFORM 9000-TRATARERROS                                 00003190
            END-IF.                                                     00003200
                                                                        00003210
            MOVE LNK-MODO TO WRK-MODO.                                  00003220
            IF LNK-LEN GREATER 1                                        00003230
               MOVE LNK-TABELA TO WRK-TABELA                            00003240
            END-IF.                                                     00003250
                                                                        00003260
            MOVE 'FR21ARH2' TO LNK-DP-PROGRAMA.                         00003270
            MOVE ZEROS      TO LNK-DP-DIAS-TOL.                         00003280
            CALL 'FR21DTA1' USING LNK-DPRC.                             00003290
            MOVE LNK-DP-DATA TO WRK-DATA-PROC.                          00003300
                                                                        00003310
            OPEN OUTPUT RELARH2.                                        00003320
                                                                        00003330
            IF WRK-FS-RELARH2 NOT EQUAL ZEROS                           00003340
               MOVE 'FR21ARH2'                  TO WRK-PROGRAMA         00003350
               MOVE '1000'                      TO WRK-SECAO            00003360
               MOVE 'ERRO OPEN RELARH2        - ' TO WRK-MENSAGEM       00003370
               MOVE WRK-FS-RELARH2              TO WRK-STATUS           00003380
               PERFORM 9000-TRATARERROS                                 00003390
            END-IF.                                                     00003400
                                                                        00003410
            MOVE SPACES TO WRK-C-RECORTE.                               00003420
                                                                        00003430
            EVALUATE TRUE                                               00003440
              WHEN WRK-MODO-LISTA                                       00003450
                   IF WRK-TABELA NOT EQUAL SPACES                       00003460
                      AND NOT WRK-TAB-VALIDA                            00003470
                      MOVE 'FR21ARH2'                  TO WRK-PROGRAMA  00003480
                      MOVE '1000'                      TO WRK-SECAO     00003490
                      MOVE 'TABELA INVALIDA NA PARM  - '                00003500
                                                       TO WRK-MENSAGEM  00003510
                      MOVE ZEROS                       TO WRK-STATUS    00003520
                      PERFORM 9000-TRATARERROS                          00003530
                   END-IF                                               00003540
              WHEN WRK-MODO-FUNC                                        00003550
                   MOVE LNK-IDFUNC TO WRK-IDFUNC-BUSCA                  00003560
                   STRING 'FUNCIONARIO ' LNK-IDFUNC                     00003570
                      DELIMITED BY SIZE INTO WRK-C-RECORTE              00003580
              WHEN WRK-MODO-PERIODO                                     00003590
                   MOVE LNK-DATA-INI TO WRK-DATA-INI                    00003600
                   MOVE LNK-DATA-FIM TO WRK-DATA-FIM                    00003610
                   STRING LNK-DATA-INI ' A ' LNK-DATA-FIM               00003620
                      DELIMITED BY SIZE INTO WRK-C-RECORTE              00003630
              WHEN OTHER                                                00003640
                   MOVE 'FR21ARH2'                  TO WRK-PROGRAMA     00003650
                   MOVE '1000'                      TO WRK-SECAO        00003660
                   MOVE 'MODO DO RECORTE INVALIDO - ' TO WRK-MENSAGEM   00003670
                   MOVE ZEROS                       TO WRK-STATUS       00003680
                   PERFORM 9000-TRATARERROS                             00003690
            END-EVALUATE.                                               00003700
                                                                        00003710
            IF NOT WRK-MODO-LISTA AND NOT WRK-TAB-VALIDA                00003720
               MOVE 'FR21ARH2'                  TO WRK-PROGRAMA         00003730
               MOVE '1000'                      TO WRK-SECAO            00003740
               MOVE 'TABELA INVALIDA NA PARM  - ' TO WRK-MENSAGEM       00003750
               MOVE ZEROS                       TO WRK-STATUS           00003760
               PERFORM 9000-TRATARERROS                                 00003770
            END-IF.                                                     00003780
                                                                        00003790
            MOVE WRK-MODO   TO WRK-C-MODO.                              00003800
            MOVE WRK-TABELA TO WRK-C-TABELA.                            00003810
            WRITE FD-RELARH2 FROM WRK-CABEC1.                           00003820
            WRITE FD-RELARH2 FROM WRK-LINHA-VAZIA.                      00003830
                                                                        00003840
       1000-99-FIM.                                            EXIT.    00003850
      *=============================================================*   00003860
                                                                        00003870
      *=============================================================*   00003880
       2000-LISTAR-INDICE                                   SECTION.    00003890
                                                                        00003900
            OPEN INPUT ARQHIDX.                                         00003910
                                                                        00003920
            IF WRK-FS-ARQHIDX NOT EQUAL ZEROS                           00003930
               MOVE 'FR21ARH2'                  TO WRK-PROGRAMA         00003940
               MOVE '2000'                      TO WRK-SECAO            00003950
               MOVE 'ERRO OPEN ARQHIDX        - ' TO WRK-MENSAGEM       00003960
               MOVE WRK-FS-ARQHIDX              TO WRK-STATUS           00003970
               PERFORM 9000-TRATARERROS                                 00003980
            END-IF.                                                     00003990
                                                                        00004000
            WRITE FD-RELARH2 FROM WRK-CABEC-IDX.                        00004010
                                                                        00004020
            READ ARQHIDX.                                               00004030
                                                                        00004040
            PERFORM UNTIL WRK-FS-ARQHIDX NOT EQUAL ZEROS                00004050
               IF WRK-TABELA EQUAL SPACES                               00004060
                  OR AQX-TABELA EQUAL WRK-TABELA                        00004070
                  MOVE AQX-TABELA     TO WRK-DI-TABELA                  00004080
                  MOVE AQX-DATA-ARQ   TO WRK-DI-DATA-ARQ                00004090
                  MOVE AQX-CORTE      TO WRK-DI-CORTE                   00004100
                  MOVE AQX-QTDE       TO WRK-DI-QTDE                    00004110
                  MOVE AQX-SITUACAO   TO WRK-DI-SITUACAO                00004120
                  MOVE AQX-EXPURGADOS TO WRK-DI-EXPURG                  00004130
                  MOVE AQX-EXPIRA     TO WRK-DI-EXPIRA                  00004140
                  IF AQX-EXPIRA LESS WRK-DATA-PROC                      00004150
                     MOVE 'VENCIDA' TO WRK-DI-VENCIDA                   00004160
                  ELSE                                                  00004170
                     MOVE SPACES    TO WRK-DI-VENCIDA                   00004180
                  END-IF                                                00004190
                  WRITE FD-RELARH2 FROM WRK-DET-IDX                     00004200
                  ADD 1 TO WRK-INDICE-LISTADOS                          00004210
               END-IF                                                   00004220
               READ ARQHIDX                                             00004230
            END-PERFORM.                                                00004240
                                                                        00004250
            CLOSE ARQHIDX.                                              00004260
                                                                        00004270
            WRITE FD-RELARH2 FROM WRK-LINHA-VAZIA.                      00004280
            MOVE 'LINHAS DO INDICE LISTADAS...:' TO WRK-L-TEXTO.        00004290
            MOVE WRK-INDICE-LISTADOS             TO WRK-L-VALOR.        00004300
            WRITE FD-RELARH2 FROM WRK-LINHA.                            00004310
                                                                        00004320
       2000-99-FIM.                                            EXIT.    00004330
      *=============================================================*   00004340
                                                                        00004350
      *=============================================================*   00004360
       3000-RECUPERAR                                       SECTION.    00004370
                                                                        00004380
            PERFORM 3100-CARREGAR-INDICE.                               00004390
                                                                        00004400
            OPEN INPUT ARQHIST.                                         00004410
                                                                        00004420
            IF WRK-FS-ARQHIST NOT EQUAL ZEROS                           00004430
               MOVE 'FR21ARH2'                  TO WRK-PROGRAMA         00004440
               MOVE '3000'                      TO WRK-SECAO            00004450
               MOVE 'ERRO OPEN ARQHIST        - ' TO WRK-MENSAGEM       00004460
               MOVE WRK-FS-ARQHIST              TO WRK-STATUS           00004470
               PERFORM 9000-TRATARERROS                                 00004480
            END-IF.                                                     00004490
                                                                        00004500
            IF WRK-TAB-EVTMST                                           00004510
               OPEN OUTPUT EVTREC                                       00004520
               IF WRK-FS-EVTREC NOT EQUAL ZEROS                         00004530
                  MOVE 'FR21ARH2'                  TO WRK-PROGRAMA      00004540
                  MOVE '3000'                      TO WRK-SECAO         00004550
                  MOVE 'ERRO OPEN EVTREC         - ' TO WRK-MENSAGEM    00004560
                  MOVE WRK-FS-EVTREC               TO WRK-STATUS        00004570
                  PERFORM 9000-TRATARERROS                              00004580
               END-IF                                                   00004590
            ELSE                                                        00004600
               PERFORM 3200-ESVAZIAR-TRABALHO                           00004610
            END-IF.                                                     00004620
                                                                        00004630
            READ ARQHIST.                                               00004640
            PERFORM 3300-TRATAR-REGISTRO                                00004650
               UNTIL WRK-FS-ARQHIST NOT EQUAL ZEROS.                    00004660
                                                                        00004670
            CLOSE ARQHIST.                                              00004680
                                                                        00004690
            IF WRK-TAB-EVTMST                                           00004700
               CLOSE EVTREC                                             00004710
            ELSE                                                        00004720
               EXEC SQL                                                 00004730
                    COMMIT                                              00004740
               END-EXEC                                                 00004750
            END-IF.                                                     00004760
                                                                        00004770
            WRITE FD-RELARH2 FROM WRK-LINHA-VAZIA.                      00004780
                                                                        00004790
            MOVE 'GERACOES LIDAS..............:' TO WRK-L-TEXTO.        00004800
            MOVE WRK-GERACOES                    TO WRK-L-VALOR.        00004810
            WRITE FD-RELARH2 FROM WRK-LINHA.                            00004820
                                                                        00004830
            MOVE 'GERACOES IGNORADAS..........:' TO WRK-L-TEXTO.        00004840
            MOVE WRK-GER-IGNORADAS               TO WRK-L-VALOR.        00004850
            WRITE FD-RELARH2 FROM WRK-LINHA.                            00004860
                                                                        00004870
            MOVE 'LINHAS LIDAS................:' TO WRK-L-TEXTO.        00004880
            MOVE WRK-LIDOS-DET                   TO WRK-L-VALOR.        00004890
            WRITE FD-RELARH2 FROM WRK-LINHA.                            00004900
                                                                        00004910
            MOVE 'LINHAS RECUPERADAS..........:' TO WRK-L-TEXTO.        00004920
            MOVE WRK-RECUPERADOS                 TO WRK-L-VALOR.        00004930
            WRITE FD-RELARH2 FROM WRK-LINHA.                            00004940
                                                                        00004950
            DISPLAY 'GERACOES LIDAS........' WRK-GERACOES.              00004960
            DISPLAY 'LINHAS RECUPERADAS....' WRK-RECUPERADOS.           00004970
                                                                        00004980
       3000-99-FIM.                                            EXIT.    00004990
      *=============================================================*   00005000
                                                                        00005010
      *=============================================================*   00005020
       3100-CARREGAR-INDICE                                 SECTION.    00005030
                                                                        00005040
      *          SO AS GERACOES JA EXPURGADAS DA BASE ENTRAM NA CARGA   00005050
                                                                        00005060
            OPEN INPUT ARQHIDX.                                         00005070
                                                                        00005080
            IF WRK-FS-ARQHIDX NOT EQUAL ZEROS                           00005090
               MOVE 'FR21ARH2'                  TO WRK-PROGRAMA         00005100
               MOVE '3100'                      TO WRK-SECAO            00005110
               MOVE 'ERRO OPEN ARQHIDX        - ' TO WRK-MENSAGEM       00005120
               MOVE WRK-FS-ARQHIDX              TO WRK-STATUS           00005130
               PERFORM 9000-TRATARERROS                                 00005140
            END-IF.                                                     00005150
                                                                        00005160
            READ ARQHIDX.                                               00005170
                                                                        00005180
            PERFORM UNTIL WRK-FS-ARQHIDX NOT EQUAL ZEROS                00005190
               IF AQX-TABELA EQUAL WRK-TABELA                           00005200
                  AND AQX-SITUACAO EQUAL 'E'                            00005210
                  IF WRK-TAB-IX-QTD NOT LESS 999                        00005220
                     MOVE 'FR21ARH2'                  TO WRK-PROGRAMA   00005230
                     MOVE '3100'                      TO WRK-SECAO      00005240
                     MOVE 'EXCESSO DE GERACOES NO IND.- '               00005250
                                                      TO WRK-MENSAGEM   00005260
                     MOVE SPACES                      TO WRK-STATUS     00005270
                     PERFORM 9000-TRATARERROS                           00005280
                  END-IF                                                00005290
                  ADD 1 TO WRK-TAB-IX-QTD                               00005300
                  MOVE WRK-TAB-IX-QTD TO WRK-IND-IX                     00005310
                  MOVE AQX-DATA-ARQ   TO WRK-IX-DATA-ARQ(WRK-IND-IX)    00005320
                  MOVE AQX-HORA-ARQ   TO WRK-IX-HORA-ARQ(WRK-IND-IX)    00005330
               END-IF                                                   00005340
               READ ARQHIDX                                             00005350
            END-PERFORM.                                                00005360
                                                                        00005370
            CLOSE ARQHIDX.                                              00005380
                                                                        00005390
       3100-99-FIM.                                            EXIT.    00005400
      *=============================================================*   00005410
                                                                        00005420
      *=============================================================*   00005430
       3200-ESVAZIAR-TRABALHO                               SECTION.    00005440
                                                                        00005450
            EVALUATE TRUE                                               00005460
              WHEN WRK-TAB-AUDFUNC                                      00005470
                   EXEC SQL                                             00005480
                        DELETE FROM IVAN.AUDFUNCW                       00005490
                   END-EXEC                                             00005500
              WHEN WRK-TAB-HISTSAL                                      00005510
                   EXEC SQL                                             00005520
                        DELETE FROM IVAN.HISTSALW                       00005530
                   END-EXEC                                             00005540
              WHEN WRK-TAB-HISTTRF                                      00005550
                   EXEC SQL                                             00005560
                        DELETE FROM IVAN.HISTTRFW                       00005570
                   END-EXEC                                             00005580
              WHEN WRK-TAB-FUNCHIST                                     00005590
                   EXEC SQL                                             00005600
                        DELETE FROM IVAN.FUNCHISW                       00005610
                   END-EXEC                                             00005620
            END-EVALUATE.                                               00005630
                                                                        00005640
            IF SQLCODE NOT EQUAL 0 AND NOT EQUAL 100                    00005650
               MOVE SQLCODE TO WRK-SQLCODE                              00005660
               DISPLAY 'ERRO ' WRK-SQLCODE ' AO ESVAZIAR A TABELA'      00005670
               MOVE 'FR21ARH2'                  TO WRK-PROGRAMA         00005680
               MOVE '3200'                      TO WRK-SECAO            00005690
               MOVE 'ERRO DELETE TAB.TRABALHO - ' TO WRK-MENSAGEM       00005700
               MOVE ZEROS                       TO WRK-STATUS           00005710
               PERFORM 9000-TRATARERROS                                 00005720
            END-IF.                                                     00005730
                                                                        00005740
            EXEC SQL                                                    00005750
                 COMMIT                                                 00005760
            END-EXEC.                                                   00005770
                                                                        00005780
       3200-99-FIM.                                            EXIT.    00005790
      *=============================================================*   00005800
                                                                        00005810
      *=============================================================*   00005820
       3300-TRATAR-REGISTRO                                 SECTION.    00005830
                                                                        00005840
            EVALUATE AQH-TIPO                                           00005850
              WHEN 'H'                                                  00005860
                   PERFORM 3400-INICIAR-GERACAO                         00005870
              WHEN 'T'                                                  00005880
                   PERFORM 3500-FECHAR-GERACAO                          00005890
              WHEN 'D'                                                  00005900
                   ADD 1 TO WRK-GER-DET                                 00005910
                   IF WRK-GER-VALIDA EQUAL 'S'                          00005920
                      ADD 1 TO WRK-LIDOS-DET                            00005930
                      PERFORM 3600-FILTRAR-LINHA                        00005940
                   END-IF                                               00005950
              WHEN OTHER                                                00005960
                   MOVE 'FR21ARH2'                  TO WRK-PROGRAMA     00005970
                   MOVE '3300'                      TO WRK-SECAO        00005980
                   MOVE 'TIPO DE REGISTRO INVALIDO- ' TO WRK-MENSAGEM   00005990
                   MOVE ZEROS                       TO WRK-STATUS       00006000
                   PERFORM 9000-TRATARERROS                             00006010
            END-EVALUATE.                                               00006020
                                                                        00006030
            READ ARQHIST.                                               00006040
                                                                        00006050
       3300-99-FIM.                                            EXIT.    00006060
      *=============================================================*   00006070
                                                                        00006080
      *=============================================================*   00006090
       3400-INICIAR-GERACAO                                 SECTION.    00006100
                                                                        00006110
            IF AQH-TABELA NOT EQUAL WRK-TABELA                          00006120
               DISPLAY 'GERACAO DA TABELA ' AQH-TABELA                  00006130
                       ' NO ARQHIST DE ' WRK-TABELA                     00006140
               MOVE 'FR21ARH2'                  TO WRK-PROGRAMA         00006150
               MOVE '3400'                      TO WRK-SECAO            00006160
               MOVE 'GERACAO DE OUTRA TABELA  - ' TO WRK-MENSAGEM       00006170
               MOVE ZEROS                       TO WRK-STATUS           00006180
               PERFORM 9000-TRATARERROS                                 00006190
            END-IF.                                                     00006200
                                                                        00006210
            ADD 1 TO WRK-GERACOES.                                      00006220
            MOVE ZEROS TO WRK-GER-DET.                                  00006230
                                                                        00006240
            MOVE 'N' TO WRK-ACHOU-IX.                                   00006250
            PERFORM VARYING WRK-IND-IX FROM 1 BY 1                      00006260
                    UNTIL WRK-IND-IX > WRK-TAB-IX-QTD                   00006270
                       OR WRK-ACHOU-IX EQUAL 'S'                        00006280
               IF WRK-IX-DATA-ARQ(WRK-IND-IX) EQUAL AQH-H-DATA-ARQ      00006290
                  AND WRK-IX-HORA-ARQ(WRK-IND-IX) EQUAL AQH-H-HORA-ARQ  00006300
                  MOVE 'S' TO WRK-ACHOU-IX                              00006310
               END-IF                                                   00006320
            END-PERFORM.                                                00006330
                                                                        00006340
            MOVE AQH-H-DATA-ARQ TO WRK-DG-DATA-ARQ.                     00006350
            MOVE AQH-H-HORA-ARQ TO WRK-DG-HORA-ARQ.                     00006360
                                                                        00006370
            IF WRK-ACHOU-IX EQUAL 'S'                                   00006380
               MOVE 'S' TO WRK-GER-VALIDA                               00006390
            ELSE                                                        00006400
               MOVE 'N' TO WRK-GER-VALIDA                               00006410
               ADD 1 TO WRK-GER-IGNORADAS                               00006420
            END-IF.                                                     00006430
                                                                        00006440
       3400-99-FIM.                                            EXIT.    00006450
      *=============================================================*   00006460
                                                                        00006470
      *=============================================================*   00006480
       3500-FECHAR-GERACAO                                  SECTION.    00006490
                                                                        00006500
            IF AQH-T-QTDE NOT EQUAL WRK-GER-DET                         00006510
               DISPLAY 'TRAILER ' AQH-T-QTDE ' DETALHES ' WRK-GER-DET   00006520
               MOVE 'FR21ARH2'                  TO WRK-PROGRAMA         00006530
               MOVE '3500'                      TO WRK-SECAO            00006540
               MOVE 'TRAILER NAO CONFERE      - ' TO WRK-MENSAGEM       00006550
               MOVE ZEROS                       TO WRK-STATUS           00006560
               PERFORM 9000-TRATARERROS                                 00006570
            END-IF.                                                     00006580
                                                                        00006590
            MOVE AQH-T-QTDE TO WRK-DG-QTDE.                             00006600
                                                                        00006610
            IF WRK-GER-VALIDA EQUAL 'S'                                 00006620
               MOVE 'LIDA' TO WRK-DG-MSG                                00006630
            ELSE                                                        00006640
               MOVE 'IGNORADA - NAO EXPURGADA/LINHAS NA BASE'           00006650
                                           TO WRK-DG-MSG                00006660
            END-IF.                                                     00006670
                                                                        00006680
            WRITE FD-RELARH2 FROM WRK-DET-GER.                          00006690
                                                                        00006700
            MOVE 'N' TO WRK-GER-VALIDA.                                 00006710
                                                                        00006720
       3500-99-FIM.                                            EXIT.    00006730
      *=============================================================*   00006740
                                                                        00006750
      *=============================================================*   00006760
       3600-FILTRAR-LINHA                                   SECTION.    00006770
                                                                        00006780
            IF WRK-MODO-FUNC                                            00006790
               AND AQH-D-IDFUNC NOT EQUAL WRK-IDFUNC-BUSCA              00006800
               GO TO 3600-99-FIM                                        00006810
            END-IF.                                                     00006820
                                                                        00006830
            IF WRK-MODO-PERIODO                                         00006840
               AND (AQH-D-DATAREF LESS WRK-DATA-INI                     00006850
                    OR AQH-D-DATAREF GREATER WRK-DATA-FIM)              00006860
               GO TO 3600-99-FIM                                        00006870
            END-IF.                                                     00006880
                                                                        00006890
            EVALUATE TRUE                                               00006900
              WHEN WRK-TAB-AUDFUNC                                      00006910
                   MOVE AQH-D-IDFUNC      TO AUD-IDFUNC                 00006920
                   MOVE AQH-AU-PROGRAMA   TO AUD-PROGRAMA               00006930
                   MOVE AQH-AU-OPERADOR   TO AUD-OPERADOR               00006940
                   MOVE AQH-AU-DATAHORA   TO AUD-DATAHORA               00006950
                   MOVE AQH-AU-OPERACAO   TO AUD-OPERACAO               00006960
                   MOVE AQH-AU-IMAGEMANT  TO AUD-IMAGEMANT              00006970
                   MOVE AQH-AU-IMAGEMNOV  TO AUD-IMAGEMNOV              00006980
                   EXEC SQL                                             00006990
                        INSERT INTO IVAN.AUDFUNCW                       00007000
                               (IDFUNC, PROGRAMA, OPERADOR, DATAHORA,   00007010
                                OPERACAO, IMAGEMANT, IMAGEMNOV)         00007020
                        VALUES (:AUD-IDFUNC, :AUD-PROGRAMA,             00007030
                                :AUD-OPERADOR, :AUD-DATAHORA,           00007040
                                :AUD-OPERACAO, :AUD-IMAGEMANT,          00007050
                                :AUD-IMAGEMNOV)                         00007060
                   END-EXEC                                             00007070
              WHEN WRK-TAB-HISTSAL                                      00007080
                   MOVE AQH-D-IDFUNC      TO HSA-IDFUNC                 00007090
                   MOVE AQH-HS-SALANT     TO HSA-SALANT                 00007100
                   MOVE AQH-HS-SALNOVO    TO HSA-SALNOVO                00007110
                   MOVE AQH-HS-DATAALT    TO HSA-DATAALT                00007120
                   MOVE AQH-HS-ORIGEM     TO HSA-ORIGEM                 00007130
                   EXEC SQL                                             00007140
                        INSERT INTO IVAN.HISTSALW                       00007150
                               (IDFUNC, SALANT, SALNOVO, DATAALT,       00007160
                                ORIGEM)                                 00007170
                        VALUES (:HSA-IDFUNC, :HSA-SALANT,               00007180
                                :HSA-SALNOVO, :HSA-DATAALT,             00007190
                                :HSA-ORIGEM)                            00007200
                   END-EXEC                                             00007210
              WHEN WRK-TAB-HISTTRF                                      00007220
                   MOVE AQH-D-IDFUNC      TO HTR-IDFUNC                 00007230
                   MOVE AQH-HT-SETORDE    TO HTR-SETORDE                00007240
                   MOVE AQH-HT-SETORPARA  TO HTR-SETORPARA              00007250
                   MOVE AQH-HT-DTEFET     TO HTR-DTEFET                 00007260
                   MOVE AQH-HT-MOTIVO     TO HTR-MOTIVO                 00007270
                   EXEC SQL                                             00007280
                        INSERT INTO IVAN.HISTTRFW                       00007290
                               (IDFUNC, SETORDE, SETORPARA, DTEFET,     00007300
                                MOTIVO)                                 00007310
                        VALUES (:HTR-IDFUNC, :HTR-SETORDE,              00007320
                                :HTR-SETORPARA, :HTR-DTEFET,            00007330
                                :HTR-MOTIVO)                            00007340
                   END-EXEC                                             00007350
              WHEN WRK-TAB-FUNCHIST                                     00007360
                   MOVE AQH-D-IDFUNC      TO FHI-IDFUNC                 00007370
                   MOVE AQH-FH-NOME       TO FHI-NOME                   00007380
                   MOVE AQH-FH-IDADE      TO FHI-IDADE                  00007390
                   MOVE AQH-FH-SALARIO    TO FHI-SALARIO                00007400
                   MOVE AQH-FH-EMAIL      TO FHI-EMAIL                  00007410
                   MOVE AQH-FH-SETOR      TO FHI-SETOR                  00007420
                   MOVE AQH-FH-DATAADM    TO FHI-DATAADM                00007430
                   MOVE AQH-FH-DATADEM    TO FHI-DATADEM                00007440
                   MOVE AQH-FH-MOTIVO     TO FHI-MOTIVO                 00007450
                   MOVE AQH-FH-JUSTACAUSA TO FHI-JUSTACAUSA             00007460
                   EXEC SQL                                             00007470
                        INSERT INTO IVAN.FUNCHISW                       00007480
                               (IDFUNC, NOME, IDADE, SALARIO, EMAIL,    00007490
                                SETOR, DATAADM, DATADEM, MOTIVO,        00007500
                                JUSTACAUSA)                             00007510
                        VALUES (:FHI-IDFUNC, :FHI-NOME, :FHI-IDADE,     00007520
                                :FHI-SALARIO, :FHI-EMAIL, :FHI-SETOR,   00007530
                                :FHI-DATAADM, :FHI-DATADEM,             00007540
                                :FHI-MOTIVO, :FHI-JUSTACAUSA)           00007550
                   END-EXEC                                             00007560
              WHEN WRK-TAB-EVTMST                                       00007570
                   WRITE FD-EVTREC FROM AQH-EV-REGISTRO                 00007580
                   ADD 1 TO WRK-RECUPERADOS                             00007590
                   GO TO 3600-99-FIM                                    00007600
            END-EVALUATE.                                               00007610
                                                                        00007620
            IF SQLCODE NOT EQUAL 0                                      00007630
               MOVE SQLCODE TO WRK-SQLCODE                              00007640
               DISPLAY 'ERRO ' WRK-SQLCODE ' NO INSERT DO FUNC. '       00007650
                       AQH-D-IDFUNC                                     00007660
               MOVE 'FR21ARH2'                  TO WRK-PROGRAMA         00007670
               MOVE '3600'                      TO WRK-SECAO            00007680
               MOVE 'ERRO INSERT TAB.TRABALHO - ' TO WRK-MENSAGEM       00007690
               MOVE ZEROS                       TO WRK-STATUS           00007700
               PERFORM 9000-TRATARERROS                                 00007710
            END-IF.                                                     00007720
                                                                        00007730
            ADD 1 TO WRK-RECUPERADOS.                                   00007740
                                                                        00007750
            ADD 1 TO WRK-DESDE-COMMIT.                                  00007760
            IF WRK-DESDE-COMMIT NOT LESS WRK-FREQ-COMMIT                00007770
               EXEC SQL                                                 00007780
                    COMMIT                                              00007790
               END-EXEC                                                 00007800
               MOVE ZEROS TO WRK-DESDE-COMMIT                           00007810
            END-IF.                                                     00007820
                                                                        00007830
       3600-99-FIM.                                            EXIT.    00007840
      *=============================================================*   00007850
                                                                        00007860
      *=============================================================*   00007870
       8000-FINALIZAR                                       SECTION.    00007880
                                                                        00007890
             CLOSE RELARH2.                                             00007900
                                                                        00007910
             DISPLAY 'MODO..................' WRK-MODO.                 00007920
             DISPLAY 'TABELA................' WRK-TABELA.               00007930
             DISPLAY WRK-MSG-FINAL.                                     00007940
             STOP RUN.                                                  00007950
                                                                        00007960
       8000-99-FIM.                                            EXIT.    00007970
      *=============================================================*   00007980
                                                                        00007990
      *=============================================================*   00008000
       9000-TRATARERROS                                     SECTION.    00008010
                                                                        00008020
             EXEC SQL                                                   00008030
                  ROLLBACK                                              00008040
             END-EXEC.                                                  00008050
                                                                        00008060
             MOVE 'E' TO WRK-SEVERIDADE.                                00008070
             CALL 'GRAVALOG' USING WRK-DADOS.                           00008080
             STOP RUN.                                                  00008090
                                                                        00008100
       9000-99-FIM.                                            EXIT.    00008110
      *=============================================================*   00008120
