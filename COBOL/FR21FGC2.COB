      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21FGC2.                                            00000050
                                                                        00000060
      *=============================================================*   00000070
      *   AUTOR....:VICTOR ARANDA                                       00000080
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000090
      *   DATA ....:15/10/2026                                          00000100
      *-------------------------------------------------------------*   00000110
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000120
      *  1.0   15/10/26   VICTOR ARANDA       VERSAO INICIAL            00000130
      *-------------------------------------------------------------*   00000140
      *   OBJETIVO: EXPOSICAO AO FUNDO GARANTIDOR DE CREDITOS (FGC) -   00000150
      *      SEGUNDA FASE. LE AS CONTAS DO FR21FGC1 (FGCSORT,           00000160
      *      CLASSIFICADO POR DEPOSITANTE + CONTA) E CONSOLIDA POR      00000170
      *      DEPOSITANTE (CPF/CNPJ) A SOMA DAS PARCELAS, SEPARANDO A    00000180
      *      PARTE COBERTA (ATE O TETO DO FGC) DA DESCOBERTA. GERA:     00000190
      *      - FGCREG : ARQUIVO REGULATORIO (HEADER 'H', UM DETALHE     00000200
      *                 'D' POR DEPOSITANTE E TRAILER 'T');             00000210
      *      - RELFGC : CONTAS CONJUNTAS E SEM DOCUMENTO;               00000220
      *      - RESFGC : RESUMO POR AGENCIA E FAIXA DE VALOR, COM OS     00000230
      *                 TOTAIS GERAIS POR FAIXA.                        00000240
      *      O DEPOSITANTE E ATRIBUIDO A AGENCIA DA SUA PRIMEIRA        00000250
      *      CONTA. DATA-BASE = DATA DE NEGOCIO (FR21DTA1).             00000260
      *      PARM: TETO DE COBERTURA POR DEPOSITANTE EM REAIS           00000270
      *      (8 DIGITOS - PADRAO 00250000).                             00000280
      *-------------------------------------------------------------*   00000290
      *   ARQUIVOS.....:                                                00000300
      *                                                                 00000310
      *   NAME                I/O                                       00000320
      *   FGCSORT              I   (FGCBOOK - DEPOSITANTE + CONTA)      00000330
      *   FGCREG               O   (ARQUIVO REGULATORIO)                00000340
      *   RELFGC               O   (CONTAS SINALIZADAS)                 00000350
      *   RESFGC               O   (RESUMO POR AGENCIA E FAIXA)         00000360
      *-------------------------------------------------------------*   00000370
      *   MODULOS....:                                                  00000380
      *   FR21DTA1             DATA DE NEGOCIO DA JANELA (LNKDPRC)      00000390
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000400
      *=============================================================*   00000410
       ENVIRONMENT                               DIVISION.              00000420
      *=============================================================*   00000430
                                                                        00000440
      *-------------------------------------------------------------*   00000450
       CONFIGURATION                                        SECTION.    00000460
      *-------------------------------------------------------------*   00000470
       SPECIAL-NAMES.                                                   00000480
           DECIMAL-POINT IS COMMA.                                      00000490
                                                                        00000500
                                                                        00000510
       INPUT-OUTPUT                                         SECTION.    00000520
       FILE-CONTROL.                                                    00000530
           SELECT FGCSORT  ASSIGN TO FGCSORT                            00000540
               FILE STATUS  IS WRK-FS-FGCSORT.                          00000550
                                                                        00000560
           SELECT FGCREG   ASSIGN TO FGCREG                             00000570
               FILE STATUS  IS WRK-FS-FGCREG.                           00000580
                                                                        00000590
           SELECT RELFGC   ASSIGN TO RELFGC                             00000600
               FILE STATUS  IS WRK-FS-RELFGC.                           00000610
                                                                        00000620
           SELECT RESFGC   ASSIGN TO RESFGC                             00000630
               FILE STATUS  IS WRK-FS-RESFGC.                           00000640
                                                                        00000650
      *=============================================================*   00000660
       DATA                                                DIVISION.    00000670
      *=============================================================*   00000680
       FILE                                                 SECTION.    00000690
      *=============================================================*   00000700
                                                                        00000710
      *-------------------------------------------------------------*   00000720
      *       CONTAS DO FGC (FR21FGC1)       LRECL = 90             *   00000730
      *-------------------------------------------------------------*   00000740
       FD FGCSORT                                                       00000750
           RECORDING  MODE IS F                                         00000760
           BLOCK CONTAINS 0 RECORDS.                                    00000770
                                                                        00000780
       COPY 'FGCBOOK'.                                                  00000790
                                                                        00000800
      *-------------------------------------------------------------*   00000810
      *       ARQUIVO REGULATORIO            LRECL = 80             *   00000820
      *       'H' HEADER / 'D' DEPOSITANTE / 'T' TRAILER            *   00000830
      *-------------------------------------------------------------*   00000840
       FD FGCREG                                                        00000850
           RECORDING  MODE IS F                                         00000860
           BLOCK CONTAINS 0 RECORDS.                                    00000870
                                                                        00000880
       01 FD-FGCREG     PIC X(80).                                      00000890
                                                                        00000900
      *-------------------------------------------------------------*   00000910
      *       ARQUIVO DE SAIDA   RELFGC   LRECL = 80                *   00000920
      *-------------------------------------------------------------*   00000930
       FD RELFGC                                                        00000940
           RECORDING  MODE IS F                                         00000950
           BLOCK CONTAINS 0 RECORDS.                                    00000960
                                                                        00000970
       01 FD-RELFGC     PIC X(80).                                      00000980
                                                                        00000990
      *-------------------------------------------------------------*   00001000
      *       ARQUIVO DE SAIDA   RESFGC   LRECL = 80                *   00001010
      *-------------------------------------------------------------*   00001020
       FD RESFGC                                                        00001030
           RECORDING  MODE IS F                                         00001040
           BLOCK CONTAINS 0 RECORDS.                                    00001050
                                                                        00001060
       01 FD-RESFGC     PIC X(80).                                      00001070
                                                                        00001080
      *-------------------------------------------------------------*   00001090
       WORKING-STORAGE                                      SECTION.    00001100
      *-------------------------------------------------------------*   00001110
                                                                        00001120
      *------------------LOG-DE-ERROS-------------------------------*   00001130
                                                                        00001140
       01 WRK-DADOS.                                                    00001150
           05 WRK-PROGRAMA  PIC X(08).                                  00001160
           05 WRK-SECAO     PIC X(04).                                  00001170
           05 WRK-MENSAGEM  PIC X(30).                                  00001180
           05 WRK-STATUS    PIC X(02).                                  00001190
           05 WRK-SEVERIDADE PIC X(01).                                 00001200
           05 FILLER        PIC X(22).                                  00001210
                                                                        00001220
      *--------------------LOGICA-----------------------------------*   00001230
                                                                        00001240
       77 WRK-LIDOS           PIC 9(07) VALUE 0.                        00001250
                                                                        00001260
       77 WRK-DEPOSITANTES    PIC 9(07) VALUE 0.                        00001270
                                                                        00001280
       77 WRK-SINALIZADAS     PIC 9(07) VALUE 0.                        00001290
                                                                        00001300
       77 WRK-MSG-FINAL       PIC X(17) VALUE 'FINAL DE PROGRAMA'.      00001310
                                                                        00001320
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00001330
                                                                        00001340
       77 WRK-HOJE            PIC 9(08) VALUE 0.                        00001350
                                                                        00001360
       77 WRK-TETO            PIC 9(08) VALUE 00250000.                 00001370
                                                                        00001380
       77 WRK-FAIXA           PIC 9(01) VALUE 0.                        00001390
                                                                        00001400
       77 WRK-IND-AG          PIC 9(03) VALUE 0.                        00001410
                                                                        00001420
       77 WRK-IND-FX          PIC 9(01) VALUE 0.                        00001430
                                                                        00001440
       77 WRK-QTD-AG          PIC 9(03) VALUE 0.                        00001450
                                                                        00001460
      *       LIMITES DAS FAIXAS DE VALOR POR DEPOSITANTE (REAIS);      00001470
      *       A TERCEIRA FAIXA VAI ATE O TETO E A QUARTA PASSA DELE     00001480
                                                                        00001490
       77 WRK-LIM-FAIXA1      PIC 9(08) VALUE 00005000.                 00001500
                                                                        00001510
       77 WRK-LIM-FAIXA2      PIC 9(08) VALUE 00050000.                 00001520
                                                                        00001530
      *-----------ESTADO DO DEPOSITANTE CORRENTE--------------------*   00001540
                                                                        00001550
       77 WRK-EM-DOC          PIC X(01) VALUE 'N'.                      00001560
       77 WRK-DOC-ATUAL       PIC X(15) VALUE SPACES.                   00001570
       77 WRK-DOC-AGENCIA     PIC X(04) VALUE SPACES.                   00001580
       77 WRK-DOC-CHAVE       PIC X(08) VALUE SPACES.                   00001590
       77 WRK-DOC-CONTAS      PIC 9(03) VALUE 0.                        00001600
       77 WRK-DOC-CONJUNTA    PIC X(01) VALUE 'N'.                      00001610
       77 WRK-DOC-SEM-DOC     PIC X(01) VALUE 'N'.                      00001620
       77 WRK-DOC-TOTAL       PIC 9(11) VALUE 0.                        00001630
       77 WRK-DOC-COBERTO     PIC 9(11) VALUE 0.                        00001640
       77 WRK-DOC-DESCOB      PIC 9(11) VALUE 0.                        00001650
                                                                        00001660
      *-----------TOTAIS GERAIS-------------------------------------*   00001670
                                                                        00001680
       77 WRK-TOT-CONTAS      PIC 9(07) VALUE 0.                        00001690
       77 WRK-TOT-TOTAL       PIC 9(13) VALUE 0.                        00001700
       77 WRK-TOT-COBERTO     PIC 9(13) VALUE 0.                        00001710
       77 WRK-TOT-DESCOB      PIC 9(13) VALUE 0.                        00001720
                                                                        00001730
      *-----------RESUMO POR AGENCIA E FAIXA------------------------*   00001740
                                                                        00001750
       01 WRK-TAB-AGE.                                                  00001760
          05 WRK-TAB-AGE-OCR OCCURS 100 TIMES.                          00001770
             10 WRK-TA-AGENCIA  PIC X(04).                              00001780
             10 WRK-TA-FAIXA    OCCURS 4 TIMES.                         00001790
                15 WRK-TA-QTD      PIC 9(07).                           00001800
                15 WRK-TA-TOTAL    PIC 9(13).                           00001810
                15 WRK-TA-COBERTO  PIC 9(13).                           00001820
                15 WRK-TA-DESCOB   PIC 9(13).                           00001830
                                                                        00001840
       01 WRK-TAB-GERAL.                                                00001850
          05 WRK-TG-FAIXA    OCCURS 4 TIMES.                            00001860
             10 WRK-TG-QTD      PIC 9(07).                              00001870
             10 WRK-TG-TOTAL    PIC 9(13).                              00001880
             10 WRK-TG-COBERTO  PIC 9(13).                              00001890
             10 WRK-TG-DESCOB   PIC 9(13).                              00001900
                                                                        00001910
       01 WRK-NOMES-FAIXA.                                              00001920
          05 FILLER          PIC X(20) VALUE 'ATE R$ 5.000        '.    00001930
          05 FILLER          PIC X(20) VALUE 'ATE R$ 50.000       '.    00001940
          05 FILLER          PIC X(20) VALUE 'ATE O TETO          '.    00001950
          05 FILLER          PIC X(20) VALUE 'ACIMA DO TETO       '.    00001960
       01 WRK-TAB-NOME-FAIXA REDEFINES WRK-NOMES-FAIXA.                 00001970
          05 WRK-NOME-FAIXA  PIC X(20) OCCURS 4 TIMES.                  00001980
                                                                        00001990
           COPY 'LNKDPRC'.                                              00002000
                                                                        00002010
      *--------------------STATUS-----------------------------------*   00002020
                                                                        00002030
       77 WRK-FS-FGCSORT  PIC 9(02).                                    00002040
                                                                        00002050
       77 WRK-FS-FGCREG   PIC 9(02).                                    00002060
                                                                        00002070
       77 WRK-FS-RELFGC   PIC 9(02).                                    00002080
                                                                        00002090
       77 WRK-FS-RESFGC   PIC 9(02).                                    00002100
                                                                        00002110
      *--------------------LAYOUT DO ARQUIVO REGULATORIO------------*   00002120
                                                                        00002130
       01 WRK-REG-HEADER.                                               00002140
          05 FILLER          PIC X(01) VALUE 'H'.                       00002150
          05 WRK-RH-DATA-BASE PIC 9(08).                                00002160
          05 WRK-RH-TETO     PIC 9(08).                                 00002170
          05 FILLER          PIC X(63) VALUE SPACES.                    00002180
                                                                        00002190
       01 WRK-REG-DETALHE.                                              00002200
          05 FILLER          PIC X(01) VALUE 'D'.                       00002210
          05 WRK-RD-TIPO-DOC PIC X(01).                                 00002220
          05 WRK-RD-DOCUMENTO PIC X(14).                                00002230
          05 WRK-RD-AGENCIA  PIC X(04).                                 00002240
          05 WRK-RD-CONTAS   PIC 9(03).                                 00002250
          05 WRK-RD-TOTAL    PIC 9(11).                                 00002260
          05 WRK-RD-COBERTO  PIC 9(11).                                 00002270
          05 WRK-RD-DESCOB   PIC 9(11).                                 00002280
          05 WRK-RD-CONJUNTA PIC X(01).                                 00002290
          05 WRK-RD-SEM-DOC  PIC X(01).                                 00002300
          05 WRK-RD-CHAVE-REF PIC X(08).                                00002310
          05 WRK-RD-FAIXA    PIC 9(01).                                 00002320
          05 FILLER          PIC X(13) VALUE SPACES.                    00002330
                                                                        00002340
       01 WRK-REG-TRAILER.                                              00002350
          05 FILLER          PIC X(01) VALUE 'T'.                       00002360
          05 WRK-RT-QTD      PIC 9(07).                                 00002370
          05 WRK-RT-TOTAL    PIC 9(13).                                 00002380
          05 WRK-RT-COBERTO  PIC 9(13).                                 00002390
          05 WRK-RT-DESCOB   PIC 9(13).                                 00002400
          05 FILLER          PIC X(33) VALUE SPACES.                    00002410
                                                                        00002420
      *--------------------LINHAS DO RELFGC-------------------------*   00002430
                                                                        00002440
       01 WRK-CABEC1.                                                   00002450
          05 FILLER   PIC X(44) VALUE                                   00002460
             'EXPOSICAO FGC - CONTAS SINALIZADAS          '.            00002470
          05 FILLER   PIC X(11) VALUE 'DATA-BASE: '.                    00002480
          05 WRK-C1-DATA     PIC 9(08).                                 00002490
          05 FILLER   PIC X(17) VALUE SPACES.                           00002500
                                                                        00002510
       01 WRK-CABEC2.                                                   00002520
          05 FILLER   PIC X(44) VALUE                                   00002530
             'AG  -CONTA  T DOCUMENTO       NOME          '.            00002540
          05 FILLER   PIC X(36) VALUE                                   00002550
             '        TIT     PARCELA  MOTIVO     '.                    00002560
                                                                        00002570
       01 WRK-REL-LINHA.                                                00002580
          05 WRK-RL-AGENCIA  PIC X(04).                                 00002590
          05 FILLER          PIC X(01) VALUE '-'.                       00002600
          05 WRK-RL-CONTA    PIC X(04).                                 00002610
          05 FILLER          PIC X(02) VALUE SPACES.                    00002620
          05 WRK-RL-TIPO     PIC X(01).                                 00002630
          05 FILLER          PIC X(01) VALUE SPACE.                     00002640
          05 WRK-RL-DOC      PIC X(14).                                 00002650
          05 FILLER          PIC X(02) VALUE SPACES.                    00002660
          05 WRK-RL-NOME     PIC X(20).                                 00002670
          05 FILLER          PIC X(02) VALUE SPACES.                    00002680
          05 WRK-RL-TIT      PIC 9(01).                                 00002690
          05 FILLER          PIC X(02) VALUE SPACES.                    00002700
          05 WRK-RL-PARCELA  PIC ZZZ.ZZZ.ZZ9.                           00002710
          05 FILLER          PIC X(02) VALUE SPACES.                    00002720
          05 WRK-RL-MOTIVO   PIC X(12).                                 00002730
          05 FILLER          PIC X(01) VALUE SPACE.                     00002740
                                                                        00002750
      *--------------------LINHAS DO RESFGC-------------------------*   00002760
                                                                        00002770
       01 WRK-RES-CABEC1.                                               00002780
          05 FILLER   PIC X(44) VALUE                                   00002790
             'EXPOSICAO FGC - RESUMO POR AGENCIA E FAIXA  '.            00002800
          05 FILLER   PIC X(11) VALUE 'DATA-BASE: '.                    00002810
          05 WRK-R1-DATA     PIC 9(08).                                 00002820
          05 FILLER   PIC X(06) VALUE ' TETO '.                         00002830
          05 WRK-R1-TETO     PIC ZZ.ZZZ.ZZ9.                            00002840
          05 FILLER   PIC X(01) VALUE SPACE.                            00002850
                                                                        00002860
       01 WRK-RES-CABEC2.                                               00002870
          05 FILLER   PIC X(44) VALUE                                   00002880
             'AG    FAIXA                    QTD          '.            00002890
          05 FILLER   PIC X(36) VALUE                                   00002900
             ' TOTAL        COBERTO     DESCOBERTO'.                    00002910
                                                                        00002920
       01 WRK-RES-LINHA.                                                00002930
          05 WRK-RS-AGENCIA  PIC X(04).                                 00002940
          05 FILLER          PIC X(02) VALUE SPACES.                    00002950
          05 WRK-RS-FAIXA    PIC X(20).                                 00002960
          05 FILLER          PIC X(01) VALUE SPACE.                     00002970
          05 WRK-RS-QTD      PIC ZZZ.ZZ9.                               00002980
          05 FILLER          PIC X(01) VALUE SPACE.                     00002990
          05 WRK-RS-TOTAL    PIC ZZ.ZZZ.ZZZ.ZZ9.                        00003000
          05 FILLER          PIC X(01) VALUE SPACE.                     00003010
          05 WRK-RS-COBERTO  PIC ZZ.ZZZ.ZZZ.ZZ9.                        00003020
          05 FILLER          PIC X(01) VALUE SPACE.                     00003030
          05 WRK-RS-DESCOB   PIC ZZ.ZZZ.ZZZ.ZZ9.                        00003040
          05 FILLER          PIC X(01) VALUE SPACE.                     00003050
                                                                        00003060
      *-------------------------------------------------------------*   00003070
       LINKAGE                                              SECTION.    00003080
      *-------------------------------------------------------------*   00003090
       01 LNK-ENTRADA.                                                  00003100
          05 LNK-LEN            PIC 9(04) COMP.                         00003110
          05 LNK-TETO           PIC 9(08).                              00003120
                                                                        00003130
      *=============================================================*   00003140
       PROCEDURE DIVISION USING LNK-ENTRADA.                            00003150
      *=============================================================*   00003160
                                                                        00003170
      *=============================================================*   00003180
       0000-PRINCIPAL                                       SECTION.    00003190
                                                                        00003200
            PERFORM 1000-INICIAR.                                       00003210
            PERFORM 2000-PROCESSAR UNTIL WRK-FS-FGCSORT EQUAL 10.       00003220
            PERFORM 2900-FECHAR-DEPOSITANTE.                            00003230
            PERFORM 3000-FINALIZAR.                                     00003240
                                                                        00003250
       0000-99-FIM.                                            EXIT.    00003260
      *=============================================================*   00003270
                                                                        00003280
      *=============================================================*   00003290
       1000-INICIAR                                         SECTION.    00003300
                                                                        00003310
            IF LNK-LEN NOT LESS 8                                       00003320
               AND LNK-TETO IS NUMERIC                                  00003330
               AND LNK-TETO GREATER ZEROS                               00003340
               MOVE LNK-TETO TO WRK-TETO                                00003350
            END-IF.                                                     00003360
                                                                        00003370
            OPEN INPUT  FGCSORT.                                        00003380
            OPEN OUTPUT FGCREG.                                         00003390
            OPEN OUTPUT RELFGC.                                         00003400
            OPEN OUTPUT RESFGC.                                         00003410
                                                                        00003420
            IF WRK-FS-FGCSORT NOT EQUAL ZEROS                           00003430
               MOVE 'FR21FGC2'                  TO WRK-PROGRAMA         00003440
               MOVE '1000'                      TO WRK-SECAO            00003450
               MOVE 'ERRO OPEN FGCSORT        ' TO WRK-MENSAGEM         00003460
               MOVE WRK-FS-FGCSORT              TO WRK-STATUS           00003470
               PERFORM 9000-TRATARERROS                                 00003480
            END-IF.                                                     00003490
                                                                        00003500
            IF WRK-FS-FGCREG NOT EQUAL ZEROS                            00003510
               MOVE 'FR21FGC2'                  TO WRK-PROGRAMA         00003520
               MOVE '1000'                      TO WRK-SECAO            00003530
               MOVE 'ERRO OPEN FGCREG         ' TO WRK-MENSAGEM         00003540
               MOVE WRK-FS-FGCREG               TO WRK-STATUS           00003550
               PERFORM 9000-TRATARERROS                                 00003560
            END-IF.                                                     00003570
                                                                        00003580
            MOVE 'FR21FGC2' TO LNK-DP-PROGRAMA.                         00003590
            MOVE ZEROS      TO LNK-DP-DIAS-TOL.                         00003600
            CALL 'FR21DTA1' USING LNK-DPRC.                             00003610
            MOVE LNK-DP-DATA TO WRK-HOJE.                               00003620
                                                                        00003630
            INITIALIZE WRK-TAB-AGE WRK-TAB-GERAL.                       00003640
                                                                        00003650
            MOVE WRK-HOJE TO WRK-RH-DATA-BASE.                          00003660
            MOVE WRK-TETO TO WRK-RH-TETO.                               00003670
            WRITE FD-FGCREG FROM WRK-REG-HEADER.                        00003680
                                                                        00003690
            MOVE WRK-HOJE TO WRK-C1-DATA WRK-R1-DATA.                   00003700
            MOVE WRK-TETO TO WRK-R1-TETO.                               00003710
            WRITE FD-RELFGC FROM WRK-CABEC1.                            00003720
            WRITE FD-RELFGC FROM WRK-LINHA-VAZIA.                       00003730
            WRITE FD-RELFGC FROM WRK-CABEC2.                            00003740
            WRITE FD-RESFGC FROM WRK-RES-CABEC1.                        00003750
            WRITE FD-RESFGC FROM WRK-LINHA-VAZIA.                       00003760
            WRITE FD-RESFGC FROM WRK-RES-CABEC2.                        00003770
                                                                        00003780
            READ FGCSORT.                                               00003790
                                                                        00003800
       1000-99-FIM.                                            EXIT.    00003810
      *=============================================================*   00003820
                                                                        00003830
      *=============================================================*   00003840
       2000-PROCESSAR                                       SECTION.    00003850
                                                                        00003860
           ADD 1 TO WRK-LIDOS.                                          00003870
                                                                        00003880
      *                 QUEBRA POR DEPOSITANTE                          00003890
                                                                        00003900
           IF WRK-EM-DOC NOT EQUAL 'S'                                  00003910
              OR FGC-DEPOSITANTE NOT EQUAL WRK-DOC-ATUAL                00003920
              PERFORM 2900-FECHAR-DEPOSITANTE                           00003930
              PERFORM 2100-ABRIR-DEPOSITANTE                            00003940
           END-IF.                                                      00003950
                                                                        00003960
           ADD 1           TO WRK-DOC-CONTAS.                           00003970
           ADD 1           TO WRK-TOT-CONTAS.                           00003980
           ADD FGC-PARCELA TO WRK-DOC-TOTAL.                            00003990
                                                                        00004000
           IF FGC-IND-CONJUNTA EQUAL 'S'                                00004010
              MOVE 'S' TO WRK-DOC-CONJUNTA                              00004020
           END-IF.                                                      00004030
                                                                        00004040
           IF FGC-IND-SEM-DOC EQUAL 'S'                                 00004050
              MOVE 'S' TO WRK-DOC-SEM-DOC                               00004060
           END-IF.                                                      00004070
                                                                        00004080
           IF FGC-IND-CONJUNTA EQUAL 'S'                                00004090
              OR FGC-IND-SEM-DOC EQUAL 'S'                              00004100
              PERFORM 2200-SINALIZAR-CONTA                              00004110
           END-IF.                                                      00004120
                                                                        00004130
           READ FGCSORT.                                                00004140
                                                                        00004150
       2000-99-FIM.                                            EXIT.    00004160
      *=============================================================*   00004170
                                                                        00004180
      *=============================================================*   00004190
       2100-ABRIR-DEPOSITANTE                               SECTION.    00004200
                                                                        00004210
      *                 A AGENCIA DO DEPOSITANTE E A DA PRIMEIRA        00004220
      *                 CONTA (O ARQUIVO VEM POR DEPOSITANTE + CONTA)   00004230
                                                                        00004240
           MOVE 'S'             TO WRK-EM-DOC.                          00004250
           MOVE FGC-DEPOSITANTE TO WRK-DOC-ATUAL.                       00004260
           MOVE FGC-AGENCIA     TO WRK-DOC-AGENCIA.                     00004270
           MOVE FGC-CHAVE       TO WRK-DOC-CHAVE.                       00004280
           MOVE 'N'             TO WRK-DOC-CONJUNTA WRK-DOC-SEM-DOC.    00004290
           MOVE ZEROS           TO WRK-DOC-CONTAS WRK-DOC-TOTAL         00004300
                                   WRK-DOC-COBERTO WRK-DOC-DESCOB.      00004310
                                                                        00004320
       2100-99-FIM.                                            EXIT.    00004330
      *=============================================================*   00004340
                                                                        00004350
      *=============================================================*   00004360
       2200-SINALIZAR-CONTA                                 SECTION.    00004370
                                                                        00004380
           MOVE FGC-AGENCIA   TO WRK-RL-AGENCIA.                        00004390
           MOVE FGC-CONTA     TO WRK-RL-CONTA.                          00004400
           MOVE FGC-TIPO-DOC  TO WRK-RL-TIPO.                           00004410
           MOVE FGC-DOCUMENTO TO WRK-RL-DOC.                            00004420
           MOVE FGC-NOME      TO WRK-RL-NOME.                           00004430
           MOVE FGC-TITULARES TO WRK-RL-TIT.                            00004440
           MOVE FGC-PARCELA   TO WRK-RL-PARCELA.                        00004450
                                                                        00004460
           IF FGC-IND-SEM-DOC EQUAL 'S'                                 00004470
              MOVE 'SEM DOCUMENT' TO WRK-RL-MOTIVO                      00004480
           ELSE                                                         00004490
              MOVE 'CONJUNTA    ' TO WRK-RL-MOTIVO                      00004500
           END-IF.                                                      00004510
                                                                        00004520
           WRITE FD-RELFGC FROM WRK-REL-LINHA.                          00004530
                                                                        00004540
           IF WRK-FS-RELFGC NOT EQUAL ZEROS                             00004550
              MOVE 'FR21FGC2'                  TO WRK-PROGRAMA          00004560
              MOVE '2200'                      TO WRK-SECAO             00004570
              MOVE 'ERRO WRITE RELFGC        ' TO WRK-MENSAGEM          00004580
              MOVE WRK-FS-RELFGC               TO WRK-STATUS            00004590
              PERFORM 9000-TRATARERROS                                  00004600
           END-IF.                                                      00004610
                                                                        00004620
           ADD 1 TO WRK-SINALIZADAS.                                    00004630
                                                                        00004640
       2200-99-FIM.                                            EXIT.    00004650
      *=============================================================*   00004660
                                                                        00004670
      *=============================================================*   00004680
       2900-FECHAR-DEPOSITANTE                              SECTION.    00004690
                                                                        00004700
      *                 COBERTURA ATE O TETO, DETALHE REGULATORIO E     00004710
      *                 ACUMULO NA AGENCIA/FAIXA                        00004720
                                                                        00004730
           IF WRK-EM-DOC NOT EQUAL 'S'                                  00004740
              GO TO 2900-99-FIM                                         00004750
           END-IF.                                                      00004760
                                                                        00004770
           IF WRK-DOC-TOTAL GREATER WRK-TETO                            00004780
              MOVE WRK-TETO TO WRK-DOC-COBERTO                          00004790
           ELSE                                                         00004800
              MOVE WRK-DOC-TOTAL TO WRK-DOC-COBERTO                     00004810
           END-IF.                                                      00004820
           COMPUTE WRK-DOC-DESCOB = WRK-DOC-TOTAL - WRK-DOC-COBERTO.    00004830
                                                                        00004840
           EVALUATE TRUE                                                00004850
              WHEN WRK-DOC-TOTAL NOT GREATER WRK-LIM-FAIXA1             00004860
                 MOVE 1 TO WRK-FAIXA                                    00004870
              WHEN WRK-DOC-TOTAL NOT GREATER WRK-LIM-FAIXA2             00004880
                 MOVE 2 TO WRK-FAIXA                                    00004890
              WHEN WRK-DOC-TOTAL NOT GREATER WRK-TETO                   00004900
                 MOVE 3 TO WRK-FAIXA                                    00004910
              WHEN OTHER                                                00004920
                 MOVE 4 TO WRK-FAIXA                                    00004930
           END-EVALUATE.                                                00004940
                                                                        00004950
           MOVE WRK-DOC-ATUAL(1:1)  TO WRK-RD-TIPO-DOC.                 00004960
           MOVE WRK-DOC-ATUAL(2:14) TO WRK-RD-DOCUMENTO.                00004970
           MOVE WRK-DOC-AGENCIA     TO WRK-RD-AGENCIA.                  00004980
           MOVE WRK-DOC-CONTAS      TO WRK-RD-CONTAS.                   00004990
           MOVE WRK-DOC-TOTAL       TO WRK-RD-TOTAL.                    00005000
           MOVE WRK-DOC-COBERTO     TO WRK-RD-COBERTO.                  00005010
           MOVE WRK-DOC-DESCOB      TO WRK-RD-DESCOB.                   00005020
           MOVE WRK-DOC-CONJUNTA    TO WRK-RD-CONJUNTA.                 00005030
           MOVE WRK-DOC-SEM-DOC     TO WRK-RD-SEM-DOC.                  00005040
           MOVE WRK-DOC-CHAVE       TO WRK-RD-CHAVE-REF.                00005050
           MOVE WRK-FAIXA           TO WRK-RD-FAIXA.                    00005060
           WRITE FD-FGCREG FROM WRK-REG-DETALHE.                        00005070
                                                                        00005080
           IF WRK-FS-FGCREG NOT EQUAL ZEROS                             00005090
              MOVE 'FR21FGC2'                  TO WRK-PROGRAMA          00005100
              MOVE '2900'                      TO WRK-SECAO             00005110
              MOVE 'ERRO WRITE FGCREG        ' TO WRK-MENSAGEM          00005120
              MOVE WRK-FS-FGCREG               TO WRK-STATUS            00005130
              PERFORM 9000-TRATARERROS                                  00005140
           END-IF.                                                      00005150
                                                                        00005160
           ADD 1               TO WRK-DEPOSITANTES.                     00005170
           ADD WRK-DOC-TOTAL   TO WRK-TOT-TOTAL.                        00005180
           ADD WRK-DOC-COBERTO TO WRK-TOT-COBERTO.                      00005190
           ADD WRK-DOC-DESCOB  TO WRK-TOT-DESCOB.                       00005200
                                                                        00005210
           PERFORM 2910-LOCALIZAR-AGENCIA.                              00005220
                                                                        00005230
           ADD 1               TO WRK-TA-QTD(WRK-IND-AG WRK-FAIXA)      00005240
                                  WRK-TG-QTD(WRK-FAIXA).                00005250
           ADD WRK-DOC-TOTAL   TO WRK-TA-TOTAL(WRK-IND-AG WRK-FAIXA)    00005260
                                  WRK-TG-TOTAL(WRK-FAIXA).              00005270
           ADD WRK-DOC-COBERTO TO WRK-TA-COBERTO(WRK-IND-AG WRK-FAIXA)  00005280
                                  WRK-TG-COBERTO(WRK-FAIXA).            00005290
           ADD WRK-DOC-DESCOB  TO WRK-TA-DESCOB(WRK-IND-AG WRK-FAIXA)   00005300
                                  WRK-TG-DESCOB(WRK-FAIXA).             00005310
                                                                        00005320
           MOVE 'N' TO WRK-EM-DOC.                                      00005330
                                                                        00005340
       2900-99-FIM.                                            EXIT.    00005350
      *=============================================================*   00005360
                                                                        00005370
      *=============================================================*   00005380
       2910-LOCALIZAR-AGENCIA                               SECTION.    00005390
                                                                        00005400
           PERFORM VARYING WRK-IND-AG FROM 1 BY 1                       00005410
                   UNTIL WRK-IND-AG GREATER WRK-QTD-AG                  00005420
                      OR WRK-TA-AGENCIA(WRK-IND-AG)                     00005430
                         EQUAL WRK-DOC-AGENCIA                          00005440
              CONTINUE                                                  00005441
           END-PERFORM.                                                 00005450
                                                                        00005460
           IF WRK-IND-AG GREATER WRK-QTD-AG                             00005470
              IF WRK-QTD-AG NOT LESS 100                                00005480
                 MOVE 'FR21FGC2'                  TO WRK-PROGRAMA       00005490
                 MOVE '2910'                      TO WRK-SECAO          00005500
                 MOVE 'TABELA DE AGENCIAS CHEIA ' TO WRK-MENSAGEM       00005510
                 MOVE ZEROS                       TO WRK-STATUS         00005520
                 PERFORM 9000-TRATARERROS                               00005530
              END-IF                                                    00005540
              ADD 1 TO WRK-QTD-AG                                       00005550
              MOVE WRK-QTD-AG      TO WRK-IND-AG                        00005560
              MOVE WRK-DOC-AGENCIA TO WRK-TA-AGENCIA(WRK-IND-AG)        00005570
           END-IF.                                                      00005580
                                                                        00005590
       2910-99-FIM.                                            EXIT.    00005600
      *=============================================================*   00005610
                                                                        00005620
      *=============================================================*   00005630
       3000-FINALIZAR                                       SECTION.    00005640
                                                                        00005650
             MOVE WRK-DEPOSITANTES TO WRK-RT-QTD.                       00005660
             MOVE WRK-TOT-TOTAL    TO WRK-RT-TOTAL.                     00005670
             MOVE WRK-TOT-COBERTO  TO WRK-RT-COBERTO.                   00005680
             MOVE WRK-TOT-DESCOB   TO WRK-RT-DESCOB.                    00005690
             WRITE FD-FGCREG FROM WRK-REG-TRAILER.                      00005700
                                                                        00005710
             PERFORM 3100-IMPRIMIR-AGENCIA                              00005720
                VARYING WRK-IND-AG FROM 1 BY 1                          00005730
                UNTIL WRK-IND-AG GREATER WRK-QTD-AG.                    00005740
                                                                        00005750
             PERFORM 3200-IMPRIMIR-GERAL.                               00005760
                                                                        00005770
             DISPLAY 'CONTAS LIDAS..........' WRK-LIDOS.                00005780
             DISPLAY 'DEPOSITANTES..........' WRK-DEPOSITANTES.         00005790
             DISPLAY 'CONTAS SINALIZADAS....' WRK-SINALIZADAS.          00005800
             DISPLAY 'TOTAL DEPOSITADO......' WRK-TOT-TOTAL.            00005810
             DISPLAY 'TOTAL COBERTO.........' WRK-TOT-COBERTO.          00005820
             DISPLAY 'TOTAL DESCOBERTO......' WRK-TOT-DESCOB.           00005830
             DISPLAY WRK-MSG-FINAL.                                     00005840
                                                                        00005850
             CLOSE FGCSORT.                                             00005860
             CLOSE FGCREG RELFGC RESFGC.                                00005870
             STOP RUN.                                                  00005880
                                                                        00005890
       3000-99-FIM.                                            EXIT.    00005900
      *=============================================================*   00005910
                                                                        00005920
      *=============================================================*   00005930
       3100-IMPRIMIR-AGENCIA                                SECTION.    00005940
                                                                        00005950
           WRITE FD-RESFGC FROM WRK-LINHA-VAZIA.                        00005960
                                                                        00005970
           PERFORM VARYING WRK-IND-FX FROM 1 BY 1                       00005980
                   UNTIL WRK-IND-FX GREATER 4                           00005990
              MOVE WRK-TA-AGENCIA(WRK-IND-AG) TO WRK-RS-AGENCIA         00006000
              MOVE WRK-NOME-FAIXA(WRK-IND-FX) TO WRK-RS-FAIXA           00006010
              MOVE WRK-TA-QTD(WRK-IND-AG WRK-IND-FX)                    00006020
                                              TO WRK-RS-QTD             00006030
              MOVE WRK-TA-TOTAL(WRK-IND-AG WRK-IND-FX)                  00006040
                                              TO WRK-RS-TOTAL           00006050
              MOVE WRK-TA-COBERTO(WRK-IND-AG WRK-IND-FX)                00006060
                                              TO WRK-RS-COBERTO         00006070
              MOVE WRK-TA-DESCOB(WRK-IND-AG WRK-IND-FX)                 00006080
                                              TO WRK-RS-DESCOB          00006090
              WRITE FD-RESFGC FROM WRK-RES-LINHA                        00006100
           END-PERFORM.                                                 00006110
                                                                        00006120
       3100-99-FIM.                                            EXIT.    00006130
      *=============================================================*   00006140
                                                                        00006150
      *=============================================================*   00006160
       3200-IMPRIMIR-GERAL                                  SECTION.    00006170
                                                                        00006180
      *                 TOTAIS GERAIS POR FAIXA: FECHAM COM O TRAILER   00006190
      *                 DO ARQUIVO REGULATORIO                          00006200
                                                                        00006210
           WRITE FD-RESFGC FROM WRK-LINHA-VAZIA.                        00006220
                                                                        00006230
           PERFORM VARYING WRK-IND-FX FROM 1 BY 1                       00006240
                   UNTIL WRK-IND-FX GREATER 4                           00006250
              MOVE 'TOT.'                     TO WRK-RS-AGENCIA         00006260
              MOVE WRK-NOME-FAIXA(WRK-IND-FX) TO WRK-RS-FAIXA           00006270
              MOVE WRK-TG-QTD(WRK-IND-FX)     TO WRK-RS-QTD             00006280
              MOVE WRK-TG-TOTAL(WRK-IND-FX)   TO WRK-RS-TOTAL           00006290
              MOVE WRK-TG-COBERTO(WRK-IND-FX) TO WRK-RS-COBERTO         00006300
              MOVE WRK-TG-DESCOB(WRK-IND-FX)  TO WRK-RS-DESCOB          00006310
              WRITE FD-RESFGC FROM WRK-RES-LINHA                        00006320
           END-PERFORM.                                                 00006330
                                                                        00006340
           MOVE 'TOT.'             TO WRK-RS-AGENCIA.                   00006350
           MOVE 'GERAL'            TO WRK-RS-FAIXA.                     00006360
           MOVE WRK-DEPOSITANTES   TO WRK-RS-QTD.                       00006370
           MOVE WRK-TOT-TOTAL      TO WRK-RS-TOTAL.                     00006380
           MOVE WRK-TOT-COBERTO    TO WRK-RS-COBERTO.                   00006390
           MOVE WRK-TOT-DESCOB     TO WRK-RS-DESCOB.                    00006400
           WRITE FD-RESFGC FROM WRK-RES-LINHA.                          00006410
                                                                        00006420
       3200-99-FIM.                                            EXIT.    00006430
      *=============================================================*   00006440
                                                                        00006450
      *=============================================================*   00006460
       9000-TRATARERROS                                     SECTION.    00006470
                                                                        00006480
             MOVE 'E' TO WRK-SEVERIDADE.                                00006490
             CALL 'GRAVALOG' USING WRK-DADOS.                           00006500
             STOP RUN.                                                  00006510
                                                                        00006520
       9000-99-FIM.                                            EXIT.    00006530
      *=============================================================*   00006540
