      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21POU2.                                            00000050
                                                                        00000060
      *=============================================================*   00000070
      *   AUTOR....:VICTOR ARANDA                                       00000080
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000090
      *   DATA ....:15/10/2026                                          00000100
      *-------------------------------------------------------------*   00000110
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000120
      *  1.0   15/10/26   VICTOR ARANDA       VERSAO INICIAL            00000130
      *-------------------------------------------------------------*   00000140
      *   OBJETIVO: RENDIMENTO DIARIO DA CONTA POUPANCA. PERCORRE O     00000150
      *      CLUSTER CLIENTES E, PARA CADA CONTA COM CLI-PRODUTO        00000160
      *      'P', CARREGA OS DEPOSITOS DO POUDEP E:                     00000170
      *      - CONCILIA A SOMA DOS DEPOSITOS COM O SALDO POSTADO:       00000180
      *        SOBRA VIRA DEPOSITO NOVO NA DATA DA ULTIMA POSTAGEM      00000190
      *        (CLI-DATA-ULT-MOV), FALTA E RESGATE, CONSUMIDO DOS       00000200
      *        DEPOSITOS MAIS RECENTES PARA OS MAIS ANTIGOS;            00000210
      *      - CREDITA NO ANIVERSARIO DE CADA DEPOSITO (ATE A DATA      00000220
      *        DE NEGOCIO, RECUPERANDO OS QUE CAIRAM EM DIA SEM         00000230
      *        PROCESSAMENTO) O RENDIMENTO DO MES PELA TAXA DE          00000240
      *        REFERENCIA VIGENTE NO ANIVERSARIO (TAXPOU), COMO         00000250
      *        MOVIMENTO DE CREDITO NO LAYOUT MOV0106E (MOVPOU),        00000260
      *        UM POR DEPOSITO, PARA POSTAGEM NA NOITE.                 00000270
      *      CONTA ENCERRADA, BLOQUEADA OU DORMENTE NAO RECEBE          00000280
      *      CREDITO: O ANIVERSARIO FICA PENDENTE ATE A CONTA VOLTAR.   00000290
      *      EMITE O RELPOU COM A POSICAO DE CADA POUPANCA.             00000300
      *-------------------------------------------------------------*   00000310
      *   ARQUIVOS.....:                                                00000320
      *                                                                 00000330
      *   NAME                I/O                                       00000340
      *   CLIENTES             I   (KSDS - CLIBOOK)                     00000350
      *   POUDEP              I-O  (KSDS - POUBOOK)                     00000360
      *   TAXPOU               I   (TAXA DE REFERENCIA, COM VIGENCIA)   00000370
      *   MOVPOU               O   (LAYOUT MOV0106E)                    00000380
      *   RELPOU               O   (POSICAO DAS POUPANCAS)              00000390
      *-------------------------------------------------------------*   00000400
      *   MODULOS....:                                                  00000410
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000420
      *   FR21DTA1             DATA DE NEGOCIO DA JANELA (LNKDPRC)      00000430
      *=============================================================*   00000440
       ENVIRONMENT                               DIVISION.              00000450
      *=============================================================*   00000460
                                                                        00000470
      *-------------------------------------------------------------*   00000480
       CONFIGURATION                                        SECTION.    00000490
      *-------------------------------------------------------------*   00000500
       SPECIAL-NAMES.                                                   00000510
           DECIMAL-POINT IS COMMA.                                      00000520
                                                                        00000530
                                                                        00000540
       INPUT-OUTPUT                                         SECTION.    00000550
       FILE-CONTROL.                                                    00000560
           SELECT CLIENTES ASSIGN TO CLIENTES                           00000570
               ORGANIZATION  IS INDEXED                                 00000580
               ACCESS MODE   IS SEQUENTIAL                              00000590
               RECORD KEY    IS CLI-CHAVE                               00000600
               FILE STATUS   IS WRK-FS-CLIENTES.                        00000610
                                                                        00000620
           SELECT POUDEP   ASSIGN TO POUDEP                             00000630
               ORGANIZATION  IS INDEXED                                 00000640
               ACCESS MODE   IS DYNAMIC                                 00000650
               RECORD KEY    IS PDP-CHAVE-REG                           00000660
               FILE STATUS   IS WRK-FS-POUDEP.                          00000670
                                                                        00000680
           SELECT TAXPOU   ASSIGN TO TAXPOU                             00000690
               FILE STATUS  IS WRK-FS-TAXPOU.                           00000700
                                                                        00000710
           SELECT MOVPOU   ASSIGN TO MOVPOU                             00000720
               FILE STATUS  IS WRK-FS-MOVPOU.                           00000730
                                                                        00000740
           SELECT RELPOU   ASSIGN TO RELPOU                             00000750
               FILE STATUS  IS WRK-FS-RELPOU.                           00000760
                                                                        00000770
      *=============================================================*   00000780
       DATA                                                DIVISION.    00000790
      *=============================================================*   00000800
       FILE                                                 SECTION.    00000810
      *=============================================================*   00000820
                                                                        00000830
      *-------------------------------------------------------------*   00000840
      *       ARQUIVO CLIENTES (KSDS)   LRECL = 73                  *   00000850
      *-------------------------------------------------------------*   00000860
       FD CLIENTES.                                                     00000870
                                                                        00000880
       COPY 'CLIBOOK'.                                                  00000890
                                                                        00000900
      *-------------------------------------------------------------*   00000910
      *       DEPOSITOS DA POUPANCA (KSDS)   LRECL = 60             *   00000920
      *-------------------------------------------------------------*   00000930
       FD POUDEP.                                                       00000940
                                                                        00000950
       COPY 'POUBOOK'.                                                  00000960
                                                                        00000970
      *-------------------------------------------------------------*   00000980
      *       ARQUIVO DE ENTRADA TAXPOU   LRECL = 20                *   00000990
      *       TAXA MENSAL DE REFERENCIA DA POUPANCA (%), COM DATA   *   00001000
      *       DE VIGENCIA: CADA ANIVERSARIO USA A VIGENCIA MAIS     *   00001010
      *       RECENTE NAO POSTERIOR A ELE                           *   00001020
      *-------------------------------------------------------------*   00001030
       FD TAXPOU                                                        00001040
           RECORDING  MODE IS F                                         00001050
           BLOCK CONTAINS 0 RECORDS.                                    00001060
                                                                        00001070
       01 FD-TAXPOU.                                                    00001080
          05 FD-TP-DATA-VIG PIC 9(08).                                  00001090
          05 FD-TP-TAXA     PIC 9(03)V9(04).                            00001100
          05 FILLER         PIC X(05).                                  00001110
                                                                        00001120
      *-------------------------------------------------------------*   00001130
      *       ARQUIVO DE SAIDA   MOVPOU   LRECL = 55                *   00001140
      *-------------------------------------------------------------*   00001150
       FD MOVPOU                                                        00001160
           RECORDING  MODE IS F                                         00001170
           BLOCK CONTAINS 0 RECORDS.                                    00001180
                                                                        00001190
       01 FD-MOVPOU     PIC X(55).                                      00001200
                                                                        00001210
      *-------------------------------------------------------------*   00001220
      *       ARQUIVO DE SAIDA   RELPOU   LRECL = 80                *   00001230
      *-------------------------------------------------------------*   00001240
       FD RELPOU                                                        00001250
           RECORDING  MODE IS F                                         00001260
           BLOCK CONTAINS 0 RECORDS.                                    00001270
                                                                        00001280
       01 FD-RELPOU     PIC X(80).                                      00001290
                                                                        00001300
      *-------------------------------------------------------------*   00001310
       WORKING-STORAGE                                      SECTION.    00001320
      *-------------------------------------------------------------*   00001330
                                                                        00001340
      *------------------LOG-DE-ERROS-------------------------------*   00001350
                                                                        00001360
       01 WRK-DADOS.                                                    00001370
           05 WRK-PROGRAMA  PIC X(08).                                  00001380
           05 WRK-SECAO     PIC X(04).                                  00001390
           05 WRK-MENSAGEM  PIC X(30).                                  00001400
           05 WRK-STATUS    PIC X(02).                                  00001410
           05 WRK-SEVERIDADE PIC X(01).                                 00001420
           05 FILLER        PIC X(22).                                  00001430
                                                                        00001440
      *--------------------LOGICA-----------------------------------*   00001450
                                                                        00001460
       77 WRK-LIDOS           PIC 9(07) VALUE 0.                        00001470
                                                                        00001480
       77 WRK-POUPANCAS       PIC 9(05) VALUE 0.                        00001490
                                                                        00001500
       77 WRK-DEPOSITOS       PIC 9(05) VALUE 0.                        00001510
                                                                        00001520
       77 WRK-RESGATES        PIC 9(05) VALUE 0.                        00001530
                                                                        00001540
       77 WRK-CREDITOS        PIC 9(05) VALUE 0.                        00001550
                                                                        00001560
       77 WRK-PENDENTES       PIC 9(05) VALUE 0.                        00001570
                                                                        00001580
       77 WRK-TOT-DEPOSITO    PIC 9(10) VALUE 0.                        00001590
                                                                        00001600
       77 WRK-TOT-RESGATE     PIC 9(10) VALUE 0.                        00001610
                                                                        00001620
       77 WRK-TOT-REND        PIC 9(10) VALUE 0.                        00001630
                                                                        00001640
       77 WRK-MSG-FINAL       PIC X(17) VALUE 'FINAL DE PROGRAMA'.      00001650
                                                                        00001660
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00001670
                                                                        00001680
       77 WRK-HOJE            PIC 9(08) VALUE 0.                        00001690
                                                                        00001700
      *        POSICAO DA CONTA EM PROCESSAMENTO                        00001710
                                                                        00001720
       77 WRK-SALDO-CONTA     PIC 9(08) VALUE 0.                        00001730
                                                                        00001740
       77 WRK-SOMA-LOTES      PIC 9(10) VALUE 0.                        00001750
                                                                        00001760
       77 WRK-DIFERENCA       PIC 9(10) VALUE 0.                        00001770
                                                                        00001780
       77 WRK-DATA-DEP        PIC 9(08) VALUE 0.                        00001790
                                                                        00001800
       77 WRK-DEP-CTA         PIC 9(08) VALUE 0.                        00001810
                                                                        00001820
       77 WRK-RESG-CTA        PIC 9(08) VALUE 0.                        00001830
                                                                        00001840
       77 WRK-REND-CTA        PIC 9(08) VALUE 0.                        00001850
                                                                        00001860
       77 WRK-LOTES-CTA       PIC 9(03) VALUE 0.                        00001870
                                                                        00001880
       77 WRK-RENDE           PIC X(01) VALUE 'N'.                      00001890
                                                                        00001900
       77 WRK-ALTERADO        PIC X(01) VALUE 'N'.                      00001910
                                                                        00001920
       77 WRK-SEM-TAXA        PIC X(01) VALUE 'N'.                      00001930
                                                                        00001940
       77 WRK-REND            PIC 9(08) VALUE 0.                        00001950
                                                                        00001960
      *        DEPOSITOS DA CONTA (ORDEM DE DATA, O MAIS RECENTE        00001970
      *        POR ULTIMO), IMAGEM DO POUBOOK                           00001980
                                                                        00001990
       01 WRK-TAB-LOTES.                                                00002000
          05 WRK-LT-QTD       PIC 9(03) VALUE 0.                        00002010
          05 WRK-LT-OCR OCCURS 999 TIMES.                               00002020
             10 WRK-LT-REG    PIC X(60).                                00002030
                                                                        00002040
       77 WRK-IND-LT          PIC 9(03).                                00002050
                                                                        00002060
       77 WRK-LT-MAXIMO       PIC 9(03) VALUE 999.                      00002070
                                                                        00002080
      *--------------------TABELA DE TAXAS--------------------------*   00002090
                                                                        00002100
       01 WRK-TAB-TAXAS.                                                00002110
          05 WRK-TAB-TAXAS-QTD PIC 9(02) VALUE 0.                       00002120
          05 WRK-TAB-TAXAS-OCR OCCURS 60 TIMES.                         00002130
             10 WRK-TX-VIG     PIC 9(08).                               00002140
             10 WRK-TX-TAXA    PIC 9(03)V9(04).                         00002150
                                                                        00002160
       77 WRK-IND-TX          PIC 9(02).                                00002170
                                                                        00002180
       77 WRK-VIG-ACHADA      PIC 9(08) VALUE 0.                        00002190
                                                                        00002200
       77 WRK-TAXA-ANIV       PIC 9(03)V9(04) VALUE 0.                  00002210
                                                                        00002220
      *        ANIVERSARIO DO DEPOSITO                                  00002230
                                                                        00002240
       01 WRK-DATA-ANIV       PIC 9(08) VALUE 0.                        00002250
       01 FILLER REDEFINES WRK-DATA-ANIV.                               00002260
          05 WRK-AN-ANO       PIC 9(04).                                00002270
          05 WRK-AN-MES       PIC 9(02).                                00002280
          05 WRK-AN-DIA       PIC 9(02).                                00002290
                                                                        00002300
           COPY 'LNKDPRC'.                                              00002310
                                                                        00002320
      *--------------------STATUS-----------------------------------*   00002330
                                                                        00002340
       77 WRK-FS-CLIENTES PIC 9(02).                                    00002350
                                                                        00002360
       77 WRK-FS-POUDEP   PIC 9(02).                                    00002370
                                                                        00002380
       77 WRK-FS-TAXPOU   PIC 9(02).                                    00002390
                                                                        00002400
       77 WRK-FS-MOVPOU   PIC 9(02).                                    00002410
                                                                        00002420
       77 WRK-FS-RELPOU   PIC 9(02).                                    00002430
                                                                        00002440
      *--------------------LAYOUT SAIDA-----------------------------*   00002450
                                                                        00002460
      *       MOVIMENTO DE CREDITO NO LAYOUT DO DEPOSITO MOV0106E:      00002470
      *       DATA DE EFETIVACAO ZERADA = LIBERADO NA PROPRIA NOITE     00002480
       01 WRK-MOVIMENTO.                                                00002490
           05 WRK-MV-CHAVE  PIC X(08).                                  00002500
           05 WRK-MV-DESCR  PIC X(30).                                  00002510
           05 WRK-MV-VALOR  PIC 9(08).                                  00002520
           05 WRK-MV-TIPO   PIC X(01).                                  00002530
           05 WRK-MV-DTEFET PIC 9(08).                                  00002540
                                                                        00002550
       01 WRK-DESCR-REND.                                               00002560
           05 FILLER        PIC X(25) VALUE                             00002570
              'RENDIMENTO POUPANCA ANIV '.                              00002580
           05 WRK-DR-DIA    PIC 9(02).                                  00002590
           05 FILLER        PIC X(01) VALUE '/'.                        00002600
           05 WRK-DR-MES    PIC 9(02).                                  00002610
                                                                        00002620
      *--------------------LINHAS DO RELATORIO----------------------*   00002630
                                                                        00002640
       01 WRK-CABEC1.                                                   00002650
          05 FILLER   PIC X(44) VALUE                                   00002660
             'CONTA POUPANCA - POSICAO E RENDIMENTO - DATA'.            00002670
          05 FILLER   PIC X(01).                                        00002680
          05 WRK-C1-DATA PIC 9(08).                                     00002690
          05 FILLER   PIC X(27).                                        00002700
                                                                        00002710
       01 WRK-CABEC2.                                                   00002720
          05 FILLER   PIC X(40) VALUE                                   00002730
             'CONTA   LOTES        SALDO    DEPOSITO  '.                00002740
          05 FILLER   PIC X(40) VALUE                                   00002750
             '   RESGATE  RENDIMENTO  SITUACAO        '.                00002760
                                                                        00002770
       01 WRK-DETALHE.                                                  00002780
          05 WRK-D-CHAVE     PIC X(08).                                 00002790
          05 FILLER          PIC X(02).                                 00002800
          05 WRK-D-LOTES     PIC ZZ9.                                   00002810
          05 FILLER          PIC X(02).                                 00002820
          05 WRK-D-SALDO     PIC -ZZ.ZZZ.ZZ9.                           00002830
          05 FILLER          PIC X(02).                                 00002840
          05 WRK-D-DEPOSITO  PIC ZZ.ZZZ.ZZ9.                            00002850
          05 FILLER          PIC X(02).                                 00002860
          05 WRK-D-RESGATE   PIC ZZ.ZZZ.ZZ9.                            00002870
          05 FILLER          PIC X(02).                                 00002880
          05 WRK-D-REND      PIC ZZ.ZZZ.ZZ9.                            00002890
          05 FILLER          PIC X(02).                                 00002900
          05 WRK-D-SITUACAO  PIC X(11).                                 00002910
          05 FILLER          PIC X(05).                                 00002920
                                                                        00002930
       01 WRK-TOTAL-LINHA.                                              00002940
          05 WRK-TL-TEXTO    PIC X(23).                                 00002950
          05 WRK-TL-VALOR    PIC Z.ZZZ.ZZZ.ZZ9.                         00002960
          05 FILLER          PIC X(44).                                 00002970
                                                                        00002980
      *=============================================================*   00002990
       PROCEDURE DIVISION.                                              00003000
      *=============================================================*   00003010
                                                                        00003020
      *=============================================================*   00003030
       0000-PRINCIPAL                                       SECTION.    00003040
                                                                        00003050
            PERFORM 1000-INICIAR.                                       00003060
            PERFORM 1300-CARREGAR-TAXAS.                                00003070
            PERFORM 2000-PROCESSAR UNTIL WRK-FS-CLIENTES EQUAL 10.      00003080
            PERFORM 3000-FINALIZAR.                                     00003090
                                                                        00003100
       0000-99-FIM.                                            EXIT.    00003110
      *=============================================================*   00003120
                                                                        00003130
      *=============================================================*   00003140
       1000-INICIAR                                         SECTION.    00003150
                                                                        00003160
            OPEN INPUT  CLIENTES.                                       00003170
            OPEN I-O    POUDEP.                                         00003180
            OPEN INPUT  TAXPOU.                                         00003190
            OPEN OUTPUT MOVPOU.                                         00003200
            OPEN OUTPUT RELPOU.                                         00003210
                                                                        00003220
            IF WRK-FS-CLIENTES NOT EQUAL ZEROS                          00003230
               MOVE 'FR21POU2'                  TO WRK-PROGRAMA         00003240
               MOVE '1000'                      TO WRK-SECAO            00003250
               MOVE 'ERRO OPEN CLIENTES       ' TO WRK-MENSAGEM         00003260
               MOVE WRK-FS-CLIENTES             TO WRK-STATUS           00003270
               PERFORM 9000-TRATARERROS                                 00003280
            END-IF.                                                     00003290
                                                                        00003300
            IF WRK-FS-POUDEP NOT EQUAL ZEROS                            00003310
               MOVE 'FR21POU2'                  TO WRK-PROGRAMA         00003320
               MOVE '1000'                      TO WRK-SECAO            00003330
               MOVE 'ERRO OPEN POUDEP         ' TO WRK-MENSAGEM         00003340
               MOVE WRK-FS-POUDEP               TO WRK-STATUS           00003350
               PERFORM 9000-TRATARERROS                                 00003360
            END-IF.                                                     00003370
                                                                        00003380
            IF WRK-FS-TAXPOU NOT EQUAL ZEROS                            00003390
               MOVE 'FR21POU2'                  TO WRK-PROGRAMA         00003400
               MOVE '1000'                      TO WRK-SECAO            00003410
               MOVE 'ERRO OPEN TAXAS POUPANCA ' TO WRK-MENSAGEM         00003420
               MOVE WRK-FS-TAXPOU               TO WRK-STATUS           00003430
               PERFORM 9000-TRATARERROS                                 00003440
            END-IF.                                                     00003450
                                                                        00003460
            MOVE 'FR21POU2' TO LNK-DP-PROGRAMA.                         00003470
            MOVE ZEROS      TO LNK-DP-DIAS-TOL.                         00003480
            CALL 'FR21DTA1' USING LNK-DPRC.                             00003490
            MOVE LNK-DP-DATA TO WRK-HOJE.                               00003500
                                                                        00003510
            MOVE WRK-HOJE TO WRK-C1-DATA.                               00003520
            WRITE FD-RELPOU FROM WRK-CABEC1.                            00003530
            WRITE FD-RELPOU FROM WRK-LINHA-VAZIA.                       00003540
            WRITE FD-RELPOU FROM WRK-CABEC2.                            00003550
                                                                        00003560
            READ CLIENTES.                                              00003570
                                                                        00003580
       1000-99-FIM.                                            EXIT.    00003590
      *=============================================================*   00003600
                                                                        00003610
      *=============================================================*   00003620
       1300-CARREGAR-TAXAS                                  SECTION.    00003630
                                                                        00003640
            READ TAXPOU.                                                00003650
                                                                        00003660
            PERFORM UNTIL WRK-FS-TAXPOU NOT EQUAL ZEROS                 00003670
               IF WRK-TAB-TAXAS-QTD LESS 60                             00003680
                  ADD 1 TO WRK-TAB-TAXAS-QTD                            00003690
                  MOVE WRK-TAB-TAXAS-QTD TO WRK-IND-TX                  00003700
                  MOVE FD-TP-DATA-VIG TO WRK-TX-VIG(WRK-IND-TX)         00003710
                  MOVE FD-TP-TAXA     TO WRK-TX-TAXA(WRK-IND-TX)        00003720
               END-IF                                                   00003730
               READ TAXPOU                                              00003740
            END-PERFORM.                                                00003750
                                                                        00003760
            IF WRK-TAB-TAXAS-QTD EQUAL ZEROS                            00003770
               MOVE 'FR21POU2'                  TO WRK-PROGRAMA         00003780
               MOVE '1300'                      TO WRK-SECAO            00003790
               MOVE 'ARQUIVO DE TAXAS VAZIO   - ' TO WRK-MENSAGEM       00003800
               MOVE SPACES                      TO WRK-STATUS           00003810
               PERFORM 9000-TRATARERROS                                 00003820
            END-IF.                                                     00003830
                                                                        00003840
       1300-99-FIM.                                            EXIT.    00003850
      *=============================================================*   00003860
                                                                        00003870
      *=============================================================*   00003880
       2000-PROCESSAR                                       SECTION.    00003890
                                                                        00003900
           ADD 1 TO WRK-LIDOS.                                          00003910
                                                                        00003920
           IF CLI-PRODUTO NOT EQUAL 'P'                                 00003930
              GO TO 2000-50-LER                                         00003940
           END-IF.                                                      00003950
                                                                        00003960
           ADD 1 TO WRK-POUPANCAS.                                      00003970
           MOVE ZEROS TO WRK-DEP-CTA WRK-RESG-CTA WRK-REND-CTA.         00003980
                                                                        00003990
           PERFORM 2100-CARREGAR-LOTES.                                 00004000
           PERFORM 2200-CONCILIAR.                                      00004010
                                                                        00004020
      *                 CREDITO SO EM CONTA QUE O FR21EX04 POSTA        00004030
                                                                        00004040
           IF CLI-SITUACAO EQUAL 'E' OR CLI-SITUACAO EQUAL 'X'          00004050
              OR CLI-SITUACAO EQUAL 'B'                                 00004060
              OR CLI-DORMENTE EQUAL 'S'                                 00004070
              MOVE 'N' TO WRK-RENDE                                     00004080
           ELSE                                                         00004090
              MOVE 'S' TO WRK-RENDE                                     00004100
              PERFORM 2400-RENDER-LOTE                                  00004110
                 VARYING WRK-IND-LT FROM 1 BY 1                         00004120
                 UNTIL WRK-IND-LT GREATER WRK-LT-QTD                    00004130
           END-IF.                                                      00004140
                                                                        00004150
           PERFORM 2800-DETALHE.                                        00004160
                                                                        00004170
       2000-50-LER.                                                     00004180
                                                                        00004190
           READ CLIENTES.                                               00004200
                                                                        00004210
       2000-99-FIM.                                            EXIT.    00004220
      *=============================================================*   00004230
                                                                        00004240
      *=============================================================*   00004250
       2100-CARREGAR-LOTES                                  SECTION.    00004260
                                                                        00004270
           MOVE ZEROS TO WRK-LT-QTD WRK-SOMA-LOTES.                     00004280
                                                                        00004290
           MOVE CLI-CHAVE TO PDP-CHAVE.                                 00004300
           MOVE ZEROS     TO PDP-DATA-DEP.                              00004310
           START POUDEP KEY NOT LESS PDP-CHAVE-REG.                     00004320
                                                                        00004330
           IF WRK-FS-POUDEP NOT EQUAL ZEROS                             00004340
              GO TO 2100-99-FIM                                         00004350
           END-IF.                                                      00004360
                                                                        00004370
           READ POUDEP NEXT.                                            00004380
                                                                        00004390
           PERFORM UNTIL WRK-FS-POUDEP NOT EQUAL ZEROS                  00004400
                   OR PDP-CHAVE NOT EQUAL CLI-CHAVE                     00004410
              IF WRK-LT-QTD NOT LESS WRK-LT-MAXIMO                      00004420
                 MOVE 'FR21POU2'                  TO WRK-PROGRAMA       00004430
                 MOVE '2100'                      TO WRK-SECAO          00004440
                 MOVE 'TABELA DE DEPOSITOS CHEIA' TO WRK-MENSAGEM       00004450
                 MOVE SPACES                      TO WRK-STATUS         00004460
                 PERFORM 9000-TRATARERROS                               00004470
              END-IF                                                    00004480
              ADD 1 TO WRK-LT-QTD                                       00004490
              MOVE REG-POUDEP TO WRK-LT-REG(WRK-LT-QTD)                 00004500
              ADD PDP-SALDO   TO WRK-SOMA-LOTES                         00004510
              READ POUDEP NEXT                                          00004520
           END-PERFORM.                                                 00004530
                                                                        00004540
       2100-99-FIM.                                            EXIT.    00004550
      *=============================================================*   00004560
                                                                        00004570
      *=============================================================*   00004580
       2200-CONCILIAR                                       SECTION.    00004590
                                                                        00004600
      *          O SALDO POSTADO E A VERDADE: O QUE PASSA DA SOMA       00004610
      *          DOS DEPOSITOS ENTROU DESDE A ULTIMA EXECUCAO, O QUE    00004620
      *          FALTA SAIU (RESGATE, DO MAIS RECENTE PARA O MAIS       00004630
      *          ANTIGO). SALDO DEVEDOR CONTA COMO ZERO                 00004640
                                                                        00004650
           IF CLI-SALDO GREATER ZEROS                                   00004660
              MOVE CLI-SALDO TO WRK-SALDO-CONTA                         00004670
           ELSE                                                         00004680
              MOVE ZEROS     TO WRK-SALDO-CONTA                         00004690
           END-IF.                                                      00004700
                                                                        00004710
           EVALUATE TRUE                                                00004720
             WHEN WRK-SALDO-CONTA GREATER WRK-SOMA-LOTES                00004730
                  COMPUTE WRK-DIFERENCA =                               00004740
                          WRK-SALDO-CONTA - WRK-SOMA-LOTES              00004750
                  PERFORM 2250-NOVO-DEPOSITO                            00004760
                                                                        00004770
             WHEN WRK-SALDO-CONTA LESS WRK-SOMA-LOTES                   00004780
                  COMPUTE WRK-DIFERENCA =                               00004790
                          WRK-SOMA-LOTES - WRK-SALDO-CONTA              00004800
                  MOVE WRK-DIFERENCA TO WRK-RESG-CTA                    00004810
                  ADD WRK-DIFERENCA  TO WRK-TOT-RESGATE                 00004820
                  ADD 1              TO WRK-RESGATES                    00004830
                  PERFORM 2300-RESGATAR-LOTE                            00004840
                     VARYING WRK-IND-LT FROM WRK-LT-QTD BY -1           00004850
                     UNTIL WRK-IND-LT LESS 1                            00004860
                        OR WRK-DIFERENCA EQUAL ZEROS                    00004870
           END-EVALUATE.                                                00004880
                                                                        00004890
       2200-99-FIM.                                            EXIT.    00004900
      *=============================================================*   00004910
                                                                        00004920
      *=============================================================*   00004930
       2250-NOVO-DEPOSITO                                   SECTION.    00004940
                                                                        00004950
           MOVE WRK-DIFERENCA TO WRK-DEP-CTA.                           00004960
           ADD WRK-DIFERENCA  TO WRK-TOT-DEPOSITO.                      00004970
           ADD 1              TO WRK-DEPOSITOS.                         00004980
                                                                        00004990
           IF CLI-DATA-ULT-MOV GREATER ZEROS                            00005000
              MOVE CLI-DATA-ULT-MOV TO WRK-DATA-DEP                     00005010
           ELSE                                                         00005020
              MOVE WRK-HOJE         TO WRK-DATA-DEP                     00005030
           END-IF.                                                      00005040
                                                                        00005050
      *          MESMA DATA (OU ANTERIOR) DO DEPOSITO MAIS RECENTE:     00005060
      *          SOMA A ELE EM VEZ DE ABRIR OUTRO                       00005070
                                                                        00005080
           IF WRK-LT-QTD GREATER ZEROS                                  00005090
              MOVE WRK-LT-REG(WRK-LT-QTD) TO REG-POUDEP                 00005100
              IF PDP-DATA-DEP NOT LESS WRK-DATA-DEP                     00005110
                 ADD WRK-DIFERENCA TO PDP-VALOR-ORIG PDP-SALDO          00005120
                 PERFORM 2350-REGRAVAR-LOTE                             00005130
                 MOVE REG-POUDEP TO WRK-LT-REG(WRK-LT-QTD)              00005140
                 GO TO 2250-99-FIM                                      00005150
              END-IF                                                    00005160
           END-IF.                                                      00005170
                                                                        00005180
           IF WRK-LT-QTD NOT LESS WRK-LT-MAXIMO                         00005190
              MOVE 'FR21POU2'                  TO WRK-PROGRAMA          00005200
              MOVE '2250'                      TO WRK-SECAO             00005210
              MOVE 'TABELA DE DEPOSITOS CHEIA' TO WRK-MENSAGEM          00005220
              MOVE SPACES                      TO WRK-STATUS            00005230
              PERFORM 9000-TRATARERROS                                  00005240
           END-IF.                                                      00005250
                                                                        00005260
           INITIALIZE REG-POUDEP.                                       00005270
           MOVE CLI-CHAVE     TO PDP-CHAVE.                             00005280
           MOVE WRK-DATA-DEP  TO PDP-DATA-DEP.                          00005290
           MOVE WRK-DIFERENCA TO PDP-VALOR-ORIG PDP-SALDO.              00005300
                                                                        00005310
           PERFORM 8100-PRIMEIRO-ANIV.                                  00005320
                                                                        00005330
           WRITE REG-POUDEP.                                            00005340
                                                                        00005350
           IF WRK-FS-POUDEP NOT EQUAL ZEROS                             00005360
              MOVE 'FR21POU2'                  TO WRK-PROGRAMA          00005370
              MOVE '2250'                      TO WRK-SECAO             00005380
              MOVE 'ERRO WRITE POUDEP        ' TO WRK-MENSAGEM          00005390
              MOVE WRK-FS-POUDEP               TO WRK-STATUS            00005400
              PERFORM 9000-TRATARERROS                                  00005410
           END-IF.                                                      00005420
                                                                        00005430
           ADD 1 TO WRK-LT-QTD.                                         00005440
           MOVE REG-POUDEP TO WRK-LT-REG(WRK-LT-QTD).                   00005450
                                                                        00005460
       2250-99-FIM.                                            EXIT.    00005470
      *=============================================================*   00005480
                                                                        00005490
      *=============================================================*   00005500
       2300-RESGATAR-LOTE                                   SECTION.    00005510
                                                                        00005520
      *          DEPOSITO CONSUMIDO POR INTEIRO SAI DO POUDEP           00005530
                                                                        00005540
           MOVE WRK-LT-REG(WRK-IND-LT) TO REG-POUDEP.                   00005550
                                                                        00005560
           IF PDP-SALDO GREATER WRK-DIFERENCA                           00005570
              SUBTRACT WRK-DIFERENCA FROM PDP-SALDO                     00005580
              MOVE ZEROS TO WRK-DIFERENCA                               00005590
              PERFORM 2350-REGRAVAR-LOTE                                00005600
           ELSE                                                         00005610
              SUBTRACT PDP-SALDO FROM WRK-DIFERENCA                     00005620
              MOVE ZEROS TO PDP-SALDO                                   00005630
              DELETE POUDEP                                             00005640
              IF WRK-FS-POUDEP NOT EQUAL ZEROS                          00005650
                 MOVE 'FR21POU2'                  TO WRK-PROGRAMA       00005660
                 MOVE '2300'                      TO WRK-SECAO          00005670
                 MOVE 'ERRO DELETE POUDEP       ' TO WRK-MENSAGEM       00005680
                 MOVE WRK-FS-POUDEP               TO WRK-STATUS         00005690
                 PERFORM 9000-TRATARERROS                               00005700
              END-IF                                                    00005710
           END-IF.                                                      00005720
                                                                        00005730
           MOVE REG-POUDEP TO WRK-LT-REG(WRK-IND-LT).                   00005740
                                                                        00005750
       2300-99-FIM.                                            EXIT.    00005760
      *=============================================================*   00005770
                                                                        00005780
      *=============================================================*   00005790
       2350-REGRAVAR-LOTE                                   SECTION.    00005800
                                                                        00005810
           REWRITE REG-POUDEP.                                          00005820
                                                                        00005830
           IF WRK-FS-POUDEP NOT EQUAL ZEROS                             00005840
              MOVE 'FR21POU2'                  TO WRK-PROGRAMA          00005850
              MOVE '2350'                      TO WRK-SECAO             00005860
              MOVE 'ERRO REWRITE POUDEP      ' TO WRK-MENSAGEM          00005870
              MOVE WRK-FS-POUDEP               TO WRK-STATUS            00005880
              PERFORM 9000-TRATARERROS                                  00005890
           END-IF.                                                      00005900
                                                                        00005910
       2350-99-FIM.                                            EXIT.    00005920
      *=============================================================*   00005930
                                                                        00005940
      *=============================================================*   00005950
       2400-RENDER-LOTE                                     SECTION.    00005960
                                                                        00005970
           MOVE WRK-LT-REG(WRK-IND-LT) TO REG-POUDEP.                   00005980
                                                                        00005990
           IF PDP-SALDO EQUAL ZEROS                                     00006000
              GO TO 2400-99-FIM                                         00006010
           END-IF.                                                      00006020
                                                                        00006030
           MOVE 'N' TO WRK-ALTERADO WRK-SEM-TAXA.                       00006040
                                                                        00006050
           PERFORM 2450-CREDITAR-ANIV                                   00006060
              UNTIL PDP-PROX-ANIV GREATER WRK-HOJE                      00006070
                 OR WRK-SEM-TAXA EQUAL 'S'.                             00006080
                                                                        00006090
           IF WRK-ALTERADO EQUAL 'S'                                    00006100
              PERFORM 2350-REGRAVAR-LOTE                                00006110
              MOVE REG-POUDEP TO WRK-LT-REG(WRK-IND-LT)                 00006120
           END-IF.                                                      00006130
                                                                        00006140
       2400-99-FIM.                                            EXIT.    00006150
      *=============================================================*   00006160
                                                                        00006170
      *=============================================================*   00006180
       2450-CREDITAR-ANIV                                   SECTION.    00006190
                                                                        00006200
      *          RENDIMENTO DO MES SOBRE O SALDO DO DEPOSITO NO         00006210
      *          ANIVERSARIO; SEM TAXA VIGENTE O ANIVERSARIO FICA       00006220
      *          PENDENTE PARA A PROXIMA EXECUCAO                       00006230
                                                                        00006240
           PERFORM 2500-TAXA-VIGENTE.                                   00006250
                                                                        00006260
           IF WRK-SEM-TAXA EQUAL 'S'                                    00006270
              ADD 1 TO WRK-PENDENTES                                    00006280
              GO TO 2450-99-FIM                                         00006290
           END-IF.                                                      00006300
                                                                        00006310
           COMPUTE WRK-REND ROUNDED =                                   00006320
                   PDP-SALDO * WRK-TAXA-ANIV / 100.                     00006330
                                                                        00006340
           IF WRK-REND GREATER ZEROS                                    00006350
              ADD WRK-REND TO PDP-SALDO PDP-REND-ACM                    00006360
              ADD WRK-REND TO WRK-REND-CTA WRK-TOT-REND                 00006370
                                                                        00006380
              MOVE PDP-PROX-ANIV  TO WRK-DATA-ANIV                      00006390
              MOVE WRK-AN-DIA     TO WRK-DR-DIA                         00006400
              MOVE WRK-AN-MES     TO WRK-DR-MES                         00006410
              MOVE PDP-CHAVE      TO WRK-MV-CHAVE                       00006420
              MOVE WRK-DESCR-REND TO WRK-MV-DESCR                       00006430
              MOVE WRK-REND       TO WRK-MV-VALOR                       00006440
              MOVE 'C'            TO WRK-MV-TIPO                        00006450
              MOVE ZEROS          TO WRK-MV-DTEFET                      00006460
              WRITE FD-MOVPOU FROM WRK-MOVIMENTO                        00006470
              ADD 1 TO WRK-CREDITOS                                     00006480
           END-IF.                                                      00006490
                                                                        00006500
           MOVE PDP-PROX-ANIV TO PDP-DATA-ULT-REND WRK-DATA-ANIV.       00006510
           PERFORM 8200-SOMAR-MES.                                      00006520
           MOVE WRK-DATA-ANIV TO PDP-PROX-ANIV.                         00006530
           MOVE 'S'           TO WRK-ALTERADO.                          00006540
                                                                        00006550
       2450-99-FIM.                                            EXIT.    00006560
      *=============================================================*   00006570
                                                                        00006580
      *=============================================================*   00006590
       2500-TAXA-VIGENTE                                    SECTION.    00006600
                                                                        00006610
           MOVE ZEROS TO WRK-VIG-ACHADA WRK-TAXA-ANIV.                  00006620
           MOVE 'S'   TO WRK-SEM-TAXA.                                  00006630
                                                                        00006640
           PERFORM VARYING WRK-IND-TX FROM 1 BY 1 UNTIL                 00006650
              WRK-IND-TX > WRK-TAB-TAXAS-QTD                            00006660
              IF WRK-TX-VIG(WRK-IND-TX) NOT GREATER PDP-PROX-ANIV       00006670
                 AND WRK-TX-VIG(WRK-IND-TX) NOT LESS WRK-VIG-ACHADA     00006680
                 MOVE WRK-TX-VIG(WRK-IND-TX)  TO WRK-VIG-ACHADA         00006690
                 MOVE WRK-TX-TAXA(WRK-IND-TX) TO WRK-TAXA-ANIV          00006700
                 MOVE 'N'                     TO WRK-SEM-TAXA           00006710
              END-IF                                                    00006720
           END-PERFORM.                                                 00006730
                                                                        00006740
       2500-99-FIM.                                            EXIT.    00006750
      *=============================================================*   00006760
                                                                        00006770
      *=============================================================*   00006780
       2800-DETALHE                                         SECTION.    00006790
                                                                        00006800
           MOVE ZEROS TO WRK-LOTES-CTA.                                 00006810
           PERFORM VARYING WRK-IND-LT FROM 1 BY 1 UNTIL                 00006820
              WRK-IND-LT > WRK-LT-QTD                                   00006830
              MOVE WRK-LT-REG(WRK-IND-LT) TO REG-POUDEP                 00006840
              IF PDP-SALDO GREATER ZEROS                                00006850
                 ADD 1 TO WRK-LOTES-CTA                                 00006860
              END-IF                                                    00006870
           END-PERFORM.                                                 00006880
                                                                        00006890
           MOVE CLI-CHAVE     TO WRK-D-CHAVE.                           00006900
           MOVE WRK-LOTES-CTA TO WRK-D-LOTES.                           00006910
           MOVE CLI-SALDO     TO WRK-D-SALDO.                           00006920
           MOVE WRK-DEP-CTA   TO WRK-D-DEPOSITO.                        00006930
           MOVE WRK-RESG-CTA  TO WRK-D-RESGATE.                         00006940
           MOVE WRK-REND-CTA  TO WRK-D-REND.                            00006950
                                                                        00006960
           IF WRK-RENDE EQUAL 'S'                                       00006970
              MOVE SPACES       TO WRK-D-SITUACAO                       00006980
           ELSE                                                         00006990
              MOVE 'SEM CREDITO' TO WRK-D-SITUACAO                      00007000
           END-IF.                                                      00007010
                                                                        00007020
           WRITE FD-RELPOU FROM WRK-DETALHE.                            00007030
                                                                        00007040
       2800-99-FIM.                                            EXIT.    00007050
      *=============================================================*   00007060
                                                                        00007070
      *=============================================================*   00007080
       3000-FINALIZAR                                       SECTION.    00007090
                                                                        00007100
             WRITE FD-RELPOU FROM WRK-LINHA-VAZIA.                      00007110
             MOVE 'TOTAL DEPOSITADO.....:' TO WRK-TL-TEXTO.             00007120
             MOVE WRK-TOT-DEPOSITO        TO WRK-TL-VALOR.              00007130
             WRITE FD-RELPOU FROM WRK-TOTAL-LINHA.                      00007140
             MOVE 'TOTAL RESGATADO......:' TO WRK-TL-TEXTO.             00007150
             MOVE WRK-TOT-RESGATE         TO WRK-TL-VALOR.              00007160
             WRITE FD-RELPOU FROM WRK-TOTAL-LINHA.                      00007170
             MOVE 'TOTAL RENDIMENTO.....:' TO WRK-TL-TEXTO.             00007180
             MOVE WRK-TOT-REND            TO WRK-TL-VALOR.              00007190
             WRITE FD-RELPOU FROM WRK-TOTAL-LINHA.                      00007200
                                                                        00007210
             DISPLAY 'CONTAS LIDAS..........' WRK-LIDOS.                00007220
             DISPLAY 'CONTAS POUPANCA.......' WRK-POUPANCAS.            00007230
             DISPLAY 'DEPOSITOS NOVOS.......' WRK-DEPOSITOS.            00007240
             DISPLAY 'CONTAS COM RESGATE....' WRK-RESGATES.             00007250
             DISPLAY 'CREDITOS GERADOS......' WRK-CREDITOS.             00007260
             DISPLAY 'ANIVERSARIOS SEM TAXA.' WRK-PENDENTES.            00007270
             DISPLAY WRK-MSG-FINAL.                                     00007280
                                                                        00007290
             CLOSE CLIENTES POUDEP TAXPOU.                              00007300
             CLOSE MOVPOU RELPOU.                                       00007310
             STOP RUN.                                                  00007320
                                                                        00007330
       3000-99-FIM.                                            EXIT.    00007340
      *=============================================================*   00007350
                                                                        00007360
      *=============================================================*   00007370
       8100-PRIMEIRO-ANIV                                   SECTION.    00007380
                                                                        00007390
      *          ANIVERSARIO NO MESMO DIA DO MES SEGUINTE; DEPOSITO     00007400
      *          DOS DIAS 29, 30 E 31 CONTA COMO FEITO NO DIA 1 DO      00007410
      *          MES SEGUINTE (ANIVERSARIO NO DIA 1)                    00007420
                                                                        00007430
           MOVE PDP-DATA-DEP TO WRK-DATA-ANIV.                          00007440
                                                                        00007450
           IF WRK-AN-DIA GREATER 28                                     00007460
              MOVE 01 TO WRK-AN-DIA                                     00007470
              PERFORM 8200-SOMAR-MES                                    00007480
           END-IF.                                                      00007490
                                                                        00007500
           MOVE WRK-AN-DIA TO PDP-DIA-ANIV.                             00007510
           PERFORM 8200-SOMAR-MES.                                      00007520
           MOVE WRK-DATA-ANIV TO PDP-PROX-ANIV.                         00007530
                                                                        00007540
       8100-99-FIM.                                            EXIT.    00007550
      *=============================================================*   00007560
                                                                        00007570
      *=============================================================*   00007580
       8200-SOMAR-MES                                       SECTION.    00007590
                                                                        00007600
           IF WRK-AN-MES EQUAL 12                                       00007610
              MOVE 01 TO WRK-AN-MES                                     00007620
              ADD 1   TO WRK-AN-ANO                                     00007630
           ELSE                                                         00007640
              ADD 1   TO WRK-AN-MES                                     00007650
           END-IF.                                                      00007660
                                                                        00007670
       8200-99-FIM.                                            EXIT.    00007680
      *=============================================================*   00007690
                                                                        00007700
      *=============================================================*   00007710
       9000-TRATARERROS                                     SECTION.    00007720
                                                                        00007730
             MOVE 'E' TO WRK-SEVERIDADE.                                00007740
             CALL 'GRAVALOG' USING WRK-DADOS.                           00007750
             STOP RUN.                                                  00007760
                                                                        00007770
       9000-99-FIM.                                            EXIT.    00007780
      *=============================================================*   00007790
