      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21MIG2.                                            00000050
                                                                        00000060
      *=============================================================*   00000070
      *   AUTOR....:VICTOR ARANDA                                       00000080
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000090
      *   DATA ....:15/10/2026                                          00000100
      *-------------------------------------------------------------*   00000110
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000120
      *  1.0   15/10/26   VICTOR ARANDA       VERSAO INICIAL            00000130
      *-------------------------------------------------------------*   00000140
      *   OBJETIVO: INCORPORACAO DE AGENCIA - SEGUNDA FASE, DEPOIS      00000150
      *      DO FR21MIG1. REESCREVE COM AS CHAVES NOVAS OS DOIS         00000160
      *      ARQUIVOS SEQUENCIAIS QUE GUARDAM CONTA: O CADASTRO DE      00000170
      *      ORDENS PERMANENTES (ORDPERM) E O DEPOSITO DE MOVIMENTOS    00000180
      *      FUTUROS DO FR21WRH1 (WRHANT). A CHAVE DE CADA REGISTRO     00000190
      *      E PROCURADA NA REFERENCIA CRUZADA (MIGXREF); NAS           00000200
      *      TRANSFERENCIAS ('T') TAMBEM A CONTA DESTINO QUE VAI NO     00000210
      *      FIM DO TEXTO. A PROVA CONFERE QUANTIDADE E SOMA DE         00000220
      *      VALORES DE ENTRADA CONTRA SAIDA (RETURN-CODE 8 SE          00000230
      *      DIVERGIR). A TROCA DOS ARQUIVOS E FEITA NO PROPRIO JOB.    00000240
      *-------------------------------------------------------------*   00000250
      *   ARQUIVOS.....:                                                00000260
      *                                                                 00000270
      *   NAME                I/O                                       00000280
      *   MIGXREF              I   (KSDS - MIGBOOK)                     00000290
      *   ORDPERM              I   (ORDENS PERMANENTES)                 00000300
      *   ORDNOVO              O   (ORDENS COM CHAVE NOVA)              00000310
      *   WRHANT               I   (DEPOSITO - LAYOUT MOV0106E)         00000320
      *   WRHNOVO              O   (DEPOSITO COM CHAVE NOVA)            00000330
      *   RELMIG2              O   (PROVA)                              00000340
      *-------------------------------------------------------------*   00000350
      *   MODULOS....:                                                  00000360
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000370
      *=============================================================*   00000380
       ENVIRONMENT                               DIVISION.              00000390
      *=============================================================*   00000400
                                                                        00000410
      *-------------------------------------------------------------*   00000420
       CONFIGURATION                                        SECTION.    00000430
      *-------------------------------------------------------------*   00000440
       SPECIAL-NAMES.                                                   00000450
           DECIMAL-POINT IS COMMA.                                      00000460
                                                                        00000470
                                                                        00000480
       INPUT-OUTPUT                                         SECTION.    00000490
       FILE-CONTROL.                                                    00000500
           SELECT MIGXREF  ASSIGN TO MIGXREF                            00000510
               ORGANIZATION  IS INDEXED                                 00000520
               ACCESS MODE   IS RANDOM                                  00000530
               RECORD KEY    IS MIG-CHAVE-ANT                           00000540
               FILE STATUS   IS WRK-FS-MIGXREF.                         00000550
                                                                        00000560
           SELECT ORDPERM  ASSIGN TO ORDPERM                            00000570
               FILE STATUS  IS WRK-FS-ORDPERM.                          00000580
                                                                        00000590
           SELECT ORDNOVO  ASSIGN TO ORDNOVO                            00000600
               FILE STATUS  IS WRK-FS-ORDNOVO.                          00000610
                                                                        00000620
           SELECT WRHANT   ASSIGN TO WRHANT                             00000630
               FILE STATUS  IS WRK-FS-WRHANT.                           00000640
                                                                        00000650
           SELECT WRHNOVO  ASSIGN TO WRHNOVO                            00000660
               FILE STATUS  IS WRK-FS-WRHNOVO.                          00000670
                                                                        00000680
           SELECT RELMIG2  ASSIGN TO RELMIG2                            00000690
               FILE STATUS  IS WRK-FS-RELMIG2.                          00000700
                                                                        00000710
      *=============================================================*   00000720
       DATA                                                DIVISION.    00000730
      *=============================================================*   00000740
       FILE                                                 SECTION.    00000750
      *=============================================================*   00000760
                                                                        00000770
      *-------------------------------------------------------------*   00000780
      *       REFERENCIA CRUZADA (KSDS)   LRECL = 40                *   00000790
      *-------------------------------------------------------------*   00000800
       FD MIGXREF.                                                      00000810
                                                                        00000820
       COPY 'MIGBOOK'.                                                  00000830
                                                                        00000840
      *-------------------------------------------------------------*   00000850
      *       CADASTRO DE ORDENS PERMANENTES  LRECL = 57            *   00000860
      *-------------------------------------------------------------*   00000870
       FD ORDPERM                                                       00000880
           RECORDING  MODE IS F                                         00000890
           BLOCK CONTAINS 0 RECORDS.                                    00000900
                                                                        00000910
       01 FD-ORDPERM.                                                   00000920
          05 FD-OP-CHAVE     PIC X(08).                                 00000930
          05 FD-OP-TEXTO     PIC X(30).                                 00000940
          05 FILLER REDEFINES FD-OP-TEXTO.                              00000950
             10 FILLER          PIC X(22).                              00000960
             10 FD-OP-DEST      PIC X(08).                              00000970
          05 FD-OP-VALOR     PIC 9(08).                                 00000980
          05 FD-OP-TIPO      PIC X(01).                                 00000990
          05 FD-OP-DIA       PIC 9(02).                                 00001000
          05 FD-OP-DATA-FIM  PIC 9(08).                                 00001010
                                                                        00001020
       FD ORDNOVO                                                       00001030
           RECORDING  MODE IS F                                         00001040
           BLOCK CONTAINS 0 RECORDS.                                    00001050
                                                                        00001060
       01 FD-ORDNOVO        PIC X(57).                                  00001070
                                                                        00001080
      *-------------------------------------------------------------*   00001090
      *       DEPOSITO DE MOVIMENTOS FUTUROS  LRECL = 55            *   00001100
      *-------------------------------------------------------------*   00001110
       FD WRHANT                                                        00001120
           RECORDING  MODE IS F                                         00001130
           BLOCK CONTAINS 0 RECORDS.                                    00001140
                                                                        00001150
       01 FD-WRHANT.                                                    00001160
          05 FD-WH-CHAVE       PIC X(08).                               00001170
          05 FD-WH-MOVIMENTACAO PIC X(30).                              00001180
          05 FILLER REDEFINES FD-WH-MOVIMENTACAO.                       00001190
             10 FILLER          PIC X(22).                              00001200
             10 FD-WH-DEST      PIC X(08).                              00001210
          05 FD-WH-VALOR-MOV   PIC 9(08).                               00001220
          05 FD-WH-TIPO-MOV    PIC X(01).                               00001230
          05 FD-WH-DATA-EFET   PIC 9(08).                               00001240
                                                                        00001250
       FD WRHNOVO                                                       00001260
           RECORDING  MODE IS F                                         00001270
           BLOCK CONTAINS 0 RECORDS.                                    00001280
                                                                        00001290
       01 FD-WRHNOVO        PIC X(55).                                  00001300
                                                                        00001310
      *-------------------------------------------------------------*   00001320
      *       ARQUIVO DE SAIDA   RELMIG2  LRECL = 80                *   00001330
      *-------------------------------------------------------------*   00001340
       FD RELMIG2                                                       00001350
           RECORDING  MODE IS F                                         00001360
           BLOCK CONTAINS 0 RECORDS.                                    00001370
                                                                        00001380
       01 FD-RELMIG2      PIC X(80).                                    00001390
                                                                        00001400
      *-------------------------------------------------------------*   00001410
       WORKING-STORAGE                                      SECTION.    00001420
      *-------------------------------------------------------------*   00001430
                                                                        00001440
      *------------------LOG-DE-ERROS-------------------------------*   00001450
                                                                        00001460
       01 WRK-DADOS.                                                    00001470
           05 WRK-PROGRAMA  PIC X(08).                                  00001480
           05 WRK-SECAO     PIC X(04).                                  00001490
           05 WRK-MENSAGEM  PIC X(30).                                  00001500
           05 WRK-STATUS    PIC X(02).                                  00001510
           05 WRK-SEVERIDADE PIC X(01).                                 00001520
           05 FILLER        PIC X(22).                                  00001530
                                                                        00001540
      *--------------------LOGICA-----------------------------------*   00001550
                                                                        00001560
       77 WRK-CHAVE-PESQ      PIC X(08).                                00001570
                                                                        00001580
       77 WRK-DIVERGE         PIC X(01) VALUE 'N'.                      00001590
                                                                        00001600
       77 WRK-MSG-FINAL       PIC X(17) VALUE 'FINAL DE PROGRAMA'.      00001610
                                                                        00001620
      *       CONTADORES DA PROVA: 1 ORDPERM  2 DEPOSITO                00001630
                                                                        00001640
       01 WRK-PROVA.                                                    00001650
          05 WRK-PV-ARQ       OCCURS 2 TIMES.                           00001660
             10 WRK-PV-LIDOS      PIC 9(07).                            00001670
             10 WRK-PV-GRAVADOS   PIC 9(07).                            00001680
             10 WRK-PV-TROCADOS   PIC 9(07).                            00001690
             10 WRK-PV-DESTINOS   PIC 9(07).                            00001700
             10 WRK-PV-VAL-ENT    PIC 9(13).                            00001710
             10 WRK-PV-VAL-SAI    PIC 9(13).                            00001720
                                                                        00001730
       77 WRK-IND-AR          PIC 9(01).                                00001740
                                                                        00001750
       01 WRK-NOMES-ARQ.                                                00001760
          05 FILLER           PIC X(08) VALUE 'ORDPERM '.               00001770
          05 FILLER           PIC X(08) VALUE 'DEPOSITO'.               00001780
       01 FILLER REDEFINES WRK-NOMES-ARQ.                               00001790
          05 WRK-NOME-ARQ     PIC X(08) OCCURS 2 TIMES.                 00001800
                                                                        00001810
      *--------------------RELATORIO--------------------------------*   00001820
                                                                        00001830
       01 WRK-CABEC1.                                                   00001840
          05 FILLER   PIC X(40) VALUE                                   00001850
             'FR21MIG2 - INCORPORACAO DE AGENCIA - OR'.                 00001860
          05 FILLER   PIC X(40) VALUE                                   00001870
             'DENS E DEPOSITO DE MOVIMENTOS FUTUROS   '.                00001880
                                                                        00001890
       01 WRK-CABEC2.                                                   00001900
          05 FILLER   PIC X(40) VALUE                                   00001910
             ' ARQUIVO   LIDOS GRAVADOS CHAVES DESTINO'.                00001920
          05 FILLER   PIC X(40) VALUE                                   00001930
             'S  VALOR ENTRADA    VALOR SAIDA         '.                00001940
                                                                        00001950
       01 WRK-LINHA-VAZIA     PIC X(80) VALUE SPACES.                   00001960
                                                                        00001970
       01 WRK-LINHA-PROVA.                                              00001980
          05 FILLER           PIC X(01) VALUE SPACES.                   00001990
          05 WRK-LP-ARQ       PIC X(08).                                00002000
          05 WRK-LP-LIDOS     PIC ZZZZZZ9.                              00002010
          05 FILLER           PIC X(02) VALUE SPACES.                   00002020
          05 WRK-LP-GRAVADOS  PIC ZZZZZZ9.                              00002030
          05 WRK-LP-TROCADOS  PIC ZZZZZZ9.                              00002040
          05 FILLER           PIC X(02) VALUE SPACES.                   00002050
          05 WRK-LP-DESTINOS  PIC ZZZZZZ9.                              00002060
          05 FILLER           PIC X(02) VALUE SPACES.                   00002070
          05 WRK-LP-VAL-ENT   PIC ZZZZZZZZZZZZ9.                        00002080
          05 FILLER           PIC X(02) VALUE SPACES.                   00002090
          05 WRK-LP-VAL-SAI   PIC ZZZZZZZZZZZZ9.                        00002100
          05 FILLER           PIC X(01) VALUE SPACES.                   00002110
          05 WRK-LP-VEREDITO  PIC X(08).                                00002120
                                                                        00002130
      *--------------------STATUS-----------------------------------*   00002140
                                                                        00002150
       77 WRK-FS-MIGXREF  PIC 9(02).                                    00002160
                                                                        00002170
       77 WRK-FS-ORDPERM  PIC 9(02).                                    00002180
                                                                        00002190
       77 WRK-FS-ORDNOVO  PIC 9(02).                                    00002200
                                                                        00002210
       77 WRK-FS-WRHANT   PIC 9(02).                                    00002220
                                                                        00002230
       77 WRK-FS-WRHNOVO  PIC 9(02).                                    00002240
                                                                        00002250
       77 WRK-FS-RELMIG2  PIC 9(02).                                    00002260
                                                                        00002270
      *=============================================================*   00002280
       PROCEDURE DIVISION.                                              00002290
      *=============================================================*   00002300
                                                                        00002310
      *=============================================================*   00002320
       0000-PRINCIPAL                                       SECTION.    00002330
                                                                        00002340
            PERFORM 1000-INICIAR.                                       00002350
            PERFORM 2000-PROCESSAR-ORDENS                               00002360
               UNTIL WRK-FS-ORDPERM EQUAL 10.                           00002370
            PERFORM 2100-PROCESSAR-DEPOSITO                             00002380
               UNTIL WRK-FS-WRHANT EQUAL 10.                            00002390
            PERFORM 3000-FINALIZAR.                                     00002400
                                                                        00002410
       0000-99-FIM.                                            EXIT.    00002420
      *=============================================================*   00002430
                                                                        00002440
      *=============================================================*   00002450
       1000-INICIAR                                         SECTION.    00002460
                                                                        00002470
            INITIALIZE WRK-PROVA.                                       00002480
                                                                        00002490
            OPEN INPUT  MIGXREF.                                        00002500
            OPEN INPUT  ORDPERM.                                        00002510
            OPEN OUTPUT ORDNOVO.                                        00002520
            OPEN INPUT  WRHANT.                                         00002530
            OPEN OUTPUT WRHNOVO.                                        00002540
            OPEN OUTPUT RELMIG2.                                        00002550
                                                                        00002560
            IF WRK-FS-MIGXREF NOT EQUAL ZEROS                           00002570
               MOVE 'FR21MIG2'                  TO WRK-PROGRAMA         00002580
               MOVE '1000'                      TO WRK-SECAO            00002590
               MOVE 'ERRO OPEN MIGXREF        ' TO WRK-MENSAGEM         00002600
               MOVE WRK-FS-MIGXREF              TO WRK-STATUS           00002610
               PERFORM 9000-TRATARERROS                                 00002620
            END-IF.                                                     00002630
                                                                        00002640
            IF WRK-FS-ORDPERM NOT EQUAL ZEROS                           00002650
               MOVE 'FR21MIG2'                  TO WRK-PROGRAMA         00002660
               MOVE '1000'                      TO WRK-SECAO            00002670
               MOVE 'ERRO OPEN ORDPERM        ' TO WRK-MENSAGEM         00002680
               MOVE WRK-FS-ORDPERM              TO WRK-STATUS           00002690
               PERFORM 9000-TRATARERROS                                 00002700
            END-IF.                                                     00002710
                                                                        00002720
            IF WRK-FS-ORDNOVO NOT EQUAL ZEROS                           00002730
               MOVE 'FR21MIG2'                  TO WRK-PROGRAMA         00002740
               MOVE '1000'                      TO WRK-SECAO            00002750
               MOVE 'ERRO OPEN ORDNOVO        ' TO WRK-MENSAGEM         00002760
               MOVE WRK-FS-ORDNOVO              TO WRK-STATUS           00002770
               PERFORM 9000-TRATARERROS                                 00002780
            END-IF.                                                     00002790
                                                                        00002800
            IF WRK-FS-WRHANT NOT EQUAL ZEROS                            00002810
               MOVE 'FR21MIG2'                  TO WRK-PROGRAMA         00002820
               MOVE '1000'                      TO WRK-SECAO            00002830
               MOVE 'ERRO OPEN DEPOSITO       ' TO WRK-MENSAGEM         00002840
               MOVE WRK-FS-WRHANT               TO WRK-STATUS           00002850
               PERFORM 9000-TRATARERROS                                 00002860
            END-IF.                                                     00002870
                                                                        00002880
            IF WRK-FS-WRHNOVO NOT EQUAL ZEROS                           00002890
               MOVE 'FR21MIG2'                  TO WRK-PROGRAMA         00002900
               MOVE '1000'                      TO WRK-SECAO            00002910
               MOVE 'ERRO OPEN DEPOSITO NOVO  ' TO WRK-MENSAGEM         00002920
               MOVE WRK-FS-WRHNOVO              TO WRK-STATUS           00002930
               PERFORM 9000-TRATARERROS                                 00002940
            END-IF.                                                     00002950
                                                                        00002960
            IF WRK-FS-RELMIG2 NOT EQUAL ZEROS                           00002970
               MOVE 'FR21MIG2'                  TO WRK-PROGRAMA         00002980
               MOVE '1000'                      TO WRK-SECAO            00002990
               MOVE 'ERRO OPEN RELMIG2        ' TO WRK-MENSAGEM         00003000
               MOVE WRK-FS-RELMIG2              TO WRK-STATUS           00003010
               PERFORM 9000-TRATARERROS                                 00003020
            END-IF.                                                     00003030
                                                                        00003040
            READ ORDPERM.                                               00003050
            READ WRHANT.                                                00003060
                                                                        00003070
       1000-99-FIM.                                            EXIT.    00003080
      *=============================================================*   00003090
                                                                        00003100
      *=============================================================*   00003110
       2000-PROCESSAR-ORDENS                                SECTION.    00003120
                                                                        00003130
           ADD 1           TO WRK-PV-LIDOS(1).                          00003140
           ADD FD-OP-VALOR TO WRK-PV-VAL-ENT(1).                        00003150
                                                                        00003160
           MOVE FD-OP-CHAVE TO WRK-CHAVE-PESQ.                          00003170
           PERFORM 2500-PESQUISAR-XREF.                                 00003180
           IF WRK-FS-MIGXREF EQUAL ZEROS                                00003190
              MOVE MIG-CHAVE-NOVA TO FD-OP-CHAVE                        00003200
              ADD 1 TO WRK-PV-TROCADOS(1)                               00003210
           END-IF.                                                      00003220
                                                                        00003230
           IF FD-OP-TIPO EQUAL 'T'                                      00003240
              MOVE FD-OP-DEST TO WRK-CHAVE-PESQ                         00003250
              PERFORM 2500-PESQUISAR-XREF                               00003260
              IF WRK-FS-MIGXREF EQUAL ZEROS                             00003270
                 MOVE MIG-CHAVE-NOVA TO FD-OP-DEST                      00003280
                 ADD 1 TO WRK-PV-DESTINOS(1)                            00003290
              END-IF                                                    00003300
           END-IF.                                                      00003310
                                                                        00003320
           WRITE FD-ORDNOVO FROM FD-ORDPERM.                            00003330
                                                                        00003340
           IF WRK-FS-ORDNOVO NOT EQUAL ZEROS                            00003350
              MOVE 'FR21MIG2'                  TO WRK-PROGRAMA          00003360
              MOVE '2000'                      TO WRK-SECAO             00003370
              MOVE 'ERRO WRITE ORDNOVO       ' TO WRK-MENSAGEM          00003380
              MOVE WRK-FS-ORDNOVO              TO WRK-STATUS            00003390
              PERFORM 9000-TRATARERROS                                  00003400
           END-IF.                                                      00003410
                                                                        00003420
           ADD 1           TO WRK-PV-GRAVADOS(1).                       00003430
           ADD FD-OP-VALOR TO WRK-PV-VAL-SAI(1).                        00003440
                                                                        00003450
           READ ORDPERM.                                                00003460
                                                                        00003470
       2000-99-FIM.                                            EXIT.    00003480
      *=============================================================*   00003490
                                                                        00003500
      *=============================================================*   00003510
       2100-PROCESSAR-DEPOSITO                              SECTION.    00003520
                                                                        00003530
           ADD 1               TO WRK-PV-LIDOS(2).                      00003540
           ADD FD-WH-VALOR-MOV TO WRK-PV-VAL-ENT(2).                    00003550
                                                                        00003560
           MOVE FD-WH-CHAVE TO WRK-CHAVE-PESQ.                          00003570
           PERFORM 2500-PESQUISAR-XREF.                                 00003580
           IF WRK-FS-MIGXREF EQUAL ZEROS                                00003590
              MOVE MIG-CHAVE-NOVA TO FD-WH-CHAVE                        00003600
              ADD 1 TO WRK-PV-TROCADOS(2)                               00003610
           END-IF.                                                      00003620
                                                                        00003630
           IF FD-WH-TIPO-MOV EQUAL 'T'                                  00003640
              MOVE FD-WH-DEST TO WRK-CHAVE-PESQ                         00003650
              PERFORM 2500-PESQUISAR-XREF                               00003660
              IF WRK-FS-MIGXREF EQUAL ZEROS                             00003670
                 MOVE MIG-CHAVE-NOVA TO FD-WH-DEST                      00003680
                 ADD 1 TO WRK-PV-DESTINOS(2)                            00003690
              END-IF                                                    00003700
           END-IF.                                                      00003710
                                                                        00003720
           WRITE FD-WRHNOVO FROM FD-WRHANT.                             00003730
                                                                        00003740
           IF WRK-FS-WRHNOVO NOT EQUAL ZEROS                            00003750
              MOVE 'FR21MIG2'                  TO WRK-PROGRAMA          00003760
              MOVE '2100'                      TO WRK-SECAO             00003770
              MOVE 'ERRO WRITE DEPOSITO NOVO ' TO WRK-MENSAGEM          00003780
              MOVE WRK-FS-WRHNOVO              TO WRK-STATUS            00003790
              PERFORM 9000-TRATARERROS                                  00003800
           END-IF.                                                      00003810
                                                                        00003820
           ADD 1               TO WRK-PV-GRAVADOS(2).                   00003830
           ADD FD-WH-VALOR-MOV TO WRK-PV-VAL-SAI(2).                    00003840
                                                                        00003850
           READ WRHANT.                                                 00003860
                                                                        00003870
       2100-99-FIM.                                            EXIT.    00003880
      *=============================================================*   00003890
                                                                        00003900
      *=============================================================*   00003910
       2500-PESQUISAR-XREF                                  SECTION.    00003920
                                                                        00003930
      *                 STATUS ZERO = CONTA MIGRADA (CHAVE NOVA EM      00003940
      *                 MIG-CHAVE-NOVA); 23 = CONTA NAO MIGRADA         00003950
                                                                        00003960
           MOVE WRK-CHAVE-PESQ TO MIG-CHAVE-ANT.                        00003970
           READ MIGXREF.                                                00003980
                                                                        00003990
           IF WRK-FS-MIGXREF NOT EQUAL ZEROS                            00004000
              AND WRK-FS-MIGXREF NOT EQUAL 23                           00004010
              MOVE 'FR21MIG2'                  TO WRK-PROGRAMA          00004020
              MOVE '2500'                      TO WRK-SECAO             00004030
              MOVE 'ERRO READ MIGXREF        ' TO WRK-MENSAGEM          00004040
              MOVE WRK-FS-MIGXREF              TO WRK-STATUS            00004050
              PERFORM 9000-TRATARERROS                                  00004060
           END-IF.                                                      00004070
                                                                        00004080
       2500-99-FIM.                                            EXIT.    00004090
      *=============================================================*   00004100
                                                                        00004110
      *=============================================================*   00004120
       3000-FINALIZAR                                       SECTION.    00004130
                                                                        00004140
             WRITE FD-RELMIG2 FROM WRK-CABEC1.                          00004150
             WRITE FD-RELMIG2 FROM WRK-LINHA-VAZIA.                     00004160
             WRITE FD-RELMIG2 FROM WRK-CABEC2.                          00004170
                                                                        00004180
             PERFORM 3100-PROVAR-ARQUIVO                                00004190
                VARYING WRK-IND-AR FROM 1 BY 1                          00004200
                  UNTIL WRK-IND-AR > 2.                                 00004210
                                                                        00004220
             DISPLAY 'ORDENS LIDAS..........' WRK-PV-LIDOS(1).          00004230
             DISPLAY 'ORDENS REDIRECIONADAS.' WRK-PV-TROCADOS(1).       00004240
             DISPLAY 'DEPOSITO LIDOS........' WRK-PV-LIDOS(2).          00004250
             DISPLAY 'DEPOSITO REDIRECIONADO' WRK-PV-TROCADOS(2).       00004260
             DISPLAY WRK-MSG-FINAL.                                     00004270
                                                                        00004280
             CLOSE MIGXREF.                                             00004290
             CLOSE ORDPERM ORDNOVO.                                     00004300
             CLOSE WRHANT WRHNOVO.                                      00004310
             CLOSE RELMIG2.                                             00004320
                                                                        00004330
             IF WRK-DIVERGE EQUAL 'S'                                   00004340
                DISPLAY 'PROVA DE TOTAIS DIVERGENTE'                    00004350
                MOVE 8 TO RETURN-CODE                                   00004360
             END-IF.                                                    00004370
                                                                        00004380
             STOP RUN.                                                  00004390
                                                                        00004400
       3000-99-FIM.                                            EXIT.    00004410
      *=============================================================*   00004420
                                                                        00004430
      *=============================================================*   00004440
       3100-PROVAR-ARQUIVO                                  SECTION.    00004450
                                                                        00004460
             MOVE WRK-NOME-ARQ(WRK-IND-AR)     TO WRK-LP-ARQ.           00004470
             MOVE WRK-PV-LIDOS(WRK-IND-AR)     TO WRK-LP-LIDOS.         00004480
             MOVE WRK-PV-GRAVADOS(WRK-IND-AR)  TO WRK-LP-GRAVADOS.      00004490
             MOVE WRK-PV-TROCADOS(WRK-IND-AR)  TO WRK-LP-TROCADOS.      00004500
             MOVE WRK-PV-DESTINOS(WRK-IND-AR)  TO WRK-LP-DESTINOS.      00004510
             MOVE WRK-PV-VAL-ENT(WRK-IND-AR)   TO WRK-LP-VAL-ENT.       00004520
             MOVE WRK-PV-VAL-SAI(WRK-IND-AR)   TO WRK-LP-VAL-SAI.       00004530
                                                                        00004540
             IF WRK-PV-LIDOS(WRK-IND-AR)                                00004550
                   NOT EQUAL WRK-PV-GRAVADOS(WRK-IND-AR)                00004560
                OR WRK-PV-VAL-ENT(WRK-IND-AR)                           00004570
                   NOT EQUAL WRK-PV-VAL-SAI(WRK-IND-AR)                 00004580
                MOVE 'DIVERGE ' TO WRK-LP-VEREDITO                      00004590
                MOVE 'S'        TO WRK-DIVERGE                          00004600
             ELSE                                                       00004610
                MOVE 'CONFERE ' TO WRK-LP-VEREDITO                      00004620
             END-IF.                                                    00004630
                                                                        00004640
             WRITE FD-RELMIG2 FROM WRK-LINHA-PROVA.                     00004650
                                                                        00004660
       3100-99-FIM.                                            EXIT.    00004670
      *=============================================================*   00004680
                                                                        00004690
      *=============================================================*   00004700
       9000-TRATARERROS                                     SECTION.    00004710
                                                                        00004720
             MOVE 'E' TO WRK-SEVERIDADE.                                00004730
             CALL 'GRAVALOG' USING WRK-DADOS.                           00004740
             STOP RUN.                                                  00004750
                                                                        00004760
       9000-99-FIM.                                            EXIT.    00004770
      *=============================================================*   00004780
