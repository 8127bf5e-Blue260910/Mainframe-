      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21COR1.                                            00000050
                                                                        00000060
      *=============================================================*   00000070
      *   AUTOR....:VICTOR ARANDA                                       00000080
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000090
      *   DATA ....:15/10/2026                                          00000100
      *-------------------------------------------------------------*   00000110
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000120
      *  1.0   15/10/26   VICTOR ARANDA       VERSAO INICIAL            00000130
      *-------------------------------------------------------------*   00000140
      *   OBJETIVO: CORRESPONDENCIA DEVOLVIDA PELO CORREIO - ROTINA     00000150
      *      DIARIA. LE OS AVISOS DE DEVOLUCAO ENVIADOS PELA GRAFICA    00000160
      *      (CORDEV: CONTA, TIPO DO DOCUMENTO, MOTIVO E DATA DA        00000170
      *      DEVOLUCAO), CRITICA CADA AVISO E MARCA O ENDERECO DO       00000180
      *      CADASTRO COMPLEMENTAR COMO INVALIDO (CAD-END-INVALIDO      00000190
      *      'S', COM A DATA E O MOTIVO DA DEVOLUCAO MAIS RECENTE).     00000200
      *      COM A MARCA, O FR21SPT1 RETEM O EXTRATO IMPRESSO E O       00000210
      *      FR21CBR1, O FR21KYC1 E O FR21UNC1 RETEM AS CARTAS ATE O    00000220
      *      FR21CAD1 REGISTRAR A ALTERACAO DO ENDERECO.                00000230
      *      CADA AVISO ACEITO VAI PARA O HISTORICO CORHIS (BASE DA     00000240
      *      ESTATISTICA MENSAL DO FR21COR2). CRITICA NO RELCOR1.       00000250
      *      NO FIM, PERCORRE O CADCLI E EMITE NO LISCOR A LISTA DE     00000260
      *      CONTATO POR AGENCIA COM TODOS OS CLIENTES AINDA COM O      00000270
      *      ENDERECO MARCADO: NOME, TELEFONE, ENDERECO ATUAL, DATA     00000280
      *      E MOTIVO DA DEVOLUCAO E DIAS EM ABERTO.                    00000290
      *-------------------------------------------------------------*   00000300
      *   ARQUIVOS.....:                                                00000310
      *                                                                 00000320
      *   NAME                I/O                                       00000330
      *   CORDEV               I   (AVISOS DE DEVOLUCAO DO DIA)         00000340
      *   CADCLI              I-O  (KSDS - CADBOOK)                     00000350
      *   CLIENTES             I   (KSDS - CLIBOOK, SO O NOME)          00000360
      *   CORHIS               O   (HISTORICO - CORBOOK, EXTEND)        00000370
      *   RELCOR1              O   (CRITICA)                            00000380
      *   LISCOR               O   (LISTA DE CONTATO POR AGENCIA)       00000390
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
           SELECT CORDEV   ASSIGN TO CORDEV                             00000570
               FILE STATUS  IS WRK-FS-CORDEV.                           00000580
                                                                        00000590
           SELECT CADCLI   ASSIGN TO CADCLI                             00000600
               ORGANIZATION  IS INDEXED                                 00000610
               ACCESS MODE   IS DYNAMIC                                 00000620
               RECORD KEY    IS CAD-CHAVE                               00000630
               FILE STATUS   IS WRK-FS-CADCLI.                          00000640
                                                                        00000650
           SELECT CLIENTES ASSIGN TO CLIENTES                           00000660
               ORGANIZATION  IS INDEXED                                 00000670
               ACCESS MODE   IS RANDOM                                  00000680
               RECORD KEY    IS CLI-CHAVE                               00000690
               FILE STATUS   IS WRK-FS-CLIENTES.                        00000700
                                                                        00000710
           SELECT CORHIS   ASSIGN TO CORHIS                             00000720
               FILE STATUS  IS WRK-FS-CORHIS.                           00000730
                                                                        00000740
           SELECT RELCOR1  ASSIGN TO RELCOR1                            00000750
               FILE STATUS  IS WRK-FS-RELCOR1.                          00000760
                                                                        00000770
           SELECT LISCOR   ASSIGN TO LISCOR                             00000780
               FILE STATUS  IS WRK-FS-LISCOR.                           00000790
                                                                        00000800
      *=============================================================*   00000810
       DATA                                                DIVISION.    00000820
      *=============================================================*   00000830
       FILE                                                 SECTION.    00000840
      *=============================================================*   00000850
                                                                        00000860
      *-------------------------------------------------------------*   00000870
      *       AVISOS DE DEVOLUCAO DA GRAFICA   LRECL = 40           *   00000880
      *       TIPO: EX/CB/KY/DR/OU - MOTIVO 01 A 09 (CORBOOK)       *   00000890
      *-------------------------------------------------------------*   00000900
       FD CORDEV                                                        00000910
           RECORDING  MODE IS F                                         00000920
           BLOCK CONTAINS 0 RECORDS.                                    00000930
                                                                        00000940
       01 FD-CORDEV.                                                    00000950
          05 FD-CD-CHAVE      PIC X(08).                                00000960
          05 FD-CD-TIPO-DOC   PIC X(02).                                00000970
          05 FD-CD-MOTIVO     PIC X(02).                                00000980
          05 FD-CD-DATA-DEVOL PIC X(08).                                00000990
          05 FD-CD-DATA-R REDEFINES FD-CD-DATA-DEVOL.                   00001000
             10 FD-CD-ANO     PIC 9(04).                                00001010
             10 FD-CD-MES     PIC 9(02).                                00001020
             10 FD-CD-DIA     PIC 9(02).                                00001030
          05 FILLER           PIC X(20).                                00001040
                                                                        00001050
      *-------------------------------------------------------------*   00001060
      *       CADASTRO COMPLEMENTAR (KSDS)   LRECL = 132            *   00001070
      *-------------------------------------------------------------*   00001080
       FD CADCLI.                                                       00001090
                                                                        00001100
       COPY 'CADBOOK'.                                                  00001110
                                                                        00001120
      *-------------------------------------------------------------*   00001130
      *       ARQUIVO CLIENTES (KSDS)   LRECL = 73                  *   00001140
      *-------------------------------------------------------------*   00001150
       FD CLIENTES.                                                     00001160
                                                                        00001170
       COPY 'CLIBOOK'.                                                  00001180
                                                                        00001190
      *-------------------------------------------------------------*   00001200
      *       HISTORICO DE DEVOLUCOES   LRECL = 40                  *   00001210
      *-------------------------------------------------------------*   00001220
       FD CORHIS                                                        00001230
           RECORDING  MODE IS F                                         00001240
           BLOCK CONTAINS 0 RECORDS.                                    00001250
                                                                        00001260
       COPY 'CORBOOK'.                                                  00001270
                                                                        00001280
      *-------------------------------------------------------------*   00001290
      *       ARQUIVO DE SAIDA   RELCOR1  LRECL = 80                *   00001300
      *-------------------------------------------------------------*   00001310
       FD RELCOR1                                                       00001320
           RECORDING  MODE IS F                                         00001330
           BLOCK CONTAINS 0 RECORDS.                                    00001340
                                                                        00001350
       01 FD-RELCOR1    PIC X(80).                                      00001360
                                                                        00001370
      *-------------------------------------------------------------*   00001380
      *       ARQUIVO DE SAIDA   LISCOR   LRECL = 80                *   00001390
      *-------------------------------------------------------------*   00001400
       FD LISCOR                                                        00001410
           RECORDING  MODE IS F                                         00001420
           BLOCK CONTAINS 0 RECORDS.                                    00001430
                                                                        00001440
       01 FD-LISCOR     PIC X(80).                                      00001450
                                                                        00001460
      *-------------------------------------------------------------*   00001470
       WORKING-STORAGE                                      SECTION.    00001480
      *-------------------------------------------------------------*   00001490
                                                                        00001500
      *------------------LOG-DE-ERROS-------------------------------*   00001510
                                                                        00001520
       01 WRK-DADOS.                                                    00001530
           05 WRK-PROGRAMA  PIC X(08).                                  00001540
           05 WRK-SECAO     PIC X(04).                                  00001550
           05 WRK-MENSAGEM  PIC X(30).                                  00001560
           05 WRK-STATUS    PIC X(02).                                  00001570
           05 WRK-SEVERIDADE PIC X(01).                                 00001580
           05 FILLER        PIC X(22).                                  00001590
                                                                        00001600
      *--------------------LOGICA-----------------------------------*   00001610
                                                                        00001620
       77 WRK-LIDOS           PIC 9(05) VALUE 0.                        00001630
                                                                        00001640
       77 WRK-MARCADOS        PIC 9(05) VALUE 0.                        00001650
                                                                        00001660
       77 WRK-REINCIDENTES    PIC 9(05) VALUE 0.                        00001670
                                                                        00001680
       77 WRK-REJEITADOS      PIC 9(05) VALUE 0.                        00001690
                                                                        00001700
       77 WRK-MOTIVO          PIC X(25).                                00001710
                                                                        00001720
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00001730
                                                                        00001740
       77 WRK-MSG-FINAL       PIC X(17) VALUE 'FINAL DE PROGRAMA'.      00001750
                                                                        00001760
       77 WRK-HOJE            PIC 9(08) VALUE 0.                        00001770
                                                                        00001780
       77 WRK-HOJE-INT        PIC 9(08) VALUE 0.                        00001790
                                                                        00001800
       77 WRK-DEVOL-INT       PIC 9(08) VALUE 0.                        00001810
                                                                        00001820
       77 WRK-DIAS            PIC 9(05) VALUE 0.                        00001830
                                                                        00001840
       77 WRK-MOTIVO-NUM      PIC 9(02) VALUE 0.                        00001850
                                                                        00001860
       77 WRK-AGENCIA-ATU     PIC X(04) VALUE SPACES.                   00001870
                                                                        00001880
       77 WRK-AG-PENDENTES    PIC 9(07) VALUE 0.                        00001890
                                                                        00001900
       77 WRK-TG-PENDENTES    PIC 9(07) VALUE 0.                        00001910
                                                                        00001920
           COPY 'LNKDPRC'.                                              00001930
                                                                        00001940
      *--------------------STATUS-----------------------------------*   00001950
                                                                        00001960
       77 WRK-FS-CORDEV   PIC 9(02).                                    00001970
                                                                        00001980
       77 WRK-FS-CADCLI   PIC 9(02).                                    00001990
                                                                        00002000
       77 WRK-FS-CLIENTES PIC 9(02).                                    00002010
                                                                        00002020
       77 WRK-FS-CORHIS   PIC 9(02).                                    00002030
                                                                        00002040
       77 WRK-FS-RELCOR1  PIC 9(02).                                    00002050
                                                                        00002060
       77 WRK-FS-LISCOR   PIC 9(02).                                    00002070
                                                                        00002080
      *--------------------LINHAS DA CRITICA------------------------*   00002090
                                                                        00002100
       01 WRK-CABEC1.                                                   00002110
          05 FILLER   PIC X(44) VALUE                                   00002120
             'CORRESPONDENCIA DEVOLVIDA - AVISOS DO DIA'.               00002130
          05 FILLER   PIC X(06) VALUE 'DATA: '.                         00002140
          05 WRK-C1-DATA     PIC 9(08).                                 00002150
          05 FILLER   PIC X(22) VALUE SPACES.                           00002160
                                                                        00002170
       01 WRK-CABEC2.                                                   00002180
          05 FILLER   PIC X(10) VALUE 'CONTA'.                          00002190
          05 FILLER   PIC X(04) VALUE 'TP'.                             00002200
          05 FILLER   PIC X(04) VALUE 'MT'.                             00002210
          05 FILLER   PIC X(10) VALUE 'DEVOLUCAO'.                      00002220
          05 FILLER   PIC X(12) VALUE 'SITUACAO'.                       00002230
          05 FILLER   PIC X(40) VALUE 'CRITICA'.                        00002240
                                                                        00002250
       01 WRK-DETALHE.                                                  00002260
          05 WRK-D-CHAVE     PIC X(08).                                 00002270
          05 FILLER          PIC X(02) VALUE SPACES.                    00002280
          05 WRK-D-TIPO-DOC  PIC X(02).                                 00002290
          05 FILLER          PIC X(02) VALUE SPACES.                    00002300
          05 WRK-D-MOTIVO    PIC X(02).                                 00002310
          05 FILLER          PIC X(02) VALUE SPACES.                    00002320
          05 WRK-D-DEVOL     PIC X(08).                                 00002330
          05 FILLER          PIC X(02) VALUE SPACES.                    00002340
          05 WRK-D-SITUACAO  PIC X(10).                                 00002350
          05 FILLER          PIC X(02) VALUE SPACES.                    00002360
          05 WRK-D-CRITICA   PIC X(25).                                 00002370
          05 FILLER          PIC X(15) VALUE SPACES.                    00002380
                                                                        00002390
      *--------------------LINHAS DA LISTA DE CONTATO---------------*   00002400
                                                                        00002410
       01 WRK-LIS-CABEC1.                                               00002420
          05 FILLER   PIC X(44) VALUE                                   00002430
             'CONTATO COM O CLIENTE - ENDERECO DEVOLVIDO'.              00002440
          05 FILLER   PIC X(06) VALUE 'DATA: '.                         00002450
          05 WRK-L1-DATA     PIC 9(08).                                 00002460
          05 FILLER   PIC X(22) VALUE SPACES.                           00002470
                                                                        00002480
       01 WRK-LIS-AGENCIA.                                              00002490
          05 FILLER   PIC X(09) VALUE 'AGENCIA: '.                      00002500
          05 WRK-LA-AGENCIA  PIC X(04).                                 00002510
          05 FILLER   PIC X(67) VALUE SPACES.                           00002520
                                                                        00002530
       01 WRK-LIS-CABEC2.                                               00002540
          05 FILLER   PIC X(06) VALUE 'CONTA'.                          00002550
          05 FILLER   PIC X(31) VALUE 'NOME'.                           00002560
          05 FILLER   PIC X(12) VALUE 'TELEFONE'.                       00002570
          05 FILLER   PIC X(09) VALUE 'DEVOLUC.'.                       00002580
          05 FILLER   PIC X(03) VALUE 'MT'.                             00002590
          05 FILLER   PIC X(19) VALUE ' DIAS'.                          00002600
                                                                        00002610
       01 WRK-LIS-DETALHE.                                              00002620
          05 WRK-LD-CONTA    PIC X(04).                                 00002630
          05 FILLER          PIC X(02) VALUE SPACES.                    00002640
          05 WRK-LD-NOME     PIC X(30).                                 00002650
          05 FILLER          PIC X(01) VALUE SPACE.                     00002660
          05 WRK-LD-TELEFONE PIC X(11).                                 00002670
          05 FILLER          PIC X(01) VALUE SPACE.                     00002680
          05 WRK-LD-DEVOL    PIC 9(08).                                 00002690
          05 FILLER          PIC X(01) VALUE SPACE.                     00002700
          05 WRK-LD-MOTIVO   PIC 9(02).                                 00002710
          05 FILLER          PIC X(01) VALUE SPACE.                     00002720
          05 WRK-LD-DIAS     PIC ZZZZ9.                                 00002730
          05 FILLER          PIC X(14) VALUE SPACES.                    00002740
                                                                        00002750
       01 WRK-LIS-ENDERECO.                                             00002760
          05 FILLER          PIC X(06) VALUE SPACES.                    00002770
          05 WRK-LE-ENDERECO PIC X(30).                                 00002780
          05 FILLER          PIC X(01) VALUE SPACE.                     00002790
          05 WRK-LE-CIDADE   PIC X(20).                                 00002800
          05 FILLER          PIC X(01) VALUE SPACE.                     00002810
          05 WRK-LE-UF       PIC X(02).                                 00002820
          05 FILLER          PIC X(01) VALUE SPACE.                     00002830
          05 WRK-LE-CEP      PIC X(08).                                 00002840
          05 FILLER          PIC X(11) VALUE SPACES.                    00002850
                                                                        00002860
       01 WRK-LIS-TOTAL.                                                00002870
          05 WRK-LT-TEXTO    PIC X(23).                                 00002880
          05 WRK-LT-QTD      PIC ZZZ.ZZ9.                               00002890
          05 FILLER          PIC X(50) VALUE SPACES.                    00002900
                                                                        00002910
      *=============================================================*   00002920
       PROCEDURE DIVISION.                                              00002930
      *=============================================================*   00002940
                                                                        00002950
      *=============================================================*   00002960
       0000-PRINCIPAL                                       SECTION.    00002970
                                                                        00002980
            PERFORM 1000-INICIAR.                                       00002990
            PERFORM 2000-PROCESSAR UNTIL WRK-FS-CORDEV EQUAL 10.        00003000
            PERFORM 4000-LISTAR-CONTATO.                                00003010
            PERFORM 3000-FINALIZAR.                                     00003020
                                                                        00003030
       0000-99-FIM.                                            EXIT.    00003040
      *=============================================================*   00003050
                                                                        00003060
      *=============================================================*   00003070
       1000-INICIAR                                         SECTION.    00003080
                                                                        00003090
            OPEN INPUT  CORDEV.                                         00003100
            OPEN I-O    CADCLI.                                         00003110
            OPEN INPUT  CLIENTES.                                       00003120
            OPEN EXTEND CORHIS.                                         00003130
            OPEN OUTPUT RELCOR1.                                        00003140
            OPEN OUTPUT LISCOR.                                         00003150
                                                                        00003160
            IF WRK-FS-CORDEV NOT EQUAL ZEROS                            00003170
               MOVE 'FR21COR1'                  TO WRK-PROGRAMA         00003180
               MOVE '1000'                      TO WRK-SECAO            00003190
               MOVE 'ERRO OPEN CORDEV         ' TO WRK-MENSAGEM         00003200
               MOVE WRK-FS-CORDEV               TO WRK-STATUS           00003210
               PERFORM 9000-TRATARERROS                                 00003220
            END-IF.                                                     00003230
                                                                        00003240
            IF WRK-FS-CADCLI NOT EQUAL ZEROS                            00003250
               MOVE 'FR21COR1'                  TO WRK-PROGRAMA         00003260
               MOVE '1000'                      TO WRK-SECAO            00003270
               MOVE 'ERRO OPEN CADCLI         ' TO WRK-MENSAGEM         00003280
               MOVE WRK-FS-CADCLI               TO WRK-STATUS           00003290
               PERFORM 9000-TRATARERROS                                 00003300
            END-IF.                                                     00003310
                                                                        00003320
            IF WRK-FS-CLIENTES NOT EQUAL ZEROS                          00003330
               MOVE 'FR21COR1'                  TO WRK-PROGRAMA         00003340
               MOVE '1000'                      TO WRK-SECAO            00003350
               MOVE 'ERRO OPEN CLIENTES       ' TO WRK-MENSAGEM         00003360
               MOVE WRK-FS-CLIENTES             TO WRK-STATUS           00003370
               PERFORM 9000-TRATARERROS                                 00003380
            END-IF.                                                     00003390
                                                                        00003400
            IF WRK-FS-CORHIS NOT EQUAL ZEROS                            00003410
               MOVE 'FR21COR1'                  TO WRK-PROGRAMA         00003420
               MOVE '1000'                      TO WRK-SECAO            00003430
               MOVE 'ERRO OPEN CORHIS         ' TO WRK-MENSAGEM         00003440
               MOVE WRK-FS-CORHIS               TO WRK-STATUS           00003450
               PERFORM 9000-TRATARERROS                                 00003460
            END-IF.                                                     00003470
                                                                        00003480
            MOVE 'FR21COR1' TO LNK-DP-PROGRAMA.                         00003490
            MOVE ZEROS      TO LNK-DP-DIAS-TOL.                         00003500
            CALL 'FR21DTA1' USING LNK-DPRC.                             00003510
            MOVE LNK-DP-DATA TO WRK-HOJE.                               00003520
            COMPUTE WRK-HOJE-INT =                                      00003530
               FUNCTION INTEGER-OF-DATE(WRK-HOJE).                      00003540
                                                                        00003550
            MOVE WRK-HOJE TO WRK-C1-DATA WRK-L1-DATA.                   00003560
            WRITE FD-RELCOR1 FROM WRK-CABEC1.                           00003570
            WRITE FD-RELCOR1 FROM WRK-LINHA-VAZIA.                      00003580
            WRITE FD-RELCOR1 FROM WRK-CABEC2.                           00003590
                                                                        00003600
            READ CORDEV.                                                00003610
                                                                        00003620
       1000-99-FIM.                                            EXIT.    00003630
      *=============================================================*   00003640
                                                                        00003650
      *=============================================================*   00003660
       2000-PROCESSAR                                       SECTION.    00003670
                                                                        00003680
           ADD 1 TO WRK-LIDOS.                                          00003690
           MOVE SPACES TO WRK-MOTIVO.                                   00003700
                                                                        00003710
      *                 TIPO DO DOCUMENTO DEVOLVIDO                     00003720
                                                                        00003730
           IF FD-CD-TIPO-DOC NOT EQUAL 'EX' AND 'CB' AND 'KY'           00003740
                                   AND 'DR' AND 'OU'                    00003750
              MOVE 'TIPO DE DOCUMENTO INVAL.' TO WRK-MOTIVO             00003760
              PERFORM 2700-RECUSAR                                      00003770
              GO TO 2000-50-LER                                         00003780
           END-IF.                                                      00003790
                                                                        00003800
      *                 MOTIVO DA DEVOLUCAO: 01 A 09                    00003810
                                                                        00003820
           IF FD-CD-MOTIVO IS NOT NUMERIC                               00003830
              MOVE 'MOTIVO DE DEVOL. INVALIDO' TO WRK-MOTIVO            00003840
              PERFORM 2700-RECUSAR                                      00003850
              GO TO 2000-50-LER                                         00003860
           END-IF.                                                      00003870
                                                                        00003880
           MOVE FD-CD-MOTIVO TO WRK-MOTIVO-NUM.                         00003890
                                                                        00003900
           IF WRK-MOTIVO-NUM LESS 1 OR WRK-MOTIVO-NUM GREATER 9         00003910
              MOVE 'MOTIVO DE DEVOL. INVALIDO' TO WRK-MOTIVO            00003920
              PERFORM 2700-RECUSAR                                      00003930
              GO TO 2000-50-LER                                         00003940
           END-IF.                                                      00003950
                                                                        00003960
      *                 DATA DA DEVOLUCAO: AAAAMMDD VALIDA E NAO        00003970
      *                 POSTERIOR A DATA DE NEGOCIO                     00003980
                                                                        00003990
           IF FD-CD-DATA-DEVOL IS NOT NUMERIC                           00004000
              OR FD-CD-MES LESS 1 OR FD-CD-MES GREATER 12               00004010
              OR FD-CD-DIA LESS 1 OR FD-CD-DIA GREATER 31               00004020
              MOVE 'DATA DE DEVOL. INVALIDA ' TO WRK-MOTIVO             00004030
              PERFORM 2700-RECUSAR                                      00004040
              GO TO 2000-50-LER                                         00004050
           END-IF.                                                      00004060
                                                                        00004070
           IF FD-CD-DATA-DEVOL GREATER WRK-HOJE                         00004080
              MOVE 'DATA DE DEVOL. FUTURA   ' TO WRK-MOTIVO             00004090
              PERFORM 2700-RECUSAR                                      00004100
              GO TO 2000-50-LER                                         00004110
           END-IF.                                                      00004120
                                                                        00004130
      *                 CONTA COM CADASTRO COMPLEMENTAR (ENDERECO)      00004140
                                                                        00004150
           MOVE FD-CD-CHAVE TO CAD-CHAVE.                               00004160
           READ CADCLI.                                                 00004170
                                                                        00004180
           IF WRK-FS-CADCLI NOT EQUAL ZEROS                             00004190
              MOVE 'CONTA SEM CADASTRO COMPL.' TO WRK-MOTIVO            00004200
              PERFORM 2700-RECUSAR                                      00004210
              GO TO 2000-50-LER                                         00004220
           END-IF.                                                      00004230
                                                                        00004240
           PERFORM 2100-MARCAR-ENDERECO.                                00004250
                                                                        00004260
       2000-50-LER.                                                     00004270
                                                                        00004280
           READ CORDEV.                                                 00004290
                                                                        00004300
       2000-99-FIM.                                            EXIT.    00004310
      *=============================================================*   00004320
                                                                        00004330
      *=============================================================*   00004340
       2100-MARCAR-ENDERECO                                 SECTION.    00004350
                                                                        00004360
      *          ENDERECO JA MARCADO: FICA A DEVOLUCAO MAIS RECENTE     00004370
                                                                        00004380
           MOVE SPACE TO COR-REINCIDENTE.                               00004390
                                                                        00004400
           IF CAD-END-INVALIDO EQUAL 'S'                                00004410
              MOVE 'S' TO COR-REINCIDENTE                               00004420
              IF CAD-DATA-DEVOL IS NUMERIC                              00004430
                 AND CAD-DATA-DEVOL GREATER FD-CD-DATA-DEVOL            00004440
                 GO TO 2100-50-HISTORICO                                00004450
              END-IF                                                    00004460
           END-IF.                                                      00004470
                                                                        00004480
           MOVE 'S'              TO CAD-END-INVALIDO.                   00004490
           MOVE FD-CD-DATA-DEVOL TO CAD-DATA-DEVOL.                     00004500
           MOVE WRK-MOTIVO-NUM   TO CAD-MOTIVO-DEVOL.                   00004510
           REWRITE REG-CADCLI.                                          00004520
                                                                        00004530
           IF WRK-FS-CADCLI NOT EQUAL ZEROS                             00004540
              MOVE 'FR21COR1'                  TO WRK-PROGRAMA          00004550
              MOVE '2100'                      TO WRK-SECAO             00004560
              MOVE 'ERRO REWRITE CADCLI      ' TO WRK-MENSAGEM          00004570
              MOVE WRK-FS-CADCLI               TO WRK-STATUS            00004580
              PERFORM 9000-TRATARERROS                                  00004590
           END-IF.                                                      00004600
                                                                        00004610
       2100-50-HISTORICO.                                               00004620
                                                                        00004630
           MOVE FD-CD-CHAVE      TO COR-CHAVE.                          00004640
           MOVE FD-CD-TIPO-DOC   TO COR-TIPO-DOC.                       00004650
           MOVE WRK-MOTIVO-NUM   TO COR-MOTIVO.                         00004660
           MOVE FD-CD-DATA-DEVOL TO COR-DATA-DEVOL.                     00004670
           MOVE WRK-HOJE         TO COR-DATA-PROC.                      00004680
           WRITE REG-CORHIS.                                            00004690
                                                                        00004700
           IF WRK-FS-CORHIS NOT EQUAL ZEROS                             00004710
              MOVE 'FR21COR1'                  TO WRK-PROGRAMA          00004720
              MOVE '2100'                      TO WRK-SECAO             00004730
              MOVE 'ERRO WRITE CORHIS        ' TO WRK-MENSAGEM          00004740
              MOVE WRK-FS-CORHIS               TO WRK-STATUS            00004750
              PERFORM 9000-TRATARERROS                                  00004760
           END-IF.                                                      00004770
                                                                        00004780
           IF COR-REINCIDENTE EQUAL 'S'                                 00004790
              ADD 1 TO WRK-REINCIDENTES                                 00004800
              MOVE 'JA MARCADO' TO WRK-D-SITUACAO                       00004810
           ELSE                                                         00004820
              ADD 1 TO WRK-MARCADOS                                     00004830
              MOVE 'MARCADO   ' TO WRK-D-SITUACAO                       00004840
           END-IF.                                                      00004850
                                                                        00004860
           PERFORM 2800-GRAVAR-DETALHE.                                 00004870
                                                                        00004880
       2100-99-FIM.                                            EXIT.    00004890
      *=============================================================*   00004900
                                                                        00004910
      *=============================================================*   00004920
       2700-RECUSAR                                         SECTION.    00004930
                                                                        00004940
           ADD 1 TO WRK-REJEITADOS.                                     00004950
           MOVE 'REJEITADO ' TO WRK-D-SITUACAO.                         00004960
           PERFORM 2800-GRAVAR-DETALHE.                                 00004970
                                                                        00004980
       2700-99-FIM.                                            EXIT.    00004990
      *=============================================================*   00005000
                                                                        00005010
      *=============================================================*   00005020
       2800-GRAVAR-DETALHE                                  SECTION.    00005030
                                                                        00005040
           MOVE FD-CD-CHAVE      TO WRK-D-CHAVE.                        00005050
           MOVE FD-CD-TIPO-DOC   TO WRK-D-TIPO-DOC.                     00005060
           MOVE FD-CD-MOTIVO     TO WRK-D-MOTIVO.                       00005070
           MOVE FD-CD-DATA-DEVOL TO WRK-D-DEVOL.                        00005080
           MOVE WRK-MOTIVO       TO WRK-D-CRITICA.                      00005090
           WRITE FD-RELCOR1 FROM WRK-DETALHE.                           00005100
                                                                        00005110
       2800-99-FIM.                                            EXIT.    00005120
      *=============================================================*   00005130
                                                                        00005140
      *=============================================================*   00005150
       3000-FINALIZAR                                       SECTION.    00005160
                                                                        00005170
             DISPLAY 'AVISOS LIDOS..........' WRK-LIDOS.                00005180
             DISPLAY 'ENDERECOS MARCADOS....' WRK-MARCADOS.             00005190
             DISPLAY 'JA MARCADOS...........' WRK-REINCIDENTES.         00005200
             DISPLAY 'REJEITADOS............' WRK-REJEITADOS.           00005210
             DISPLAY 'PENDENTES DE CONTATO..' WRK-TG-PENDENTES.         00005220
             DISPLAY WRK-MSG-FINAL.                                     00005230
                                                                        00005240
             CLOSE CORDEV CADCLI CLIENTES.                              00005250
             CLOSE CORHIS RELCOR1 LISCOR.                               00005260
             STOP RUN.                                                  00005270
                                                                        00005280
       3000-99-FIM.                                            EXIT.    00005290
      *=============================================================*   00005300
                                                                        00005310
      *=============================================================*   00005320
       4000-LISTAR-CONTATO                                  SECTION.    00005330
                                                                        00005340
      *          LISTA DE CONTATO: TODO O CADCLI EM ORDEM DE CHAVE      00005350
      *          (AGENCIA + CONTA), SO OS ENDERECOS AINDA MARCADOS      00005360
                                                                        00005370
           WRITE FD-LISCOR FROM WRK-LIS-CABEC1.                         00005380
                                                                        00005390
           MOVE LOW-VALUES TO CAD-CHAVE.                                00005400
           START CADCLI KEY NOT LESS CAD-CHAVE.                         00005410
                                                                        00005420
           IF WRK-FS-CADCLI NOT EQUAL ZEROS                             00005430
              GO TO 4000-50-TOTAL                                       00005440
           END-IF.                                                      00005450
                                                                        00005460
           READ CADCLI NEXT.                                            00005470
                                                                        00005480
           PERFORM 4100-TRATAR-CADASTRO UNTIL WRK-FS-CADCLI EQUAL 10.   00005490
                                                                        00005500
           PERFORM 4900-FECHAR-AGENCIA.                                 00005510
                                                                        00005520
       4000-50-TOTAL.                                                   00005530
                                                                        00005540
           WRITE FD-LISCOR FROM WRK-LINHA-VAZIA.                        00005550
           MOVE 'TOTAL GERAL..........:' TO WRK-LT-TEXTO.               00005560
           MOVE WRK-TG-PENDENTES         TO WRK-LT-QTD.                 00005570
           WRITE FD-LISCOR FROM WRK-LIS-TOTAL.                          00005580
                                                                        00005590
       4000-99-FIM.                                            EXIT.    00005600
      *=============================================================*   00005610
                                                                        00005620
      *=============================================================*   00005630
       4100-TRATAR-CADASTRO                                 SECTION.    00005640
                                                                        00005650
           IF WRK-FS-CADCLI NOT EQUAL ZEROS                             00005660
              MOVE 'FR21COR1'                  TO WRK-PROGRAMA          00005670
              MOVE '4100'                      TO WRK-SECAO             00005680
              MOVE 'ERRO READ NEXT CADCLI    ' TO WRK-MENSAGEM          00005690
              MOVE WRK-FS-CADCLI               TO WRK-STATUS            00005700
              PERFORM 9000-TRATARERROS                                  00005710
           END-IF.                                                      00005720
                                                                        00005730
           IF CAD-END-INVALIDO NOT EQUAL 'S'                            00005740
              GO TO 4100-50-PROXIMO                                     00005750
           END-IF.                                                      00005760
                                                                        00005770
      *          QUEBRA DE AGENCIA: TOTAL DA ANTERIOR E CABECALHO       00005780
                                                                        00005790
           IF CAD-AGENCIA NOT EQUAL WRK-AGENCIA-ATU                     00005800
              PERFORM 4900-FECHAR-AGENCIA                               00005810
              MOVE CAD-AGENCIA TO WRK-AGENCIA-ATU                       00005820
              MOVE CAD-AGENCIA TO WRK-LA-AGENCIA                        00005830
              WRITE FD-LISCOR FROM WRK-LINHA-VAZIA                      00005840
              WRITE FD-LISCOR FROM WRK-LIS-AGENCIA                      00005850
              WRITE FD-LISCOR FROM WRK-LIS-CABEC2                       00005860
           END-IF.                                                      00005870
                                                                        00005880
           MOVE CAD-CHAVE TO CLI-CHAVE.                                 00005890
           READ CLIENTES.                                               00005900
                                                                        00005910
           IF WRK-FS-CLIENTES EQUAL ZEROS                               00005920
              MOVE CLI-NOME TO WRK-LD-NOME                              00005930
           ELSE                                                         00005940
              MOVE SPACES   TO WRK-LD-NOME                              00005950
           END-IF.                                                      00005960
                                                                        00005970
      *          DIAS DESDE A DEVOLUCAO                                 00005980
                                                                        00005990
           MOVE ZEROS TO WRK-DIAS.                                      00006000
                                                                        00006010
           IF CAD-DATA-DEVOL IS NUMERIC                                 00006020
              AND CAD-DATA-DEVOL NOT EQUAL ZEROS                        00006030
              AND CAD-DATA-DEVOL NOT GREATER WRK-HOJE                   00006040
              COMPUTE WRK-DEVOL-INT =                                   00006050
                 FUNCTION INTEGER-OF-DATE(CAD-DATA-DEVOL)               00006060
              COMPUTE WRK-DIAS = WRK-HOJE-INT - WRK-DEVOL-INT           00006070
           END-IF.                                                      00006080
                                                                        00006090
           MOVE CAD-CONTA        TO WRK-LD-CONTA.                       00006100
           MOVE CAD-TELEFONE     TO WRK-LD-TELEFONE.                    00006110
           MOVE CAD-DATA-DEVOL   TO WRK-LD-DEVOL.                       00006120
           MOVE CAD-MOTIVO-DEVOL TO WRK-LD-MOTIVO.                      00006130
           MOVE WRK-DIAS         TO WRK-LD-DIAS.                        00006140
           WRITE FD-LISCOR FROM WRK-LIS-DETALHE.                        00006150
                                                                        00006160
           MOVE CAD-ENDERECO     TO WRK-LE-ENDERECO.                    00006170
           MOVE CAD-CIDADE       TO WRK-LE-CIDADE.                      00006180
           MOVE CAD-UF           TO WRK-LE-UF.                          00006190
           MOVE CAD-CEP          TO WRK-LE-CEP.                         00006200
           WRITE FD-LISCOR FROM WRK-LIS-ENDERECO.                       00006210
                                                                        00006220
           ADD 1 TO WRK-AG-PENDENTES.                                   00006230
                                                                        00006240
       4100-50-PROXIMO.                                                 00006250
                                                                        00006260
           READ CADCLI NEXT.                                            00006270
                                                                        00006280
       4100-99-FIM.                                            EXIT.    00006290
      *=============================================================*   00006300
                                                                        00006310
      *=============================================================*   00006320
       4900-FECHAR-AGENCIA                                  SECTION.    00006330
                                                                        00006340
           IF WRK-AG-PENDENTES EQUAL ZEROS                              00006350
              GO TO 4900-99-FIM                                         00006360
           END-IF.                                                      00006370
                                                                        00006380
           MOVE 'TOTAL DA AGENCIA.....:' TO WRK-LT-TEXTO.               00006390
           MOVE WRK-AG-PENDENTES         TO WRK-LT-QTD.                 00006400
           WRITE FD-LISCOR FROM WRK-LIS-TOTAL.                          00006410
                                                                        00006420
           ADD WRK-AG-PENDENTES TO WRK-TG-PENDENTES.                    00006430
           MOVE ZEROS TO WRK-AG-PENDENTES.                              00006440
                                                                        00006450
       4900-99-FIM.                                            EXIT.    00006460
      *=============================================================*   00006470
                                                                        00006480
      *=============================================================*   00006490
       9000-TRATARERROS                                     SECTION.    00006500
                                                                        00006510
             MOVE 'E' TO WRK-SEVERIDADE.                                00006520
             CALL 'GRAVALOG' USING WRK-DADOS.                           00006530
             STOP RUN.                                                  00006540
                                                                        00006550
       9000-99-FIM.                                            EXIT.    00006560
      *=============================================================*   00006570
