      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21CBR1.                                            00000050
                                                                        00000060
      *=============================================================*   00000070
      *   AUTOR....:VICTOR ARANDA                                       00000080
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000090
      *   DATA ....:15/10/2026                                          00000100
      *-------------------------------------------------------------*   00000110
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000120
      *  1.0   15/10/26   VICTOR ARANDA       VERSAO INICIAL            00000130
      *  1.1   15/10/26   VICTOR ARANDA       CARTA RETIDA QUANDO O     0000013A
      *                   ENDERECO TEVE CORRESPONDENCIA DEVOLVIDA       0000013B
      *-------------------------------------------------------------*   00000140
      *   OBJETIVO: COBRANCA DAS CONTAS DEVEDORAS. PERCORRE O           00000150
      *      CLUSTER CLIENTES DEPOIS DO PASSO NOTURNO (FR21UNC1, QUE    00000160
      *      CARIMBA CLI-DATA-NEG) E ENVELHECE CADA CONTA DEVEDORA      00000170
      *      PELOS DIAS DESDE CLI-DATA-NEG:                             00000180
      *      - 15 DIAS: CARTA DE LEMBRETE (CARTCBR);                    00000190
      *      - 30 DIAS: NOTIFICACAO FORMAL (CARTCBR);                   00000200
      *      - 60 DIAS: BLOQUEIO DE DEBITOS - CLI-SITUACAO 'D' (O       00000210
      *        FR21EX04 RECUSA DEBITO E TRANSFERENCIA DE SAIDA, MAS     00000220
      *        SEGUE POSTANDO CREDITOS E ENCARGOS);                     00000230
      *      - 90 DIAS: INCLUSAO NO ARQUIVO DE NEGATIVACAO DO BUREAU    00000240
      *        DE CREDITO (NEGBUR), COM O DOCUMENTO DO CADCLI.          00000250
      *      CARTAS COM O ENDERECO DO CADASTRO COMPLEMENTAR (CADCLI).   00000260
      *      SO A CARTA DO MAIOR ESTAGIO NOVO E EMITIDA.                00000270
      *      ENDERECO MARCADO COMO INVALIDO PELA CORRESPONDENCIA        0000027A
      *      DEVOLVIDA (CAD-END-INVALIDO, FR21COR1): A CARTA NAO E      0000027B
      *      GRAVADA E O EVENTO SAI COMO RETIDO NO RELCBR; O ESTAGIO    0000027C
      *      DA COBRANCA AVANCA NORMALMENTE.                            0000027D
      *      A CONTA QUE DEIXA DE SER DEVEDORA SAI SOZINHA DA           00000280
      *      COBRANCA: A SITUACAO ANTERIOR AO BLOQUEIO VOLTA E, SE      00000290
      *      NEGATIVADA, A EXCLUSAO VAI NO NEGBUR. CONTROLE NO          00000300
      *      CBRCTL; EVENTOS DO DIA NO RELCBR. O RELATORIO SEMANAL      00000310
      *      POR AGENCIA E ESTAGIO E O FR21CBR2.                        00000320
      *-------------------------------------------------------------*   00000330
      *   ARQUIVOS.....:                                                00000340
      *                                                                 00000350
      *   NAME                I/O                                       00000360
      *   CLIENTES            I-O  (KSDS - CLIBOOK)                     00000370
      *   CADCLI               I   (KSDS - CADBOOK)                     00000380
      *   CBRCTL              I-O  (KSDS - CBRBOOK)                     00000390
      *   CARTCBR              O   (CARTAS DE COBRANCA)                 00000400
      *   NEGBUR               O   (INCLUSAO/EXCLUSAO NO BUREAU)        00000410
      *   RELCBR               O   (EVENTOS DO DIA)                     00000420
      *-------------------------------------------------------------*   00000430
      *   MODULOS....:                                                  00000440
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000450
      *   FR21DTA1             DATA DE NEGOCIO DA JANELA (LNKDPRC)      00000460
      *   FR21CJN1             JORNAL DE IMAGENS DO CLUSTER             00000470
      *=============================================================*   00000480
       ENVIRONMENT                               DIVISION.              00000490
      *=============================================================*   00000500
                                                                        00000510
      *-------------------------------------------------------------*   00000520
       CONFIGURATION                                        SECTION.    00000530
      *-------------------------------------------------------------*   00000540
       SPECIAL-NAMES.                                                   00000550
           DECIMAL-POINT IS COMMA.                                      00000560
                                                                        00000570
                                                                        00000580
       INPUT-OUTPUT                                         SECTION.    00000590
       FILE-CONTROL.                                                    00000600
           SELECT CLIENTES ASSIGN TO CLIENTES                           00000610
               ORGANIZATION  IS INDEXED                                 00000620
               ACCESS MODE   IS SEQUENTIAL                              00000630
               RECORD KEY    IS CLI-CHAVE                               00000640
               FILE STATUS   IS WRK-FS-CLIENTES.                        00000650
                                                                        00000660
           SELECT CADCLI   ASSIGN TO CADCLI                             00000670
               ORGANIZATION  IS INDEXED                                 00000680
               ACCESS MODE   IS RANDOM                                  00000690
               RECORD KEY    IS CAD-CHAVE                               00000700
               FILE STATUS   IS WRK-FS-CADCLI.                          00000710
                                                                        00000720
           SELECT CBRCTL   ASSIGN TO CBRCTL                             00000730
               ORGANIZATION  IS INDEXED                                 00000740
               ACCESS MODE   IS RANDOM                                  00000750
               RECORD KEY    IS CBR-CHAVE                               00000760
               FILE STATUS   IS WRK-FS-CBRCTL.                          00000770
                                                                        00000780
           SELECT CARTCBR  ASSIGN TO CARTCBR                            00000790
               FILE STATUS  IS WRK-FS-CARTCBR.                          00000800
                                                                        00000810
           SELECT NEGBUR   ASSIGN TO NEGBUR                             00000820
               FILE STATUS  IS WRK-FS-NEGBUR.                           00000830
                                                                        00000840
           SELECT RELCBR   ASSIGN TO RELCBR                             00000850
               FILE STATUS  IS WRK-FS-RELCBR.                           00000860
                                                                        00000870
      *=============================================================*   00000880
       DATA                                                DIVISION.    00000890
      *=============================================================*   00000900
       FILE                                                 SECTION.    00000910
      *=============================================================*   00000920
                                                                        00000930
      *-------------------------------------------------------------*   00000940
      *       ARQUIVO CLIENTES (KSDS)   LRECL = 73                  *   00000950
      *-------------------------------------------------------------*   00000960
       FD CLIENTES.                                                     00000970
                                                                        00000980
       COPY 'CLIBOOK'.                                                  00000990
                                                                        00001000
      *-------------------------------------------------------------*   00001010
      *       CADASTRO COMPLEMENTAR (KSDS)   LRECL = 132            *   00001020
      *-------------------------------------------------------------*   00001030
       FD CADCLI.                                                       00001040
                                                                        00001050
       COPY 'CADBOOK'.                                                  00001060
                                                                        00001070
      *-------------------------------------------------------------*   00001080
      *       CONTROLE DA COBRANCA (KSDS)   LRECL = 100             *   00001090
      *-------------------------------------------------------------*   00001100
       FD CBRCTL.                                                       00001110
                                                                        00001120
       COPY 'CBRBOOK'.                                                  00001130
                                                                        00001140
      *-------------------------------------------------------------*   00001150
      *       ARQUIVO DE SAIDA   CARTCBR   LRECL = 130              *   00001160
      *       TIPO 'L' LEMBRETE / 'N' NOTIFICACAO FORMAL            *   00001170
      *-------------------------------------------------------------*   00001180
       FD CARTCBR                                                       00001190
           RECORDING  MODE IS F                                         00001200
           BLOCK CONTAINS 0 RECORDS.                                    00001210
                                                                        00001220
       01 FD-CARTCBR.                                                   00001230
          05 FD-CC-TIPO       PIC X(01).                                00001240
          05 FD-CC-CHAVE      PIC X(08).                                00001250
          05 FD-CC-NOME       PIC X(30).                                00001260
          05 FD-CC-ENDERECO   PIC X(30).                                00001270
          05 FD-CC-CIDADE     PIC X(20).                                00001280
          05 FD-CC-UF         PIC X(02).                                00001290
          05 FD-CC-CEP        PIC X(08).                                00001300
          05 FD-CC-DEVEDOR    PIC 9(08).                                00001310
          05 FD-CC-DATA-NEG   PIC 9(08).                                00001320
          05 FD-CC-DIAS       PIC 9(05).                                00001330
          05 FD-CC-DATA-CARTA PIC 9(08).                                00001340
          05 FILLER           PIC X(02).                                00001350
                                                                        00001360
      *-------------------------------------------------------------*   00001370
      *       ARQUIVO DE SAIDA   NEGBUR   LRECL = 80                *   00001380
      *       OPERACAO 'I' INCLUSAO / 'E' EXCLUSAO DA NEGATIVACAO   *   00001390
      *-------------------------------------------------------------*   00001400
       FD NEGBUR                                                        00001410
           RECORDING  MODE IS F                                         00001420
           BLOCK CONTAINS 0 RECORDS.                                    00001430
                                                                        00001440
       01 FD-NEGBUR.                                                    00001450
          05 FD-NB-OPERACAO   PIC X(01).                                00001460
          05 FD-NB-TIPO-DOC   PIC X(01).                                00001470
          05 FD-NB-DOCUMENTO  PIC X(14).                                00001480
          05 FD-NB-NOME       PIC X(30).                                00001490
          05 FD-NB-CHAVE      PIC X(08).                                00001500
          05 FD-NB-VALOR      PIC 9(08).                                00001510
          05 FD-NB-DATA-NEG   PIC 9(08).                                00001520
          05 FD-NB-DATA-MOV   PIC 9(08).                                00001530
          05 FILLER           PIC X(02).                                00001540
                                                                        00001550
      *-------------------------------------------------------------*   00001560
      *       ARQUIVO DE SAIDA   RELCBR   LRECL = 80                *   00001570
      *-------------------------------------------------------------*   00001580
       FD RELCBR                                                        00001590
           RECORDING  MODE IS F                                         00001600
           BLOCK CONTAINS 0 RECORDS.                                    00001610
                                                                        00001620
       01 FD-RELCBR     PIC X(80).                                      00001630
                                                                        00001640
      *-------------------------------------------------------------*   00001650
       WORKING-STORAGE                                      SECTION.    00001660
      *-------------------------------------------------------------*   00001670
                                                                        00001680
      *------------------LOG-DE-ERROS-------------------------------*   00001690
                                                                        00001700
       01 WRK-DADOS.                                                    00001710
           05 WRK-PROGRAMA  PIC X(08).                                  00001720
           05 WRK-SECAO     PIC X(04).                                  00001730
           05 WRK-MENSAGEM  PIC X(30).                                  00001740
           05 WRK-STATUS    PIC X(02).                                  00001750
           05 WRK-SEVERIDADE PIC X(01).                                 00001760
           05 FILLER        PIC X(22).                                  00001770
                                                                        00001780
      *--------------------PRAZOS DA COBRANCA (DIAS)----------------*   00001790
                                                                        00001800
       77 WRK-DIAS-LEMBRETE   PIC 9(03) VALUE 015.                      00001810
                                                                        00001820
       77 WRK-DIAS-NOTIF      PIC 9(03) VALUE 030.                      00001830
                                                                        00001840
       77 WRK-DIAS-BLOQ       PIC 9(03) VALUE 060.                      00001850
                                                                        00001860
       77 WRK-DIAS-NEGAT      PIC 9(03) VALUE 090.                      00001870
                                                                        00001880
      *--------------------LOGICA-----------------------------------*   00001890
                                                                        00001900
       77 WRK-LIDOS           PIC 9(07) VALUE 0.                        00001910
                                                                        00001920
       77 WRK-EM-COBRANCA     PIC 9(05) VALUE 0.                        00001930
                                                                        00001940
       77 WRK-ENTRADAS        PIC 9(05) VALUE 0.                        00001950
                                                                        00001960
       77 WRK-LEMBRETES       PIC 9(05) VALUE 0.                        00001970
                                                                        00001980
       77 WRK-NOTIFICACOES    PIC 9(05) VALUE 0.                        00001990
                                                                        00002000
       77 WRK-BLOQUEADAS      PIC 9(05) VALUE 0.                        00002010
                                                                        00002020
       77 WRK-NEGATIVADAS     PIC 9(05) VALUE 0.                        00002030
                                                                        00002040
       77 WRK-PENDENTES       PIC 9(05) VALUE 0.                        00002050
                                                                        00002060
       77 WRK-QUITADAS        PIC 9(05) VALUE 0.                        00002070
                                                                        00002080
       77 WRK-DESBLOQUEADAS   PIC 9(05) VALUE 0.                        00002090
                                                                        00002100
       77 WRK-CARTAS-RETIDAS  PIC 9(05) VALUE 0.                        0000210A
                                                                        0000210B
       77 WRK-EXCLUSOES       PIC 9(05) VALUE 0.                        00002110
                                                                        00002120
       77 WRK-TOT-DEVEDOR     PIC 9(10) VALUE 0.                        00002130
                                                                        00002140
       77 WRK-MSG-FINAL       PIC X(17) VALUE 'FINAL DE PROGRAMA'.      00002150
                                                                        00002160
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00002170
                                                                        00002180
       77 WRK-HOJE            PIC 9(08) VALUE 0.                        00002190
                                                                        00002200
       77 WRK-HOJE-INT        PIC 9(08) VALUE 0.                        00002210
                                                                        00002220
       77 WRK-NEG-INT         PIC 9(08) VALUE 0.                        00002230
                                                                        00002240
      *        POSICAO DA CONTA EM PROCESSAMENTO                        00002250
                                                                        00002260
       77 WRK-DIAS            PIC 9(05) VALUE 0.                        00002270
                                                                        00002280
       77 WRK-DEVEDOR         PIC 9(08) VALUE 0.                        00002290
                                                                        00002300
       77 WRK-ESTAGIO-NOVO    PIC X(01) VALUE SPACE.                    00002310
                                                                        00002320
       77 WRK-ESTAGIO-ANT     PIC X(01) VALUE SPACE.                    00002330
                                                                        00002340
       77 WRK-TEM-CBR         PIC X(01) VALUE 'N'.                      00002350
                                                                        00002360
       77 WRK-EXISTE-CBR      PIC X(01) VALUE 'N'.                      00002370
                                                                        00002380
       77 WRK-TEM-CAD         PIC X(01) VALUE 'N'.                      00002390
                                                                        00002400
       77 WRK-CARTA-RETIDA    PIC X(01) VALUE 'N'.                      0000240A
                                                                        0000240B
       77 WRK-TIPO-CARTA      PIC X(01) VALUE SPACE.                    00002410
                                                                        00002420
       77 WRK-OPER-BUREAU     PIC X(01) VALUE SPACE.                    00002430
                                                                        00002440
       77 WRK-EVENTO          PIC X(24) VALUE SPACES.                   00002450
                                                                        00002460
           COPY 'LNKDPRC'.                                              00002470
                                                                        00002480
      *------------------JORNAL DE IMAGENS DO CLUSTER---------------*   00002490
                                                                        00002500
           COPY 'LNKCJRN'.                                              00002510
                                                                        00002520
       77 WRK-IMG-CONTA       PIC X(80) VALUE SPACES.                   00002530
                                                                        00002540
      *--------------------STATUS-----------------------------------*   00002550
                                                                        00002560
       77 WRK-FS-CLIENTES PIC 9(02).                                    00002570
                                                                        00002580
       77 WRK-FS-CADCLI   PIC 9(02).                                    00002590
                                                                        00002600
       77 WRK-FS-CBRCTL   PIC 9(02).                                    00002610
                                                                        00002620
       77 WRK-FS-CARTCBR  PIC 9(02).                                    00002630
                                                                        00002640
       77 WRK-FS-NEGBUR   PIC 9(02).                                    00002650
                                                                        00002660
       77 WRK-FS-RELCBR   PIC 9(02).                                    00002670
                                                                        00002680
      *--------------------LINHAS DO RELATORIO----------------------*   00002690
                                                                        00002700
       01 WRK-CABEC1.                                                   00002710
          05 FILLER   PIC X(44) VALUE                                   00002720
             'COBRANCA DE CONTAS DEVEDORAS - EVENTOS  DATA'.            00002730
          05 FILLER   PIC X(01).                                        00002740
          05 WRK-C1-DATA PIC 9(08).                                     00002750
          05 FILLER   PIC X(27).                                        00002760
                                                                        00002770
       01 WRK-CABEC2.                                                   00002780
          05 FILLER   PIC X(40) VALUE                                   00002790
             'CONTA     NOME                   DIAS   '.                00002800
          05 FILLER   PIC X(40) VALUE                                   00002810
             '  DEVEDOR  EST  EVENTO                  '.                00002820
                                                                        00002830
       01 WRK-DETALHE.                                                  00002840
          05 WRK-D-CHAVE     PIC X(08).                                 00002850
          05 FILLER          PIC X(02).                                 00002860
          05 WRK-D-NOME      PIC X(20).                                 00002870
          05 FILLER          PIC X(02).                                 00002880
          05 WRK-D-DIAS      PIC ZZZZ9.                                 00002890
          05 FILLER          PIC X(02).                                 00002900
          05 WRK-D-DEVEDOR   PIC ZZ.ZZZ.ZZ9.                            00002910
          05 FILLER          PIC X(03).                                 00002920
          05 WRK-D-ESTAGIO   PIC X(01).                                 00002930
          05 FILLER          PIC X(03).                                 00002940
          05 WRK-D-EVENTO    PIC X(24).                                 00002950
                                                                        00002960
       01 WRK-TOTAL-LINHA.                                              00002970
          05 WRK-TL-TEXTO    PIC X(23).                                 00002980
          05 WRK-TL-VALOR    PIC Z.ZZZ.ZZZ.ZZ9.                         00002990
          05 FILLER          PIC X(44).                                 00003000
                                                                        00003010
      *=============================================================*   00003020
       PROCEDURE DIVISION.                                              00003030
      *=============================================================*   00003040
                                                                        00003050
      *=============================================================*   00003060
       0000-PRINCIPAL                                       SECTION.    00003070
                                                                        00003080
            PERFORM 1000-INICIAR.                                       00003090
            PERFORM 2000-PROCESSAR UNTIL WRK-FS-CLIENTES EQUAL 10.      00003100
            PERFORM 3000-FINALIZAR.                                     00003110
                                                                        00003120
       0000-99-FIM.                                            EXIT.    00003130
      *=============================================================*   00003140
                                                                        00003150
      *=============================================================*   00003160
       1000-INICIAR                                         SECTION.    00003170
                                                                        00003180
            OPEN I-O    CLIENTES.                                       00003190
            OPEN INPUT  CADCLI.                                         00003200
            OPEN I-O    CBRCTL.                                         00003210
            OPEN OUTPUT CARTCBR.                                        00003220
            OPEN OUTPUT NEGBUR.                                         00003230
            OPEN OUTPUT RELCBR.                                         00003240
                                                                        00003250
            IF WRK-FS-CLIENTES NOT EQUAL ZEROS                          00003260
               MOVE 'FR21CBR1'                  TO WRK-PROGRAMA         00003270
               MOVE '1000'                      TO WRK-SECAO            00003280
               MOVE 'ERRO OPEN CLIENTES       ' TO WRK-MENSAGEM         00003290
               MOVE WRK-FS-CLIENTES             TO WRK-STATUS           00003300
               PERFORM 9000-TRATARERROS                                 00003310
            END-IF.                                                     00003320
                                                                        00003330
            IF WRK-FS-CADCLI NOT EQUAL ZEROS                            00003340
               MOVE 'FR21CBR1'                  TO WRK-PROGRAMA         00003350
               MOVE '1000'                      TO WRK-SECAO            00003360
               MOVE 'ERRO OPEN CADCLI         ' TO WRK-MENSAGEM         00003370
               MOVE WRK-FS-CADCLI               TO WRK-STATUS           00003380
               PERFORM 9000-TRATARERROS                                 00003390
            END-IF.                                                     00003400
                                                                        00003410
            IF WRK-FS-CBRCTL NOT EQUAL ZEROS                            00003420
               MOVE 'FR21CBR1'                  TO WRK-PROGRAMA         00003430
               MOVE '1000'                      TO WRK-SECAO            00003440
               MOVE 'ERRO OPEN CBRCTL         ' TO WRK-MENSAGEM         00003450
               MOVE WRK-FS-CBRCTL               TO WRK-STATUS           00003460
               PERFORM 9000-TRATARERROS                                 00003470
            END-IF.                                                     00003480
                                                                        00003490
            MOVE 'FR21CBR1' TO LNK-DP-PROGRAMA.                         00003500
            MOVE ZEROS      TO LNK-DP-DIAS-TOL.                         00003510
            CALL 'FR21DTA1' USING LNK-DPRC.                             00003520
            MOVE LNK-DP-DATA TO WRK-HOJE.                               00003530
                                                                        00003540
            COMPUTE WRK-HOJE-INT =                                      00003550
               FUNCTION INTEGER-OF-DATE(WRK-HOJE).                      00003560
                                                                        00003570
            MOVE WRK-HOJE TO WRK-C1-DATA.                               00003580
            WRITE FD-RELCBR FROM WRK-CABEC1.                            00003590
            WRITE FD-RELCBR FROM WRK-LINHA-VAZIA.                       00003600
            WRITE FD-RELCBR FROM WRK-CABEC2.                            00003610
                                                                        00003620
            READ CLIENTES.                                              00003630
                                                                        00003640
       1000-99-FIM.                                            EXIT.    00003650
      *=============================================================*   00003660
                                                                        00003670
      *=============================================================*   00003680
       2000-PROCESSAR                                       SECTION.    00003690
                                                                        00003700
           ADD 1 TO WRK-LIDOS.                                          00003710
                                                                        00003720
           MOVE 'N'       TO WRK-TEM-CBR WRK-EXISTE-CBR.                00003730
           MOVE CLI-CHAVE TO CBR-CHAVE.                                 00003740
           READ CBRCTL.                                                 00003750
                                                                        00003760
           IF WRK-FS-CBRCTL NOT EQUAL ZEROS                             00003770
              AND WRK-FS-CBRCTL NOT EQUAL 23                            00003780
              MOVE 'FR21CBR1'                  TO WRK-PROGRAMA          00003790
              MOVE '2000'                      TO WRK-SECAO             00003800
              MOVE 'ERRO READ CBRCTL         ' TO WRK-MENSAGEM          00003810
              MOVE WRK-FS-CBRCTL               TO WRK-STATUS            00003820
              PERFORM 9000-TRATARERROS                                  00003830
           END-IF.                                                      00003840
                                                                        00003850
           IF WRK-FS-CBRCTL EQUAL ZEROS                                 00003860
              MOVE 'S' TO WRK-EXISTE-CBR                                00003870
              IF CBR-SITUACAO EQUAL 'A'                                 00003880
                 MOVE 'S' TO WRK-TEM-CBR                                00003890
              END-IF                                                    00003900
           END-IF.                                                      00003910
                                                                        00003920
      *                 CONTA EM COBRANCA QUE DEIXOU DE SER DEVEDORA    00003930
      *                 (OU CUJO NEGATIVO RECOMECOU EM OUTRA DATA)      00003940
      *                 SAI DA COBRANCA; UM NOVO EPISODIO SO ABRE NA    00003950
      *                 PROXIMA PASSAGEM                                00003960
                                                                        00003970
           IF WRK-TEM-CBR EQUAL 'S'                                     00003980
              IF CLI-SALDO NOT LESS ZEROS                               00003990
                 OR CLI-DATA-NEG NOT EQUAL CBR-DATA-NEG                 00004000
                 PERFORM 2500-SAIR-COBRANCA                             00004010
                 GO TO 2000-50-LER                                      00004020
              END-IF                                                    00004030
           END-IF.                                                      00004040
                                                                        00004050
           IF CLI-SALDO LESS ZEROS                                      00004060
              AND CLI-DATA-NEG NOT EQUAL ZEROS                          00004070
              PERFORM 2200-ENVELHECER                                   00004080
           END-IF.                                                      00004090
                                                                        00004100
       2000-50-LER.                                                     00004110
                                                                        00004120
           READ CLIENTES.                                               00004130
                                                                        00004140
       2000-99-FIM.                                            EXIT.    00004150
      *=============================================================*   00004160
                                                                        00004170
      *=============================================================*   00004180
       2150-LER-CADASTRO                                    SECTION.    00004190
                                                                        00004200
      *          ENDERECO E DOCUMENTO DO CADASTRO COMPLEMENTAR;         00004210
      *          SEM REGISTRO, CAMPOS EM BRANCO                         00004220
                                                                        00004230
           MOVE 'N'       TO WRK-TEM-CAD.                               00004240
           MOVE CLI-CHAVE TO CAD-CHAVE.                                 00004250
           READ CADCLI.                                                 00004260
                                                                        00004270
           IF WRK-FS-CADCLI EQUAL ZEROS                                 00004280
              MOVE 'S' TO WRK-TEM-CAD                                   00004290
           ELSE                                                         00004300
              MOVE SPACES TO CAD-TIPO-DOC CAD-DOCUMENTO CAD-ENDERECO    00004310
                             CAD-CIDADE CAD-UF CAD-CEP                  00004320
           END-IF.                                                      00004330
                                                                        00004340
       2150-99-FIM.                                            EXIT.    00004350
      *=============================================================*   00004360
                                                                        00004370
      *=============================================================*   00004380
       2200-ENVELHECER                                      SECTION.    00004390
                                                                        00004400
           COMPUTE WRK-NEG-INT =                                        00004410
              FUNCTION INTEGER-OF-DATE(CLI-DATA-NEG).                   00004420
           COMPUTE WRK-DIAS = WRK-HOJE-INT - WRK-NEG-INT + 1.           00004430
           COMPUTE WRK-DEVEDOR = ZEROS - CLI-SALDO.                     00004440
                                                                        00004450
           EVALUATE TRUE                                                00004460
             WHEN WRK-DIAS NOT LESS WRK-DIAS-NEGAT                      00004470
                  MOVE '4' TO WRK-ESTAGIO-NOVO                          00004480
             WHEN WRK-DIAS NOT LESS WRK-DIAS-BLOQ                       00004490
                  MOVE '3' TO WRK-ESTAGIO-NOVO                          00004500
             WHEN WRK-DIAS NOT LESS WRK-DIAS-NOTIF                      00004510
                  MOVE '2' TO WRK-ESTAGIO-NOVO                          00004520
             WHEN WRK-DIAS NOT LESS WRK-DIAS-LEMBRETE                   00004530
                  MOVE '1' TO WRK-ESTAGIO-NOVO                          00004540
             WHEN OTHER                                                 00004550
                  MOVE '0' TO WRK-ESTAGIO-NOVO                          00004560
           END-EVALUATE.                                                00004570
                                                                        00004580
           IF WRK-ESTAGIO-NOVO EQUAL '0'                                00004590
              GO TO 2200-99-FIM                                         00004600
           END-IF.                                                      00004610
                                                                        00004620
           IF WRK-TEM-CBR EQUAL 'N'                                     00004630
              PERFORM 2210-ABRIR-COBRANCA                               00004640
           END-IF.                                                      00004650
                                                                        00004660
           ADD 1           TO WRK-EM-COBRANCA.                          00004670
           ADD WRK-DEVEDOR TO WRK-TOT-DEVEDOR.                          00004680
                                                                        00004690
           MOVE CBR-ESTAGIO TO WRK-ESTAGIO-ANT.                         00004700
           MOVE CLI-SALDO   TO CBR-SALDO.                               00004710
                                                                        00004720
           IF WRK-ESTAGIO-NOVO GREATER WRK-ESTAGIO-ANT                  00004730
              MOVE WRK-ESTAGIO-NOVO TO CBR-ESTAGIO                      00004740
           END-IF.                                                      00004750
                                                                        00004760
      *                 CARTA: SO A DO MAIOR ESTAGIO ATINGIDO DESDE A   00004770
      *                 ULTIMA PASSAGEM (CONTA QUE PULOU O LEMBRETE     00004780
      *                 RECEBE DIRETO A NOTIFICACAO)                    00004790
                                                                        00004800
           EVALUATE TRUE                                                00004810
             WHEN WRK-ESTAGIO-NOVO NOT LESS '2'                         00004820
              AND WRK-ESTAGIO-ANT LESS '2'                              00004830
                  MOVE 'N'      TO WRK-TIPO-CARTA                       00004840
                  MOVE WRK-HOJE TO CBR-DATA-NOTIF                       00004850
                  PERFORM 2300-EMITIR-CARTA                             00004860
                  IF WRK-CARTA-RETIDA EQUAL 'S'                         0000486A
                     MOVE 'NOTIFICACAO RETIDA (DEV)' TO WRK-EVENTO      0000486B
                  ELSE                                                  0000486C
                     ADD 1 TO WRK-NOTIFICACOES                          00004870
                     MOVE 'NOTIFICACAO EMITIDA     ' TO WRK-EVENTO      00004880
                  END-IF                                                0000488A
                  PERFORM 2800-DETALHE                                  00004890
             WHEN WRK-ESTAGIO-NOVO NOT LESS '1'                         00004900
              AND WRK-ESTAGIO-ANT LESS '1'                              00004910
                  MOVE 'L'      TO WRK-TIPO-CARTA                       00004920
                  MOVE WRK-HOJE TO CBR-DATA-LEMBRETE                    00004930
                  PERFORM 2300-EMITIR-CARTA                             00004940
                  IF WRK-CARTA-RETIDA EQUAL 'S'                         0000494A
                     MOVE 'LEMBRETE RETIDO (DEV)   ' TO WRK-EVENTO      0000494B
                  ELSE                                                  0000494C
                     ADD 1 TO WRK-LEMBRETES                             00004950
                     MOVE 'LEMBRETE EMITIDO        ' TO WRK-EVENTO      00004960
                  END-IF                                                0000496A
                  PERFORM 2800-DETALHE                                  00004970
           END-EVALUATE.                                                00004980
                                                                        00004990
           IF WRK-ESTAGIO-NOVO NOT LESS '3'                             00005000
              AND WRK-ESTAGIO-ANT LESS '3'                              00005010
              PERFORM 2350-BLOQUEAR-DEBITOS                             00005020
           END-IF.                                                      00005030
                                                                        00005040
           IF WRK-ESTAGIO-NOVO EQUAL '4'                                00005050
              AND WRK-ESTAGIO-ANT LESS '4'                              00005060
              MOVE 'P' TO CBR-BUREAU                                    00005070
           END-IF.                                                      00005080
                                                                        00005090
      *                 NEGATIVACAO PENDENTE (SEM CADASTRO NO DIA DOS   00005100
      *                 90) E TENTADA DE NOVO A CADA PASSAGEM           00005110
                                                                        00005120
           IF CBR-BUREAU EQUAL 'P'                                      00005130
              PERFORM 2400-NEGATIVAR                                    00005140
           END-IF.                                                      00005150
                                                                        00005160
           PERFORM 2600-GRAVAR-CONTROLE.                                00005170
                                                                        00005180
       2200-99-FIM.                                            EXIT.    00005190
      *=============================================================*   00005200
                                                                        00005210
      *=============================================================*   00005220
       2210-ABRIR-COBRANCA                                  SECTION.    00005230
                                                                        00005240
           MOVE SPACES       TO REG-CBRCTL.                             00005250
           MOVE CLI-CHAVE    TO CBR-CHAVE.                              00005260
           MOVE CLI-DATA-NEG TO CBR-DATA-NEG.                           00005270
           MOVE '0'          TO CBR-ESTAGIO.                            00005280
           MOVE 'A'          TO CBR-SITUACAO.                           00005290
           MOVE ZEROS        TO CBR-DATA-LEMBRETE CBR-DATA-NOTIF        00005300
                                CBR-DATA-BLOQ CBR-DATA-NEGAT            00005310
                                CBR-DATA-SAIDA CBR-SALDO.               00005320
           MOVE 'N'          TO CBR-BLOQ-COB CBR-BUREAU.                00005330
           MOVE 'S'          TO WRK-TEM-CBR.                            00005340
           ADD 1             TO WRK-ENTRADAS.                           00005350
                                                                        00005360
       2210-99-FIM.                                            EXIT.    00005370
      *=============================================================*   00005380
                                                                        00005390
      *=============================================================*   00005400
       2300-EMITIR-CARTA                                    SECTION.    00005410
                                                                        00005420
           PERFORM 2150-LER-CADASTRO.                                   00005430
                                                                        00005440
      *                 CORRESPONDENCIA DEVOLVIDA: CARTA RETIDA ATE O   0000544A
      *                 ENDERECO SER ATUALIZADO NO FR21CAD1             0000544B
                                                                        0000544C
           MOVE 'N' TO WRK-CARTA-RETIDA.                                0000544D
                                                                        0000544E
           IF WRK-TEM-CAD EQUAL 'S'                                     0000544F
              AND CAD-END-INVALIDO EQUAL 'S'                            0000544G
              MOVE 'S' TO WRK-CARTA-RETIDA                              0000544H
              ADD 1 TO WRK-CARTAS-RETIDAS                               0000544I
              GO TO 2300-99-FIM                                         0000544J
           END-IF.                                                      0000544K
                                                                        0000544L
           MOVE WRK-TIPO-CARTA TO FD-CC-TIPO.                           00005450
           MOVE CLI-CHAVE      TO FD-CC-CHAVE.                          00005460
           MOVE CLI-NOME       TO FD-CC-NOME.                           00005470
           MOVE CAD-ENDERECO   TO FD-CC-ENDERECO.                       00005480
           MOVE CAD-CIDADE     TO FD-CC-CIDADE.                         00005490
           MOVE CAD-UF         TO FD-CC-UF.                             00005500
           MOVE CAD-CEP        TO FD-CC-CEP.                            00005510
           MOVE WRK-DEVEDOR    TO FD-CC-DEVEDOR.                        00005520
           MOVE CLI-DATA-NEG   TO FD-CC-DATA-NEG.                       00005530
           MOVE WRK-DIAS       TO FD-CC-DIAS.                           00005540
           MOVE WRK-HOJE       TO FD-CC-DATA-CARTA.                     00005550
                                                                        00005560
           WRITE FD-CARTCBR.                                            00005570
                                                                        00005580
           IF WRK-FS-CARTCBR NOT EQUAL ZEROS                            00005590
              MOVE 'FR21CBR1'                  TO WRK-PROGRAMA          00005600
              MOVE '2300'                      TO WRK-SECAO             00005610
              MOVE 'ERRO WRITE CARTCBR       ' TO WRK-MENSAGEM          00005620
              MOVE WRK-FS-CARTCBR              TO WRK-STATUS            00005630
              PERFORM 9000-TRATARERROS                                  00005640
           END-IF.                                                      00005650
                                                                        00005660
       2300-99-FIM.                                            EXIT.    00005670
      *=============================================================*   00005680
                                                                        00005690
      *=============================================================*   00005700
       2350-BLOQUEAR-DEBITOS                                SECTION.    00005710
                                                                        00005720
           MOVE WRK-HOJE TO CBR-DATA-BLOQ.                              00005730
                                                                        00005740
      *                 CONTA JA BLOQUEADA OU EM ENCERRAMENTO PELO      00005750
      *                 FR21ENC1 FICA COMO ESTA: A COBRANCA NAO         00005760
      *                 SOBREPOE A SITUACAO NEM A DEVOLVE NA SAIDA      00005770
                                                                        00005780
           IF CLI-SITUACAO NOT EQUAL 'A'                                00005790
              AND CLI-SITUACAO NOT EQUAL SPACE                          00005800
              MOVE 'SITUACAO MANTIDA        ' TO WRK-EVENTO             00005810
              PERFORM 2800-DETALHE                                      00005820
              GO TO 2350-99-FIM                                         00005830
           END-IF.                                                      00005840
                                                                        00005850
           MOVE CLI-SITUACAO  TO CBR-SIT-ANTERIOR.                      00005860
           MOVE 'S'           TO CBR-BLOQ-COB.                          00005870
                                                                        00005880
           MOVE REG-CLIENTES  TO WRK-IMG-CONTA.                         00005890
           MOVE 'D'           TO CLI-SITUACAO.                          00005900
           PERFORM 2900-REGRAVAR-CONTA.                                 00005910
                                                                        00005920
           ADD 1 TO WRK-BLOQUEADAS.                                     00005930
           MOVE 'DEBITOS BLOQUEADOS      ' TO WRK-EVENTO.               00005940
           PERFORM 2800-DETALHE.                                        00005950
                                                                        00005960
       2350-99-FIM.                                            EXIT.    00005970
      *=============================================================*   00005980
                                                                        00005990
      *=============================================================*   00006000
       2400-NEGATIVAR                                       SECTION.    00006010
                                                                        00006020
           PERFORM 2150-LER-CADASTRO.                                   00006030
                                                                        00006040
           IF WRK-TEM-CAD EQUAL 'N'                                     00006050
              ADD 1 TO WRK-PENDENTES                                    00006060
              MOVE 'NEGATIV. PEND. CADASTRO ' TO WRK-EVENTO             00006070
              PERFORM 2800-DETALHE                                      00006080
              GO TO 2400-99-FIM                                         00006090
           END-IF.                                                      00006100
                                                                        00006110
           MOVE CAD-TIPO-DOC  TO CBR-TIPO-DOC.                          00006120
           MOVE CAD-DOCUMENTO TO CBR-DOCUMENTO.                         00006130
                                                                        00006140
           MOVE 'I' TO WRK-OPER-BUREAU.                                 00006150
           PERFORM 2450-GRAVAR-BUREAU.                                  00006160
                                                                        00006170
           MOVE 'S'      TO CBR-BUREAU.                                 00006180
           MOVE WRK-HOJE TO CBR-DATA-NEGAT.                             00006190
           ADD 1 TO WRK-NEGATIVADAS.                                    00006200
           MOVE 'INCLUSAO NO BUREAU      ' TO WRK-EVENTO.               00006210
           PERFORM 2800-DETALHE.                                        00006220
                                                                        00006230
       2400-99-FIM.                                            EXIT.    00006240
      *=============================================================*   00006250
                                                                        00006260
      *=============================================================*   00006270
       2450-GRAVAR-BUREAU                                   SECTION.    00006280
                                                                        00006290
      *          VALOR: SALDO DEVEDOR DA ULTIMA PASSAGEM EM COBRANCA    00006300
                                                                        00006310
           MOVE WRK-OPER-BUREAU TO FD-NB-OPERACAO.                      00006320
           MOVE CBR-TIPO-DOC    TO FD-NB-TIPO-DOC.                      00006330
           MOVE CBR-DOCUMENTO   TO FD-NB-DOCUMENTO.                     00006340
           MOVE CLI-NOME        TO FD-NB-NOME.                          00006350
           MOVE CBR-CHAVE       TO FD-NB-CHAVE.                         00006360
           COMPUTE FD-NB-VALOR = ZEROS - CBR-SALDO.                     00006370
           MOVE CBR-DATA-NEG    TO FD-NB-DATA-NEG.                      00006380
           MOVE WRK-HOJE        TO FD-NB-DATA-MOV.                      00006390
                                                                        00006400
           WRITE FD-NEGBUR.                                             00006410
                                                                        00006420
           IF WRK-FS-NEGBUR NOT EQUAL ZEROS                             00006430
              MOVE 'FR21CBR1'                  TO WRK-PROGRAMA          00006440
              MOVE '2450'                      TO WRK-SECAO             00006450
              MOVE 'ERRO WRITE NEGBUR        ' TO WRK-MENSAGEM          00006460
              MOVE WRK-FS-NEGBUR               TO WRK-STATUS            00006470
              PERFORM 9000-TRATARERROS                                  00006480
           END-IF.                                                      00006490
                                                                        00006500
       2450-99-FIM.                                            EXIT.    00006510
      *=============================================================*   00006520
                                                                        00006530
      *=============================================================*   00006540
       2500-SAIR-COBRANCA                                   SECTION.    00006550
                                                                        00006560
           MOVE ZEROS TO WRK-DEVEDOR.                                   00006570
           COMPUTE WRK-NEG-INT =                                        00006580
              FUNCTION INTEGER-OF-DATE(CBR-DATA-NEG).                   00006590
           COMPUTE WRK-DIAS = WRK-HOJE-INT - WRK-NEG-INT + 1.           00006600
                                                                        00006610
      *                 DEVOLVE A SITUACAO ANTERIOR SO SE A CONTA       00006620
      *                 AINDA ESTA COM O BLOQUEIO DA COBRANCA           00006630
                                                                        00006640
           IF CBR-BLOQ-COB EQUAL 'S'                                    00006650
              AND CLI-SITUACAO EQUAL 'D'                                00006660
              MOVE REG-CLIENTES     TO WRK-IMG-CONTA                    00006670
              MOVE CBR-SIT-ANTERIOR TO CLI-SITUACAO                     00006680
              PERFORM 2900-REGRAVAR-CONTA                               00006690
              ADD 1 TO WRK-DESBLOQUEADAS                                00006700
           END-IF.                                                      00006710
                                                                        00006720
           MOVE 'N' TO CBR-BLOQ-COB.                                    00006730
                                                                        00006740
           EVALUATE CBR-BUREAU                                          00006750
             WHEN 'S'                                                   00006760
                  MOVE 'E' TO WRK-OPER-BUREAU                           00006770
                  PERFORM 2450-GRAVAR-BUREAU                            00006780
                  MOVE 'E' TO CBR-BUREAU                                00006790
                  ADD 1 TO WRK-EXCLUSOES                                00006800
             WHEN 'P'                                                   00006810
                  MOVE 'N' TO CBR-BUREAU                                00006820
           END-EVALUATE.                                                00006830
                                                                        00006840
           MOVE 'Q'       TO CBR-SITUACAO.                              00006850
           MOVE WRK-HOJE  TO CBR-DATA-SAIDA.                            00006860
           MOVE CLI-SALDO TO CBR-SALDO.                                 00006870
           PERFORM 2600-GRAVAR-CONTROLE.                                00006880
                                                                        00006890
           ADD 1 TO WRK-QUITADAS.                                       00006900
           MOVE 'SAIU DA COBRANCA        ' TO WRK-EVENTO.               00006910
           PERFORM 2800-DETALHE.                                        00006920
                                                                        00006930
       2500-99-FIM.                                            EXIT.    00006940
      *=============================================================*   00006950
                                                                        00006960
      *=============================================================*   00006970
       2600-GRAVAR-CONTROLE                                 SECTION.    00006980
                                                                        00006990
           IF WRK-EXISTE-CBR EQUAL 'S'                                  00007000
              REWRITE REG-CBRCTL                                        00007010
           ELSE                                                         00007020
              WRITE REG-CBRCTL                                          00007030
              MOVE 'S' TO WRK-EXISTE-CBR                                00007040
           END-IF.                                                      00007050
                                                                        00007060
           IF WRK-FS-CBRCTL NOT EQUAL ZEROS                             00007070
              MOVE 'FR21CBR1'                  TO WRK-PROGRAMA          00007080
              MOVE '2600'                      TO WRK-SECAO             00007090
              MOVE 'ERRO GRAVACAO CBRCTL     ' TO WRK-MENSAGEM          00007100
              MOVE WRK-FS-CBRCTL               TO WRK-STATUS            00007110
              PERFORM 9000-TRATARERROS                                  00007120
           END-IF.                                                      00007130
                                                                        00007140
       2600-99-FIM.                                            EXIT.    00007150
      *=============================================================*   00007160
                                                                        00007170
      *=============================================================*   00007180
       2800-DETALHE                                         SECTION.    00007190
                                                                        00007200
           MOVE CLI-CHAVE   TO WRK-D-CHAVE.                             00007210
           MOVE CLI-NOME    TO WRK-D-NOME.                              00007220
           MOVE WRK-DIAS    TO WRK-D-DIAS.                              00007230
           MOVE WRK-DEVEDOR TO WRK-D-DEVEDOR.                           00007240
           MOVE CBR-ESTAGIO TO WRK-D-ESTAGIO.                           00007250
           MOVE WRK-EVENTO  TO WRK-D-EVENTO.                            00007260
           WRITE FD-RELCBR FROM WRK-DETALHE.                            00007270
                                                                        00007280
       2800-99-FIM.                                            EXIT.    00007290
      *=============================================================*   00007300
                                                                        00007310
      *=============================================================*   00007320
       2900-REGRAVAR-CONTA                                  SECTION.    00007330
                                                                        00007340
           REWRITE REG-CLIENTES.                                        00007350
                                                                        00007360
           IF WRK-FS-CLIENTES NOT EQUAL ZEROS                           00007370
              MOVE 'FR21CBR1'                  TO WRK-PROGRAMA          00007380
              MOVE '2900'                      TO WRK-SECAO             00007390
              MOVE 'ERRO REWRITE CLIENTES    ' TO WRK-MENSAGEM          00007400
              MOVE WRK-FS-CLIENTES             TO WRK-STATUS            00007410
              PERFORM 9000-TRATARERROS                                  00007420
           END-IF.                                                      00007430
                                                                        00007440
      *          JORNAL DE IMAGENS PARA A RECUPERACAO A FRENTE          00007450
                                                                        00007460
           MOVE 'FR21CBR1'    TO CJR-PROGRAMA.                          00007470
           MOVE CLI-CHAVE     TO CJR-CHAVE.                             00007480
           MOVE WRK-IMG-CONTA TO CJR-IMAGEM-ANTES.                      00007490
           MOVE REG-CLIENTES  TO CJR-IMAGEM-DEPOIS.                     00007500
           CALL 'FR21CJN1' USING CJR-DADOS.                             00007510
                                                                        00007520
       2900-99-FIM.                                            EXIT.    00007530
      *=============================================================*   00007540
                                                                        00007550
      *=============================================================*   00007560
       3000-FINALIZAR                                       SECTION.    00007570
                                                                        00007580
             WRITE FD-RELCBR FROM WRK-LINHA-VAZIA.                      00007590
             MOVE 'CONTAS EM COBRANCA...:' TO WRK-TL-TEXTO.             00007600
             MOVE WRK-EM-COBRANCA         TO WRK-TL-VALOR.              00007610
             WRITE FD-RELCBR FROM WRK-TOTAL-LINHA.                      00007620
             MOVE 'SALDO DEVEDOR TOTAL..:' TO WRK-TL-TEXTO.             00007630
             MOVE WRK-TOT-DEVEDOR         TO WRK-TL-VALOR.              00007640
             WRITE FD-RELCBR FROM WRK-TOTAL-LINHA.                      00007650
             MOVE 'SAIRAM DA COBRANCA...:' TO WRK-TL-TEXTO.             00007660
             MOVE WRK-QUITADAS            TO WRK-TL-VALOR.              00007670
             WRITE FD-RELCBR FROM WRK-TOTAL-LINHA.                      00007680
                                                                        00007690
             DISPLAY 'CONTAS LIDAS..........' WRK-LIDOS.                00007700
             DISPLAY 'CONTAS EM COBRANCA....' WRK-EM-COBRANCA.          00007710
             DISPLAY 'ENTRADAS NA COBRANCA..' WRK-ENTRADAS.             00007720
             DISPLAY 'LEMBRETES EMITIDOS....' WRK-LEMBRETES.            00007730
             DISPLAY 'NOTIFICACOES EMITIDAS.' WRK-NOTIFICACOES.         00007740
             DISPLAY 'CARTAS RETIDAS (DEV)..' WRK-CARTAS-RETIDAS.       0000774A
             DISPLAY 'DEBITOS BLOQUEADOS....' WRK-BLOQUEADAS.           00007750
             DISPLAY 'INCLUSOES NO BUREAU...' WRK-NEGATIVADAS.          00007760
             DISPLAY 'NEGATIVACOES PENDENT..' WRK-PENDENTES.            00007770
             DISPLAY 'SAIRAM DA COBRANCA....' WRK-QUITADAS.             00007780
             DISPLAY 'BLOQUEIOS DESFEITOS...' WRK-DESBLOQUEADAS.        00007790
             DISPLAY 'EXCLUSOES NO BUREAU...' WRK-EXCLUSOES.            00007800
             DISPLAY WRK-MSG-FINAL.                                     00007810
                                                                        00007820
             CLOSE CLIENTES CADCLI CBRCTL.                              00007830
             CLOSE CARTCBR NEGBUR RELCBR.                               00007840
             STOP RUN.                                                  00007850
                                                                        00007860
       3000-99-FIM.                                            EXIT.    00007870
      *=============================================================*   00007880
                                                                        00007890
      *=============================================================*   00007900
       9000-TRATARERROS                                     SECTION.    00007910
                                                                        00007920
             MOVE 'E' TO WRK-SEVERIDADE.                                00007930
             CALL 'GRAVALOG' USING WRK-DADOS.                           00007940
             STOP RUN.                                                  00007950
                                                                        00007960
       9000-99-FIM.                                            EXIT.    00007970
      *=============================================================*   00007980
