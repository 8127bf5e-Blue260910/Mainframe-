      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21KYC1.                                            00000050
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
      *   OBJETIVO: REVISAO PERIODICA DO CADASTRO (CONHECA SEU          00000150
      *      CLIENTE) - ROTINA MENSAL. PERCORRE O CADCLI E, PELO        00000160
      *      VENCIMENTO DA REVISAO (CAD-DATA-REVISAO, MANTIDA PELO      00000170
      *      FR21CAD1), CLASSIFICA CADA CADASTRO EM:                    00000180
      *      - EM DIA: VENCE DEPOIS DA ANTECEDENCIA DO AVISO;           00000190
      *      - A VENCER: VENCE DENTRO DA ANTECEDENCIA;                  00000200
      *      - VENCIDO: VENCIDO HA NO MAXIMO A CARENCIA;                00000210
      *      - BLOQUEADO: VENCIDO ALEM DA CARENCIA. MARCADO COM         00000220
      *        CAD-KYC-SITUACAO 'B', O FR21LIM1 E O FR21CDB1 RECUSAM    00000230
      *        CREDITO NOVO ATE O FR21CAD1 REGISTRAR A REVISAO.         00000240
      *      GERA A CARTA DE RENOVACAO (UMA POR CICLO, AO ENTRAR NA     00000250
      *      ANTECEDENCIA OU JA VENCIDO) E O AVISO DE BLOQUEIO (UMA     00000260
      *      VEZ, AO PASSAR DA CARENCIA) NO EXTRATO CARTKYC, COM O      00000270
      *      ENDERECO DO CADASTRO, NOS MOLDES DAS CARTAS DE CONTA       00000280
      *      DORMENTE DO FR21UNC1. LISTA NO RELKYC OS CADASTROS A       00000290
      *      VENCER E VENCIDOS E NO RESKYC O RESUMO DE CONFORMIDADE     00000300
      *      POR AGENCIA.                                               00000310
      *      CADASTRO ANTERIOR A REVISAO PERIODICA (SEM DATA DE         00000320
      *      REVISAO) ENTRA VENCENDO NA DATA DE NEGOCIO, COM CLASSE     00000330
      *      DE RISCO 'M' QUANDO NAO INFORMADA.                         00000340
      *      ENDERECO MARCADO COMO INVALIDO PELA CORRESPONDENCIA        0000034A
      *      DEVOLVIDA (CAD-END-INVALIDO, FR21COR1): A CARTA DEVIDA     0000034B
      *      SAI COMO 'RETIDA' NO RELKYC, NAO VAI AO CARTKYC E NAO E    0000034C
      *      DATADA, SAINDO NA PRIMEIRA PASSAGEM APOS O FR21CAD1        0000034D
      *      LIBERAR O ENDERECO.                                        0000034E
      *      PARM: ANTECEDENCIA DO AVISO EM DIAS (3) + CARENCIA EM      00000350
      *      DIAS (3); SEM PARM, 060 E 090.                             00000360
      *-------------------------------------------------------------*   00000370
      *   ARQUIVOS.....:                                                00000380
      *                                                                 00000390
      *   NAME                I/O                                       00000400
      *   CADCLI              I-O  (KSDS - CADBOOK)                     00000410
      *   CLIENTES             I   (KSDS - CLIBOOK, SO O NOME)          00000420
      *   CARTKYC              O   (EXTRATO DE CARTAS)                  00000430
      *   RELKYC               O   (A VENCER E VENCIDOS)                00000440
      *   RESKYC               O   (RESUMO POR AGENCIA)                 00000450
      *-------------------------------------------------------------*   00000460
      *   MODULOS....:                                                  00000470
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000480
      *   FR21DTA1             DATA DE NEGOCIO DA JANELA (LNKDPRC)      00000490
      *=============================================================*   00000500
       ENVIRONMENT                               DIVISION.              00000510
      *=============================================================*   00000520
                                                                        00000530
      *-------------------------------------------------------------*   00000540
       CONFIGURATION                                        SECTION.    00000550
      *-------------------------------------------------------------*   00000560
       SPECIAL-NAMES.                                                   00000570
           DECIMAL-POINT IS COMMA.                                      00000580
                                                                        00000590
                                                                        00000600
       INPUT-OUTPUT                                         SECTION.    00000610
       FILE-CONTROL.                                                    00000620
           SELECT CADCLI   ASSIGN TO CADCLI                             00000630
               ORGANIZATION  IS INDEXED                                 00000640
               ACCESS MODE   IS SEQUENTIAL                              00000650
               RECORD KEY    IS CAD-CHAVE                               00000660
               FILE STATUS   IS WRK-FS-CADCLI.                          00000670
                                                                        00000680
           SELECT CLIENTES ASSIGN TO CLIENTES                           00000690
               ORGANIZATION  IS INDEXED                                 00000700
               ACCESS MODE   IS RANDOM                                  00000710
               RECORD KEY    IS CLI-CHAVE                               00000720
               FILE STATUS   IS WRK-FS-CLIENTES.                        00000730
                                                                        00000740
           SELECT CARTKYC  ASSIGN TO CARTKYC                            00000750
               FILE STATUS  IS WRK-FS-CARTKYC.                          00000760
                                                                        00000770
           SELECT RELKYC   ASSIGN TO RELKYC                             00000780
               FILE STATUS  IS WRK-FS-RELKYC.                           00000790
                                                                        00000800
           SELECT RESKYC   ASSIGN TO RESKYC                             00000810
               FILE STATUS  IS WRK-FS-RESKYC.                           00000820
                                                                        00000830
      *=============================================================*   00000840
       DATA                                                DIVISION.    00000850
      *=============================================================*   00000860
       FILE                                                 SECTION.    00000870
      *=============================================================*   00000880
                                                                        00000890
      *-------------------------------------------------------------*   00000900
      *       CADASTRO COMPLEMENTAR (KSDS)   LRECL = 132            *   00000910
      *-------------------------------------------------------------*   00000920
       FD CADCLI.                                                       00000930
                                                                        00000940
       COPY 'CADBOOK'.                                                  00000950
                                                                        00000960
      *-------------------------------------------------------------*   00000970
      *       ARQUIVO CLIENTES (KSDS)   LRECL = 73                  *   00000980
      *-------------------------------------------------------------*   00000990
       FD CLIENTES.                                                     00001000
                                                                        00001010
       COPY 'CLIBOOK'.                                                  00001020
                                                                        00001030
      *-------------------------------------------------------------*   00001040
      *       EXTRATO DE CARTAS   LRECL = 122                       *   00001050
      *       TIPO 'R' RENOVACAO DO CADASTRO / 'B' AVISO DE         *   00001060
      *       BLOQUEIO DE CREDITO NOVO                              *   00001070
      *-------------------------------------------------------------*   00001080
       FD CARTKYC                                                       00001090
           RECORDING  MODE IS F                                         00001100
           BLOCK CONTAINS 0 RECORDS.                                    00001110
                                                                        00001120
       01 FD-CARTKYC.                                                   00001130
          05 FD-CK-CHAVE     PIC X(08).                                 00001140
          05 FD-CK-NOME      PIC X(30).                                 00001150
          05 FD-CK-TIPO-DOC  PIC X(01).                                 00001160
          05 FD-CK-DOCUMENTO PIC X(14).                                 00001170
          05 FD-CK-REVISAO   PIC 9(08).                                 00001180
          05 FD-CK-TIPO      PIC X(01).                                 00001190
          05 FD-CK-ENDERECO  PIC X(30).                                 00001200
          05 FD-CK-CIDADE    PIC X(20).                                 00001210
          05 FD-CK-UF        PIC X(02).                                 00001220
          05 FD-CK-CEP       PIC X(08).                                 00001230
                                                                        00001240
      *-------------------------------------------------------------*   00001250
      *       ARQUIVO DE SAIDA   RELKYC   LRECL = 80                *   00001260
      *-------------------------------------------------------------*   00001270
       FD RELKYC                                                        00001280
           RECORDING  MODE IS F                                         00001290
           BLOCK CONTAINS 0 RECORDS.                                    00001300
                                                                        00001310
       01 FD-RELKYC     PIC X(80).                                      00001320
                                                                        00001330
      *-------------------------------------------------------------*   00001340
      *       ARQUIVO DE SAIDA   RESKYC   LRECL = 80                *   00001350
      *-------------------------------------------------------------*   00001360
       FD RESKYC                                                        00001370
           RECORDING  MODE IS F                                         00001380
           BLOCK CONTAINS 0 RECORDS.                                    00001390
                                                                        00001400
       01 FD-RESKYC     PIC X(80).                                      00001410
                                                                        00001420
      *-------------------------------------------------------------*   00001430
       WORKING-STORAGE                                      SECTION.    00001440
      *-------------------------------------------------------------*   00001450
                                                                        00001460
      *------------------LOG-DE-ERROS-------------------------------*   00001470
                                                                        00001480
       01 WRK-DADOS.                                                    00001490
           05 WRK-PROGRAMA  PIC X(08).                                  00001500
           05 WRK-SECAO     PIC X(04).                                  00001510
           05 WRK-MENSAGEM  PIC X(30).                                  00001520
           05 WRK-STATUS    PIC X(02).                                  00001530
           05 WRK-SEVERIDADE PIC X(01).                                 00001540
           05 FILLER        PIC X(22).                                  00001550
                                                                        00001560
      *--------------------LOGICA-----------------------------------*   00001570
                                                                        00001580
       77 WRK-LIDOS           PIC 9(07) VALUE 0.                        00001590
                                                                        00001600
       77 WRK-REGRAVADOS      PIC 9(07) VALUE 0.                        00001610
                                                                        00001620
       77 WRK-SEM-REVISAO     PIC 9(07) VALUE 0.                        00001630
                                                                        0000163A
       77 WRK-CARTAS-RETIDAS  PIC 9(07) VALUE 0.                        0000163B
                                                                        00001640
       77 WRK-MSG-FINAL       PIC X(17) VALUE 'FINAL DE PROGRAMA'.      00001650
                                                                        00001660
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00001670
                                                                        00001680
       77 WRK-HOJE            PIC 9(08) VALUE 0.                        00001690
                                                                        00001700
       77 WRK-ANTECEDENCIA    PIC 9(03) VALUE 60.                       00001710
                                                                        00001720
       77 WRK-CARENCIA        PIC 9(03) VALUE 90.                       00001730
                                                                        00001740
       77 WRK-HOJE-INT        PIC 9(08) VALUE 0.                        00001750
                                                                        00001760
       77 WRK-REV-INT         PIC 9(08) VALUE 0.                        00001770
                                                                        00001780
       77 WRK-CARTA-INT       PIC 9(08) VALUE 0.                        00001790
                                                                        00001800
       77 WRK-DIAS            PIC S9(05) VALUE 0.                       00001810
                                                                        00001820
       77 WRK-REGRAVA         PIC X(01) VALUE 'N'.                      00001830
                                                                        00001840
       77 WRK-TIPO-CARTA      PIC X(01) VALUE SPACE.                    00001850
                                                                        00001860
       77 WRK-SIT-TEXTO       PIC X(10) VALUE SPACES.                   00001870
                                                                        00001880
       77 WRK-AGENCIA-ATU     PIC X(04) VALUE SPACES.                   00001890
                                                                        00001900
      *        CONTADORES DA AGENCIA (AG) E GERAIS (TG)                 00001910
                                                                        00001920
       01 WRK-CONT-AGENCIA.                                             00001930
          05 WRK-AG-TOTAL    PIC 9(07) VALUE 0.                         00001940
          05 WRK-AG-EM-DIA   PIC 9(07) VALUE 0.                         00001950
          05 WRK-AG-A-VENCER PIC 9(07) VALUE 0.                         00001960
          05 WRK-AG-VENCIDOS PIC 9(07) VALUE 0.                         00001970
          05 WRK-AG-BLOQ     PIC 9(07) VALUE 0.                         00001980
          05 WRK-AG-CARTAS   PIC 9(07) VALUE 0.                         00001990
                                                                        00002000
       01 WRK-CONT-GERAL.                                               00002010
          05 WRK-TG-TOTAL    PIC 9(07) VALUE 0.                         00002020
          05 WRK-TG-EM-DIA   PIC 9(07) VALUE 0.                         00002030
          05 WRK-TG-A-VENCER PIC 9(07) VALUE 0.                         00002040
          05 WRK-TG-VENCIDOS PIC 9(07) VALUE 0.                         00002050
          05 WRK-TG-BLOQ     PIC 9(07) VALUE 0.                         00002060
          05 WRK-TG-CARTAS   PIC 9(07) VALUE 0.                         00002070
                                                                        00002080
           COPY 'LNKDPRC'.                                              00002090
                                                                        00002100
      *--------------------STATUS-----------------------------------*   00002110
                                                                        00002120
       77 WRK-FS-CADCLI   PIC 9(02).                                    00002130
                                                                        00002140
       77 WRK-FS-CLIENTES PIC 9(02).                                    00002150
                                                                        00002160
       77 WRK-FS-CARTKYC  PIC 9(02).                                    00002170
                                                                        00002180
       77 WRK-FS-RELKYC   PIC 9(02).                                    00002190
                                                                        00002200
       77 WRK-FS-RESKYC   PIC 9(02).                                    00002210
                                                                        00002220
      *--------------------LINHAS DO RELATORIO----------------------*   00002230
                                                                        00002240
       01 WRK-CABEC1.                                                   00002250
          05 FILLER   PIC X(44) VALUE                                   00002260
             'REVISAO CADASTRAL - A VENCER E VENCIDOS     '.            00002270
          05 FILLER   PIC X(06) VALUE 'DATA: '.                         00002280
          05 WRK-C1-DATA     PIC 9(08).                                 00002290
          05 FILLER   PIC X(22) VALUE SPACES.                           00002300
                                                                        00002310
       01 WRK-CABEC2.                                                   00002320
          05 FILLER   PIC X(10) VALUE 'CONTA'.                          00002330
          05 FILLER   PIC X(31) VALUE 'NOME'.                           00002340
          05 FILLER   PIC X(03) VALUE 'R'.                              00002350
          05 FILLER   PIC X(10) VALUE 'REVISAO'.                        00002360
          05 FILLER   PIC X(07) VALUE ' DIAS'.                          00002370
          05 FILLER   PIC X(12) VALUE 'SITUACAO'.                       00002380
          05 FILLER   PIC X(07) VALUE 'CARTA'.                          00002390
                                                                        00002400
       01 WRK-DETALHE.                                                  00002410
          05 WRK-D-CHAVE     PIC X(08).                                 00002420
          05 FILLER          PIC X(02) VALUE SPACES.                    00002430
          05 WRK-D-NOME      PIC X(30).                                 00002440
          05 FILLER          PIC X(01) VALUE SPACE.                     00002450
          05 WRK-D-RISCO     PIC X(01).                                 00002460
          05 FILLER          PIC X(02) VALUE SPACES.                    00002470
          05 WRK-D-REVISAO   PIC 9(08).                                 00002480
          05 FILLER          PIC X(02) VALUE SPACES.                    00002490
          05 WRK-D-DIAS      PIC -ZZZ9.                                 00002500
          05 FILLER          PIC X(02) VALUE SPACES.                    00002510
          05 WRK-D-SITUACAO  PIC X(10).                                 00002520
          05 FILLER          PIC X(02) VALUE SPACES.                    00002530
          05 WRK-D-CARTA     PIC X(07).                                 00002540
                                                                        00002550
       01 WRK-RES-CABEC1.                                               00002560
          05 FILLER   PIC X(44) VALUE                                   00002570
             'REVISAO CADASTRAL - CONFORMIDADE POR AGENCIA'.            00002580
          05 FILLER   PIC X(06) VALUE 'DATA: '.                         00002590
          05 WRK-R1-DATA     PIC 9(08).                                 00002600
          05 FILLER   PIC X(22) VALUE SPACES.                           00002610
                                                                        00002620
       01 WRK-RES-CABEC2.                                               00002630
          05 FILLER   PIC X(10) VALUE 'AGENCIA'.                        00002640
          05 FILLER   PIC X(10) VALUE '    TOTAL'.                      00002650
          05 FILLER   PIC X(10) VALUE '   EM DIA'.                      00002660
          05 FILLER   PIC X(10) VALUE ' A VENCER'.                      00002670
          05 FILLER   PIC X(10) VALUE ' VENCIDOS'.                      00002680
          05 FILLER   PIC X(10) VALUE 'BLOQUEADO'.                      00002690
          05 FILLER   PIC X(10) VALUE '   CARTAS'.                      00002700
          05 FILLER   PIC X(10) VALUE SPACES.                           00002710
                                                                        00002720
       01 WRK-RES-LINHA.                                                00002730
          05 WRK-RL-AGENCIA  PIC X(07).                                 00002740
          05 FILLER          PIC X(01) VALUE SPACE.                     00002750
          05 WRK-RL-TOTAL    PIC ZZZ.ZZ9.                               00002760
          05 FILLER          PIC X(03) VALUE SPACES.                    00002770
          05 WRK-RL-EM-DIA   PIC ZZZ.ZZ9.                               00002780
          05 FILLER          PIC X(03) VALUE SPACES.                    00002790
          05 WRK-RL-A-VENCER PIC ZZZ.ZZ9.                               00002800
          05 FILLER          PIC X(03) VALUE SPACES.                    00002810
          05 WRK-RL-VENCIDOS PIC ZZZ.ZZ9.                               00002820
          05 FILLER          PIC X(03) VALUE SPACES.                    00002830
          05 WRK-RL-BLOQ     PIC ZZZ.ZZ9.                               00002840
          05 FILLER          PIC X(03) VALUE SPACES.                    00002850
          05 WRK-RL-CARTAS   PIC ZZZ.ZZ9.                               00002860
          05 FILLER          PIC X(13) VALUE SPACES.                    00002870
                                                                        00002880
      *-------------------------------------------------------------*   00002890
       LINKAGE                                              SECTION.    00002900
      *-------------------------------------------------------------*   00002910
       01 LNK-ENTRADA.                                                  00002920
          05 LNK-LEN            PIC 9(04) COMP.                         00002930
          05 LNK-ANTECEDENCIA   PIC 9(03).                              00002940
          05 LNK-CARENCIA       PIC 9(03).                              00002950
                                                                        00002960
      *=============================================================*   00002970
       PROCEDURE DIVISION USING LNK-ENTRADA.                            00002980
      *=============================================================*   00002990
                                                                        00003000
      *=============================================================*   00003010
       0000-PRINCIPAL                                       SECTION.    00003020
                                                                        00003030
            PERFORM 1000-INICIAR.                                       00003040
            PERFORM 2000-PROCESSAR UNTIL WRK-FS-CADCLI EQUAL 10.        00003050
            PERFORM 2900-FECHAR-AGENCIA.                                00003060
            PERFORM 3000-FINALIZAR.                                     00003070
                                                                        00003080
       0000-99-FIM.                                            EXIT.    00003090
      *=============================================================*   00003100
                                                                        00003110
      *=============================================================*   00003120
       1000-INICIAR                                         SECTION.    00003130
                                                                        00003140
            IF LNK-LEN NOT LESS 6                                       00003150
               AND LNK-ANTECEDENCIA IS NUMERIC                          00003160
               AND LNK-CARENCIA IS NUMERIC                              00003170
               MOVE LNK-ANTECEDENCIA TO WRK-ANTECEDENCIA                00003180
               MOVE LNK-CARENCIA     TO WRK-CARENCIA                    00003190
            END-IF.                                                     00003200
                                                                        00003210
            OPEN I-O    CADCLI.                                         00003220
            OPEN INPUT  CLIENTES.                                       00003230
            OPEN OUTPUT CARTKYC.                                        00003240
            OPEN OUTPUT RELKYC.                                         00003250
            OPEN OUTPUT RESKYC.                                         00003260
                                                                        00003270
            IF WRK-FS-CADCLI NOT EQUAL ZEROS                            00003280
               MOVE 'FR21KYC1'                  TO WRK-PROGRAMA         00003290
               MOVE '1000'                      TO WRK-SECAO            00003300
               MOVE 'ERRO OPEN CADCLI         ' TO WRK-MENSAGEM         00003310
               MOVE WRK-FS-CADCLI               TO WRK-STATUS           00003320
               PERFORM 9000-TRATARERROS                                 00003330
            END-IF.                                                     00003340
                                                                        00003350
            IF WRK-FS-CLIENTES NOT EQUAL ZEROS                          00003360
               MOVE 'FR21KYC1'                  TO WRK-PROGRAMA         00003370
               MOVE '1000'                      TO WRK-SECAO            00003380
               MOVE 'ERRO OPEN CLIENTES       ' TO WRK-MENSAGEM         00003390
               MOVE WRK-FS-CLIENTES             TO WRK-STATUS           00003400
               PERFORM 9000-TRATARERROS                                 00003410
            END-IF.                                                     00003420
                                                                        00003430
            IF WRK-FS-CARTKYC NOT EQUAL ZEROS                           00003440
               MOVE 'FR21KYC1'                  TO WRK-PROGRAMA         00003450
               MOVE '1000'                      TO WRK-SECAO            00003460
               MOVE 'ERRO OPEN CARTKYC        ' TO WRK-MENSAGEM         00003470
               MOVE WRK-FS-CARTKYC              TO WRK-STATUS           00003480
               PERFORM 9000-TRATARERROS                                 00003490
            END-IF.                                                     00003500
                                                                        00003510
            MOVE 'FR21KYC1' TO LNK-DP-PROGRAMA.                         00003520
            MOVE ZEROS      TO LNK-DP-DIAS-TOL.                         00003530
            CALL 'FR21DTA1' USING LNK-DPRC.                             00003540
            MOVE LNK-DP-DATA TO WRK-HOJE.                               00003550
            COMPUTE WRK-HOJE-INT =                                      00003560
               FUNCTION INTEGER-OF-DATE(WRK-HOJE).                      00003570
                                                                        00003580
            MOVE WRK-HOJE TO WRK-C1-DATA WRK-R1-DATA.                   00003590
            WRITE FD-RELKYC FROM WRK-CABEC1.                            00003600
            WRITE FD-RELKYC FROM WRK-LINHA-VAZIA.                       00003610
            WRITE FD-RELKYC FROM WRK-CABEC2.                            00003620
            WRITE FD-RESKYC FROM WRK-RES-CABEC1.                        00003630
            WRITE FD-RESKYC FROM WRK-LINHA-VAZIA.                       00003640
            WRITE FD-RESKYC FROM WRK-RES-CABEC2.                        00003650
                                                                        00003660
            READ CADCLI NEXT.                                           00003670
                                                                        00003680
            IF WRK-FS-CADCLI EQUAL ZEROS                                00003690
               MOVE CAD-AGENCIA TO WRK-AGENCIA-ATU                      00003700
            END-IF.                                                     00003710
                                                                        00003720
       1000-99-FIM.                                            EXIT.    00003730
      *=============================================================*   00003740
                                                                        00003750
      *=============================================================*   00003760
       2000-PROCESSAR                                       SECTION.    00003770
                                                                        00003780
           ADD 1 TO WRK-LIDOS.                                          00003790
           MOVE 'N'   TO WRK-REGRAVA.                                   00003800
           MOVE SPACE TO WRK-TIPO-CARTA.                                00003810
                                                                        00003820
           IF CAD-AGENCIA NOT EQUAL WRK-AGENCIA-ATU                     00003830
              PERFORM 2900-FECHAR-AGENCIA                               00003840
              MOVE CAD-AGENCIA TO WRK-AGENCIA-ATU                       00003850
           END-IF.                                                      00003860
                                                                        00003870
           ADD 1 TO WRK-AG-TOTAL.                                       00003880
                                                                        00003890
           PERFORM 2100-NORMALIZAR.                                     00003900
                                                                        00003910
      *                 DIAS ATE O VENCIMENTO (NEGATIVO = VENCIDO)      00003920
                                                                        00003930
           COMPUTE WRK-REV-INT =                                        00003940
              FUNCTION INTEGER-OF-DATE(CAD-DATA-REVISAO).               00003950
           COMPUTE WRK-DIAS = WRK-REV-INT - WRK-HOJE-INT.               00003960
                                                                        00003970
           IF CAD-DATA-CARTA EQUAL ZEROS                                00003980
              MOVE ZEROS TO WRK-CARTA-INT                               00003990
           ELSE                                                         00004000
              COMPUTE WRK-CARTA-INT =                                   00004010
                 FUNCTION INTEGER-OF-DATE(CAD-DATA-CARTA)               00004020
           END-IF.                                                      00004030
                                                                        00004040
           EVALUATE TRUE                                                00004050
             WHEN WRK-DIAS GREATER WRK-ANTECEDENCIA                     00004060
                  ADD 1 TO WRK-AG-EM-DIA                                00004070
                  IF CAD-KYC-SITUACAO NOT EQUAL 'R'                     00004080
                     MOVE 'R' TO CAD-KYC-SITUACAO                       00004090
                     MOVE 'S' TO WRK-REGRAVA                            00004100
                  END-IF                                                00004110
                  GO TO 2000-50-REGRAVAR                                00004120
                                                                        00004130
             WHEN WRK-DIAS NOT LESS ZEROS                               00004140
                  ADD 1 TO WRK-AG-A-VENCER                              00004150
                  MOVE 'A VENCER  ' TO WRK-SIT-TEXTO                    00004160
                  IF CAD-KYC-SITUACAO NOT EQUAL 'R'                     00004170
                     MOVE 'R' TO CAD-KYC-SITUACAO                       00004180
                     MOVE 'S' TO WRK-REGRAVA                            00004190
                  END-IF                                                00004200
                  IF WRK-CARTA-INT + WRK-ANTECEDENCIA LESS WRK-REV-INT  00004210
                     MOVE 'R' TO WRK-TIPO-CARTA                         00004220
                  END-IF                                                00004230
                                                                        00004240
             WHEN WRK-DIAS + WRK-CARENCIA NOT LESS ZEROS                00004250
                  ADD 1 TO WRK-AG-VENCIDOS                              00004260
                  MOVE 'VENCIDO   ' TO WRK-SIT-TEXTO                    00004270
                  IF CAD-KYC-SITUACAO NOT EQUAL 'V'                     00004280
                     MOVE 'V' TO CAD-KYC-SITUACAO                       00004290
                     MOVE 'S' TO WRK-REGRAVA                            00004300
                  END-IF                                                00004310
                  IF WRK-CARTA-INT + WRK-ANTECEDENCIA LESS WRK-REV-INT  00004320
                     MOVE 'R' TO WRK-TIPO-CARTA                         00004330
                  END-IF                                                00004340
                                                                        00004350
             WHEN OTHER                                                 00004360
                  ADD 1 TO WRK-AG-BLOQ                                  00004370
                  MOVE 'BLOQUEADO ' TO WRK-SIT-TEXTO                    00004380
                  IF CAD-KYC-SITUACAO NOT EQUAL 'B'                     00004390
                     MOVE 'B' TO CAD-KYC-SITUACAO                       00004400
                     MOVE 'S' TO WRK-REGRAVA                            00004410
                  END-IF                                                00004420
                  IF WRK-CARTA-INT NOT GREATER                          00004430
                     WRK-REV-INT + WRK-CARENCIA                         00004440
                     MOVE 'B' TO WRK-TIPO-CARTA                         00004450
                  END-IF                                                00004460
           END-EVALUATE.                                                00004470
                                                                        00004480
      *                 CORRESPONDENCIA DEVOLVIDA: CARTA RETIDA ('D')   0000448A
                                                                        0000448B
           IF WRK-TIPO-CARTA NOT EQUAL SPACE                            0000448C
              AND CAD-END-INVALIDO EQUAL 'S'                            0000448D
              MOVE 'D' TO WRK-TIPO-CARTA                                0000448E
              ADD 1 TO WRK-CARTAS-RETIDAS                               0000448F
           END-IF.                                                      0000448G
                                                                        0000448H
           PERFORM 2200-LISTAR.                                         00004490
                                                                        00004500
           IF WRK-TIPO-CARTA EQUAL 'R' OR 'B'                           00004510
              PERFORM 2300-GRAVAR-CARTA                                 00004520
           END-IF.                                                      00004530
                                                                        00004540
       2000-50-REGRAVAR.                                                00004550
                                                                        00004560
           IF WRK-REGRAVA EQUAL 'S'                                     00004570
              REWRITE REG-CADCLI                                        00004580
              IF WRK-FS-CADCLI NOT EQUAL ZEROS                          00004590
                 MOVE 'FR21KYC1'                  TO WRK-PROGRAMA       00004600
                 MOVE '2000'                      TO WRK-SECAO          00004610
                 MOVE 'ERRO REWRITE CADCLI      ' TO WRK-MENSAGEM       00004620
                 MOVE WRK-FS-CADCLI               TO WRK-STATUS         00004630
                 PERFORM 9000-TRATARERROS                               00004640
              END-IF                                                    00004650
              ADD 1 TO WRK-REGRAVADOS                                   00004660
           END-IF.                                                      00004670
                                                                        00004680
           READ CADCLI NEXT.                                            00004690
                                                                        00004700
       2000-99-FIM.                                            EXIT.    00004710
      *=============================================================*   00004720
                                                                        00004730
      *=============================================================*   00004740
       2100-NORMALIZAR                                      SECTION.    00004750
                                                                        00004760
      *          CADASTRO ANTERIOR A REVISAO PERIODICA: CLASSE 'M'      00004770
      *          E REVISAO VENCENDO HOJE                                00004780
                                                                        00004790
           IF CAD-RISCO NOT EQUAL 'A' AND 'M' AND 'B'                   00004800
              MOVE 'M' TO CAD-RISCO                                     00004810
              MOVE 'S' TO WRK-REGRAVA                                   00004820
           END-IF.                                                      00004830
                                                                        00004840
           IF CAD-DATA-CONFIRM NOT NUMERIC                              00004850
              MOVE ZEROS TO CAD-DATA-CONFIRM                            00004860
              MOVE 'S'   TO WRK-REGRAVA                                 00004870
           END-IF.                                                      00004880
                                                                        00004890
           IF CAD-DATA-CARTA NOT NUMERIC                                00004900
              MOVE ZEROS TO CAD-DATA-CARTA                              00004910
              MOVE 'S'   TO WRK-REGRAVA                                 00004920
           END-IF.                                                      00004930
                                                                        00004940
           IF CAD-DATA-REVISAO NOT NUMERIC                              00004950
              OR CAD-DATA-REVISAO EQUAL ZEROS                           00004960
              MOVE WRK-HOJE TO CAD-DATA-REVISAO                         00004970
              MOVE 'S'      TO WRK-REGRAVA                              00004980
              ADD 1 TO WRK-SEM-REVISAO                                  00004990
           END-IF.                                                      00005000
                                                                        00005010
       2100-99-FIM.                                            EXIT.    00005020
      *=============================================================*   00005030
                                                                        00005040
      *=============================================================*   00005050
       2200-LISTAR                                          SECTION.    00005060
                                                                        00005070
           MOVE CAD-CHAVE TO CLI-CHAVE.                                 00005080
           READ CLIENTES.                                               00005090
                                                                        00005100
           IF WRK-FS-CLIENTES EQUAL ZEROS                               00005110
              MOVE CLI-NOME TO WRK-D-NOME                               00005120
           ELSE                                                         00005130
              MOVE SPACES   TO WRK-D-NOME                               00005140
           END-IF.                                                      00005150
                                                                        00005160
           MOVE CAD-CHAVE        TO WRK-D-CHAVE.                        00005170
           MOVE CAD-RISCO        TO WRK-D-RISCO.                        00005180
           MOVE CAD-DATA-REVISAO TO WRK-D-REVISAO.                      00005190
           MOVE WRK-DIAS         TO WRK-D-DIAS.                         00005200
           MOVE WRK-SIT-TEXTO    TO WRK-D-SITUACAO.                     00005210
                                                                        00005220
           EVALUATE WRK-TIPO-CARTA                                      00005230
             WHEN 'R'                                                   00005240
                  MOVE 'RENOVA.' TO WRK-D-CARTA                         00005250
             WHEN 'B'                                                   00005260
                  MOVE 'BLOQUEI' TO WRK-D-CARTA                         00005270
             WHEN 'D'                                                   0000527A
                  MOVE 'RETIDA ' TO WRK-D-CARTA                         0000527B
             WHEN OTHER                                                 00005280
                  MOVE SPACES    TO WRK-D-CARTA                         00005290
           END-EVALUATE.                                                00005300
                                                                        00005310
           WRITE FD-RELKYC FROM WRK-DETALHE.                            00005320
                                                                        00005330
       2200-99-FIM.                                            EXIT.    00005340
      *=============================================================*   00005350
                                                                        00005360
      *=============================================================*   00005370
       2300-GRAVAR-CARTA                                    SECTION.    00005380
                                                                        00005390
      *          EXTRATO PARA A AGENCIA MONTAR A CARTA, COM O           00005400
      *          ENDERECO DO CADASTRO                                   00005410
                                                                        00005420
           MOVE CAD-CHAVE        TO FD-CK-CHAVE.                        00005430
           MOVE WRK-D-NOME       TO FD-CK-NOME.                         00005440
           MOVE CAD-TIPO-DOC     TO FD-CK-TIPO-DOC.                     00005450
           MOVE CAD-DOCUMENTO    TO FD-CK-DOCUMENTO.                    00005460
           MOVE CAD-DATA-REVISAO TO FD-CK-REVISAO.                      00005470
           MOVE WRK-TIPO-CARTA   TO FD-CK-TIPO.                         00005480
           MOVE CAD-ENDERECO     TO FD-CK-ENDERECO.                     00005490
           MOVE CAD-CIDADE       TO FD-CK-CIDADE.                       00005500
           MOVE CAD-UF           TO FD-CK-UF.                           00005510
           MOVE CAD-CEP          TO FD-CK-CEP.                          00005520
           WRITE FD-CARTKYC.                                            00005530
                                                                        00005540
           IF WRK-FS-CARTKYC NOT EQUAL ZEROS                            00005550
              MOVE 'FR21KYC1'                  TO WRK-PROGRAMA          00005560
              MOVE '2300'                      TO WRK-SECAO             00005570
              MOVE 'ERRO WRITE CARTKYC       ' TO WRK-MENSAGEM          00005580
              MOVE WRK-FS-CARTKYC              TO WRK-STATUS            00005590
              PERFORM 9000-TRATARERROS                                  00005600
           END-IF.                                                      00005610
                                                                        00005620
           MOVE WRK-HOJE TO CAD-DATA-CARTA.                             00005630
           MOVE 'S'      TO WRK-REGRAVA.                                00005640
           ADD 1 TO WRK-AG-CARTAS.                                      00005650
                                                                        00005660
       2300-99-FIM.                                            EXIT.    00005670
      *=============================================================*   00005680
                                                                        00005690
      *=============================================================*   00005700
       2900-FECHAR-AGENCIA                                  SECTION.    00005710
                                                                        00005720
      *          LINHA DA AGENCIA NO RESUMO E ACUMULO NO GERAL          00005730
                                                                        00005740
           IF WRK-AG-TOTAL EQUAL ZEROS                                  00005750
              GO TO 2900-99-FIM                                         00005760
           END-IF.                                                      00005770
                                                                        00005780
           MOVE WRK-AGENCIA-ATU TO WRK-RL-AGENCIA.                      00005790
           MOVE WRK-AG-TOTAL    TO WRK-RL-TOTAL.                        00005800
           MOVE WRK-AG-EM-DIA   TO WRK-RL-EM-DIA.                       00005810
           MOVE WRK-AG-A-VENCER TO WRK-RL-A-VENCER.                     00005820
           MOVE WRK-AG-VENCIDOS TO WRK-RL-VENCIDOS.                     00005830
           MOVE WRK-AG-BLOQ     TO WRK-RL-BLOQ.                         00005840
           MOVE WRK-AG-CARTAS   TO WRK-RL-CARTAS.                       00005850
           WRITE FD-RESKYC FROM WRK-RES-LINHA.                          00005860
                                                                        00005870
           ADD WRK-AG-TOTAL    TO WRK-TG-TOTAL.                         00005880
           ADD WRK-AG-EM-DIA   TO WRK-TG-EM-DIA.                        00005890
           ADD WRK-AG-A-VENCER TO WRK-TG-A-VENCER.                      00005900
           ADD WRK-AG-VENCIDOS TO WRK-TG-VENCIDOS.                      00005910
           ADD WRK-AG-BLOQ     TO WRK-TG-BLOQ.                          00005920
           ADD WRK-AG-CARTAS   TO WRK-TG-CARTAS.                        00005930
                                                                        00005940
           INITIALIZE WRK-CONT-AGENCIA.                                 00005950
                                                                        00005960
       2900-99-FIM.                                            EXIT.    00005970
      *=============================================================*   00005980
                                                                        00005990
      *=============================================================*   00006000
       3000-FINALIZAR                                       SECTION.    00006010
                                                                        00006020
             WRITE FD-RESKYC FROM WRK-LINHA-VAZIA.                      00006030
             MOVE 'TOTAL'         TO WRK-RL-AGENCIA.                    00006040
             MOVE WRK-TG-TOTAL    TO WRK-RL-TOTAL.                      00006050
             MOVE WRK-TG-EM-DIA   TO WRK-RL-EM-DIA.                     00006060
             MOVE WRK-TG-A-VENCER TO WRK-RL-A-VENCER.                   00006070
             MOVE WRK-TG-VENCIDOS TO WRK-RL-VENCIDOS.                   00006080
             MOVE WRK-TG-BLOQ     TO WRK-RL-BLOQ.                       00006090
             MOVE WRK-TG-CARTAS   TO WRK-RL-CARTAS.                     00006100
             WRITE FD-RESKYC FROM WRK-RES-LINHA.                        00006110
                                                                        00006120
             DISPLAY 'CADASTROS LIDOS.......' WRK-LIDOS.                00006130
             DISPLAY 'SEM DATA DE REVISAO...' WRK-SEM-REVISAO.          00006140
             DISPLAY 'A VENCER..............' WRK-TG-A-VENCER.          00006150
             DISPLAY 'VENCIDOS (CARENCIA)...' WRK-TG-VENCIDOS.          00006160
             DISPLAY 'BLOQUEADOS............' WRK-TG-BLOQ.              00006170
             DISPLAY 'CARTAS GERADAS........' WRK-TG-CARTAS.            00006180
             DISPLAY 'CARTAS RETIDAS (DEV)..' WRK-CARTAS-RETIDAS.       0000618A
             DISPLAY 'CADASTROS REGRAVADOS..' WRK-REGRAVADOS.           00006190
             DISPLAY WRK-MSG-FINAL.                                     00006200
                                                                        00006210
             CLOSE CADCLI CLIENTES.                                     00006220
             CLOSE CARTKYC RELKYC RESKYC.                               00006230
             STOP RUN.                                                  00006240
                                                                        00006250
       3000-99-FIM.                                            EXIT.    00006260
      *=============================================================*   00006270
                                                                        00006280
      *=============================================================*   00006290
       9000-TRATARERROS                                     SECTION.    00006300
                                                                        00006310
             MOVE 'E' TO WRK-SEVERIDADE.                                00006320
             CALL 'GRAVALOG' USING WRK-DADOS.                           00006330
             STOP RUN.                                                  00006340
                                                                        00006350
       9000-99-FIM.                                            EXIT.    00006360
      *=============================================================*   00006370
