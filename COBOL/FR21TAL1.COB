      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21TAL1.                                            00000050
                                                                        00000060
      *=============================================================*   00000070
      *   AUTOR....:VICTOR ARANDA                                       00000080
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000090
      *   DATA ....:15/10/2026                                          00000100
      *-------------------------------------------------------------*   00000110
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000120
      *  1.0   15/10/26   VICTOR ARANDA       VERSAO INICIAL            00000130
      *  1.1   15/10/26   VICTOR ARANDA    CONTA EM COBRANCA COM        00000131
      *                                    DEBITOS BLOQUEADOS ('D')     00000132
      *                                    NAO RECEBE TALAO             00000133
      *-------------------------------------------------------------*   00000140
      *   OBJETIVO: MANUTENCAO DO CADASTRO DE TALOES DE CHEQUE          00000150
      *      (TALCHQ) A PARTIR DAS SOLICITACOES DO DIA (TALMOV):        00000160
      *      'E' EMISSAO DE TALAO - CONTA EXISTENTE, ATIVA, NAO         00000170
      *          DORMENTE E NAO BLOQUEADA PARA TALAO (CCF); AS          00000180
      *          FOLHAS SEGUEM A NUMERACAO DA CONTA (20 FOLHAS          00000190
      *          QUANDO A QUANTIDADE VEM ZERADA, NO MAXIMO 50);         00000200
      *      'S' SUSTACAO (CONTRA-ORDEM) DE UMA FAIXA DE FOLHAS         00000210
      *          DISPONIVEIS, MOTIVO 20 (CANCELAMENTO PELO              00000220
      *          CORRENTISTA), 21 (CONTRA-ORDEM) OU 28 (FURTO OU        00000230
      *          ROUBO);                                                00000240
      *      'L' LEVANTAMENTO DA SUSTACAO DE UMA FAIXA DE FOLHAS.       00000250
      *      CRITICA NO RELTAL.                                         00000260
      *-------------------------------------------------------------*   00000270
      *   ARQUIVOS.....:                                                00000280
      *                                                                 00000290
      *   NAME                I/O                                       00000300
      *   TALMOV               I   (SOLICITACOES DO DIA)                00000310
      *   CLIENTES             I   (KSDS - CLIBOOK)                     00000320
      *   TALCHQ              I-O  (KSDS - TALBOOK)                     00000330
      *   RELTAL               O   (CRITICA)                            00000340
      *-------------------------------------------------------------*   00000350
      *   MODULOS....:                                                  00000360
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000370
      *   FR21DTA1             DATA DE NEGOCIO DA JANELA (LNKDPRC)      00000380
      *=============================================================*   00000390
       ENVIRONMENT                               DIVISION.              00000400
      *=============================================================*   00000410
                                                                        00000420
      *-------------------------------------------------------------*   00000430
       CONFIGURATION                                        SECTION.    00000440
      *-------------------------------------------------------------*   00000450
       SPECIAL-NAMES.                                                   00000460
           DECIMAL-POINT IS COMMA.                                      00000470
                                                                        00000480
                                                                        00000490
       INPUT-OUTPUT                                         SECTION.    00000500
       FILE-CONTROL.                                                    00000510
           SELECT TALMOV   ASSIGN TO TALMOV                             00000520
               FILE STATUS  IS WRK-FS-TALMOV.                           00000530
                                                                        00000540
           SELECT CLIENTES ASSIGN TO CLIENTES                           00000550
               ORGANIZATION  IS INDEXED                                 00000560
               ACCESS MODE   IS RANDOM                                  00000570
               RECORD KEY    IS CLI-CHAVE                               00000580
               FILE STATUS   IS WRK-FS-CLIENTES.                        00000590
                                                                        00000600
           SELECT TALCHQ   ASSIGN TO TALCHQ                             00000610
               ORGANIZATION  IS INDEXED                                 00000620
               ACCESS MODE   IS RANDOM                                  00000630
               RECORD KEY    IS TAL-CHAVE-REG                           00000640
               FILE STATUS   IS WRK-FS-TALCHQ.                          00000650
                                                                        00000660
           SELECT RELTAL   ASSIGN TO RELTAL                             00000670
               FILE STATUS  IS WRK-FS-RELTAL.                           00000680
                                                                        00000690
      *=============================================================*   00000700
       DATA                                                DIVISION.    00000710
      *=============================================================*   00000720
       FILE                                                 SECTION.    00000730
      *=============================================================*   00000740
                                                                        00000750
      *-------------------------------------------------------------*   00000760
      *       ARQUIVO DE ENTRADA TALMOV   LRECL = 40                *   00000770
      *-------------------------------------------------------------*   00000780
       FD TALMOV                                                        00000790
           RECORDING  MODE IS F                                         00000800
           BLOCK CONTAINS 0 RECORDS.                                    00000810
                                                                        00000820
       01 FD-TALMOV.                                                    00000830
          05 FD-TM-TIPO      PIC X(01).                                 00000840
          05 FD-TM-CHAVE     PIC X(08).                                 00000850
          05 FD-TM-QTDE      PIC 9(03).                                 00000860
          05 FD-TM-FOLHA-INI PIC 9(06).                                 00000870
          05 FD-TM-FOLHA-FIM PIC 9(06).                                 00000880
          05 FD-TM-MOTIVO    PIC 9(02).                                 00000890
          05 FILLER          PIC X(14).                                 00000900
                                                                        00000910
      *-------------------------------------------------------------*   00000920
      *       ARQUIVO CLIENTES (KSDS)   LRECL = 73                  *   00000930
      *-------------------------------------------------------------*   00000940
       FD CLIENTES.                                                     00000950
                                                                        00000960
       COPY 'CLIBOOK'.                                                  00000970
                                                                        00000980
      *-------------------------------------------------------------*   00000990
      *       CADASTRO DE TALOES (KSDS)   LRECL = 60                *   00001000
      *-------------------------------------------------------------*   00001010
       FD TALCHQ.                                                       00001020
                                                                        00001030
       COPY 'TALBOOK'.                                                  00001040
                                                                        00001050
      *-------------------------------------------------------------*   00001060
      *       ARQUIVO DE SAIDA   RELTAL   LRECL = 80                *   00001070
      *-------------------------------------------------------------*   00001080
       FD RELTAL                                                        00001090
           RECORDING  MODE IS F                                         00001100
           BLOCK CONTAINS 0 RECORDS.                                    00001110
                                                                        00001120
       01 FD-RELTAL     PIC X(80).                                      00001130
                                                                        00001140
      *-------------------------------------------------------------*   00001150
       WORKING-STORAGE                                      SECTION.    00001160
      *-------------------------------------------------------------*   00001170
                                                                        00001180
      *------------------LOG-DE-ERROS-------------------------------*   00001190
                                                                        00001200
       01 WRK-DADOS.                                                    00001210
           05 WRK-PROGRAMA  PIC X(08).                                  00001220
           05 WRK-SECAO     PIC X(04).                                  00001230
           05 WRK-MENSAGEM  PIC X(30).                                  00001240
           05 WRK-STATUS    PIC X(02).                                  00001250
           05 WRK-SEVERIDADE PIC X(01).                                 00001260
           05 FILLER        PIC X(22).                                  00001270
                                                                        00001280
      *--------------------PADROES DO TALAO-------------------------*   00001290
                                                                        00001300
       77 WRK-FOLHAS-PADRAO   PIC 9(03) VALUE 020.                      00001310
                                                                        00001320
       77 WRK-FOLHAS-MAXIMO   PIC 9(03) VALUE 050.                      00001330
                                                                        00001340
      *--------------------LOGICA-----------------------------------*   00001350
                                                                        00001360
       77 WRK-LIDOS           PIC 9(05) VALUE 0.                        00001370
                                                                        00001380
       77 WRK-EMITIDOS        PIC 9(05) VALUE 0.                        00001390
                                                                        00001400
       77 WRK-SUSTACOES       PIC 9(05) VALUE 0.                        00001410
                                                                        00001420
       77 WRK-LEVANTAMENTOS   PIC 9(05) VALUE 0.                        00001430
                                                                        00001440
       77 WRK-REJEITADOS      PIC 9(05) VALUE 0.                        00001450
                                                                        00001460
       77 WRK-MOTIVO          PIC X(25).                                00001470
                                                                        00001480
       77 WRK-MSG-FINAL       PIC X(17) VALUE 'FINAL DE PROGRAMA'.      00001490
                                                                        00001500
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00001510
                                                                        00001520
       77 WRK-HOJE            PIC 9(08) VALUE 0.                        00001530
                                                                        00001540
       77 WRK-QTDE            PIC 9(03) VALUE 0.                        00001550
                                                                        00001560
       77 WRK-FOLHA           PIC 9(07) VALUE 0.                        00001570
                                                                        00001580
       77 WRK-FOLHA-INI       PIC 9(06) VALUE 0.                        00001590
                                                                        00001600
       77 WRK-FOLHA-FIM       PIC 9(07) VALUE 0.                        00001610
                                                                        00001620
       77 WRK-ALTERADAS       PIC 9(06) VALUE 0.                        00001630
                                                                        00001640
      *        REGISTRO DE CONTROLE DA CONTA (FOLHA 000000)             00001650
                                                                        00001660
       77 WRK-CTL-NOVO        PIC X(01) VALUE 'N'.                      00001670
                                                                        00001680
       01 WRK-CONTROLE.                                                 00001690
          05 WRK-CTL-ULT-TALAO  PIC 9(03).                              00001700
          05 WRK-CTL-ULT-FOLHA  PIC 9(06).                              00001710
          05 WRK-CTL-QTD-DEVOL  PIC 9(03).                              00001720
          05 WRK-CTL-CCF        PIC X(01).                              00001730
          05 WRK-CTL-DATA-CCF   PIC 9(08).                              00001740
          05 WRK-CTL-BLOQ-TALAO PIC X(01).                              00001750
                                                                        00001760
           COPY 'LNKDPRC'.                                              00001770
                                                                        00001780
      *--------------------STATUS-----------------------------------*   00001790
                                                                        00001800
       77 WRK-FS-TALMOV   PIC 9(02).                                    00001810
                                                                        00001820
       77 WRK-FS-CLIENTES PIC 9(02).                                    00001830
                                                                        00001840
       77 WRK-FS-TALCHQ   PIC 9(02).                                    00001850
                                                                        00001860
       77 WRK-FS-RELTAL   PIC 9(02).                                    00001870
                                                                        00001880
      *--------------------LINHAS DO RELATORIO----------------------*   00001890
                                                                        00001900
       01 WRK-CABEC1.                                                   00001910
          05 FILLER   PIC X(44) VALUE                                   00001920
             'TALOES DE CHEQUE - EMISSAO E SUSTACAO'.                   00001930
          05 FILLER   PIC X(36).                                        00001940
                                                                        00001950
       01 WRK-DETALHE.                                                  00001960
          05 WRK-D-TIPO      PIC X(01).                                 00001970
          05 FILLER          PIC X(02).                                 00001980
          05 WRK-D-CHAVE     PIC X(08).                                 00001990
          05 FILLER          PIC X(02).                                 00002000
          05 WRK-D-FOLHA-INI PIC 9(06).                                 00002010
          05 FILLER          PIC X(01) VALUE '-'.                       00002020
          05 WRK-D-FOLHA-FIM PIC 9(06).                                 00002030
          05 FILLER          PIC X(02).                                 00002040
          05 WRK-D-QTDE      PIC ZZZZZ9.                                00002050
          05 FILLER          PIC X(02).                                 00002060
          05 WRK-D-SITUACAO  PIC X(10).                                 00002070
          05 FILLER          PIC X(02).                                 00002080
          05 WRK-D-CRITICA   PIC X(25).                                 00002090
          05 FILLER          PIC X(07).                                 00002100
                                                                        00002110
      *=============================================================*   00002120
       PROCEDURE DIVISION.                                              00002130
      *=============================================================*   00002140
                                                                        00002150
      *=============================================================*   00002160
       0000-PRINCIPAL                                       SECTION.    00002170
                                                                        00002180
            PERFORM 1000-INICIAR.                                       00002190
            PERFORM 2000-PROCESSAR UNTIL WRK-FS-TALMOV EQUAL 10.        00002200
            PERFORM 3000-FINALIZAR.                                     00002210
                                                                        00002220
       0000-99-FIM.                                            EXIT.    00002230
      *=============================================================*   00002240
                                                                        00002250
      *=============================================================*   00002260
       1000-INICIAR                                         SECTION.    00002270
                                                                        00002280
            OPEN INPUT  TALMOV.                                         00002290
            OPEN INPUT  CLIENTES.                                       00002300
            OPEN I-O    TALCHQ.                                         00002310
            OPEN OUTPUT RELTAL.                                         00002320
                                                                        00002330
            IF WRK-FS-TALMOV NOT EQUAL ZEROS                            00002340
               MOVE 'FR21TAL1'                  TO WRK-PROGRAMA         00002350
               MOVE '1000'                      TO WRK-SECAO            00002360
               MOVE 'ERRO OPEN SOLICITACOES   ' TO WRK-MENSAGEM         00002370
               MOVE WRK-FS-TALMOV               TO WRK-STATUS           00002380
               PERFORM 9000-TRATARERROS                                 00002390
            END-IF.                                                     00002400
                                                                        00002410
            IF WRK-FS-CLIENTES NOT EQUAL ZEROS                          00002420
               MOVE 'FR21TAL1'                  TO WRK-PROGRAMA         00002430
               MOVE '1000'                      TO WRK-SECAO            00002440
               MOVE 'ERRO OPEN CLIENTES       ' TO WRK-MENSAGEM         00002450
               MOVE WRK-FS-CLIENTES             TO WRK-STATUS           00002460
               PERFORM 9000-TRATARERROS                                 00002470
            END-IF.                                                     00002480
                                                                        00002490
            IF WRK-FS-TALCHQ NOT EQUAL ZEROS                            00002500
               MOVE 'FR21TAL1'                  TO WRK-PROGRAMA         00002510
               MOVE '1000'                      TO WRK-SECAO            00002520
               MOVE 'ERRO OPEN TALCHQ         ' TO WRK-MENSAGEM         00002530
               MOVE WRK-FS-TALCHQ               TO WRK-STATUS           00002540
               PERFORM 9000-TRATARERROS                                 00002550
            END-IF.                                                     00002560
                                                                        00002570
            MOVE 'FR21TAL1' TO LNK-DP-PROGRAMA.                         00002580
            MOVE ZEROS      TO LNK-DP-DIAS-TOL.                         00002590
            CALL 'FR21DTA1' USING LNK-DPRC.                             00002600
            MOVE LNK-DP-DATA TO WRK-HOJE.                               00002610
                                                                        00002620
            WRITE FD-RELTAL FROM WRK-CABEC1.                            00002630
            WRITE FD-RELTAL FROM WRK-LINHA-VAZIA.                       00002640
                                                                        00002650
            READ TALMOV.                                                00002660
                                                                        00002670
       1000-99-FIM.                                            EXIT.    00002680
      *=============================================================*   00002690
                                                                        00002700
      *=============================================================*   00002710
       2000-PROCESSAR                                       SECTION.    00002720
                                                                        00002730
           ADD 1 TO WRK-LIDOS.                                          00002740
           MOVE SPACES TO WRK-MOTIVO.                                   00002750
           MOVE ZEROS  TO WRK-FOLHA-INI WRK-FOLHA-FIM WRK-ALTERADAS.    00002760
                                                                        00002770
           PERFORM 2050-LER-CONTROLE.                                   00002780
                                                                        00002790
           EVALUATE FD-TM-TIPO                                          00002800
             WHEN 'E'                                                   00002810
                  PERFORM 2100-EMITIR-TALAO                             00002820
             WHEN 'S'                                                   00002830
             WHEN 'L'                                                   00002840
                  PERFORM 2200-SUSTAR-FOLHAS                            00002850
             WHEN OTHER                                                 00002860
                  MOVE 'TIPO INVALIDO (E/S/L)   ' TO WRK-MOTIVO         00002870
           END-EVALUATE.                                                00002880
                                                                        00002890
           IF WRK-MOTIVO NOT EQUAL SPACES                               00002900
              ADD 1 TO WRK-REJEITADOS                                   00002910
              MOVE 'REJEITADO ' TO WRK-D-SITUACAO                       00002920
           ELSE                                                         00002930
              MOVE 'PROCESSADO' TO WRK-D-SITUACAO                       00002940
           END-IF.                                                      00002950
                                                                        00002960
           MOVE FD-TM-TIPO    TO WRK-D-TIPO.                            00002970
           MOVE FD-TM-CHAVE   TO WRK-D-CHAVE.                           00002980
           MOVE WRK-FOLHA-INI TO WRK-D-FOLHA-INI.                       00002990
           MOVE WRK-FOLHA-FIM TO WRK-D-FOLHA-FIM.                       00003000
           MOVE WRK-ALTERADAS TO WRK-D-QTDE.                            00003010
           MOVE WRK-MOTIVO    TO WRK-D-CRITICA.                         00003020
           WRITE FD-RELTAL FROM WRK-DETALHE.                            00003030
                                                                        00003040
           READ TALMOV.                                                 00003050
                                                                        00003060
       2000-99-FIM.                                            EXIT.    00003070
      *=============================================================*   00003080
                                                                        00003090
      *=============================================================*   00003100
       2050-LER-CONTROLE                                    SECTION.    00003110
                                                                        00003120
      *          REGISTRO DE CONTROLE DA CONTA; CONTA SEM TALAO         00003130
      *          AINDA NAO TEM O REGISTRO (CRIADO NA 1A EMISSAO)        00003140
                                                                        00003150
           MOVE FD-TM-CHAVE TO TAL-CHAVE.                               00003160
           MOVE ZEROS       TO TAL-FOLHA.                               00003170
           READ TALCHQ.                                                 00003180
                                                                        00003190
           IF WRK-FS-TALCHQ EQUAL ZEROS                                 00003200
              MOVE 'N'                TO WRK-CTL-NOVO                   00003210
              MOVE TAL-DADOS-CONTROLE TO WRK-CONTROLE                   00003220
           ELSE                                                         00003230
              MOVE 'S'                TO WRK-CTL-NOVO                   00003240
              INITIALIZE WRK-CONTROLE                                   00003250
              MOVE 'N'                TO WRK-CTL-CCF                    00003260
                                         WRK-CTL-BLOQ-TALAO             00003270
           END-IF.                                                      00003280
                                                                        00003290
       2050-99-FIM.                                            EXIT.    00003300
      *=============================================================*   00003310
                                                                        00003320
      *=============================================================*   00003330
       2100-EMITIR-TALAO                                    SECTION.    00003340
                                                                        00003350
           IF FD-TM-QTDE NOT NUMERIC                                    00003360
              OR FD-TM-QTDE GREATER WRK-FOLHAS-MAXIMO                   00003370
              MOVE 'QUANTIDADE INVALIDA     ' TO WRK-MOTIVO             00003380
              GO TO 2100-99-FIM                                         00003390
           END-IF.                                                      00003400
                                                                        00003410
           IF FD-TM-QTDE EQUAL ZEROS                                    00003420
              MOVE WRK-FOLHAS-PADRAO TO WRK-QTDE                        00003430
           ELSE                                                         00003440
              MOVE FD-TM-QTDE        TO WRK-QTDE                        00003450
           END-IF.                                                      00003460
                                                                        00003470
           MOVE FD-TM-CHAVE TO CLI-CHAVE.                               00003480
           READ CLIENTES.                                               00003490
                                                                        00003500
           EVALUATE TRUE                                                00003510
             WHEN WRK-FS-CLIENTES NOT EQUAL ZEROS                       00003520
                  MOVE 'CONTA NAO ENCONTRADA    ' TO WRK-MOTIVO         00003530
             WHEN CLI-SITUACAO EQUAL 'E' OR CLI-SITUACAO EQUAL 'X'      00003540
                  MOVE 'CONTA ENCERRADA         ' TO WRK-MOTIVO         00003550
             WHEN CLI-SITUACAO EQUAL 'B'                                00003560
                  MOVE 'CONTA BLOQUEADA         ' TO WRK-MOTIVO         00003570
             WHEN CLI-SITUACAO EQUAL 'D'                                00003571
                  MOVE 'CONTA EM COBRANCA       ' TO WRK-MOTIVO         00003572
             WHEN CLI-DORMENTE EQUAL 'S'                                00003580
                  MOVE 'CONTA DORMENTE          ' TO WRK-MOTIVO         00003590
             WHEN WRK-CTL-CCF EQUAL 'S'                                 00003600
               OR WRK-CTL-BLOQ-TALAO EQUAL 'S'                          00003610
                  MOVE 'CONTA NO CCF - SEM TALAO' TO WRK-MOTIVO         00003620
           END-EVALUATE.                                                00003630
                                                                        00003640
           IF WRK-MOTIVO NOT EQUAL SPACES                               00003650
              GO TO 2100-99-FIM                                         00003660
           END-IF.                                                      00003670
                                                                        00003680
           COMPUTE WRK-FOLHA-INI = WRK-CTL-ULT-FOLHA + 1.               00003690
           COMPUTE WRK-FOLHA-FIM = WRK-CTL-ULT-FOLHA + WRK-QTDE.        00003700
                                                                        00003710
           IF WRK-FOLHA-FIM GREATER 999999                              00003720
              MOVE 'NUMERACAO DE FOLHAS ESGOT' TO WRK-MOTIVO            00003730
              MOVE ZEROS TO WRK-FOLHA-INI WRK-FOLHA-FIM                 00003740
              GO TO 2100-99-FIM                                         00003750
           END-IF.                                                      00003760
                                                                        00003770
           ADD 1 TO WRK-CTL-ULT-TALAO.                                  00003780
                                                                        00003790
           PERFORM 2150-GRAVAR-FOLHA                                    00003800
              VARYING WRK-FOLHA FROM WRK-FOLHA-INI BY 1                 00003810
              UNTIL WRK-FOLHA GREATER WRK-FOLHA-FIM.                    00003820
                                                                        00003830
           MOVE WRK-FOLHA-FIM TO WRK-CTL-ULT-FOLHA.                     00003840
           PERFORM 2800-GRAVAR-CONTROLE.                                00003850
                                                                        00003860
           ADD 1 TO WRK-EMITIDOS.                                       00003870
                                                                        00003880
       2100-99-FIM.                                            EXIT.    00003890
      *=============================================================*   00003900
                                                                        00003910
      *=============================================================*   00003920
       2150-GRAVAR-FOLHA                                    SECTION.    00003930
                                                                        00003940
           INITIALIZE REG-TALCHQ.                                       00003950
           MOVE FD-TM-CHAVE        TO TAL-CHAVE.                        00003960
           MOVE WRK-FOLHA          TO TAL-FOLHA.                        00003970
           MOVE WRK-CTL-ULT-TALAO  TO TAL-TALAO.                        00003980
           MOVE WRK-FOLHA-INI      TO TAL-FOLHA-INI.                    00003990
           MOVE WRK-FOLHA-FIM      TO TAL-FOLHA-FIM.                    00004000
           MOVE WRK-HOJE           TO TAL-DATA-EMISSAO TAL-DATA-SIT.    00004010
           MOVE 'D'                TO TAL-SITUACAO.                     00004020
                                                                        00004030
           WRITE REG-TALCHQ.                                            00004040
                                                                        00004050
           IF WRK-FS-TALCHQ NOT EQUAL ZEROS                             00004060
              MOVE 'FR21TAL1'                  TO WRK-PROGRAMA          00004070
              MOVE '2150'                      TO WRK-SECAO             00004080
              MOVE 'ERRO WRITE FOLHA TALCHQ  ' TO WRK-MENSAGEM          00004090
              MOVE WRK-FS-TALCHQ               TO WRK-STATUS            00004100
              PERFORM 9000-TRATARERROS                                  00004110
           END-IF.                                                      00004120
                                                                        00004130
           ADD 1 TO WRK-ALTERADAS.                                      00004140
                                                                        00004150
       2150-99-FIM.                                            EXIT.    00004160
      *=============================================================*   00004170
                                                                        00004180
      *=============================================================*   00004190
       2200-SUSTAR-FOLHAS                                   SECTION.    00004200
                                                                        00004210
      *          SUSTACAO: SO FOLHA DISPONIVEL; LEVANTAMENTO: SO        00004220
      *          FOLHA SUSTADA. FOLHA FINAL ZERADA = UMA FOLHA          00004230
                                                                        00004240
           IF WRK-CTL-NOVO EQUAL 'S'                                    00004250
              MOVE 'CONTA SEM TALAO EMITIDO ' TO WRK-MOTIVO             00004260
              GO TO 2200-99-FIM                                         00004270
           END-IF.                                                      00004280
                                                                        00004290
           IF FD-TM-TIPO EQUAL 'S'                                      00004300
              AND FD-TM-MOTIVO NOT EQUAL 20                             00004310
              AND FD-TM-MOTIVO NOT EQUAL 21                             00004320
              AND FD-TM-MOTIVO NOT EQUAL 28                             00004330
              MOVE 'MOTIVO INVALIDO (20/21/28' TO WRK-MOTIVO            00004340
              GO TO 2200-99-FIM                                         00004350
           END-IF.                                                      00004360
                                                                        00004370
           MOVE FD-TM-FOLHA-INI TO WRK-FOLHA-INI.                       00004380
           IF FD-TM-FOLHA-FIM EQUAL ZEROS                               00004390
              MOVE FD-TM-FOLHA-INI TO WRK-FOLHA-FIM                     00004400
           ELSE                                                         00004410
              MOVE FD-TM-FOLHA-FIM TO WRK-FOLHA-FIM                     00004420
           END-IF.                                                      00004430
                                                                        00004440
           IF FD-TM-FOLHA-INI EQUAL ZEROS                               00004450
              OR WRK-FOLHA-FIM LESS WRK-FOLHA-INI                       00004460
              OR WRK-FOLHA-FIM GREATER WRK-CTL-ULT-FOLHA                00004470
              MOVE 'FAIXA DE FOLHAS INVALIDA' TO WRK-MOTIVO             00004480
              GO TO 2200-99-FIM                                         00004490
           END-IF.                                                      00004500
                                                                        00004510
           PERFORM 2250-ALTERAR-FOLHA                                   00004520
              VARYING WRK-FOLHA FROM WRK-FOLHA-INI BY 1                 00004530
              UNTIL WRK-FOLHA GREATER WRK-FOLHA-FIM.                    00004540
                                                                        00004550
           IF WRK-ALTERADAS EQUAL ZEROS                                 00004560
              IF FD-TM-TIPO EQUAL 'S'                                   00004570
                 MOVE 'NENHUMA FOLHA DISPONIVEL' TO WRK-MOTIVO          00004580
              ELSE                                                      00004590
                 MOVE 'NENHUMA FOLHA SUSTADA   ' TO WRK-MOTIVO          00004600
              END-IF                                                    00004610
              GO TO 2200-99-FIM                                         00004620
           END-IF.                                                      00004630
                                                                        00004640
           IF FD-TM-TIPO EQUAL 'S'                                      00004650
              ADD 1 TO WRK-SUSTACOES                                    00004660
           ELSE                                                         00004670
              ADD 1 TO WRK-LEVANTAMENTOS                                00004680
           END-IF.                                                      00004690
                                                                        00004700
       2200-99-FIM.                                            EXIT.    00004710
      *=============================================================*   00004720
                                                                        00004730
      *=============================================================*   00004740
       2250-ALTERAR-FOLHA                                   SECTION.    00004750
                                                                        00004760
           MOVE FD-TM-CHAVE TO TAL-CHAVE.                               00004770
           MOVE WRK-FOLHA   TO TAL-FOLHA.                               00004780
           READ TALCHQ.                                                 00004790
                                                                        00004800
           IF WRK-FS-TALCHQ NOT EQUAL ZEROS                             00004810
              GO TO 2250-99-FIM                                         00004820
           END-IF.                                                      00004830
                                                                        00004840
           IF FD-TM-TIPO EQUAL 'S'                                      00004850
              IF TAL-SITUACAO NOT EQUAL 'D'                             00004860
                 GO TO 2250-99-FIM                                      00004870
              END-IF                                                    00004880
              MOVE 'S'          TO TAL-SITUACAO                         00004890
              MOVE FD-TM-MOTIVO TO TAL-MOTIVO                           00004900
           ELSE                                                         00004910
              IF TAL-SITUACAO NOT EQUAL 'S'                             00004920
                 GO TO 2250-99-FIM                                      00004930
              END-IF                                                    00004940
              MOVE 'D'          TO TAL-SITUACAO                         00004950
              MOVE ZEROS        TO TAL-MOTIVO                           00004960
           END-IF.                                                      00004970
                                                                        00004980
           MOVE WRK-HOJE TO TAL-DATA-SIT.                               00004990
           REWRITE REG-TALCHQ.                                          00005000
                                                                        00005010
           IF WRK-FS-TALCHQ NOT EQUAL ZEROS                             00005020
              MOVE 'FR21TAL1'                  TO WRK-PROGRAMA          00005030
              MOVE '2250'                      TO WRK-SECAO             00005040
              MOVE 'ERRO REWRITE FOLHA TALCHQ' TO WRK-MENSAGEM          00005050
              MOVE WRK-FS-TALCHQ               TO WRK-STATUS            00005060
              PERFORM 9000-TRATARERROS                                  00005070
           END-IF.                                                      00005080
                                                                        00005090
           ADD 1 TO WRK-ALTERADAS.                                      00005100
                                                                        00005110
       2250-99-FIM.                                            EXIT.    00005120
      *=============================================================*   00005130
                                                                        00005140
      *=============================================================*   00005150
       2800-GRAVAR-CONTROLE                                 SECTION.    00005160
                                                                        00005170
           INITIALIZE REG-TALCHQ.                                       00005180
           MOVE FD-TM-CHAVE  TO TAL-CHAVE.                              00005190
           MOVE ZEROS        TO TAL-FOLHA.                              00005200
           MOVE WRK-CONTROLE TO TAL-DADOS-CONTROLE.                     00005210
                                                                        00005220
           IF WRK-CTL-NOVO EQUAL 'S'                                    00005230
              WRITE REG-TALCHQ                                          00005240
           ELSE                                                         00005250
              REWRITE REG-TALCHQ                                        00005260
           END-IF.                                                      00005270
                                                                        00005280
           IF WRK-FS-TALCHQ NOT EQUAL ZEROS                             00005290
              MOVE 'FR21TAL1'                  TO WRK-PROGRAMA          00005300
              MOVE '2800'                      TO WRK-SECAO             00005310
              MOVE 'ERRO GRAVACAO CONTROLE   ' TO WRK-MENSAGEM          00005320
              MOVE WRK-FS-TALCHQ               TO WRK-STATUS            00005330
              PERFORM 9000-TRATARERROS                                  00005340
           END-IF.                                                      00005350
                                                                        00005360
       2800-99-FIM.                                            EXIT.    00005370
      *=============================================================*   00005380
                                                                        00005390
      *=============================================================*   00005400
       3000-FINALIZAR                                       SECTION.    00005410
                                                                        00005420
             DISPLAY 'SOLICITACOES LIDAS....' WRK-LIDOS.                00005430
             DISPLAY 'TALOES EMITIDOS.......' WRK-EMITIDOS.             00005440
             DISPLAY 'SUSTACOES.............' WRK-SUSTACOES.            00005450
             DISPLAY 'LEVANTAMENTOS.........' WRK-LEVANTAMENTOS.        00005460
             DISPLAY 'REJEITADAS............' WRK-REJEITADOS.           00005470
             DISPLAY WRK-MSG-FINAL.                                     00005480
                                                                        00005490
             CLOSE TALMOV CLIENTES.                                     00005500
             CLOSE TALCHQ RELTAL.                                       00005510
             STOP RUN.                                                  00005520
                                                                        00005530
       3000-99-FIM.                                            EXIT.    00005540
      *=============================================================*   00005550
                                                                        00005560
      *=============================================================*   00005570
       9000-TRATARERROS                                     SECTION.    00005580
                                                                        00005590
             MOVE 'E' TO WRK-SEVERIDADE.                                00005600
             CALL 'GRAVALOG' USING WRK-DADOS.                           00005610
             STOP RUN.                                                  00005620
                                                                        00005630
       9000-99-FIM.                                            EXIT.    00005640
      *=============================================================*   00005650
