      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21POU1.                                            00000050
                                                                        00000060
      *=============================================================*   00000070
      *   AUTOR....:VICTOR ARANDA                                       00000080
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000090
      *   DATA ....:15/10/2026                                          00000100
      *-------------------------------------------------------------*   00000110
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000120
      *  1.0   15/10/26   VICTOR ARANDA       VERSAO INICIAL            00000130
      *-------------------------------------------------------------*   00000140
      *   OBJETIVO: DESIGNACAO DO PRODUTO DA CONTA (CLI-PRODUTO) NO     00000150
      *      CLUSTER CLIENTES A PARTIR DAS SOLICITACOES DO DIA          00000160
      *      (POUMOV: CONTA + PRODUTO):                                 00000170
      *      'P' CONTA POUPANCA - CONTA EXISTENTE, NAO ENCERRADA,       00000180
      *          SEM LIMITE DE CHEQUE ESPECIAL E SEM SALDO              00000190
      *          DEVEDOR; O SALDO DO DIA VIRA O PRIMEIRO DEPOSITO       00000200
      *          DO POUDEP, COM ANIVERSARIO A PARTIR DE HOJE;           00000210
      *      'C' VOLTA A CONTA CORRENTE E EXCLUI OS DEPOSITOS DA        00000220
      *          POUPANCA (O RENDIMENTO PENDENTE E PERDIDO).            00000230
      *      REGRAVA A CONTA COM O JORNAL DE IMAGENS (FR21CJN1) E       00000240
      *      EMITE A CRITICA NO RELPOU1.                                00000250
      *-------------------------------------------------------------*   00000260
      *   ARQUIVOS.....:                                                00000270
      *                                                                 00000280
      *   NAME                I/O                                       00000290
      *   POUMOV               I   (SOLICITACOES DO DIA)                00000300
      *   CLIENTES            I-O  (KSDS - CLIBOOK)                     00000310
      *   POUDEP              I-O  (KSDS - POUBOOK)                     00000320
      *   RELPOU1              O   (CRITICA)                            00000330
      *-------------------------------------------------------------*   00000340
      *   MODULOS....:                                                  00000350
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000360
      *   FR21CJN1             JORNAL DE IMAGENS DO CLUSTER (LNKCJRN)   00000370
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
           SELECT POUMOV   ASSIGN TO POUMOV                             00000520
               FILE STATUS  IS WRK-FS-POUMOV.                           00000530
                                                                        00000540
           SELECT CLIENTES ASSIGN TO CLIENTES                           00000550
               ORGANIZATION  IS INDEXED                                 00000560
               ACCESS MODE   IS RANDOM                                  00000570
               RECORD KEY    IS CLI-CHAVE                               00000580
               FILE STATUS   IS WRK-FS-CLIENTES.                        00000590
                                                                        00000600
           SELECT POUDEP   ASSIGN TO POUDEP                             00000610
               ORGANIZATION  IS INDEXED                                 00000620
               ACCESS MODE   IS DYNAMIC                                 00000630
               RECORD KEY    IS PDP-CHAVE-REG                           00000640
               FILE STATUS   IS WRK-FS-POUDEP.                          00000650
                                                                        00000660
           SELECT RELPOU1  ASSIGN TO RELPOU1                            00000670
               FILE STATUS  IS WRK-FS-RELPOU1.                          00000680
                                                                        00000690
      *=============================================================*   00000700
       DATA                                                DIVISION.    00000710
      *=============================================================*   00000720
       FILE                                                 SECTION.    00000730
      *=============================================================*   00000740
                                                                        00000750
      *-------------------------------------------------------------*   00000760
      *       ARQUIVO DE ENTRADA POUMOV   LRECL = 20                *   00000770
      *-------------------------------------------------------------*   00000780
       FD POUMOV                                                        00000790
           RECORDING  MODE IS F                                         00000800
           BLOCK CONTAINS 0 RECORDS.                                    00000810
                                                                        00000820
       01 FD-POUMOV.                                                    00000830
          05 FD-PM-CHAVE     PIC X(08).                                 00000840
          05 FD-PM-PRODUTO   PIC X(01).                                 00000850
          05 FILLER          PIC X(11).                                 00000860
                                                                        00000870
      *-------------------------------------------------------------*   00000880
      *       ARQUIVO CLIENTES (KSDS)   LRECL = 73                  *   00000890
      *-------------------------------------------------------------*   00000900
       FD CLIENTES.                                                     00000910
                                                                        00000920
       COPY 'CLIBOOK'.                                                  00000930
                                                                        00000940
      *-------------------------------------------------------------*   00000950
      *       DEPOSITOS DA POUPANCA (KSDS)   LRECL = 60             *   00000960
      *-------------------------------------------------------------*   00000970
       FD POUDEP.                                                       00000980
                                                                        00000990
       COPY 'POUBOOK'.                                                  00001000
                                                                        00001010
      *-------------------------------------------------------------*   00001020
      *       ARQUIVO DE SAIDA   RELPOU1  LRECL = 80                *   00001030
      *-------------------------------------------------------------*   00001040
       FD RELPOU1                                                       00001050
           RECORDING  MODE IS F                                         00001060
           BLOCK CONTAINS 0 RECORDS.                                    00001070
                                                                        00001080
       01 FD-RELPOU1    PIC X(80).                                      00001090
                                                                        00001100
      *-------------------------------------------------------------*   00001110
       WORKING-STORAGE                                      SECTION.    00001120
      *-------------------------------------------------------------*   00001130
                                                                        00001140
      *------------------LOG-DE-ERROS-------------------------------*   00001150
                                                                        00001160
       01 WRK-DADOS.                                                    00001170
           05 WRK-PROGRAMA  PIC X(08).                                  00001180
           05 WRK-SECAO     PIC X(04).                                  00001190
           05 WRK-MENSAGEM  PIC X(30).                                  00001200
           05 WRK-STATUS    PIC X(02).                                  00001210
           05 WRK-SEVERIDADE PIC X(01).                                 00001220
           05 FILLER        PIC X(22).                                  00001230
                                                                        00001240
      *--------------------LOGICA-----------------------------------*   00001250
                                                                        00001260
       77 WRK-LIDOS           PIC 9(05) VALUE 0.                        00001270
                                                                        00001280
       77 WRK-POUPANCAS       PIC 9(05) VALUE 0.                        00001290
                                                                        00001300
       77 WRK-CORRENTES       PIC 9(05) VALUE 0.                        00001310
                                                                        00001320
       77 WRK-REJEITADOS      PIC 9(05) VALUE 0.                        00001330
                                                                        00001340
       77 WRK-EXCLUIDOS       PIC 9(05) VALUE 0.                        00001350
                                                                        00001360
       77 WRK-MOTIVO          PIC X(25).                                00001370
                                                                        00001380
       77 WRK-MSG-FINAL       PIC X(17) VALUE 'FINAL DE PROGRAMA'.      00001390
                                                                        00001400
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00001410
                                                                        00001420
       77 WRK-HOJE            PIC 9(08) VALUE 0.                        00001430
                                                                        00001440
       77 WRK-PRODUTO-ANT     PIC X(01).                                00001450
                                                                        00001460
       77 WRK-IMG-CONTA       PIC X(80) VALUE SPACES.                   00001470
                                                                        00001480
      *        PRIMEIRO ANIVERSARIO DO DEPOSITO                         00001490
                                                                        00001500
       01 WRK-DATA-ANIV       PIC 9(08) VALUE 0.                        00001510
       01 FILLER REDEFINES WRK-DATA-ANIV.                               00001520
          05 WRK-AN-ANO       PIC 9(04).                                00001530
          05 WRK-AN-MES       PIC 9(02).                                00001540
          05 WRK-AN-DIA       PIC 9(02).                                00001550
                                                                        00001560
           COPY 'LNKCJRN'.                                              00001570
                                                                        00001580
           COPY 'LNKDPRC'.                                              00001590
                                                                        00001600
      *--------------------STATUS-----------------------------------*   00001610
                                                                        00001620
       77 WRK-FS-POUMOV   PIC 9(02).                                    00001630
                                                                        00001640
       77 WRK-FS-CLIENTES PIC 9(02).                                    00001650
                                                                        00001660
       77 WRK-FS-POUDEP   PIC 9(02).                                    00001670
                                                                        00001680
       77 WRK-FS-RELPOU1  PIC 9(02).                                    00001690
                                                                        00001700
      *--------------------LINHAS DO RELATORIO----------------------*   00001710
                                                                        00001720
       01 WRK-CABEC1.                                                   00001730
          05 FILLER   PIC X(44) VALUE                                   00001740
             'CONTA POUPANCA - DESIGNACAO DO PRODUTO'.                  00001750
          05 FILLER   PIC X(36).                                        00001760
                                                                        00001770
       01 WRK-DETALHE.                                                  00001780
          05 WRK-D-CHAVE     PIC X(08).                                 00001790
          05 FILLER          PIC X(02).                                 00001800
          05 WRK-D-ANTES     PIC X(01).                                 00001810
          05 FILLER          PIC X(04) VALUE ' -> '.                    00001820
          05 WRK-D-DEPOIS    PIC X(01).                                 00001830
          05 FILLER          PIC X(02).                                 00001840
          05 WRK-D-SALDO     PIC -ZZ.ZZZ.ZZ9.                           00001850
          05 FILLER          PIC X(02).                                 00001860
          05 WRK-D-SITUACAO  PIC X(10).                                 00001870
          05 FILLER          PIC X(02).                                 00001880
          05 WRK-D-CRITICA   PIC X(25).                                 00001890
          05 FILLER          PIC X(12).                                 00001900
                                                                        00001910
      *=============================================================*   00001920
       PROCEDURE DIVISION.                                              00001930
      *=============================================================*   00001940
                                                                        00001950
      *=============================================================*   00001960
       0000-PRINCIPAL                                       SECTION.    00001970
                                                                        00001980
            PERFORM 1000-INICIAR.                                       00001990
            PERFORM 2000-PROCESSAR UNTIL WRK-FS-POUMOV EQUAL 10.        00002000
            PERFORM 3000-FINALIZAR.                                     00002010
                                                                        00002020
       0000-99-FIM.                                            EXIT.    00002030
      *=============================================================*   00002040
                                                                        00002050
      *=============================================================*   00002060
       1000-INICIAR                                         SECTION.    00002070
                                                                        00002080
            OPEN INPUT  POUMOV.                                         00002090
            OPEN I-O    CLIENTES.                                       00002100
            OPEN I-O    POUDEP.                                         00002110
            OPEN OUTPUT RELPOU1.                                        00002120
                                                                        00002130
            IF WRK-FS-POUMOV NOT EQUAL ZEROS                            00002140
               MOVE 'FR21POU1'                  TO WRK-PROGRAMA         00002150
               MOVE '1000'                      TO WRK-SECAO            00002160
               MOVE 'ERRO OPEN SOLICITACOES   ' TO WRK-MENSAGEM         00002170
               MOVE WRK-FS-POUMOV               TO WRK-STATUS           00002180
               PERFORM 9000-TRATARERROS                                 00002190
            END-IF.                                                     00002200
                                                                        00002210
            IF WRK-FS-CLIENTES NOT EQUAL ZEROS                          00002220
               MOVE 'FR21POU1'                  TO WRK-PROGRAMA         00002230
               MOVE '1000'                      TO WRK-SECAO            00002240
               MOVE 'ERRO OPEN CLIENTES       ' TO WRK-MENSAGEM         00002250
               MOVE WRK-FS-CLIENTES             TO WRK-STATUS           00002260
               PERFORM 9000-TRATARERROS                                 00002270
            END-IF.                                                     00002280
                                                                        00002290
            IF WRK-FS-POUDEP NOT EQUAL ZEROS                            00002300
               MOVE 'FR21POU1'                  TO WRK-PROGRAMA         00002310
               MOVE '1000'                      TO WRK-SECAO            00002320
               MOVE 'ERRO OPEN POUDEP         ' TO WRK-MENSAGEM         00002330
               MOVE WRK-FS-POUDEP               TO WRK-STATUS           00002340
               PERFORM 9000-TRATARERROS                                 00002350
            END-IF.                                                     00002360
                                                                        00002370
            MOVE 'FR21POU1' TO LNK-DP-PROGRAMA.                         00002380
            MOVE ZEROS      TO LNK-DP-DIAS-TOL.                         00002390
            CALL 'FR21DTA1' USING LNK-DPRC.                             00002400
            MOVE LNK-DP-DATA TO WRK-HOJE.                               00002410
                                                                        00002420
            WRITE FD-RELPOU1 FROM WRK-CABEC1.                           00002430
            WRITE FD-RELPOU1 FROM WRK-LINHA-VAZIA.                      00002440
                                                                        00002450
            READ POUMOV.                                                00002460
                                                                        00002470
       1000-99-FIM.                                            EXIT.    00002480
      *=============================================================*   00002490
                                                                        00002500
      *=============================================================*   00002510
       2000-PROCESSAR                                       SECTION.    00002520
                                                                        00002530
           ADD 1 TO WRK-LIDOS.                                          00002540
           MOVE SPACES TO WRK-MOTIVO WRK-PRODUTO-ANT.                   00002550
                                                                        00002560
           MOVE FD-PM-CHAVE TO CLI-CHAVE.                               00002570
           READ CLIENTES.                                               00002580
                                                                        00002590
           IF WRK-FS-CLIENTES EQUAL ZEROS                               00002600
              MOVE CLI-PRODUTO TO WRK-PRODUTO-ANT                       00002610
              IF CLI-PRODUTO NOT EQUAL 'P'                              00002620
                 MOVE 'C' TO WRK-PRODUTO-ANT                            00002630
              END-IF                                                    00002640
           END-IF.                                                      00002650
                                                                        00002660
           EVALUATE TRUE                                                00002670
             WHEN WRK-FS-CLIENTES NOT EQUAL ZEROS                       00002680
                  MOVE 'CONTA NAO ENCONTRADA    ' TO WRK-MOTIVO         00002690
                                                                        00002700
             WHEN FD-PM-PRODUTO NOT EQUAL 'P'                           00002710
              AND FD-PM-PRODUTO NOT EQUAL 'C'                           00002720
                  MOVE 'PRODUTO INVALIDO (P/C)  ' TO WRK-MOTIVO         00002730
                                                                        00002740
             WHEN CLI-SITUACAO EQUAL 'E' OR CLI-SITUACAO EQUAL 'X'      00002750
                  MOVE 'CONTA ENCERRADA         ' TO WRK-MOTIVO         00002760
                                                                        00002770
             WHEN FD-PM-PRODUTO EQUAL WRK-PRODUTO-ANT                   00002780
                  MOVE 'PRODUTO JA DESIGNADO    ' TO WRK-MOTIVO         00002790
                                                                        00002800
             WHEN FD-PM-PRODUTO EQUAL 'P' AND CLI-LIMITE > ZEROS        00002810
                  MOVE 'CONTA COM LIMITE ESPECIAL' TO WRK-MOTIVO        00002820
                                                                        00002830
             WHEN FD-PM-PRODUTO EQUAL 'P' AND CLI-SALDO < ZEROS         00002840
                  MOVE 'CONTA COM SALDO DEVEDOR ' TO WRK-MOTIVO         00002850
                                                                        00002860
             WHEN OTHER                                                 00002870
                  PERFORM 2100-TROCAR-PRODUTO                           00002880
           END-EVALUATE.                                                00002890
                                                                        00002900
           IF WRK-MOTIVO NOT EQUAL SPACES                               00002910
              ADD 1 TO WRK-REJEITADOS                                   00002920
              MOVE 'REJEITADO ' TO WRK-D-SITUACAO                       00002930
              MOVE ZEROS        TO WRK-D-SALDO                          00002940
           ELSE                                                         00002950
              MOVE 'PROCESSADO' TO WRK-D-SITUACAO                       00002960
              MOVE CLI-SALDO    TO WRK-D-SALDO                          00002970
           END-IF.                                                      00002980
                                                                        00002990
           MOVE FD-PM-CHAVE     TO WRK-D-CHAVE.                         00003000
           MOVE WRK-PRODUTO-ANT TO WRK-D-ANTES.                         00003010
           MOVE FD-PM-PRODUTO   TO WRK-D-DEPOIS.                        00003020
           MOVE WRK-MOTIVO      TO WRK-D-CRITICA.                       00003030
           WRITE FD-RELPOU1 FROM WRK-DETALHE.                           00003040
                                                                        00003050
           READ POUMOV.                                                 00003060
                                                                        00003070
       2000-99-FIM.                                            EXIT.    00003080
      *=============================================================*   00003090
                                                                        00003100
      *=============================================================*   00003110
       2100-TROCAR-PRODUTO                                  SECTION.    00003120
                                                                        00003130
           MOVE SPACES       TO WRK-IMG-CONTA.                          00003140
           MOVE REG-CLIENTES TO WRK-IMG-CONTA(1:73).                    00003150
                                                                        00003160
           MOVE FD-PM-PRODUTO TO CLI-PRODUTO.                           00003170
           REWRITE REG-CLIENTES.                                        00003180
                                                                        00003190
           IF WRK-FS-CLIENTES NOT EQUAL ZEROS                           00003200
              MOVE 'FR21POU1'                  TO WRK-PROGRAMA          00003210
              MOVE '2100'                      TO WRK-SECAO             00003220
              MOVE 'ERRO REWRITE CLIENTES    ' TO WRK-MENSAGEM          00003230
              MOVE WRK-FS-CLIENTES             TO WRK-STATUS            00003240
              PERFORM 9000-TRATARERROS                                  00003250
           END-IF.                                                      00003260
                                                                        00003270
      *          JORNAL DE IMAGENS PARA A RECUPERACAO A FRENTE          00003280
                                                                        00003290
           MOVE 'FR21POU1'    TO CJR-PROGRAMA.                          00003300
           MOVE CLI-CHAVE     TO CJR-CHAVE.                             00003310
           MOVE WRK-IMG-CONTA TO CJR-IMAGEM-ANTES.                      00003320
           MOVE SPACES        TO CJR-IMAGEM-DEPOIS.                     00003330
           MOVE REG-CLIENTES  TO CJR-IMAGEM-DEPOIS(1:73).               00003340
           CALL 'FR21CJN1' USING CJR-DADOS.                             00003350
                                                                        00003360
      *          DEPOSITOS ANTIGOS DA CONTA SAEM NOS DOIS SENTIDOS      00003370
                                                                        00003380
           PERFORM 2200-EXCLUIR-DEPOSITOS.                              00003390
                                                                        00003400
           IF FD-PM-PRODUTO EQUAL 'P'                                   00003410
              PERFORM 2300-ABRIR-DEPOSITO                               00003420
              ADD 1 TO WRK-POUPANCAS                                    00003430
           ELSE                                                         00003440
              ADD 1 TO WRK-CORRENTES                                    00003450
           END-IF.                                                      00003460
                                                                        00003470
       2100-99-FIM.                                            EXIT.    00003480
      *=============================================================*   00003490
                                                                        00003500
      *=============================================================*   00003510
       2200-EXCLUIR-DEPOSITOS                               SECTION.    00003520
                                                                        00003530
           MOVE CLI-CHAVE TO PDP-CHAVE.                                 00003540
           MOVE ZEROS     TO PDP-DATA-DEP.                              00003550
           START POUDEP KEY NOT LESS PDP-CHAVE-REG.                     00003560
                                                                        00003570
           IF WRK-FS-POUDEP NOT EQUAL ZEROS                             00003580
              GO TO 2200-99-FIM                                         00003590
           END-IF.                                                      00003600
                                                                        00003610
           READ POUDEP NEXT.                                            00003620
                                                                        00003630
           PERFORM UNTIL WRK-FS-POUDEP NOT EQUAL ZEROS                  00003640
                   OR PDP-CHAVE NOT EQUAL CLI-CHAVE                     00003650
              DELETE POUDEP                                             00003660
              IF WRK-FS-POUDEP NOT EQUAL ZEROS                          00003670
                 MOVE 'FR21POU1'                  TO WRK-PROGRAMA       00003680
                 MOVE '2200'                      TO WRK-SECAO          00003690
                 MOVE 'ERRO DELETE POUDEP       ' TO WRK-MENSAGEM       00003700
                 MOVE WRK-FS-POUDEP               TO WRK-STATUS         00003710
                 PERFORM 9000-TRATARERROS                               00003720
              END-IF                                                    00003730
              ADD 1 TO WRK-EXCLUIDOS                                    00003740
              READ POUDEP NEXT                                          00003750
           END-PERFORM.                                                 00003760
                                                                        00003770
       2200-99-FIM.                                            EXIT.    00003780
      *=============================================================*   00003790
                                                                        00003800
      *=============================================================*   00003810
       2300-ABRIR-DEPOSITO                                  SECTION.    00003820
                                                                        00003830
      *          O SALDO DA CONTA NA DESIGNACAO E O PRIMEIRO            00003840
      *          DEPOSITO DA POUPANCA, COM DATA DE HOJE                 00003850
                                                                        00003860
           IF CLI-SALDO NOT GREATER ZEROS                               00003870
              GO TO 2300-99-FIM                                         00003880
           END-IF.                                                      00003890
                                                                        00003900
           INITIALIZE REG-POUDEP.                                       00003910
           MOVE CLI-CHAVE TO PDP-CHAVE.                                 00003920
           MOVE WRK-HOJE  TO PDP-DATA-DEP.                              00003930
           MOVE CLI-SALDO TO PDP-VALOR-ORIG PDP-SALDO.                  00003940
                                                                        00003950
           PERFORM 8100-PRIMEIRO-ANIV.                                  00003960
                                                                        00003970
           WRITE REG-POUDEP.                                            00003980
                                                                        00003990
           IF WRK-FS-POUDEP NOT EQUAL ZEROS                             00004000
              MOVE 'FR21POU1'                  TO WRK-PROGRAMA          00004010
              MOVE '2300'                      TO WRK-SECAO             00004020
              MOVE 'ERRO WRITE POUDEP        ' TO WRK-MENSAGEM          00004030
              MOVE WRK-FS-POUDEP               TO WRK-STATUS            00004040
              PERFORM 9000-TRATARERROS                                  00004050
           END-IF.                                                      00004060
                                                                        00004070
       2300-99-FIM.                                            EXIT.    00004080
      *=============================================================*   00004090
                                                                        00004100
      *=============================================================*   00004110
       3000-FINALIZAR                                       SECTION.    00004120
                                                                        00004130
             DISPLAY 'SOLICITACOES LIDAS....' WRK-LIDOS.                00004140
             DISPLAY 'CONTAS EM POUPANCA....' WRK-POUPANCAS.            00004150
             DISPLAY 'CONTAS EM CORRENTE....' WRK-CORRENTES.            00004160
             DISPLAY 'DEPOSITOS EXCLUIDOS...' WRK-EXCLUIDOS.            00004170
             DISPLAY 'REJEITADAS............' WRK-REJEITADOS.           00004180
             DISPLAY WRK-MSG-FINAL.                                     00004190
                                                                        00004200
             CLOSE POUMOV CLIENTES.                                     00004210
             CLOSE POUDEP RELPOU1.                                      00004220
             STOP RUN.                                                  00004230
                                                                        00004240
       3000-99-FIM.                                            EXIT.    00004250
      *=============================================================*   00004260
                                                                        00004270
      *=============================================================*   00004280
       8100-PRIMEIRO-ANIV                                   SECTION.    00004290
                                                                        00004300
      *          ANIVERSARIO NO MESMO DIA DO MES SEGUINTE; DEPOSITO     00004310
      *          DOS DIAS 29, 30 E 31 CONTA COMO FEITO NO DIA 1 DO      00004320
      *          MES SEGUINTE (ANIVERSARIO NO DIA 1)                    00004330
                                                                        00004340
           MOVE PDP-DATA-DEP TO WRK-DATA-ANIV.                          00004350
                                                                        00004360
           IF WRK-AN-DIA GREATER 28                                     00004370
              MOVE 01 TO WRK-AN-DIA                                     00004380
              PERFORM 8200-SOMAR-MES                                    00004390
           END-IF.                                                      00004400
                                                                        00004410
           MOVE WRK-AN-DIA TO PDP-DIA-ANIV.                             00004420
           PERFORM 8200-SOMAR-MES.                                      00004430
           MOVE WRK-DATA-ANIV TO PDP-PROX-ANIV.                         00004440
                                                                        00004450
       8100-99-FIM.                                            EXIT.    00004460
      *=============================================================*   00004470
                                                                        00004480
      *=============================================================*   00004490
       8200-SOMAR-MES                                       SECTION.    00004500
                                                                        00004510
           IF WRK-AN-MES EQUAL 12                                       00004520
              MOVE 01 TO WRK-AN-MES                                     00004530
              ADD 1   TO WRK-AN-ANO                                     00004540
           ELSE                                                         00004550
              ADD 1   TO WRK-AN-MES                                     00004560
           END-IF.                                                      00004570
                                                                        00004580
       8200-99-FIM.                                            EXIT.    00004590
      *=============================================================*   00004600
                                                                        00004610
      *=============================================================*   00004620
       9000-TRATARERROS                                     SECTION.    00004630
                                                                        00004640
             MOVE 'E' TO WRK-SEVERIDADE.                                00004650
             CALL 'GRAVALOG' USING WRK-DADOS.                           00004660
             STOP RUN.                                                  00004670
                                                                        00004680
       9000-99-FIM.                                            EXIT.    00004690
      *=============================================================*   00004700
