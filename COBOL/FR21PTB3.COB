      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21PTB3.                                            00000050
                                                                        00000060
      *=============================================================*   00000070
      *   AUTOR....:VICTOR ARANDA                                       00000080
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000090
      *   DATA ....:15/10/2026                                          00000100
      *-------------------------------------------------------------*   00000110
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000120
      *  1.0   15/10/26   VICTOR ARANDA       VERSAO INICIAL            00000130
      *-------------------------------------------------------------*   00000140
      *   OBJETIVO: RELATORIO MENSAL DE PORTABILIDADE DE SALARIO.       00000150
      *      LE O PTBCTL INTEIRO E LISTA CADA PORTABILIDADE ATIVA OU    00000160
      *      QUE TEVE PEDIDO, CANCELAMENTO OU REPASSE NA COMPETENCIA,   00000170
      *      COM O VALOR REPASSADO E A SITUACAO DA TED NO TEDCTL        00000180
      *      (ENVIADA, CONFIRMADA OU REJEITADA PELA CAMARA). TOTAIS     00000190
      *      DE ATIVAS, NOVAS, CANCELADAS POR MOTIVO E REPASSES.        00000200
      *      RODA NO ULTIMO DIA UTIL DO MES, DEPOIS DO FR21TED2.        00000210
      *-------------------------------------------------------------*   00000220
      *   ARQUIVOS.....:                                                00000230
      *                                                                 00000240
      *   NAME                I/O                                       00000250
      *   PTBCTL               I   (KSDS - PTBBOOK)                     00000260
      *   TEDCTL               I   (KSDS - TEDBOOK)                     00000270
      *   RELPTB3              O   (RELATORIO MENSAL)                   00000280
      *-------------------------------------------------------------*   00000290
      *   MODULOS....:                                                  00000300
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000310
      *   FR21DTA1             DATA DE NEGOCIO DA JANELA (LNKDPRC)      00000320
      *-------------------------------------------------------------*   00000330
      *   PARM.....: COMPETENCIA AAAAMM (OPCIONAL; SEM PARM, O MES      00000340
      *              DA DATA DE PROCESSAMENTO)                          00000350
      *=============================================================*   00000360
       ENVIRONMENT                               DIVISION.              00000370
      *=============================================================*   00000380
                                                                        00000390
      *-------------------------------------------------------------*   00000400
       CONFIGURATION                                        SECTION.    00000410
      *-------------------------------------------------------------*   00000420
       SPECIAL-NAMES.                                                   00000430
           DECIMAL-POINT IS COMMA.                                      00000440
                                                                        00000450
                                                                        00000460
       INPUT-OUTPUT                                         SECTION.    00000470
       FILE-CONTROL.                                                    00000480
           SELECT PTBCTL   ASSIGN TO PTBCTL                             00000490
               ORGANIZATION  IS INDEXED                                 00000500
               ACCESS MODE   IS SEQUENTIAL                              00000510
               RECORD KEY    IS PTB-CHAVE-REG                           00000520
               FILE STATUS   IS WRK-FS-PTBCTL.                          00000530
                                                                        00000540
           SELECT TEDCTL   ASSIGN TO TEDCTL                             00000550
               ORGANIZATION  IS INDEXED                                 00000560
               ACCESS MODE   IS RANDOM                                  00000570
               RECORD KEY    IS TED-ID                                  00000580
               FILE STATUS   IS WRK-FS-TEDCTL.                          00000590
                                                                        00000600
           SELECT RELPTB3  ASSIGN TO RELPTB3                            00000610
               FILE STATUS  IS WRK-FS-RELPTB3.                          00000620
                                                                        00000630
      *=============================================================*   00000640
       DATA                                                DIVISION.    00000650
      *=============================================================*   00000660
       FILE                                                 SECTION.    00000670
      *=============================================================*   00000680
                                                                        00000690
      *-------------------------------------------------------------*   00000700
      *       REGISTRO DE PORTABILIDADES (KSDS)   LRECL = 160       *   00000710
      *-------------------------------------------------------------*   00000720
       FD PTBCTL.                                                       00000730
                                                                        00000740
       COPY 'PTBBOOK'.                                                  00000750
                                                                        00000760
      *-------------------------------------------------------------*   00000770
      *       REGISTRO DE TRANSFERENCIAS (KSDS)   LRECL = 120       *   00000780
      *-------------------------------------------------------------*   00000790
       FD TEDCTL.                                                       00000800
                                                                        00000810
       COPY 'TEDBOOK'.                                                  00000820
                                                                        00000830
      *-------------------------------------------------------------*   00000840
      *       ARQUIVO DE SAIDA   RELPTB3  LRECL = 80                *   00000850
      *-------------------------------------------------------------*   00000860
       FD RELPTB3                                                       00000870
           RECORDING  MODE IS F                                         00000880
           BLOCK CONTAINS 0 RECORDS.                                    00000890
                                                                        00000900
       01 FD-RELPTB3    PIC X(80).                                      00000910
                                                                        00000920
      *-------------------------------------------------------------*   00000930
       WORKING-STORAGE                                      SECTION.    00000940
      *-------------------------------------------------------------*   00000950
                                                                        00000960
      *------------------LOG-DE-ERROS-------------------------------*   00000970
                                                                        00000980
       01 WRK-DADOS.                                                    00000990
           05 WRK-PROGRAMA  PIC X(08).                                  00001000
           05 WRK-SECAO     PIC X(04).                                  00001010
           05 WRK-MENSAGEM  PIC X(30).                                  00001020
           05 WRK-STATUS    PIC X(02).                                  00001030
           05 WRK-SEVERIDADE PIC X(01).                                 00001040
           05 FILLER        PIC X(22).                                  00001050
                                                                        00001060
      *--------------------MOTIVOS DE CANCELAMENTO-------------------*  00001070
                                                                        00001080
       01 WRK-TAB-CANC-DADOS.                                           00001090
          05 FILLER PIC X(22) VALUE 'BPEDIDO DO BANCO      '.           00001100
          05 FILLER PIC X(22) VALUE 'TPEDIDO DO TITULAR    '.           00001110
          05 FILLER PIC X(22) VALUE 'SSUBSTITUIDA          '.           00001120
          05 FILLER PIC X(22) VALUE 'ECONTA SAL. ENCERRADA '.           00001130
       01 WRK-TAB-CANC REDEFINES WRK-TAB-CANC-DADOS.                    00001140
          05 WRK-CN-OCR OCCURS 4 TIMES.                                 00001150
             10 WRK-CN-COD    PIC X(01).                                00001160
             10 WRK-CN-DESCR  PIC X(21).                                00001170
                                                                        00001180
       01 WRK-TAB-CANC-TOTAIS.                                          00001190
          05 WRK-CN-QTD   PIC 9(05) OCCURS 4 TIMES.                     00001200
                                                                        00001210
       77 WRK-IND-CN          PIC 9(02).                                00001220
                                                                        00001230
      *--------------------LOGICA-----------------------------------*   00001240
                                                                        00001250
       77 WRK-COMPET          PIC 9(06) VALUE 0.                        00001260
                                                                        00001270
       77 WRK-HOJE            PIC 9(08) VALUE 0.                        00001280
                                                                        00001290
       77 WRK-LISTAR          PIC X(01) VALUE 'N'.                      00001300
                                                                        00001310
       77 WRK-ATIVAS          PIC 9(05) VALUE 0.                        00001320
                                                                        00001330
       77 WRK-NOVAS           PIC 9(05) VALUE 0.                        00001340
                                                                        00001350
       77 WRK-CANCELADAS      PIC 9(05) VALUE 0.                        00001360
                                                                        00001370
       77 WRK-REPASSES        PIC 9(05) VALUE 0.                        00001380
                                                                        00001390
       77 WRK-TOT-REPASSADO   PIC 9(10) VALUE 0.                        00001400
                                                                        00001410
       77 WRK-CONFIRMADOS     PIC 9(05) VALUE 0.                        00001420
                                                                        00001430
       77 WRK-REJEITADOS      PIC 9(05) VALUE 0.                        00001440
                                                                        00001450
       77 WRK-SEM-RETORNO     PIC 9(05) VALUE 0.                        00001460
                                                                        00001470
       77 WRK-MSG-FINAL       PIC X(17) VALUE 'FINAL DE PROGRAMA'.      00001480
                                                                        00001490
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00001500
                                                                        00001510
           COPY 'LNKDPRC'.                                              00001520
                                                                        00001530
      *--------------------STATUS-----------------------------------*   00001540
                                                                        00001550
       77 WRK-FS-PTBCTL   PIC 9(02).                                    00001560
                                                                        00001570
       77 WRK-FS-TEDCTL   PIC 9(02).                                    00001580
                                                                        00001590
       77 WRK-FS-RELPTB3  PIC 9(02).                                    00001600
                                                                        00001610
      *--------------------LINHAS DO RELATORIO----------------------*   00001620
                                                                        00001630
       01 WRK-CABEC1.                                                   00001640
          05 FILLER   PIC X(47) VALUE                                   00001650
             'PORTABILIDADE DE SALARIO - RELATORIO MENSAL - '.          00001660
          05 FILLER   PIC X(13) VALUE 'COMPETENCIA '.                   00001670
          05 WRK-C1-COMPET PIC 9999/99.                                 00001680
          05 FILLER   PIC X(13).                                        00001690
                                                                        00001700
       01 WRK-CABEC2.                                                   00001710
          05 FILLER   PIC X(40) VALUE                                   00001720
             'CONTA SAL BCO CONTA DESTINO  SIT EFETIVA'.                00001730
          05 FILLER   PIC X(40) VALUE                                   00001740
             '        REPASSE MES  TED              '.                  00001750
                                                                        00001760
       01 WRK-DETALHE.                                                  00001770
          05 WRK-D-CHAVE     PIC X(09).                                 00001780
          05 FILLER          PIC X(01).                                 00001790
          05 WRK-D-BANCO     PIC 9(03).                                 00001800
          05 FILLER          PIC X(01).                                 00001810
          05 WRK-D-CONTA     PIC X(12).                                 00001820
          05 FILLER          PIC X(02).                                 00001830
          05 WRK-D-SITUACAO  PIC X(01).                                 00001840
          05 FILLER          PIC X(03).                                 00001850
          05 WRK-D-EFETIVA   PIC 9999/99/99.                            00001860
          05 FILLER          PIC X(02).                                 00001870
          05 WRK-D-VALOR     PIC ZZ.ZZZ.ZZ9.                            00001880
          05 FILLER          PIC X(02).                                 00001890
          05 WRK-D-TED       PIC X(24).                                 00001900
                                                                        00001910
       01 WRK-RESUMO.                                                   00001920
          05 WRK-RS-TEXTO    PIC X(30).                                 00001930
          05 WRK-RS-QTD      PIC ZZ.ZZ9.                                00001940
          05 FILLER          PIC X(02).                                 00001950
          05 WRK-RS-VALOR    PIC Z.ZZZ.ZZZ.ZZ9.                         00001960
          05 FILLER          PIC X(29).                                 00001970
                                                                        00001980
      *-------------------------------------------------------------*   00001990
       LINKAGE                                              SECTION.    00002000
      *-------------------------------------------------------------*   00002010
       01 LNK-ENTRADA.                                                  00002020
          05 LNK-LEN            PIC 9(04) COMP.                         00002030
          05 LNK-COMPET         PIC X(06).                              00002040
                                                                        00002050
      *=============================================================*   00002060
       PROCEDURE DIVISION USING LNK-ENTRADA.                            00002070
      *=============================================================*   00002080
                                                                        00002090
      *=============================================================*   00002100
       0000-PRINCIPAL                                       SECTION.    00002110
                                                                        00002120
            PERFORM 1000-INICIAR.                                       00002130
            PERFORM 2000-PROCESSAR UNTIL WRK-FS-PTBCTL NOT EQUAL ZEROS. 00002140
            PERFORM 3000-FINALIZAR.                                     00002150
                                                                        00002160
       0000-99-FIM.                                            EXIT.    00002170
      *=============================================================*   00002180
                                                                        00002190
      *=============================================================*   00002200
       1000-INICIAR                                         SECTION.    00002210
                                                                        00002220
            OPEN INPUT  PTBCTL.                                         00002230
            OPEN INPUT  TEDCTL.                                         00002240
            OPEN OUTPUT RELPTB3.                                        00002250
                                                                        00002260
            IF WRK-FS-PTBCTL NOT EQUAL ZEROS                            00002270
               MOVE 'FR21PTB3'                  TO WRK-PROGRAMA         00002280
               MOVE '1000'                      TO WRK-SECAO            00002290
               MOVE 'ERRO OPEN PTBCTL         ' TO WRK-MENSAGEM         00002300
               MOVE WRK-FS-PTBCTL               TO WRK-STATUS           00002310
               PERFORM 9000-TRATARERROS                                 00002320
            END-IF.                                                     00002330
                                                                        00002340
            IF WRK-FS-TEDCTL NOT EQUAL ZEROS                            00002350
               MOVE 'FR21PTB3'                  TO WRK-PROGRAMA         00002360
               MOVE '1000'                      TO WRK-SECAO            00002370
               MOVE 'ERRO OPEN TEDCTL         ' TO WRK-MENSAGEM         00002380
               MOVE WRK-FS-TEDCTL               TO WRK-STATUS           00002390
               PERFORM 9000-TRATARERROS                                 00002400
            END-IF.                                                     00002410
                                                                        00002420
            MOVE 'FR21PTB3' TO LNK-DP-PROGRAMA.                         00002430
            MOVE ZEROS      TO LNK-DP-DIAS-TOL.                         00002440
            CALL 'FR21DTA1' USING LNK-DPRC.                             00002450
            MOVE LNK-DP-DATA TO WRK-HOJE.                               00002460
                                                                        00002470
            IF LNK-LEN NOT LESS 6 AND LNK-COMPET IS NUMERIC             00002480
               MOVE LNK-COMPET    TO WRK-COMPET                         00002490
            ELSE                                                        00002500
               MOVE WRK-HOJE(1:6) TO WRK-COMPET                         00002510
            END-IF.                                                     00002520
                                                                        00002530
            INITIALIZE WRK-TAB-CANC-TOTAIS.                             00002540
                                                                        00002550
            MOVE WRK-COMPET TO WRK-C1-COMPET.                           00002560
            WRITE FD-RELPTB3 FROM WRK-CABEC1.                           00002570
            WRITE FD-RELPTB3 FROM WRK-LINHA-VAZIA.                      00002580
            WRITE FD-RELPTB3 FROM WRK-CABEC2.                           00002590
                                                                        00002600
            READ PTBCTL.                                                00002610
                                                                        00002620
       1000-99-FIM.                                            EXIT.    00002630
      *=============================================================*   00002640
                                                                        00002650
      *=============================================================*   00002660
       2000-PROCESSAR                                       SECTION.    00002670
                                                                        00002680
           MOVE 'N' TO WRK-LISTAR.                                      00002690
                                                                        00002700
           IF PTB-SITUACAO EQUAL 'A'                                    00002710
              ADD 1 TO WRK-ATIVAS                                       00002720
              MOVE 'S' TO WRK-LISTAR                                    00002730
           END-IF.                                                      00002740
                                                                        00002750
           IF PTB-DATA-PEDIDO(1:6) EQUAL WRK-COMPET                     00002760
              ADD 1 TO WRK-NOVAS                                        00002770
              MOVE 'S' TO WRK-LISTAR                                    00002780
           END-IF.                                                      00002790
                                                                        00002800
           IF PTB-SITUACAO EQUAL 'C'                                    00002810
              AND PTB-DATA-CANCEL(1:6) EQUAL WRK-COMPET                 00002820
              ADD 1 TO WRK-CANCELADAS                                   00002830
              MOVE 'S' TO WRK-LISTAR                                    00002840
              PERFORM VARYING WRK-IND-CN FROM 1 BY 1                    00002850
                 UNTIL WRK-IND-CN NOT LESS 4                            00002860
                    OR WRK-CN-COD(WRK-IND-CN) EQUAL PTB-MOTIVO-CANC     00002870
                    CONTINUE                                            00002880
              END-PERFORM                                               00002890
              ADD 1 TO WRK-CN-QTD(WRK-IND-CN)                           00002900
           END-IF.                                                      00002910
                                                                        00002920
           IF WRK-LISTAR NOT EQUAL 'S'                                  00002930
              AND PTB-ULT-ENVIO(1:6) NOT EQUAL WRK-COMPET               00002940
              GO TO 2000-50-LER                                         00002950
           END-IF.                                                      00002960
                                                                        00002970
           MOVE PTB-CHAVE        TO WRK-D-CHAVE.                        00002980
           MOVE PTB-BANCO-DEST   TO WRK-D-BANCO.                        00002990
           MOVE PTB-CONTA-DEST   TO WRK-D-CONTA.                        00003000
           MOVE PTB-SITUACAO     TO WRK-D-SITUACAO.                     00003010
           MOVE PTB-DATA-EFETIVA TO WRK-D-EFETIVA.                      00003020
           MOVE ZEROS            TO WRK-D-VALOR.                        00003030
           MOVE SPACES           TO WRK-D-TED.                          00003040
                                                                        00003050
           IF PTB-ULT-ENVIO(1:6) EQUAL WRK-COMPET                       00003060
              PERFORM 2100-SITUACAO-TED                                 00003070
           END-IF.                                                      00003080
                                                                        00003090
           IF PTB-SITUACAO EQUAL 'C'                                    00003100
              AND PTB-DATA-CANCEL(1:6) EQUAL WRK-COMPET                 00003110
              AND WRK-D-TED EQUAL SPACES                                00003120
              STRING 'CANC: ' WRK-CN-DESCR(WRK-IND-CN)                  00003130
                     DELIMITED BY SIZE INTO WRK-D-TED                   00003140
           END-IF.                                                      00003150
                                                                        00003160
           WRITE FD-RELPTB3 FROM WRK-DETALHE.                           00003170
                                                                        00003180
       2000-50-LER.                                                     00003190
                                                                        00003200
           READ PTBCTL.                                                 00003210
                                                                        00003220
       2000-99-FIM.                                            EXIT.    00003230
      *=============================================================*   00003240
                                                                        00003250
      *=============================================================*   00003260
       2100-SITUACAO-TED                                    SECTION.    00003270
                                                                        00003280
      *          REPASSE DA COMPETENCIA E O RETORNO DA CAMARA           00003290
                                                                        00003300
           ADD 1             TO WRK-REPASSES.                           00003310
           ADD PTB-ULT-VALOR TO WRK-TOT-REPASSADO.                      00003320
           MOVE PTB-ULT-VALOR TO WRK-D-VALOR.                           00003330
                                                                        00003340
           MOVE PTB-ULT-TED TO TED-ID.                                  00003350
           READ TEDCTL.                                                 00003360
                                                                        00003370
           EVALUATE TRUE                                                00003380
             WHEN WRK-FS-TEDCTL NOT EQUAL ZEROS                         00003390
                  MOVE 'TED NAO ENCONTRADA'    TO WRK-D-TED             00003400
                  ADD 1 TO WRK-SEM-RETORNO                              00003410
             WHEN TED-SITUACAO EQUAL 'C'                                00003420
                  MOVE 'TED CONFIRMADA'        TO WRK-D-TED             00003430
                  ADD 1 TO WRK-CONFIRMADOS                              00003440
             WHEN TED-SITUACAO EQUAL 'R'                                00003450
                  MOVE 'TED REJEITADA - MOTIVO' TO WRK-D-TED            00003460
                  MOVE TED-MOTIVO              TO WRK-D-TED(23:2)       00003470
                  ADD 1 TO WRK-REJEITADOS                               00003480
             WHEN OTHER                                                 00003490
                  MOVE 'TED SEM RETORNO'       TO WRK-D-TED             00003500
                  ADD 1 TO WRK-SEM-RETORNO                              00003510
           END-EVALUATE.                                                00003520
                                                                        00003530
       2100-99-FIM.                                            EXIT.    00003540
      *=============================================================*   00003550
                                                                        00003560
      *=============================================================*   00003570
       3000-FINALIZAR                                       SECTION.    00003580
                                                                        00003590
             WRITE FD-RELPTB3 FROM WRK-LINHA-VAZIA.                     00003600
                                                                        00003610
             MOVE 'PORTABILIDADES ATIVAS........' TO WRK-RS-TEXTO.      00003620
             MOVE WRK-ATIVAS        TO WRK-RS-QTD.                      00003630
             MOVE ZEROS             TO WRK-RS-VALOR.                    00003640
             WRITE FD-RELPTB3 FROM WRK-RESUMO.                          00003650
                                                                        00003660
             MOVE 'PEDIDOS NOVOS NO MES.........' TO WRK-RS-TEXTO.      00003670
             MOVE WRK-NOVAS         TO WRK-RS-QTD.                      00003680
             WRITE FD-RELPTB3 FROM WRK-RESUMO.                          00003690
                                                                        00003700
             MOVE 'CANCELADAS NO MES............' TO WRK-RS-TEXTO.      00003710
             MOVE WRK-CANCELADAS    TO WRK-RS-QTD.                      00003720
             WRITE FD-RELPTB3 FROM WRK-RESUMO.                          00003730
                                                                        00003740
             PERFORM VARYING WRK-IND-CN FROM 1 BY 1                     00003750
                UNTIL WRK-IND-CN GREATER 4                              00003760
                MOVE SPACES                   TO WRK-RS-TEXTO           00003770
                MOVE WRK-CN-DESCR(WRK-IND-CN) TO WRK-RS-TEXTO(4:21)     00003780
                MOVE WRK-CN-QTD(WRK-IND-CN)   TO WRK-RS-QTD             00003790
                WRITE FD-RELPTB3 FROM WRK-RESUMO                        00003800
             END-PERFORM.                                               00003810
                                                                        00003820
             MOVE 'SALARIOS REPASSADOS NO MES...' TO WRK-RS-TEXTO.      00003830
             MOVE WRK-REPASSES      TO WRK-RS-QTD.                      00003840
             MOVE WRK-TOT-REPASSADO TO WRK-RS-VALOR.                    00003850
             WRITE FD-RELPTB3 FROM WRK-RESUMO.                          00003860
                                                                        00003870
             MOVE ZEROS             TO WRK-RS-VALOR.                    00003880
             MOVE '   TED CONFIRMADAS' TO WRK-RS-TEXTO.                 00003890
             MOVE WRK-CONFIRMADOS   TO WRK-RS-QTD.                      00003900
             WRITE FD-RELPTB3 FROM WRK-RESUMO.                          00003910
                                                                        00003920
             MOVE '   TED REJEITADAS'  TO WRK-RS-TEXTO.                 00003930
             MOVE WRK-REJEITADOS    TO WRK-RS-QTD.                      00003940
             WRITE FD-RELPTB3 FROM WRK-RESUMO.                          00003950
                                                                        00003960
             MOVE '   TED SEM RETORNO' TO WRK-RS-TEXTO.                 00003970
             MOVE WRK-SEM-RETORNO   TO WRK-RS-QTD.                      00003980
             WRITE FD-RELPTB3 FROM WRK-RESUMO.                          00003990
                                                                        00004000
             DISPLAY 'COMPETENCIA...........' WRK-COMPET.               00004010
             DISPLAY 'PORTABILIDADES ATIVAS.' WRK-ATIVAS.               00004020
             DISPLAY 'NOVAS NO MES..........' WRK-NOVAS.                00004030
             DISPLAY 'CANCELADAS NO MES.....' WRK-CANCELADAS.           00004040
             DISPLAY 'REPASSES NO MES.......' WRK-REPASSES.             00004050
             DISPLAY WRK-MSG-FINAL.                                     00004060
                                                                        00004070
             CLOSE PTBCTL TEDCTL RELPTB3.                               00004080
             STOP RUN.                                                  00004090
                                                                        00004100
       3000-99-FIM.                                            EXIT.    00004110
      *=============================================================*   00004120
                                                                        00004130
      *=============================================================*   00004140
       9000-TRATARERROS                                     SECTION.    00004150
                                                                        00004160
             MOVE 'E' TO WRK-SEVERIDADE.                                00004170
             CALL 'GRAVALOG' USING WRK-DADOS.                           00004180
             STOP RUN.                                                  00004190
                                                                        00004200
       9000-99-FIM.                                            EXIT.    00004210
      *=============================================================*   00004220
