      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21EMP2.                                            00000050
                                                                        00000060
      *=============================================================*   00000070
      *   AUTOR....:VICTOR ARANDA                                       00000080
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000090
      *   DATA ....:15/10/2026                                          00000100
      *-------------------------------------------------------------*   00000110
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000120
      *  1.0   15/10/26   VICTOR ARANDA       VERSAO INICIAL            00000130
      *-------------------------------------------------------------*   00000140
      *   OBJETIVO: COBRANCA DIARIA DAS PARCELAS DE EMPRESTIMO          00000150
      *      PESSOAL. PARA CADA CONTRATO ATIVO OU VENCIDO DO EMPMAS     00000160
      *      PERCORRE AS PARCELAS DO EMPPAR EM ORDEM E, PARA CADA       00000170
      *      PARCELA COM VENCIMENTO ATE A DATA DE NEGOCIO:              00000180
      *      - SE O DISPONIVEL DA CONTA (SALDO + LIMITE - BLOQUEIOS     00000190
      *        JUDICIAIS ATIVOS - O JA COMPROMETIDO NESTA EXECUCAO)     00000200
      *        COBRE A PARCELA E OS ENCARGOS, GERA O DEBITO TIPO 'J'    00000210
      *        NO LAYOUT MOV0106E (MOVEMP2) E MARCA A PARCELA PAGA;     00000220
      *      - SENAO MARCA A PARCELA VENCIDA E SUSPENDE A COBRANCA      00000230
      *        DAS SEGUINTES (A MAIS ANTIGA E SEMPRE A PRIMEIRA).       00000240
      *      PARCELA JA VENCIDA EM EXECUCAO ANTERIOR PAGA MULTA DE      00000250
      *      2% E JUROS DE MORA DE 1% A.M. PRO RATA DIE SOBRE O VALOR   00000260
      *      DA PARCELA, DEBITADOS EM MOVIMENTO PROPRIO.                00000270
      *      CONTA ENCERRADA, BLOQUEADA OU DORMENTE NAO E DEBITADA.     00000280
      *      ATUALIZA NO CONTRATO PARCELAS PAGAS, SALDO DEVEDOR, DIAS   00000290
      *      DE ATRASO E SITUACAO (A ATIVO / V VENCIDO / L LIQUIDADO)   00000300
      *      E EMITE O RELATORIO DE INADIMPLENCIA POR AGENCIA (RELATR)  00000310
      *      COM O VALOR VENCIDO NAS FAIXAS ATE 30, 31-60, 61-90 E      00000320
      *      ACIMA DE 90 DIAS.                                          00000330
      *-------------------------------------------------------------*   00000340
      *   ARQUIVOS.....:                                                00000350
      *                                                                 00000360
      *   NAME                I/O                                       00000370
      *   EMPMAS              I-O  (KSDS - EMPBOOK)                     00000380
      *   EMPPAR              I-O  (KSDS - PARCBOOK)                    00000390
      *   CLIENTES             I   (KSDS - CLIBOOK)                     00000400
      *   BLOQJUD              I   (KSDS - BLQBOOK)                     00000410
      *   MOVEMP2              O   (LAYOUT MOV0106E)                    00000420
      *   RELATR               O   (INADIMPLENCIA POR AGENCIA)          00000430
      *-------------------------------------------------------------*   00000440
      *   MODULOS....:                                                  00000450
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000460
      *   FR21DTA1             DATA DE NEGOCIO DA JANELA (LNKDPRC)      00000470
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
           SELECT EMPMAS   ASSIGN TO EMPMAS                             00000610
               ORGANIZATION  IS INDEXED                                 00000620
               ACCESS MODE   IS SEQUENTIAL                              00000630
               RECORD KEY    IS EMP-CHAVE-REG                           00000640
               FILE STATUS   IS WRK-FS-EMPMAS.                          00000650
                                                                        00000660
           SELECT EMPPAR   ASSIGN TO EMPPAR                             00000670
               ORGANIZATION  IS INDEXED                                 00000680
               ACCESS MODE   IS DYNAMIC                                 00000690
               RECORD KEY    IS EPA-CHAVE-REG                           00000700
               FILE STATUS   IS WRK-FS-EMPPAR.                          00000710
                                                                        00000720
           SELECT CLIENTES ASSIGN TO CLIENTES                           00000730
               ORGANIZATION  IS INDEXED                                 00000740
               ACCESS MODE   IS RANDOM                                  00000750
               RECORD KEY    IS CLI-CHAVE                               00000760
               FILE STATUS   IS WRK-FS-CLIENTES.                        00000770
                                                                        00000780
           SELECT BLOQJUD  ASSIGN TO BLOQJUD                            00000790
               ORGANIZATION  IS INDEXED                                 00000800
               ACCESS MODE   IS DYNAMIC                                 00000810
               RECORD KEY    IS BLQ-CHAVE-REG                           00000820
               FILE STATUS   IS WRK-FS-BLOQJUD.                         00000830
                                                                        00000840
           SELECT MOVEMP2  ASSIGN TO MOVEMP2                            00000850
               FILE STATUS  IS WRK-FS-MOVEMP2.                          00000860
                                                                        00000870
           SELECT RELATR   ASSIGN TO RELATR                             00000880
               FILE STATUS  IS WRK-FS-RELATR.                           00000890
                                                                        00000900
      *=============================================================*   00000910
       DATA                                                DIVISION.    00000920
      *=============================================================*   00000930
       FILE                                                 SECTION.    00000940
      *=============================================================*   00000950
                                                                        00000960
      *-------------------------------------------------------------*   00000970
      *       CONTRATOS DE EMPRESTIMO (KSDS)  LRECL = 80            *   00000980
      *-------------------------------------------------------------*   00000990
       FD EMPMAS.                                                       00001000
                                                                        00001010
       COPY 'EMPBOOK'.                                                  00001020
                                                                        00001030
      *-------------------------------------------------------------*   00001040
      *       PARCELAS DOS EMPRESTIMOS (KSDS)  LRECL = 80           *   00001050
      *-------------------------------------------------------------*   00001060
       FD EMPPAR.                                                       00001070
                                                                        00001080
       COPY 'PARCBOOK'.                                                 00001090
                                                                        00001100
      *-------------------------------------------------------------*   00001110
      *       ARQUIVO CLIENTES (KSDS)   LRECL = 73                  *   00001120
      *-------------------------------------------------------------*   00001130
       FD CLIENTES.                                                     00001140
                                                                        00001150
       COPY 'CLIBOOK'.                                                  00001160
                                                                        00001170
      *-------------------------------------------------------------*   00001180
      *       BLOQUEIOS JUDICIAIS (KSDS)   LRECL = 56               *   00001190
      *-------------------------------------------------------------*   00001200
       FD BLOQJUD.                                                      00001210
                                                                        00001220
       COPY 'BLQBOOK'.                                                  00001230
                                                                        00001240
      *-------------------------------------------------------------*   00001250
      *       MOVIMENTOS GERADOS (LAYOUT MOV0106E)  LRECL = 55      *   00001260
      *-------------------------------------------------------------*   00001270
       FD MOVEMP2                                                       00001280
           RECORDING  MODE IS F                                         00001290
           BLOCK CONTAINS 0 RECORDS.                                    00001300
                                                                        00001310
       01 FD-MOVEMP2    PIC X(55).                                      00001320
                                                                        00001330
      *-------------------------------------------------------------*   00001340
      *       ARQUIVO DE SAIDA   RELATR   LRECL = 80                *   00001350
      *-------------------------------------------------------------*   00001360
       FD RELATR                                                        00001370
           RECORDING  MODE IS F                                         00001380
           BLOCK CONTAINS 0 RECORDS.                                    00001390
                                                                        00001400
       01 FD-RELATR     PIC X(80).                                      00001410
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
      *--------------------ENCARGOS POR ATRASO----------------------*   00001570
                                                                        00001580
       77 WRK-TX-MULTA        PIC 9(01)V99 VALUE 2.                     00001590
                                                                        00001600
       77 WRK-TX-MORA         PIC 9(01)V99 VALUE 1.                     00001610
                                                                        00001620
      *--------------------LOGICA-----------------------------------*   00001630
                                                                        00001640
       77 WRK-CONTRATOS       PIC 9(05) VALUE 0.                        00001650
                                                                        00001660
       77 WRK-PARC-COBRADAS   PIC 9(05) VALUE 0.                        00001670
                                                                        00001680
       77 WRK-PARC-VENCIDAS   PIC 9(05) VALUE 0.                        00001690
                                                                        00001700
       77 WRK-LIQUIDADOS      PIC 9(05) VALUE 0.                        00001710
                                                                        00001720
       77 WRK-TOT-COBRADO     PIC 9(10) VALUE 0.                        00001730
                                                                        00001740
       77 WRK-TOT-ENCARGOS    PIC 9(10) VALUE 0.                        00001750
                                                                        00001760
       77 WRK-TOT-ED          PIC Z.ZZZ.ZZZ.ZZ9.                        00001770
                                                                        00001780
       77 WRK-MSG-FINAL       PIC X(17) VALUE 'FINAL DE PROGRAMA'.      00001790
                                                                        00001800
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00001810
                                                                        00001820
       77 WRK-HOJE            PIC 9(08) VALUE 0.                        00001830
                                                                        00001840
       77 WRK-DIAS            PIC 9(05) VALUE 0.                        00001850
                                                                        00001860
       77 WRK-MULTA           PIC 9(08) VALUE 0.                        00001870
                                                                        00001880
       77 WRK-MORA            PIC 9(08) VALUE 0.                        00001890
                                                                        00001900
       77 WRK-ENCARGOS        PIC 9(08) VALUE 0.                        00001910
                                                                        00001920
       77 WRK-DEVIDO          PIC 9(09) VALUE 0.                        00001930
                                                                        00001940
      *        SITUACAO DA CONTA DE DEBITO (LIDA UMA VEZ POR CONTA)     00001950
                                                                        00001960
       77 WRK-CONTA-ANT       PIC X(08) VALUE LOW-VALUES.               00001970
                                                                        00001980
       77 WRK-CONTA-OK        PIC X(01) VALUE 'N'.                      00001990
                                                                        00002000
       77 WRK-DISPONIVEL      PIC S9(10) VALUE 0.                       00002010
                                                                        00002020
       77 WRK-BLOQUEADO       PIC 9(10) VALUE 0.                        00002030
                                                                        00002040
      *        CONTROLE DO CONTRATO EM PROCESSAMENTO                    00002050
                                                                        00002060
       77 WRK-FIM-PARCELAS    PIC X(01) VALUE 'N'.                      00002070
                                                                        00002080
       77 WRK-SUSPENSA        PIC X(01) VALUE 'N'.                      00002090
                                                                        00002100
       77 WRK-VENCIDO-CTR     PIC 9(09) VALUE 0.                        00002110
                                                                        00002120
      *--------------------FAIXAS DE ATRASO-------------------------*   00002130
                                                                        00002140
       01 WRK-FAIXAS-CTR.                                               00002150
          05 WRK-FX-CTR       PIC 9(09) OCCURS 4 TIMES.                 00002160
                                                                        00002170
       01 WRK-FAIXAS-AGE.                                               00002180
          05 WRK-FX-AGE       PIC 9(10) OCCURS 4 TIMES.                 00002190
                                                                        00002200
       01 WRK-FAIXAS-GER.                                               00002210
          05 WRK-FX-GER       PIC 9(10) OCCURS 4 TIMES.                 00002220
                                                                        00002230
       77 WRK-IND-FX          PIC 9(01) VALUE 0.                        00002240
                                                                        00002250
       77 WRK-AGENCIA-ANT     PIC X(04) VALUE LOW-VALUES.               00002260
                                                                        00002270
       77 WRK-INAD-AGE        PIC 9(05) VALUE 0.                        00002280
                                                                        00002290
       77 WRK-INAD-GER        PIC 9(05) VALUE 0.                        00002300
                                                                        00002310
           COPY 'LNKDPRC'.                                              00002320
                                                                        00002330
      *--------------------STATUS-----------------------------------*   00002340
                                                                        00002350
       77 WRK-FS-EMPMAS   PIC 9(02).                                    00002360
                                                                        00002370
       77 WRK-FS-EMPPAR   PIC 9(02).                                    00002380
                                                                        00002390
       77 WRK-FS-CLIENTES PIC 9(02).                                    00002400
                                                                        00002410
       77 WRK-FS-BLOQJUD  PIC 9(02).                                    00002420
                                                                        00002430
       77 WRK-FS-MOVEMP2  PIC 9(02).                                    00002440
                                                                        00002450
       77 WRK-FS-RELATR   PIC 9(02).                                    00002460
                                                                        00002470
      *--------------------LAYOUT SAIDA-----------------------------*   00002480
                                                                        00002490
       01 WRK-MOVIMENTO.                                                00002500
          05 WRK-MV-CHAVE       PIC X(08).                              00002510
          05 WRK-MV-TEXTO       PIC X(30).                              00002520
          05 WRK-MV-VALOR       PIC 9(08).                              00002530
          05 WRK-MV-TIPO        PIC X(01).                              00002540
          05 WRK-MV-DATA-EFET   PIC 9(08).                              00002550
                                                                        00002560
       01 WRK-TEXTO-PARC.                                               00002570
          05 WRK-TP-DESCR       PIC X(19).                              00002580
          05 WRK-TP-PARCELA     PIC 9(03).                              00002590
          05 FILLER             PIC X(01) VALUE '/'.                    00002600
          05 WRK-TP-PRAZO       PIC 9(03).                              00002610
          05 FILLER             PIC X(04).                              00002620
                                                                        00002630
      *--------------------LINHAS DO RELATORIO----------------------*   00002640
                                                                        00002650
       01 WRK-CABEC1.                                                   00002660
          05 FILLER   PIC X(44) VALUE                                   00002670
             'INADIMPLENCIA DE EMPRESTIMOS POR AGENCIA'.                00002680
          05 FILLER   PIC X(10) VALUE 'DATA '.                          00002690
          05 WRK-CB-DATA PIC 9(08).                                     00002700
          05 FILLER   PIC X(18).                                        00002710
                                                                        00002720
       01 WRK-CABEC2.                                                   00002730
          05 FILLER   PIC X(22) VALUE 'CONTRATO        ATRASO'.         00002740
          05 FILLER   PIC X(58) VALUE                                   00002750
             '     ATE 30      31-60      61-90   ACIMA 90'.            00002760
                                                                        00002770
       01 WRK-DETALHE.                                                  00002780
          05 WRK-D-CHAVE     PIC X(08).                                 00002790
          05 FILLER          PIC X(01) VALUE '/'.                       00002800
          05 WRK-D-SEQ       PIC 9(03).                                 00002810
          05 FILLER          PIC X(05).                                 00002820
          05 WRK-D-DIAS      PIC ZZZZ9.                                 00002830
          05 WRK-D-FAIXAS OCCURS 4 TIMES.                               00002840
             10 FILLER       PIC X(01).                                 00002850
             10 WRK-D-FX     PIC ZZ.ZZZ.ZZ9.                            00002860
          05 FILLER          PIC X(14).                                 00002870
                                                                        00002880
       01 WRK-TOTAL.                                                    00002890
          05 WRK-T-DESCR     PIC X(12).                                 00002900
          05 WRK-T-CHAVE     PIC X(04).                                 00002910
          05 WRK-T-QTDE      PIC ZZZZ9.                                 00002920
          05 FILLER          PIC X(01).                                 00002930
          05 WRK-T-FAIXAS OCCURS 4 TIMES.                               00002940
             10 FILLER       PIC X(01).                                 00002950
             10 WRK-T-FX     PIC ZZ.ZZZ.ZZ9.                            00002960
          05 FILLER          PIC X(14).                                 00002970
                                                                        00002980
      *=============================================================*   00002990
       PROCEDURE DIVISION.                                              00003000
      *=============================================================*   00003010
                                                                        00003020
      *=============================================================*   00003030
       0000-PRINCIPAL                                       SECTION.    00003040
                                                                        00003050
            PERFORM 1000-INICIAR.                                       00003060
            PERFORM 2000-PROCESSAR UNTIL WRK-FS-EMPMAS EQUAL 10.        00003070
            PERFORM 3000-FINALIZAR.                                     00003080
                                                                        00003090
       0000-99-FIM.                                            EXIT.    00003100
      *=============================================================*   00003110
                                                                        00003120
      *=============================================================*   00003130
       1000-INICIAR                                         SECTION.    00003140
                                                                        00003150
            OPEN I-O    EMPMAS.                                         00003160
            OPEN I-O    EMPPAR.                                         00003170
            OPEN INPUT  CLIENTES.                                       00003180
            OPEN INPUT  BLOQJUD.                                        00003190
            OPEN OUTPUT MOVEMP2.                                        00003200
            OPEN OUTPUT RELATR.                                         00003210
                                                                        00003220
            IF WRK-FS-EMPMAS NOT EQUAL ZEROS                            00003230
               MOVE 'FR21EMP2'                  TO WRK-PROGRAMA         00003240
               MOVE '1000'                      TO WRK-SECAO            00003250
               MOVE 'ERRO OPEN CONTRATOS      ' TO WRK-MENSAGEM         00003260
               MOVE WRK-FS-EMPMAS               TO WRK-STATUS           00003270
               PERFORM 9000-TRATARERROS                                 00003280
            END-IF.                                                     00003290
                                                                        00003300
            IF WRK-FS-EMPPAR NOT EQUAL ZEROS                            00003310
               MOVE 'FR21EMP2'                  TO WRK-PROGRAMA         00003320
               MOVE '1000'                      TO WRK-SECAO            00003330
               MOVE 'ERRO OPEN PARCELAS       ' TO WRK-MENSAGEM         00003340
               MOVE WRK-FS-EMPPAR               TO WRK-STATUS           00003350
               PERFORM 9000-TRATARERROS                                 00003360
            END-IF.                                                     00003370
                                                                        00003380
            IF WRK-FS-CLIENTES NOT EQUAL ZEROS                          00003390
               MOVE 'FR21EMP2'                  TO WRK-PROGRAMA         00003400
               MOVE '1000'                      TO WRK-SECAO            00003410
               MOVE 'ERRO OPEN CLIENTES       ' TO WRK-MENSAGEM         00003420
               MOVE WRK-FS-CLIENTES             TO WRK-STATUS           00003430
               PERFORM 9000-TRATARERROS                                 00003440
            END-IF.                                                     00003450
                                                                        00003460
            IF WRK-FS-BLOQJUD NOT EQUAL ZEROS                           00003470
               MOVE 'FR21EMP2'                  TO WRK-PROGRAMA         00003480
               MOVE '1000'                      TO WRK-SECAO            00003490
               MOVE 'ERRO OPEN BLOQJUD        ' TO WRK-MENSAGEM         00003500
               MOVE WRK-FS-BLOQJUD              TO WRK-STATUS           00003510
               PERFORM 9000-TRATARERROS                                 00003520
            END-IF.                                                     00003530
                                                                        00003540
            MOVE 'FR21EMP2' TO LNK-DP-PROGRAMA.                         00003550
            MOVE ZEROS      TO LNK-DP-DIAS-TOL.                         00003560
            CALL 'FR21DTA1' USING LNK-DPRC.                             00003570
            MOVE LNK-DP-DATA TO WRK-HOJE.                               00003580
                                                                        00003590
            INITIALIZE WRK-FAIXAS-AGE WRK-FAIXAS-GER.                   00003600
                                                                        00003610
            MOVE WRK-HOJE TO WRK-CB-DATA.                               00003620
            WRITE FD-RELATR FROM WRK-CABEC1.                            00003630
            WRITE FD-RELATR FROM WRK-LINHA-VAZIA.                       00003640
            WRITE FD-RELATR FROM WRK-CABEC2.                            00003650
                                                                        00003660
            READ EMPMAS NEXT.                                           00003670
                                                                        00003680
       1000-99-FIM.                                            EXIT.    00003690
      *=============================================================*   00003700
                                                                        00003710
      *=============================================================*   00003720
       2000-PROCESSAR                                       SECTION.    00003730
                                                                        00003740
           IF EMP-AGENCIA NOT EQUAL WRK-AGENCIA-ANT                     00003750
              PERFORM 2900-TOTAL-AGENCIA                                00003760
              MOVE EMP-AGENCIA TO WRK-AGENCIA-ANT                       00003770
           END-IF.                                                      00003780
                                                                        00003790
           IF EMP-SITUACAO EQUAL 'L'                                    00003800
              GO TO 2000-50-LER                                         00003810
           END-IF.                                                      00003820
                                                                        00003830
           ADD 1 TO WRK-CONTRATOS.                                      00003840
                                                                        00003850
           IF EMP-CHAVE NOT EQUAL WRK-CONTA-ANT                         00003860
              PERFORM 2100-LER-CONTA                                    00003870
           END-IF.                                                      00003880
                                                                        00003890
           MOVE 'N'   TO WRK-FIM-PARCELAS WRK-SUSPENSA.                 00003900
           MOVE ZEROS TO WRK-VENCIDO-CTR EMP-DIAS-ATRASO.               00003910
           INITIALIZE WRK-FAIXAS-CTR.                                   00003920
                                                                        00003930
      *                 PARCELAS DO CONTRATO, DA MAIS ANTIGA            00003940
                                                                        00003950
           MOVE EMP-CHAVE-REG TO EPA-CHAVE-CTR.                         00003960
           MOVE ZEROS         TO EPA-PARCELA.                           00003970
           START EMPPAR KEY NOT LESS EPA-CHAVE-REG.                     00003980
                                                                        00003990
           IF WRK-FS-EMPPAR NOT EQUAL ZEROS                             00004000
              MOVE 'S' TO WRK-FIM-PARCELAS                              00004010
           ELSE                                                         00004020
              READ EMPPAR NEXT                                          00004030
           END-IF.                                                      00004040
                                                                        00004050
           PERFORM 2200-TRATAR-PARCELA                                  00004060
              UNTIL WRK-FIM-PARCELAS EQUAL 'S'                          00004070
                 OR WRK-FS-EMPPAR NOT EQUAL ZEROS                       00004080
                 OR EPA-CHAVE-CTR NOT EQUAL EMP-CHAVE-REG.              00004090
                                                                        00004100
      *                 SITUACAO DO CONTRATO                            00004110
                                                                        00004120
           EVALUATE TRUE                                                00004130
             WHEN EMP-PARC-PAGAS NOT LESS EMP-PRAZO                     00004140
                  MOVE 'L' TO EMP-SITUACAO                              00004150
                  ADD 1    TO WRK-LIQUIDADOS                            00004160
             WHEN WRK-SUSPENSA EQUAL 'S'                                00004170
                  MOVE 'V' TO EMP-SITUACAO                              00004180
             WHEN OTHER                                                 00004190
                  MOVE 'A' TO EMP-SITUACAO                              00004200
           END-EVALUATE.                                                00004210
                                                                        00004220
           REWRITE REG-EMPMAS.                                          00004230
                                                                        00004240
           IF WRK-FS-EMPMAS NOT EQUAL ZEROS                             00004250
              MOVE 'FR21EMP2'                  TO WRK-PROGRAMA          00004260
              MOVE '2000'                      TO WRK-SECAO             00004270
              MOVE 'ERRO REWRITE CONTRATOS   ' TO WRK-MENSAGEM          00004280
              MOVE WRK-FS-EMPMAS               TO WRK-STATUS            00004290
              PERFORM 9000-TRATARERROS                                  00004300
           END-IF.                                                      00004310
                                                                        00004320
           IF WRK-VENCIDO-CTR GREATER ZEROS                             00004330
              PERFORM 2800-DETALHE-INADIMPLENTE                         00004340
           END-IF.                                                      00004350
                                                                        00004360
       2000-50-LER.                                                     00004370
                                                                        00004380
           READ EMPMAS NEXT.                                            00004390
                                                                        00004400
       2000-99-FIM.                                            EXIT.    00004410
      *=============================================================*   00004420
                                                                        00004430
      *=============================================================*   00004440
       2100-LER-CONTA                                       SECTION.    00004450
                                                                        00004460
      *          DISPONIVEL DA CONTA PARA O DEBITO DAS PARCELAS: SALDO  00004470
      *          MAIS LIMITE MENOS BLOQUEIOS JUDICIAIS ATIVOS. O QUE    00004480
      *          FOR COBRADO NESTA EXECUCAO E ABATIDO DO DISPONIVEL     00004490
      *          (CONTRATOS DA MESMA CONTA SAO CONSECUTIVOS NO EMPMAS)  00004500
                                                                        00004510
           MOVE EMP-CHAVE TO WRK-CONTA-ANT CLI-CHAVE.                   00004520
           MOVE 'N'       TO WRK-CONTA-OK.                              00004530
           MOVE ZEROS     TO WRK-DISPONIVEL WRK-BLOQUEADO.              00004540
                                                                        00004550
           READ CLIENTES.                                               00004560
                                                                        00004570
           IF WRK-FS-CLIENTES NOT EQUAL ZEROS                           00004580
              OR CLI-SITUACAO EQUAL 'E' OR CLI-SITUACAO EQUAL 'X'       00004590
              OR CLI-SITUACAO EQUAL 'B'                                 00004600
              OR CLI-DORMENTE EQUAL 'S'                                 00004610
              GO TO 2100-99-FIM                                         00004620
           END-IF.                                                      00004630
                                                                        00004640
           MOVE EMP-CHAVE TO BLQ-CHAVE.                                 00004650
           MOVE ZEROS     TO BLQ-SEQ.                                   00004660
           START BLOQJUD KEY NOT LESS BLQ-CHAVE-REG.                    00004670
                                                                        00004680
           IF WRK-FS-BLOQJUD EQUAL ZEROS                                00004690
              READ BLOQJUD NEXT                                         00004700
              PERFORM UNTIL WRK-FS-BLOQJUD NOT EQUAL ZEROS              00004710
                      OR BLQ-CHAVE NOT EQUAL EMP-CHAVE                  00004720
                 IF BLQ-SITUACAO EQUAL 'A'                              00004730
                    AND BLQ-DATA-INI NOT GREATER WRK-HOJE               00004740
                    AND (BLQ-DATA-FIM EQUAL ZEROS OR                    00004750
                         BLQ-DATA-FIM NOT LESS WRK-HOJE)                00004760
                    ADD BLQ-VALOR TO WRK-BLOQUEADO                      00004770
                 END-IF                                                 00004780
                 READ BLOQJUD NEXT                                      00004790
              END-PERFORM                                               00004800
           END-IF.                                                      00004810
                                                                        00004820
           COMPUTE WRK-DISPONIVEL = CLI-SALDO + CLI-LIMITE              00004830
                                  - WRK-BLOQUEADO.                      00004840
           MOVE 'S' TO WRK-CONTA-OK.                                    00004850
                                                                        00004860
       2100-99-FIM.                                            EXIT.    00004870
      *=============================================================*   00004880
                                                                        00004890
      *=============================================================*   00004900
       2200-TRATAR-PARCELA                                  SECTION.    00004910
                                                                        00004920
           IF EPA-SITUACAO EQUAL 'P'                                    00004930
              GO TO 2200-50-PROXIMA                                     00004940
           END-IF.                                                      00004950
                                                                        00004960
      *                 PARCELAS A VENCER: NADA MAIS A FAZER            00004970
                                                                        00004980
           IF EPA-DATA-VENC GREATER WRK-HOJE                            00004990
              MOVE 'S' TO WRK-FIM-PARCELAS                              00005000
              GO TO 2200-99-FIM                                         00005010
           END-IF.                                                      00005020
                                                                        00005030
           COMPUTE WRK-DIAS = FUNCTION INTEGER-OF-DATE(WRK-HOJE)        00005040
                            - FUNCTION INTEGER-OF-DATE(EPA-DATA-VENC).  00005050
                                                                        00005060
      *                 MULTA E MORA SO SOBRE PARCELA QUE JA ESTAVA     00005070
      *                 VENCIDA NA EXECUCAO ANTERIOR                    00005080
                                                                        00005090
           MOVE ZEROS TO WRK-MULTA WRK-MORA.                            00005100
           IF EPA-SITUACAO EQUAL 'V' AND WRK-DIAS GREATER ZEROS         00005110
              COMPUTE WRK-MULTA ROUNDED =                               00005120
                 EPA-VALOR * WRK-TX-MULTA / 100                         00005130
              COMPUTE WRK-MORA ROUNDED =                                00005140
                 EPA-VALOR * WRK-TX-MORA / 100 * WRK-DIAS / 30          00005150
           END-IF.                                                      00005160
           COMPUTE WRK-ENCARGOS = WRK-MULTA + WRK-MORA.                 00005170
           COMPUTE WRK-DEVIDO   = EPA-VALOR + WRK-ENCARGOS.             00005180
                                                                        00005190
           IF WRK-SUSPENSA EQUAL 'N' AND WRK-CONTA-OK EQUAL 'S'         00005200
              AND WRK-DISPONIVEL NOT LESS WRK-DEVIDO                    00005210
              PERFORM 2300-COBRAR-PARCELA                               00005220
           ELSE                                                         00005230
              PERFORM 2400-VENCER-PARCELA                               00005240
           END-IF.                                                      00005250
                                                                        00005260
       2200-50-PROXIMA.                                                 00005270
                                                                        00005280
           READ EMPPAR NEXT.                                            00005290
                                                                        00005300
       2200-99-FIM.                                            EXIT.    00005310
      *=============================================================*   00005320
                                                                        00005330
      *=============================================================*   00005340
       2300-COBRAR-PARCELA                                  SECTION.    00005350
                                                                        00005360
           MOVE EPA-PARCELA TO WRK-TP-PARCELA.                          00005370
           MOVE EMP-PRAZO   TO WRK-TP-PRAZO.                            00005380
                                                                        00005390
           MOVE EMP-CHAVE   TO WRK-MV-CHAVE.                            00005400
           MOVE 'J'         TO WRK-MV-TIPO.                             00005410
           MOVE ZEROS       TO WRK-MV-DATA-EFET.                        00005420
                                                                        00005430
           MOVE 'PARCELA EMPREST   ' TO WRK-TP-DESCR.                   00005440
           MOVE WRK-TEXTO-PARC TO WRK-MV-TEXTO.                         00005450
           MOVE EPA-VALOR      TO WRK-MV-VALOR.                         00005460
           WRITE FD-MOVEMP2 FROM WRK-MOVIMENTO.                         00005470
                                                                        00005480
           IF WRK-ENCARGOS GREATER ZEROS                                00005490
              MOVE 'MULTA/MORA EMPREST ' TO WRK-TP-DESCR                00005500
              MOVE WRK-TEXTO-PARC TO WRK-MV-TEXTO                       00005510
              MOVE WRK-ENCARGOS   TO WRK-MV-VALOR                       00005520
              WRITE FD-MOVEMP2 FROM WRK-MOVIMENTO                       00005530
              ADD WRK-ENCARGOS    TO WRK-TOT-ENCARGOS                   00005540
           END-IF.                                                      00005550
                                                                        00005560
           SUBTRACT WRK-DEVIDO FROM WRK-DISPONIVEL.                     00005570
           ADD EPA-VALOR      TO WRK-TOT-COBRADO.                       00005580
           ADD 1              TO WRK-PARC-COBRADAS.                     00005590
                                                                        00005600
           MOVE 'P'           TO EPA-SITUACAO.                          00005610
           MOVE WRK-HOJE      TO EPA-DATA-PAG.                          00005620
           MOVE WRK-ENCARGOS  TO EPA-ENCARGOS.                          00005630
           PERFORM 2500-REGRAVAR-PARCELA.                               00005640
                                                                        00005650
           ADD 1              TO EMP-PARC-PAGAS.                        00005660
           MOVE EPA-SALDO-APOS TO EMP-SALDO-DEVEDOR.                    00005670
                                                                        00005680
       2300-99-FIM.                                            EXIT.    00005690
      *=============================================================*   00005700
                                                                        00005710
      *=============================================================*   00005720
       2400-VENCER-PARCELA                                  SECTION.    00005730
                                                                        00005740
      *          PARCELA NAO COBRADA: FICA VENCIDA E AS SEGUINTES       00005750
      *          AGUARDAM A REGULARIZACAO DESTA                         00005760
                                                                        00005770
           MOVE 'S' TO WRK-SUSPENSA.                                    00005780
           ADD 1    TO WRK-PARC-VENCIDAS.                               00005790
                                                                        00005800
           IF EPA-SITUACAO NOT EQUAL 'V'                                00005810
              MOVE 'V' TO EPA-SITUACAO                                  00005820
              PERFORM 2500-REGRAVAR-PARCELA                             00005830
           END-IF.                                                      00005840
                                                                        00005850
           IF WRK-VENCIDO-CTR EQUAL ZEROS                               00005860
              MOVE WRK-DIAS TO EMP-DIAS-ATRASO                          00005870
           END-IF.                                                      00005880
                                                                        00005890
           EVALUATE TRUE                                                00005900
             WHEN WRK-DIAS NOT GREATER 30                               00005910
                  MOVE 1 TO WRK-IND-FX                                  00005920
             WHEN WRK-DIAS NOT GREATER 60                               00005930
                  MOVE 2 TO WRK-IND-FX                                  00005940
             WHEN WRK-DIAS NOT GREATER 90                               00005950
                  MOVE 3 TO WRK-IND-FX                                  00005960
             WHEN OTHER                                                 00005970
                  MOVE 4 TO WRK-IND-FX                                  00005980
           END-EVALUATE.                                                00005990
                                                                        00006000
           ADD EPA-VALOR TO WRK-FX-CTR(WRK-IND-FX) WRK-VENCIDO-CTR.     00006010
                                                                        00006020
       2400-99-FIM.                                            EXIT.    00006030
      *=============================================================*   00006040
                                                                        00006050
      *=============================================================*   00006060
       2500-REGRAVAR-PARCELA                                SECTION.    00006070
                                                                        00006080
           REWRITE REG-EMPPAR.                                          00006090
                                                                        00006100
           IF WRK-FS-EMPPAR NOT EQUAL ZEROS                             00006110
              MOVE 'FR21EMP2'                  TO WRK-PROGRAMA          00006120
              MOVE '2500'                      TO WRK-SECAO             00006130
              MOVE 'ERRO REWRITE PARCELAS    ' TO WRK-MENSAGEM          00006140
              MOVE WRK-FS-EMPPAR               TO WRK-STATUS            00006150
              PERFORM 9000-TRATARERROS                                  00006160
           END-IF.                                                      00006170
                                                                        00006180
       2500-99-FIM.                                            EXIT.    00006190
      *=============================================================*   00006200
                                                                        00006210
      *=============================================================*   00006220
       2800-DETALHE-INADIMPLENTE                            SECTION.    00006230
                                                                        00006240
           MOVE EMP-CHAVE       TO WRK-D-CHAVE.                         00006250
           MOVE EMP-SEQ         TO WRK-D-SEQ.                           00006260
           MOVE EMP-DIAS-ATRASO TO WRK-D-DIAS.                          00006270
                                                                        00006280
           PERFORM VARYING WRK-IND-FX FROM 1 BY 1                       00006290
                   UNTIL WRK-IND-FX GREATER 4                           00006300
              MOVE WRK-FX-CTR(WRK-IND-FX) TO WRK-D-FX(WRK-IND-FX)       00006310
              ADD  WRK-FX-CTR(WRK-IND-FX) TO WRK-FX-AGE(WRK-IND-FX)     00006320
           END-PERFORM.                                                 00006330
                                                                        00006340
           WRITE FD-RELATR FROM WRK-DETALHE.                            00006350
           ADD 1 TO WRK-INAD-AGE.                                       00006360
                                                                        00006370
       2800-99-FIM.                                            EXIT.    00006380
      *=============================================================*   00006390
                                                                        00006400
      *=============================================================*   00006410
       2900-TOTAL-AGENCIA                                   SECTION.    00006420
                                                                        00006430
      *          QUEBRA POR AGENCIA (ORDEM DA CHAVE DO EMPMAS): SO      00006440
      *          IMPRIME AGENCIA COM CONTRATO INADIMPLENTE              00006450
                                                                        00006460
           IF WRK-INAD-AGE EQUAL ZEROS                                  00006470
              GO TO 2900-99-FIM                                         00006480
           END-IF.                                                      00006490
                                                                        00006500
           MOVE 'AGENCIA'       TO WRK-T-DESCR.                         00006510
           MOVE WRK-AGENCIA-ANT TO WRK-T-CHAVE.                         00006520
           MOVE WRK-INAD-AGE    TO WRK-T-QTDE.                          00006530
                                                                        00006540
           PERFORM VARYING WRK-IND-FX FROM 1 BY 1                       00006550
                   UNTIL WRK-IND-FX GREATER 4                           00006560
              MOVE WRK-FX-AGE(WRK-IND-FX) TO WRK-T-FX(WRK-IND-FX)       00006570
              ADD  WRK-FX-AGE(WRK-IND-FX) TO WRK-FX-GER(WRK-IND-FX)     00006580
           END-PERFORM.                                                 00006590
                                                                        00006600
           WRITE FD-RELATR FROM WRK-TOTAL.                              00006610
           WRITE FD-RELATR FROM WRK-LINHA-VAZIA.                        00006620
                                                                        00006630
           ADD WRK-INAD-AGE TO WRK-INAD-GER.                            00006640
           MOVE ZEROS       TO WRK-INAD-AGE.                            00006650
           INITIALIZE WRK-FAIXAS-AGE.                                   00006660
                                                                        00006670
       2900-99-FIM.                                            EXIT.    00006680
      *=============================================================*   00006690
                                                                        00006700
      *=============================================================*   00006710
       3000-FINALIZAR                                       SECTION.    00006720
                                                                        00006730
             PERFORM 2900-TOTAL-AGENCIA.                                00006740
                                                                        00006750
             MOVE 'TOTAL GERAL'   TO WRK-T-DESCR.                       00006760
             MOVE SPACES          TO WRK-T-CHAVE.                       00006770
             MOVE WRK-INAD-GER    TO WRK-T-QTDE.                        00006780
             PERFORM VARYING WRK-IND-FX FROM 1 BY 1                     00006790
                     UNTIL WRK-IND-FX GREATER 4                         00006800
                MOVE WRK-FX-GER(WRK-IND-FX) TO WRK-T-FX(WRK-IND-FX)     00006810
             END-PERFORM.                                               00006820
             WRITE FD-RELATR FROM WRK-TOTAL.                            00006830
                                                                        00006840
             DISPLAY 'CONTRATOS EM ABERTO...' WRK-CONTRATOS.            00006850
             DISPLAY 'PARCELAS COBRADAS.....' WRK-PARC-COBRADAS.        00006860
             DISPLAY 'PARCELAS VENCIDAS.....' WRK-PARC-VENCIDAS.        00006870
             DISPLAY 'CONTRATOS LIQUIDADOS..' WRK-LIQUIDADOS.           00006880
             DISPLAY 'CONTRATOS INADIMPL....' WRK-INAD-GER.             00006890
             MOVE WRK-TOT-COBRADO  TO WRK-TOT-ED.                       00006900
             DISPLAY 'VALOR COBRADO.........' WRK-TOT-ED.               00006910
             MOVE WRK-TOT-ENCARGOS TO WRK-TOT-ED.                       00006920
             DISPLAY 'MULTA E MORA..........' WRK-TOT-ED.               00006930
             DISPLAY WRK-MSG-FINAL.                                     00006940
                                                                        00006950
             CLOSE EMPMAS EMPPAR.                                       00006960
             CLOSE CLIENTES BLOQJUD.                                    00006970
             CLOSE MOVEMP2 RELATR.                                      00006980
             STOP RUN.                                                  00006990
                                                                        00007000
       3000-99-FIM.                                            EXIT.    00007010
      *=============================================================*   00007020
                                                                        00007030
      *=============================================================*   00007040
       9000-TRATARERROS                                     SECTION.    00007050
                                                                        00007060
             MOVE 'E' TO WRK-SEVERIDADE.                                00007070
             CALL 'GRAVALOG' USING WRK-DADOS.                           00007080
             STOP RUN.                                                  00007090
                                                                        00007100
       9000-99-FIM.                                            EXIT.    00007110
      *=============================================================*   00007120
