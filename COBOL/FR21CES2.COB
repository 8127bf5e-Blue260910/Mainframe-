      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21CES2.                                            00000050
                                                                        00000060
      *=============================================================*   00000070
      *   AUTOR....:VICTOR ARANDA                                       00000080
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000090
      *   DATA ....:15/10/2026                                          00000100
      *-------------------------------------------------------------*   00000110
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000120
      *  1.0   15/10/26   VICTOR ARANDA       VERSAO INICIAL            00000130
      *-------------------------------------------------------------*   00000140
      *   OBJETIVO: COBRANCA MENSAL DOS ENCARGOS DO CHEQUE ESPECIAL     00000150
      *      APROPRIADOS PELO FR21CES1. RODA NO PRIMEIRO DIA UTIL DO    00000160
      *      MES, DEPOIS DO FR21CES1 DA DATA. PARA CADA CONTRATO DO     00000170
      *      LIMCON COM JUROS OU IOF PENDENTES GERA OS DEBITOS COMO     00000180
      *      MOVIMENTOS TIPO 'J' (ENCARGO, NO LAYOUT DO DEPOSITO        00000190
      *      MOV0106E, DATA ZERADA = POSTA NA NOITE), QUE O FR21EX04    00000200
      *      APLICA MESMO ALEM DO LIMITE: O SALDO VIVO SO MUDA PELA     00000210
      *      CADEIA NORMAL. CONTA ENCERRADA, BLOQUEADA, DORMENTE OU     00000220
      *      INEXISTENTE NAO E DEBITADA: O ENCARGO FICA RETIDO NO       00000230
      *      CONTRATO PARA O PROXIMO MES E SAI LISTADO NO RELATORIO.    00000240
      *      GRAVA O DIARIO DE ENCARGOS (CESJRN, TIPO 'C', EM           00000250
      *      EXTENSAO) PARA O FR21CTB1, OS TOTAIS DE RECOLHIMENTO DO    00000260
      *      IOF (IOFREM) E O RELATORIO DE COBRANCA (RELIOF).           00000270
      *-------------------------------------------------------------*   00000280
      *   ARQUIVOS.....:                                                00000290
      *                                                                 00000300
      *   NAME                I/O                                       00000310
      *   LIMCON              I-O  (KSDS - LIMBOOK)                     00000320
      *   CLIENTES             I   (KSDS - CLIBOOK)                     00000330
      *   MOVCES               O   (LAYOUT MOV0106E)                    00000340
      *   CESJRN              EXT  (DIARIO DE ENCARGOS)                 00000350
      *   IOFREM               O   (TOTAIS P/GUIA DE RECOLHIMENTO)      00000360
      *   RELIOF               O   (COBRANCA E IOF POR CONTA)           00000370
      *-------------------------------------------------------------*   00000380
      *   MODULOS....:                                                  00000390
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000400
      *   FR21DTA1             DATA DE NEGOCIO DA JANELA (LNKDPRC)      00000410
      *=============================================================*   00000420
       ENVIRONMENT                               DIVISION.              00000430
      *=============================================================*   00000440
                                                                        00000450
      *-------------------------------------------------------------*   00000460
       CONFIGURATION                                        SECTION.    00000470
      *-------------------------------------------------------------*   00000480
       SPECIAL-NAMES.                                                   00000490
           DECIMAL-POINT IS COMMA.                                      00000500
                                                                        00000510
                                                                        00000520
       INPUT-OUTPUT                                         SECTION.    00000530
       FILE-CONTROL.                                                    00000540
           SELECT LIMCON   ASSIGN TO LIMCON                             00000550
               ORGANIZATION  IS INDEXED                                 00000560
               ACCESS MODE   IS SEQUENTIAL                              00000570
               RECORD KEY    IS LIC-CHAVE                               00000580
               FILE STATUS   IS WRK-FS-LIMCON.                          00000590
                                                                        00000600
           SELECT CLIENTES ASSIGN TO CLIENTES                           00000610
               ORGANIZATION  IS INDEXED                                 00000620
               ACCESS MODE   IS RANDOM                                  00000630
               RECORD KEY    IS CLI-CHAVE                               00000640
               FILE STATUS   IS WRK-FS-CLIENTES.                        00000650
                                                                        00000660
           SELECT MOVCES   ASSIGN TO MOVCES                             00000670
               FILE STATUS  IS WRK-FS-MOVCES.                           00000680
                                                                        00000690
           SELECT CESJRN   ASSIGN TO CESJRN                             00000700
               FILE STATUS  IS WRK-FS-CESJRN.                           00000710
                                                                        00000720
           SELECT IOFREM   ASSIGN TO IOFREM                             00000730
               FILE STATUS  IS WRK-FS-IOFREM.                           00000740
                                                                        00000750
           SELECT RELIOF   ASSIGN TO RELIOF                             00000760
               FILE STATUS  IS WRK-FS-RELIOF.                           00000770
                                                                        00000780
      *=============================================================*   00000790
       DATA                                                DIVISION.    00000800
      *=============================================================*   00000810
       FILE                                                 SECTION.    00000820
      *=============================================================*   00000830
                                                                        00000840
      *-------------------------------------------------------------*   00000850
      *       CONTRATOS DE CHEQUE ESPECIAL (KSDS)  LRECL = 80       *   00000860
      *-------------------------------------------------------------*   00000870
       FD LIMCON.                                                       00000880
                                                                        00000890
       COPY 'LIMBOOK'.                                                  00000900
                                                                        00000910
      *-------------------------------------------------------------*   00000920
      *       ARQUIVO CLIENTES (KSDS)   LRECL = 73                  *   00000930
      *-------------------------------------------------------------*   00000940
       FD CLIENTES.                                                     00000950
                                                                        00000960
       COPY 'CLIBOOK'.                                                  00000970
                                                                        00000980
      *-------------------------------------------------------------*   00000990
      *       ARQUIVO DE SAIDA   MOVCES   LRECL = 55                *   00001000
      *-------------------------------------------------------------*   00001010
       FD MOVCES                                                        00001020
           RECORDING  MODE IS F                                         00001030
           BLOCK CONTAINS 0 RECORDS.                                    00001040
                                                                        00001050
       01 FD-MOVCES     PIC X(55).                                      00001060
                                                                        00001070
      *-------------------------------------------------------------*   00001080
      *       DIARIO DE ENCARGOS         LRECL = 45                 *   00001090
      *-------------------------------------------------------------*   00001100
       FD CESJRN                                                        00001110
           RECORDING  MODE IS F                                         00001120
           BLOCK CONTAINS 0 RECORDS.                                    00001130
                                                                        00001140
       01 FD-CESJRN.                                                    00001150
          05 FD-CJ-CHAVE     PIC X(08).                                 00001160
          05 FD-CJ-TIPO      PIC X(01).                                 00001170
          05 FD-CJ-DATA      PIC 9(08).                                 00001180
          05 FD-CJ-BASE      PIC 9(08).                                 00001190
          05 FD-CJ-JUROS     PIC 9(08).                                 00001200
          05 FD-CJ-IOF       PIC 9(08).                                 00001210
          05 FILLER          PIC X(04).                                 00001220
                                                                        00001230
      *-------------------------------------------------------------*   00001240
      *       ARQUIVO DE SAIDA   IOFREM   LRECL = 40                *   00001250
      *       TOTAIS DA COMPETENCIA PARA A GUIA DE RECOLHIMENTO     *   00001260
      *-------------------------------------------------------------*   00001270
       FD IOFREM                                                        00001280
           RECORDING  MODE IS F                                         00001290
           BLOCK CONTAINS 0 RECORDS.                                    00001300
                                                                        00001310
       01 FD-IOFREM.                                                    00001320
          05 FD-RM-COMPET   PIC 9(06).                                  00001330
          05 FD-RM-CONTAS   PIC 9(07).                                  00001340
          05 FD-RM-JUROS    PIC 9(10).                                  00001350
          05 FD-RM-IOF      PIC 9(10).                                  00001360
          05 FILLER         PIC X(07).                                  00001370
                                                                        00001380
      *-------------------------------------------------------------*   00001390
      *       ARQUIVO DE SAIDA   RELIOF   LRECL = 80                *   00001400
      *-------------------------------------------------------------*   00001410
       FD RELIOF                                                        00001420
           RECORDING  MODE IS F                                         00001430
           BLOCK CONTAINS 0 RECORDS.                                    00001440
                                                                        00001450
       01 FD-RELIOF     PIC X(80).                                      00001460
                                                                        00001470
      *-------------------------------------------------------------*   00001480
       WORKING-STORAGE                                      SECTION.    00001490
      *-------------------------------------------------------------*   00001500
                                                                        00001510
      *------------------LOG-DE-ERROS-------------------------------*   00001520
                                                                        00001530
       01 WRK-DADOS.                                                    00001540
           05 WRK-PROGRAMA  PIC X(08).                                  00001550
           05 WRK-SECAO     PIC X(04).                                  00001560
           05 WRK-MENSAGEM  PIC X(30).                                  00001570
           05 WRK-STATUS    PIC X(02).                                  00001580
           05 WRK-SEVERIDADE PIC X(01).                                 00001590
           05 FILLER        PIC X(22).                                  00001600
                                                                        00001610
      *--------------------LOGICA-----------------------------------*   00001620
                                                                        00001630
       77 WRK-LIDOS           PIC 9(07) VALUE 0.                        00001640
                                                                        00001650
       77 WRK-GRAVADOS        PIC 9(07) VALUE 0.                        00001660
                                                                        00001670
       77 WRK-COBRADAS        PIC 9(07) VALUE 0.                        00001680
                                                                        00001690
       77 WRK-RETIDAS         PIC 9(07) VALUE 0.                        00001700
                                                                        00001710
       77 WRK-MOTIVO          PIC X(25).                                00001720
                                                                        00001730
       77 WRK-TOT-JUROS       PIC 9(10) VALUE 0.                        00001740
                                                                        00001750
       77 WRK-TOT-IOF         PIC 9(10) VALUE 0.                        00001760
                                                                        00001770
       77 WRK-RET-JUROS       PIC 9(10) VALUE 0.                        00001780
                                                                        00001790
       77 WRK-RET-IOF         PIC 9(10) VALUE 0.                        00001800
                                                                        00001810
       77 WRK-TOT-ED          PIC Z.ZZZ.ZZZ.ZZ9.                        00001820
                                                                        00001830
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00001840
                                                                        00001850
       77 WRK-MSG-FINAL       PIC X(17) VALUE 'FINAL DE PROGRAMA'.      00001860
                                                                        00001870
      *--------------------DATA DE NEGOCIO E COMPETENCIA-------------*  00001880
                                                                        00001890
       01 WRK-HOJE            PIC 9(08) VALUE 0.                        00001900
       01 WRK-HOJE-R REDEFINES WRK-HOJE.                                00001910
          05 WRK-HOJE-COMPET  PIC 9(06).                                00001920
          05 FILLER           PIC 9(02).                                00001930
                                                                        00001940
       01 WRK-COMPET-COB      PIC 9(06) VALUE 0.                        00001950
       01 WRK-COMPET-COB-R REDEFINES WRK-COMPET-COB.                    00001960
          05 WRK-CC-ANO       PIC 9(04).                                00001970
          05 WRK-CC-MES       PIC 9(02).                                00001980
                                                                        00001990
           COPY 'LNKDPRC'.                                              00002000
                                                                        00002010
      *--------------------STATUS-----------------------------------*   00002020
                                                                        00002030
       77 WRK-FS-LIMCON   PIC 9(02).                                    00002040
                                                                        00002050
       77 WRK-FS-CLIENTES PIC 9(02).                                    00002060
                                                                        00002070
       77 WRK-FS-MOVCES   PIC 9(02).                                    00002080
                                                                        00002090
       77 WRK-FS-CESJRN   PIC 9(02).                                    00002100
                                                                        00002110
       77 WRK-FS-IOFREM   PIC 9(02).                                    00002120
                                                                        00002130
       77 WRK-FS-RELIOF   PIC 9(02).                                    00002140
                                                                        00002150
      *--------------------LAYOUT SAIDA-----------------------------*   00002160
                                                                        00002170
      *       DEBITO DE ENCARGO NO LAYOUT DO DEPOSITO MOV0106E:         00002180
      *       DATA DE EFETIVACAO ZERADA = LIBERADO NA PROPRIA NOITE     00002190
       01 WRK-MOVIMENTO.                                                00002200
           05 WRK-MV-CHAVE  PIC X(08).                                  00002210
           05 WRK-MV-DESCR  PIC X(30).                                  00002220
           05 WRK-MV-VALOR  PIC 9(08).                                  00002230
           05 WRK-MV-TIPO   PIC X(01).                                  00002240
           05 WRK-MV-DTEFET PIC 9(08).                                  00002250
                                                                        00002260
      *--------------------LINHAS DO RELATORIO----------------------*   00002270
                                                                        00002280
       01 WRK-CABEC1.                                                   00002290
          05 FILLER   PIC X(48) VALUE                                   00002300
             'COBRANCA DE ENCARGOS DO CHEQUE ESPECIAL - COMPET'.        00002310
          05 FILLER   PIC X(01).                                        00002320
          05 WRK-CAB-COMPET PIC 9(06).                                  00002330
          05 FILLER   PIC X(25).                                        00002340
                                                                        00002350
       01 WRK-CABEC2.                                                   00002360
          05 FILLER   PIC X(40) VALUE                                   00002370
             'CONTA          JUROS         IOF  SITUAC'.                00002380
          05 FILLER   PIC X(40) VALUE 'AO'.                             00002390
                                                                        00002400
       01 WRK-DETALHE.                                                  00002410
          05 WRK-D-CHAVE     PIC X(08).                                 00002420
          05 FILLER          PIC X(02).                                 00002430
          05 WRK-D-JUROS     PIC ZZ.ZZZ.ZZ9.                            00002440
          05 FILLER          PIC X(02).                                 00002450
          05 WRK-D-IOF       PIC ZZ.ZZZ.ZZ9.                            00002460
          05 FILLER          PIC X(02).                                 00002470
          05 WRK-D-SITUACAO  PIC X(25).                                 00002480
          05 FILLER          PIC X(21).                                 00002490
                                                                        00002500
       01 WRK-TOTAL.                                                    00002510
          05 WRK-T-TEXTO     PIC X(23).                                 00002520
          05 WRK-T-VALOR     PIC Z.ZZZ.ZZZ.ZZ9.                         00002530
          05 FILLER          PIC X(44).                                 00002540
                                                                        00002550
      *=============================================================*   00002560
       PROCEDURE DIVISION.                                              00002570
      *=============================================================*   00002580
                                                                        00002590
      *=============================================================*   00002600
       0000-PRINCIPAL                                       SECTION.    00002610
                                                                        00002620
            PERFORM 1000-INICIAR.                                       00002630
            PERFORM 1500-TESTAR-VAZIO.                                  00002640
            PERFORM 2000-PROCESSAR UNTIL WRK-FS-LIMCON EQUAL 10.        00002650
            PERFORM 3000-FINALIZAR.                                     00002660
                                                                        00002670
       0000-99-FIM.                                            EXIT.    00002680
      *=============================================================*   00002690
                                                                        00002700
      *=============================================================*   00002710
       1000-INICIAR                                         SECTION.    00002720
                                                                        00002730
            OPEN I-O    LIMCON.                                         00002740
            OPEN INPUT  CLIENTES.                                       00002750
            OPEN OUTPUT MOVCES.                                         00002760
            OPEN EXTEND CESJRN.                                         00002770
            OPEN OUTPUT IOFREM.                                         00002780
            OPEN OUTPUT RELIOF.                                         00002790
                                                                        00002800
            MOVE 'FR21CES2' TO LNK-DP-PROGRAMA.                         00002810
            MOVE ZEROS      TO LNK-DP-DIAS-TOL.                         00002820
            CALL 'FR21DTA1' USING LNK-DPRC.                             00002830
            MOVE LNK-DP-DATA TO WRK-HOJE.                               00002840
                                                                        00002850
      *                 COMPETENCIA COBRADA = MES ANTERIOR AO DA        00002860
      *                 DATA DE NEGOCIO                                 00002870
                                                                        00002880
            MOVE WRK-HOJE-COMPET TO WRK-COMPET-COB.                     00002890
            IF WRK-CC-MES EQUAL 01                                      00002900
               MOVE 12 TO WRK-CC-MES                                    00002910
               SUBTRACT 1 FROM WRK-CC-ANO                               00002920
            ELSE                                                        00002930
               SUBTRACT 1 FROM WRK-CC-MES                               00002940
            END-IF.                                                     00002950
                                                                        00002960
            PERFORM 1200-TESTARSTATUS.                                  00002970
                                                                        00002980
            MOVE WRK-COMPET-COB TO WRK-CAB-COMPET.                      00002990
            WRITE FD-RELIOF FROM WRK-CABEC1.                            00003000
            WRITE FD-RELIOF FROM WRK-LINHA-VAZIA.                       00003010
            WRITE FD-RELIOF FROM WRK-CABEC2.                            00003020
                                                                        00003030
       1000-99-FIM.                                            EXIT.    00003040
      *=============================================================*   00003050
                                                                        00003060
      *=============================================================*   00003070
       1200-TESTARSTATUS                                    SECTION.    00003080
                                                                        00003090
               IF WRK-FS-LIMCON   NOT EQUAL ZEROS                       00003100
                  MOVE 'FR21CES2'                  TO WRK-PROGRAMA      00003110
                  MOVE '1000'                      TO WRK-SECAO         00003120
                  MOVE 'ERRO OPEN CONTRATOS LIMCON' TO WRK-MENSAGEM     00003130
                  MOVE WRK-FS-LIMCON               TO WRK-STATUS        00003140
                  PERFORM 9000-TRATARERROS                              00003150
               END-IF.                                                  00003160
                                                                        00003170
               IF WRK-FS-CLIENTES NOT EQUAL ZEROS                       00003180
                  MOVE 'FR21CES2'                  TO WRK-PROGRAMA      00003190
                  MOVE '1000'                      TO WRK-SECAO         00003200
                  MOVE 'ERRO OPEN CLIENTES       ' TO WRK-MENSAGEM      00003210
                  MOVE WRK-FS-CLIENTES             TO WRK-STATUS        00003220
                  PERFORM 9000-TRATARERROS                              00003230
               END-IF.                                                  00003240
                                                                        00003250
               IF WRK-FS-CESJRN   NOT EQUAL ZEROS                       00003260
                  MOVE 'FR21CES2'                  TO WRK-PROGRAMA      00003270
                  MOVE '1000'                      TO WRK-SECAO         00003280
                  MOVE 'ERRO OPEN DIARIO ENCARGOS' TO WRK-MENSAGEM      00003290
                  MOVE WRK-FS-CESJRN               TO WRK-STATUS        00003300
                  PERFORM 9000-TRATARERROS                              00003310
               END-IF.                                                  00003320
                                                                        00003330
       1200-99-FIM.                                            EXIT.    00003340
      *=============================================================*   00003350
                                                                        00003360
      *=============================================================*   00003370
       1500-TESTAR-VAZIO                                    SECTION.    00003380
                                                                        00003390
              READ LIMCON NEXT.                                         00003400
                                                                        00003410
              IF WRK-FS-LIMCON NOT EQUAL ZERO                           00003420
                 DISPLAY WRK-MSG-FINAL                                  00003430
                 STOP RUN                                               00003440
              END-IF.                                                   00003450
                                                                        00003460
       1500-99-FIM.                                            EXIT.    00003470
      *=============================================================*   00003480
                                                                        00003490
      *=============================================================*   00003500
       2000-PROCESSAR                                       SECTION.    00003510
                                                                        00003520
           ADD 1 TO WRK-LIDOS.                                          00003530
                                                                        00003540
      *                 CONTRATO QUE NAO PASSOU PELO FR21CES1 NO MES    00003550
      *                 NOVO: O ACUMULADO ANTERIOR TAMBEM E COBRADO     00003560
                                                                        00003570
           IF LIC-COMPET LESS WRK-HOJE-COMPET                           00003580
              ADD LIC-JUROS-ACM TO LIC-JUROS-PEND                       00003590
              ADD LIC-IOF-ACM   TO LIC-IOF-PEND                         00003600
              MOVE ZEROS           TO LIC-JUROS-ACM LIC-IOF-ACM         00003610
              MOVE WRK-HOJE-COMPET TO LIC-COMPET                        00003620
           END-IF.                                                      00003630
                                                                        00003640
           IF LIC-JUROS-PEND EQUAL ZEROS AND LIC-IOF-PEND EQUAL ZEROS   00003650
              GO TO 2000-80-REGRAVAR                                    00003660
           END-IF.                                                      00003670
                                                                        00003680
           MOVE SPACES TO WRK-MOTIVO.                                   00003690
           MOVE LIC-CHAVE TO CLI-CHAVE.                                 00003700
           READ CLIENTES.                                               00003710
                                                                        00003720
           EVALUATE TRUE                                                00003730
             WHEN WRK-FS-CLIENTES NOT EQUAL ZEROS                       00003740
                  MOVE 'RETIDO - CONTA INEXIST. ' TO WRK-MOTIVO         00003750
             WHEN CLI-SITUACAO EQUAL 'X'                                00003760
                  MOVE 'RETIDO - CONTA ENCERRADA' TO WRK-MOTIVO         00003770
             WHEN CLI-SITUACAO EQUAL 'B'                                00003780
                  MOVE 'RETIDO - CONTA BLOQUEADA' TO WRK-MOTIVO         00003790
             WHEN CLI-DORMENTE EQUAL 'S'                                00003800
                  MOVE 'RETIDO - CONTA DORMENTE ' TO WRK-MOTIVO         00003810
           END-EVALUATE.                                                00003820
                                                                        00003830
           MOVE LIC-CHAVE      TO WRK-D-CHAVE.                          00003840
           MOVE LIC-JUROS-PEND TO WRK-D-JUROS.                          00003850
           MOVE LIC-IOF-PEND   TO WRK-D-IOF.                            00003860
                                                                        00003870
           IF WRK-MOTIVO NOT EQUAL SPACES                               00003880
              ADD 1 TO WRK-RETIDAS                                      00003890
              ADD LIC-JUROS-PEND TO WRK-RET-JUROS                       00003900
              ADD LIC-IOF-PEND   TO WRK-RET-IOF                         00003910
              MOVE WRK-MOTIVO TO WRK-D-SITUACAO                         00003920
              WRITE FD-RELIOF FROM WRK-DETALHE                          00003930
              GO TO 2000-80-REGRAVAR                                    00003940
           END-IF.                                                      00003950
                                                                        00003960
           PERFORM 2100-COBRAR.                                         00003970
                                                                        00003980
           MOVE 'COBRADO                  ' TO WRK-D-SITUACAO.          00003990
           WRITE FD-RELIOF FROM WRK-DETALHE.                            00004000
                                                                        00004010
       2000-80-REGRAVAR.                                                00004020
                                                                        00004030
           REWRITE REG-LIMCON.                                          00004040
                                                                        00004050
           IF WRK-FS-LIMCON NOT EQUAL ZEROS                             00004060
              MOVE 'FR21CES2'                  TO WRK-PROGRAMA          00004070
              MOVE '2000'                      TO WRK-SECAO             00004080
              MOVE 'ERRO REWRITE LIMCON      ' TO WRK-MENSAGEM          00004090
              MOVE WRK-FS-LIMCON               TO WRK-STATUS            00004100
              PERFORM 9000-TRATARERROS                                  00004110
           END-IF.                                                      00004120
                                                                        00004130
           READ LIMCON NEXT.                                            00004140
                                                                        00004150
       2000-99-FIM.                                            EXIT.    00004160
      *=============================================================*   00004170
                                                                        00004180
      *=============================================================*   00004190
       2100-COBRAR                                          SECTION.    00004200
                                                                        00004210
      *                 JUROS E IOF EM MOVIMENTOS SEPARADOS, PARA       00004220
      *                 APARECEREM COMO LINHAS PROPRIAS NO EXTRATO      00004230
                                                                        00004240
           IF LIC-JUROS-PEND GREATER ZEROS                              00004250
              MOVE LIC-CHAVE      TO WRK-MV-CHAVE                       00004260
              MOVE 'JUROS CHEQUE ESPECIAL' TO WRK-MV-DESCR              00004270
              MOVE LIC-JUROS-PEND TO WRK-MV-VALOR                       00004280
              MOVE 'J'            TO WRK-MV-TIPO                        00004290
              MOVE ZEROS          TO WRK-MV-DTEFET                      00004300
              WRITE FD-MOVCES FROM WRK-MOVIMENTO                        00004310
              ADD 1 TO WRK-GRAVADOS                                     00004320
           END-IF.                                                      00004330
                                                                        00004340
           IF LIC-IOF-PEND GREATER ZEROS                                00004350
              MOVE LIC-CHAVE      TO WRK-MV-CHAVE                       00004360
              MOVE 'IOF CHEQUE ESPECIAL' TO WRK-MV-DESCR                00004370
              MOVE LIC-IOF-PEND   TO WRK-MV-VALOR                       00004380
              MOVE 'J'            TO WRK-MV-TIPO                        00004390
              MOVE ZEROS          TO WRK-MV-DTEFET                      00004400
              WRITE FD-MOVCES FROM WRK-MOVIMENTO                        00004410
              ADD 1 TO WRK-GRAVADOS                                     00004420
           END-IF.                                                      00004430
                                                                        00004440
           MOVE SPACES         TO FD-CESJRN.                            00004450
           MOVE LIC-CHAVE      TO FD-CJ-CHAVE.                          00004460
           MOVE 'C'            TO FD-CJ-TIPO.                           00004470
           MOVE WRK-HOJE       TO FD-CJ-DATA.                           00004480
           MOVE ZEROS          TO FD-CJ-BASE.                           00004490
           MOVE LIC-JUROS-PEND TO FD-CJ-JUROS.                          00004500
           MOVE LIC-IOF-PEND   TO FD-CJ-IOF.                            00004510
           WRITE FD-CESJRN.                                             00004520
                                                                        00004530
           ADD 1 TO WRK-COBRADAS.                                       00004540
           ADD LIC-JUROS-PEND TO WRK-TOT-JUROS.                         00004550
           ADD LIC-IOF-PEND   TO WRK-TOT-IOF.                           00004560
                                                                        00004570
           MOVE ZEROS TO LIC-JUROS-PEND LIC-IOF-PEND.                   00004580
                                                                        00004590
       2100-99-FIM.                                            EXIT.    00004600
      *=============================================================*   00004610
                                                                        00004620
      *=============================================================*   00004630
       3000-FINALIZAR                                       SECTION.    00004640
                                                                        00004650
             DISPLAY 'CONTRATOS LIDOS.......' WRK-LIDOS.                00004660
             DISPLAY 'CONTAS COBRADAS.......' WRK-COBRADAS.             00004670
             DISPLAY 'CONTAS RETIDAS........' WRK-RETIDAS.              00004680
             DISPLAY 'MOVIMENTOS GERADOS....' WRK-GRAVADOS.             00004690
             MOVE WRK-TOT-JUROS TO WRK-TOT-ED.                          00004700
             DISPLAY 'JUROS COBRADOS........' WRK-TOT-ED.               00004710
             MOVE WRK-TOT-IOF   TO WRK-TOT-ED.                          00004720
             DISPLAY 'IOF COBRADO...........' WRK-TOT-ED.               00004730
             DISPLAY WRK-MSG-FINAL.                                     00004740
                                                                        00004750
      *                 TOTAIS PARA A GUIA DE RECOLHIMENTO DO IOF       00004760
                                                                        00004770
             MOVE SPACES         TO FD-IOFREM.                          00004780
             MOVE WRK-COMPET-COB TO FD-RM-COMPET.                       00004790
             MOVE WRK-COBRADAS   TO FD-RM-CONTAS.                       00004800
             MOVE WRK-TOT-JUROS  TO FD-RM-JUROS.                        00004810
             MOVE WRK-TOT-IOF    TO FD-RM-IOF.                          00004820
             WRITE FD-IOFREM.                                           00004830
                                                                        00004840
             WRITE FD-RELIOF FROM WRK-LINHA-VAZIA.                      00004850
             MOVE 'CONTAS COBRADAS......:' TO WRK-T-TEXTO.              00004860
             MOVE WRK-COBRADAS            TO WRK-T-VALOR.               00004870
             WRITE FD-RELIOF FROM WRK-TOTAL.                            00004880
             MOVE 'JUROS COBRADOS.......:' TO WRK-T-TEXTO.              00004890
             MOVE WRK-TOT-JUROS           TO WRK-T-VALOR.               00004900
             WRITE FD-RELIOF FROM WRK-TOTAL.                            00004910
             MOVE 'IOF A RECOLHER.......:' TO WRK-T-TEXTO.              00004920
             MOVE WRK-TOT-IOF             TO WRK-T-VALOR.               00004930
             WRITE FD-RELIOF FROM WRK-TOTAL.                            00004940
             MOVE 'CONTAS RETIDAS.......:' TO WRK-T-TEXTO.              00004950
             MOVE WRK-RETIDAS             TO WRK-T-VALOR.               00004960
             WRITE FD-RELIOF FROM WRK-TOTAL.                            00004970
             MOVE 'JUROS RETIDOS........:' TO WRK-T-TEXTO.              00004980
             MOVE WRK-RET-JUROS           TO WRK-T-VALOR.               00004990
             WRITE FD-RELIOF FROM WRK-TOTAL.                            00005000
             MOVE 'IOF RETIDO...........:' TO WRK-T-TEXTO.              00005010
             MOVE WRK-RET-IOF             TO WRK-T-VALOR.               00005020
             WRITE FD-RELIOF FROM WRK-TOTAL.                            00005030
                                                                        00005040
             CLOSE LIMCON CLIENTES.                                     00005050
             CLOSE MOVCES CESJRN.                                       00005060
             CLOSE IOFREM RELIOF.                                       00005070
             STOP RUN.                                                  00005080
                                                                        00005090
       3000-99-FIM.                                            EXIT.    00005100
      *=============================================================*   00005110
                                                                        00005120
      *=============================================================*   00005130
       9000-TRATARERROS                                     SECTION.    00005140
                                                                        00005150
             MOVE 'E' TO WRK-SEVERIDADE.                                00005160
             CALL 'GRAVALOG' USING WRK-DADOS.                           00005170
             STOP RUN.                                                  00005180
                                                                        00005190
       9000-99-FIM.                                            EXIT.    00005200
      *=============================================================*   00005210
