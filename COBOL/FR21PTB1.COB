      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21PTB1.                                            00000050
                                                                        00000060
      *=============================================================*   00000070
      *   AUTOR....:VICTOR ARANDA                                       00000080
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000090
      *   DATA ....:15/10/2026                                          00000100
      *-------------------------------------------------------------*   00000110
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000120
      *  1.0   15/10/26   VICTOR ARANDA       VERSAO INICIAL            00000130
      *-------------------------------------------------------------*   00000140
      *   OBJETIVO: PEDIDOS DE PORTABILIDADE DE SALARIO DO DIA          00000150
      *      (PTBPED), ENVIADOS PELOS OUTROS BANCOS OU REGISTRADOS      00000160
      *      NA AGENCIA PELO TITULAR:                                   00000170
      *      - SOLICITACAO ('S', SO DE BANCO): A CONTA SALARIO TEM DE   00000180
      *        EXISTIR NO EVSA0407 E O DESTINO E O CPF TEM DE SER       00000190
      *        VALIDOS. GRAVA O PEDIDO NO PTBCTL COMO ATIVO, COM        00000200
      *        REPASSE A PARTIR DO PROXIMO DIA UTIL. SE A CONTA JA      00000210
      *        TEM PORTABILIDADE ATIVA PARA O MESMO BANCO O PEDIDO E    00000220
      *        RECUSADO; PARA OUTRO BANCO A ANTERIOR E CANCELADA        00000230
      *        (SUBSTITUIDA) E O BANCO ANTERIOR E AVISADO.              00000240
      *      - CANCELAMENTO ('C', DO BANCO DESTINO OU DO TITULAR):      00000250
      *        CANCELA A PORTABILIDADE ATIVA DA CONTA; O BANCO          00000260
      *        DESTINO E AVISADO.                                       00000270
      *      TODO PEDIDO RECEBE RESPOSTA NO PTBRET (ACEITO OU           00000280
      *      RECUSADO COM O MOTIVO), DEVOLVIDO AOS BANCOS. CRITICA      00000290
      *      E TOTAIS NO RELPTB1.                                       00000300
      *-------------------------------------------------------------*   00000310
      *   ARQUIVOS.....:                                                00000320
      *                                                                 00000330
      *   NAME                I/O                                       00000340
      *   PTBPED               I   (PEDIDOS DO DIA)                     00000350
      *   EVSA0407             I   (KSDS - FR21W040)                    00000360
      *   PTBCTL              I-O  (KSDS - PTBBOOK)                     00000370
      *   PTBRET               O   (RESPOSTAS AOS BANCOS)               00000380
      *   RELPTB1              O   (CRITICA DOS PEDIDOS)                00000390
      *-------------------------------------------------------------*   00000400
      *   MODULOS....:                                                  00000410
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000420
      *   FR21DTA1             DATA DE NEGOCIO DA JANELA (LNKDPRC)      00000430
      *   DATANEG              CALENDARIO DE DIAS UTEIS (LNKDTNEG)      00000440
      *=============================================================*   00000450
       ENVIRONMENT                               DIVISION.              00000460
      *=============================================================*   00000470
                                                                        00000480
      *-------------------------------------------------------------*   00000490
       CONFIGURATION                                        SECTION.    00000500
      *-------------------------------------------------------------*   00000510
       SPECIAL-NAMES.                                                   00000520
           DECIMAL-POINT IS COMMA.                                      00000530
                                                                        00000540
                                                                        00000550
       INPUT-OUTPUT                                         SECTION.    00000560
       FILE-CONTROL.                                                    00000570
           SELECT PTBPED   ASSIGN TO PTBPED                             00000580
               FILE STATUS  IS WRK-FS-PTBPED.                           00000590
                                                                        00000600
           SELECT EVSA0407 ASSIGN TO EVSA0407                           00000610
               ORGANIZATION  IS INDEXED                                 00000620
               ACCESS MODE   IS RANDOM                                  00000630
               RECORD KEY    IS ARQ-CHAVE                               00000640
               FILE STATUS   IS WRK-FS-EVSA0407.                        00000650
                                                                        00000660
           SELECT PTBCTL   ASSIGN TO PTBCTL                             00000670
               ORGANIZATION  IS INDEXED                                 00000680
               ACCESS MODE   IS DYNAMIC                                 00000690
               RECORD KEY    IS PTB-CHAVE-REG                           00000700
               FILE STATUS   IS WRK-FS-PTBCTL.                          00000710
                                                                        00000720
           SELECT PTBRET   ASSIGN TO PTBRET                             00000730
               FILE STATUS  IS WRK-FS-PTBRET.                           00000740
                                                                        00000750
           SELECT RELPTB1  ASSIGN TO RELPTB1                            00000760
               FILE STATUS  IS WRK-FS-RELPTB1.                          00000770
                                                                        00000780
      *=============================================================*   00000790
       DATA                                                DIVISION.    00000800
      *=============================================================*   00000810
       FILE                                                 SECTION.    00000820
      *=============================================================*   00000830
                                                                        00000840
      *-------------------------------------------------------------*   00000850
      *       PEDIDOS DE PORTABILIDADE DO DIA   LRECL = 100         *   00000860
      *-------------------------------------------------------------*   00000870
      *       FD-PD-TIPO   'S' SOLICITACAO / 'C' CANCELAMENTO           00000880
      *       FD-PD-ORIGEM 'B' BANCO DESTINO / 'T' TITULAR (AGENCIA)    00000890
       FD PTBPED                                                        00000900
           RECORDING  MODE IS F                                         00000910
           BLOCK CONTAINS 0 RECORDS.                                    00000920
                                                                        00000930
       01 FD-PTBPED.                                                    00000940
          05 FD-PD-TIPO      PIC X(01).                                 00000950
          05 FD-PD-ORIGEM    PIC X(01).                                 00000960
          05 FD-PD-PROTOCOLO PIC X(15).                                 00000970
          05 FD-PD-BANCO     PIC 9(03).                                 00000980
          05 FD-PD-AGENCIA   PIC 9(04).                                 00000990
          05 FD-PD-CONTA     PIC X(12).                                 00001000
          05 FD-PD-CPF       PIC 9(11).                                 00001010
          05 FD-PD-NOME      PIC X(25).                                 00001020
          05 FD-PD-CHAVE-SAL.                                           00001030
             10 FD-PD-AGENCIA-SAL PIC X(04).                            00001040
             10 FD-PD-CONTA-SAL   PIC X(05).                            00001050
          05 FD-PD-DATA      PIC 9(08).                                 00001060
          05 FILLER          PIC X(11).                                 00001070
                                                                        00001080
      *-------------------------------------------------------------*   00001090
      *       ARQUIVO EVSA0407 (KSDS)   LRECL = 19                  *   00001100
      *-------------------------------------------------------------*   00001110
       FD EVSA0407.                                                     00001120
                                                                        00001130
       COPY 'FR21W040'.                                                 00001140
                                                                        00001150
      *-------------------------------------------------------------*   00001160
      *       REGISTRO DE PORTABILIDADES (KSDS)   LRECL = 160       *   00001170
      *-------------------------------------------------------------*   00001180
       FD PTBCTL.                                                       00001190
                                                                        00001200
       COPY 'PTBBOOK'.                                                  00001210
                                                                        00001220
      *-------------------------------------------------------------*   00001230
      *       RESPOSTAS AOS BANCOS   LRECL = 80                     *   00001240
      *-------------------------------------------------------------*   00001250
      *       FD-RT-RESULTADO 'A' ACEITO / 'R' RECUSADO; NO AVISO DE    00001260
      *       CANCELAMENTO AO BANCO DESTINO VAI TIPO 'C' E 'A'          00001270
       FD PTBRET                                                        00001280
           RECORDING  MODE IS F                                         00001290
           BLOCK CONTAINS 0 RECORDS.                                    00001300
                                                                        00001310
       01 FD-PTBRET.                                                    00001320
          05 FD-RT-PROTOCOLO PIC X(15).                                 00001330
          05 FD-RT-TIPO      PIC X(01).                                 00001340
          05 FD-RT-BANCO     PIC 9(03).                                 00001350
          05 FD-RT-RESULTADO PIC X(01).                                 00001360
          05 FD-RT-MOTIVO    PIC 9(02).                                 00001370
          05 FD-RT-DATA-EFET PIC 9(08).                                 00001380
          05 FD-RT-DATA-PROC PIC 9(08).                                 00001390
          05 FD-RT-CHAVE-SAL PIC X(09).                                 00001400
          05 FILLER          PIC X(33).                                 00001410
                                                                        00001420
      *-------------------------------------------------------------*   00001430
      *       ARQUIVO DE SAIDA   RELPTB1  LRECL = 80                *   00001440
      *-------------------------------------------------------------*   00001450
       FD RELPTB1                                                       00001460
           RECORDING  MODE IS F                                         00001470
           BLOCK CONTAINS 0 RECORDS.                                    00001480
                                                                        00001490
       01 FD-RELPTB1    PIC X(80).                                      00001500
                                                                        00001510
      *-------------------------------------------------------------*   00001520
       WORKING-STORAGE                                      SECTION.    00001530
      *-------------------------------------------------------------*   00001540
                                                                        00001550
      *------------------LOG-DE-ERROS-------------------------------*   00001560
                                                                        00001570
       01 WRK-DADOS.                                                    00001580
           05 WRK-PROGRAMA  PIC X(08).                                  00001590
           05 WRK-SECAO     PIC X(04).                                  00001600
           05 WRK-MENSAGEM  PIC X(30).                                  00001610
           05 WRK-STATUS    PIC X(02).                                  00001620
           05 WRK-SEVERIDADE PIC X(01).                                 00001630
           05 FILLER        PIC X(22).                                  00001640
                                                                        00001650
      *--------------------MOTIVOS DE RECUSA-------------------------*  00001660
                                                                        00001670
       01 WRK-TAB-MOTIVOS-DADOS.                                        00001680
          05 FILLER PIC X(32) VALUE '01CONTA SALARIO INEXISTENTE    '.  00001690
          05 FILLER PIC X(32) VALUE '02DESTINO INVALIDO             '.  00001700
          05 FILLER PIC X(32) VALUE '03CPF INVALIDO                 '.  00001710
          05 FILLER PIC X(32) VALUE '04PORTABILIDADE JA ATIVA       '.  00001720
          05 FILLER PIC X(32) VALUE '05PORTABILIDADE NAO ENCONTRADA '.  00001730
          05 FILLER PIC X(32) VALUE '06TIPO OU ORIGEM INVALIDO      '.  00001740
       01 WRK-TAB-MOTIVOS REDEFINES WRK-TAB-MOTIVOS-DADOS.              00001750
          05 WRK-MT-OCR OCCURS 6 TIMES.                                 00001760
             10 WRK-MT-COD    PIC 9(02).                                00001770
             10 WRK-MT-DESCR  PIC X(30).                                00001780
                                                                        00001790
      *--------------------LOGICA-----------------------------------*   00001800
                                                                        00001810
       77 WRK-LIDOS           PIC 9(05) VALUE 0.                        00001820
                                                                        00001830
       77 WRK-ACEITAS         PIC 9(05) VALUE 0.                        00001840
                                                                        00001850
       77 WRK-SUBSTITUIDAS    PIC 9(05) VALUE 0.                        00001860
                                                                        00001870
       77 WRK-CANCELADAS      PIC 9(05) VALUE 0.                        00001880
                                                                        00001890
       77 WRK-RECUSADOS       PIC 9(05) VALUE 0.                        00001900
                                                                        00001910
       77 WRK-MOTIVO          PIC 9(02) VALUE 0.                        00001920
                                                                        00001930
       77 WRK-MOTIVO-CANC     PIC X(01) VALUE SPACE.                    00001940
                                                                        00001950
       77 WRK-MSG-FINAL       PIC X(17) VALUE 'FINAL DE PROGRAMA'.      00001960
                                                                        00001970
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00001980
                                                                        00001990
       77 WRK-HOJE            PIC 9(08) VALUE 0.                        00002000
                                                                        00002010
       77 WRK-PROX-UTIL       PIC 9(08) VALUE 0.                        00002020
                                                                        00002030
      *        PEDIDOS DA CONTA SALARIO NO PTBCTL: MAIOR SEQUENCIAL     00002040
      *        E O PEDIDO ATIVO (SEQ ZERO = NENHUM)                     00002050
                                                                        00002060
       77 WRK-SEQ-MAX         PIC 9(03) VALUE 0.                        00002070
                                                                        00002080
       77 WRK-SEQ-ATIVA       PIC 9(03) VALUE 0.                        00002090
                                                                        00002100
       77 WRK-BANCO-ATIVA     PIC 9(03) VALUE 0.                        00002110
                                                                        00002120
           COPY 'LNKDPRC'.                                              00002130
                                                                        00002140
           COPY 'LNKDTNEG'.                                             00002150
                                                                        00002160
      *--------------------STATUS-----------------------------------*   00002170
                                                                        00002180
       77 WRK-FS-PTBPED   PIC 9(02).                                    00002190
                                                                        00002200
       77 WRK-FS-EVSA0407 PIC 9(02).                                    00002210
                                                                        00002220
       77 WRK-FS-PTBCTL   PIC 9(02).                                    00002230
                                                                        00002240
       77 WRK-FS-PTBRET   PIC 9(02).                                    00002250
                                                                        00002260
       77 WRK-FS-RELPTB1  PIC 9(02).                                    00002270
                                                                        00002280
      *--------------------LINHAS DO RELATORIO----------------------*   00002290
                                                                        00002300
       01 WRK-CABEC1.                                                   00002310
          05 FILLER   PIC X(44) VALUE                                   00002320
             'PORTABILIDADE DE SALARIO - PEDIDOS DO DIA - '.            00002330
          05 FILLER   PIC X(06) VALUE 'DATA '.                          00002340
          05 WRK-C1-DATA PIC 9(08).                                     00002350
          05 FILLER   PIC X(22).                                        00002360
                                                                        00002370
       01 WRK-CABEC2.                                                   00002380
          05 FILLER   PIC X(40) VALUE                                   00002390
             'CONTA SAL T O BCO PROTOCOLO       RESULT'.                00002400
          05 FILLER   PIC X(40) VALUE                                   00002410
             'ADO    MOTIVO                           '.                00002420
                                                                        00002430
       01 WRK-DETALHE.                                                  00002440
          05 WRK-D-CHAVE     PIC X(09).                                 00002450
          05 FILLER          PIC X(01).                                 00002460
          05 WRK-D-TIPO      PIC X(01).                                 00002470
          05 FILLER          PIC X(01).                                 00002480
          05 WRK-D-ORIGEM    PIC X(01).                                 00002490
          05 FILLER          PIC X(01).                                 00002500
          05 WRK-D-BANCO     PIC 9(03).                                 00002510
          05 FILLER          PIC X(01).                                 00002520
          05 WRK-D-PROTOCOLO PIC X(15).                                 00002530
          05 FILLER          PIC X(01).                                 00002540
          05 WRK-D-RESULTADO PIC X(12).                                 00002550
          05 FILLER          PIC X(02).                                 00002560
          05 WRK-D-MOTIVO    PIC X(30).                                 00002570
          05 FILLER          PIC X(02).                                 00002580
                                                                        00002590
       01 WRK-TOTAL-LINHA.                                              00002600
          05 WRK-TL-TEXTO    PIC X(27).                                 00002610
          05 WRK-TL-VALOR    PIC ZZ.ZZ9.                                00002620
          05 FILLER          PIC X(47).                                 00002630
                                                                        00002640
      *=============================================================*   00002650
       PROCEDURE DIVISION.                                              00002660
      *=============================================================*   00002670
                                                                        00002680
      *=============================================================*   00002690
       0000-PRINCIPAL                                       SECTION.    00002700
                                                                        00002710
            PERFORM 1000-INICIAR.                                       00002720
            PERFORM 2000-PROCESSAR UNTIL WRK-FS-PTBPED EQUAL 10.        00002730
            PERFORM 3000-FINALIZAR.                                     00002740
                                                                        00002750
       0000-99-FIM.                                            EXIT.    00002760
      *=============================================================*   00002770
                                                                        00002780
      *=============================================================*   00002790
       1000-INICIAR                                         SECTION.    00002800
                                                                        00002810
            OPEN INPUT  PTBPED.                                         00002820
            OPEN INPUT  EVSA0407.                                       00002830
            OPEN I-O    PTBCTL.                                         00002840
            OPEN OUTPUT PTBRET.                                         00002850
            OPEN OUTPUT RELPTB1.                                        00002860
                                                                        00002870
            IF WRK-FS-PTBPED NOT EQUAL ZEROS                            00002880
               MOVE 'FR21PTB1'                  TO WRK-PROGRAMA         00002890
               MOVE '1000'                      TO WRK-SECAO            00002900
               MOVE 'ERRO OPEN PEDIDOS PORTAB ' TO WRK-MENSAGEM         00002910
               MOVE WRK-FS-PTBPED               TO WRK-STATUS           00002920
               PERFORM 9000-TRATARERROS                                 00002930
            END-IF.                                                     00002940
                                                                        00002950
            IF WRK-FS-EVSA0407 NOT EQUAL ZEROS                          00002960
               MOVE 'FR21PTB1'                  TO WRK-PROGRAMA         00002970
               MOVE '1000'                      TO WRK-SECAO            00002980
               MOVE 'ERRO OPEN EVSA0407       ' TO WRK-MENSAGEM         00002990
               MOVE WRK-FS-EVSA0407             TO WRK-STATUS           00003000
               PERFORM 9000-TRATARERROS                                 00003010
            END-IF.                                                     00003020
                                                                        00003030
            IF WRK-FS-PTBCTL NOT EQUAL ZEROS                            00003040
               MOVE 'FR21PTB1'                  TO WRK-PROGRAMA         00003050
               MOVE '1000'                      TO WRK-SECAO            00003060
               MOVE 'ERRO OPEN PTBCTL         ' TO WRK-MENSAGEM         00003070
               MOVE WRK-FS-PTBCTL               TO WRK-STATUS           00003080
               PERFORM 9000-TRATARERROS                                 00003090
            END-IF.                                                     00003100
                                                                        00003110
            MOVE 'FR21PTB1' TO LNK-DP-PROGRAMA.                         00003120
            MOVE ZEROS      TO LNK-DP-DIAS-TOL.                         00003130
            CALL 'FR21DTA1' USING LNK-DPRC.                             00003140
            MOVE LNK-DP-DATA TO WRK-HOJE.                               00003150
                                                                        00003160
      *          O REPASSE COMECA NO PROXIMO DIA UTIL                   00003170
                                                                        00003180
            MOVE 'P' TO LNK-DN-OPERACAO.                                00003190
            COMPUTE LNK-DN-DATA1 = FUNCTION DATE-OF-INTEGER             00003200
                    (FUNCTION INTEGER-OF-DATE(WRK-HOJE) + 1).           00003210
            CALL 'DATANEG' USING LNK-DATANEG.                           00003220
            IF LNK-DN-STATUS EQUAL '0'                                  00003230
               MOVE LNK-DN-RESULTADO TO WRK-PROX-UTIL                   00003240
            ELSE                                                        00003250
               MOVE LNK-DN-DATA1     TO WRK-PROX-UTIL                   00003260
            END-IF.                                                     00003270
                                                                        00003280
            MOVE WRK-HOJE TO WRK-C1-DATA.                               00003290
            WRITE FD-RELPTB1 FROM WRK-CABEC1.                           00003300
            WRITE FD-RELPTB1 FROM WRK-LINHA-VAZIA.                      00003310
            WRITE FD-RELPTB1 FROM WRK-CABEC2.                           00003320
                                                                        00003330
            READ PTBPED.                                                00003340
                                                                        00003350
       1000-99-FIM.                                            EXIT.    00003360
      *=============================================================*   00003370
                                                                        00003380
      *=============================================================*   00003390
       2000-PROCESSAR                                       SECTION.    00003400
                                                                        00003410
           ADD 1 TO WRK-LIDOS.                                          00003420
           MOVE ZEROS TO WRK-MOTIVO.                                    00003430
                                                                        00003440
           EVALUATE TRUE                                                00003450
             WHEN FD-PD-TIPO EQUAL 'S' AND FD-PD-ORIGEM EQUAL 'B'       00003460
                  CONTINUE                                              00003470
             WHEN FD-PD-TIPO EQUAL 'C' AND                              00003480
                 (FD-PD-ORIGEM EQUAL 'B' OR FD-PD-ORIGEM EQUAL 'T')     00003490
                  CONTINUE                                              00003500
             WHEN OTHER                                                 00003510
                  MOVE 06 TO WRK-MOTIVO                                 00003520
           END-EVALUATE.                                                00003530
                                                                        00003540
           IF WRK-MOTIVO EQUAL ZEROS                                    00003550
              PERFORM 2100-LOCALIZAR                                    00003560
              IF FD-PD-TIPO EQUAL 'S'                                   00003570
                 PERFORM 2200-SOLICITAR                                 00003580
              ELSE                                                      00003590
                 PERFORM 2300-CANCELAR                                  00003600
              END-IF                                                    00003610
           END-IF.                                                      00003620
                                                                        00003630
      *          RESPOSTA AO BANCO QUE MANDOU O PEDIDO (CANCELAMENTO    00003640
      *          DO TITULAR E AVISADO AO BANCO DESTINO EM 2400)         00003650
                                                                        00003660
           IF FD-PD-ORIGEM EQUAL 'B'                                    00003670
              MOVE SPACES           TO FD-PTBRET                        00003680
              MOVE FD-PD-PROTOCOLO  TO FD-RT-PROTOCOLO                  00003690
              MOVE FD-PD-TIPO       TO FD-RT-TIPO                       00003700
              MOVE FD-PD-BANCO      TO FD-RT-BANCO                      00003710
              MOVE WRK-MOTIVO       TO FD-RT-MOTIVO                     00003720
              MOVE WRK-HOJE         TO FD-RT-DATA-PROC                  00003730
              MOVE FD-PD-CHAVE-SAL  TO FD-RT-CHAVE-SAL                  00003740
              MOVE ZEROS            TO FD-RT-DATA-EFET                  00003750
              IF WRK-MOTIVO EQUAL ZEROS                                 00003760
                 MOVE 'A'           TO FD-RT-RESULTADO                  00003770
                 IF FD-PD-TIPO EQUAL 'S'                                00003780
                    MOVE WRK-PROX-UTIL TO FD-RT-DATA-EFET               00003790
                 END-IF                                                 00003800
              ELSE                                                      00003810
                 MOVE 'R'           TO FD-RT-RESULTADO                  00003820
              END-IF                                                    00003830
              PERFORM 2800-GRAVAR-RESPOSTA                              00003840
           END-IF.                                                      00003850
                                                                        00003860
           MOVE FD-PD-CHAVE-SAL TO WRK-D-CHAVE.                         00003870
           MOVE FD-PD-TIPO      TO WRK-D-TIPO.                          00003880
           MOVE FD-PD-ORIGEM    TO WRK-D-ORIGEM.                        00003890
           MOVE FD-PD-PROTOCOLO TO WRK-D-PROTOCOLO.                     00003900
           IF FD-PD-BANCO IS NUMERIC                                    00003910
              MOVE FD-PD-BANCO  TO WRK-D-BANCO                          00003920
           ELSE                                                         00003930
              MOVE ZEROS        TO WRK-D-BANCO                          00003940
           END-IF.                                                      00003950
           IF WRK-MOTIVO EQUAL ZEROS                                    00003960
              MOVE 'ACEITO      ' TO WRK-D-RESULTADO                    00003970
              MOVE SPACES         TO WRK-D-MOTIVO                       00003980
           ELSE                                                         00003990
              ADD 1 TO WRK-RECUSADOS                                    00004000
              MOVE 'RECUSADO    ' TO WRK-D-RESULTADO                    00004010
              MOVE WRK-MT-DESCR(WRK-MOTIVO) TO WRK-D-MOTIVO             00004020
           END-IF.                                                      00004030
           WRITE FD-RELPTB1 FROM WRK-DETALHE.                           00004040
                                                                        00004050
           READ PTBPED.                                                 00004060
                                                                        00004070
       2000-99-FIM.                                            EXIT.    00004080
      *=============================================================*   00004090
                                                                        00004100
      *=============================================================*   00004110
       2100-LOCALIZAR                                       SECTION.    00004120
                                                                        00004130
      *          PEDIDOS JA REGISTRADOS PARA A CONTA SALARIO            00004140
                                                                        00004150
           MOVE ZEROS TO WRK-SEQ-MAX WRK-SEQ-ATIVA WRK-BANCO-ATIVA.     00004160
                                                                        00004170
           MOVE FD-PD-CHAVE-SAL TO PTB-CHAVE.                           00004180
           MOVE ZEROS           TO PTB-SEQ.                             00004190
           START PTBCTL KEY NOT LESS PTB-CHAVE-REG.                     00004200
                                                                        00004210
           IF WRK-FS-PTBCTL NOT EQUAL ZEROS                             00004220
              GO TO 2100-99-FIM                                         00004230
           END-IF.                                                      00004240
                                                                        00004250
           READ PTBCTL NEXT.                                            00004260
                                                                        00004270
           PERFORM UNTIL WRK-FS-PTBCTL NOT EQUAL ZEROS                  00004280
                   OR PTB-CHAVE NOT EQUAL FD-PD-CHAVE-SAL               00004290
              MOVE PTB-SEQ TO WRK-SEQ-MAX                               00004300
              IF PTB-SITUACAO EQUAL 'A'                                 00004310
                 MOVE PTB-SEQ        TO WRK-SEQ-ATIVA                   00004320
                 MOVE PTB-BANCO-DEST TO WRK-BANCO-ATIVA                 00004330
              END-IF                                                    00004340
              READ PTBCTL NEXT                                          00004350
           END-PERFORM.                                                 00004360
                                                                        00004370
       2100-99-FIM.                                            EXIT.    00004380
      *=============================================================*   00004390
                                                                        00004400
      *=============================================================*   00004410
       2200-SOLICITAR                                       SECTION.    00004420
                                                                        00004430
           EVALUATE TRUE                                                00004440
             WHEN FD-PD-BANCO NOT NUMERIC OR FD-PD-BANCO EQUAL ZEROS    00004450
               OR FD-PD-AGENCIA NOT NUMERIC                             00004460
               OR FD-PD-CONTA EQUAL SPACES                              00004470
                  MOVE 02 TO WRK-MOTIVO                                 00004480
             WHEN FD-PD-CPF NOT NUMERIC OR FD-PD-CPF EQUAL ZEROS        00004490
                  MOVE 03 TO WRK-MOTIVO                                 00004500
             WHEN WRK-SEQ-ATIVA NOT EQUAL ZEROS                         00004510
              AND WRK-BANCO-ATIVA EQUAL FD-PD-BANCO                     00004520
                  MOVE 04 TO WRK-MOTIVO                                 00004530
           END-EVALUATE.                                                00004540
                                                                        00004550
           IF WRK-MOTIVO NOT EQUAL ZEROS                                00004560
              GO TO 2200-99-FIM                                         00004570
           END-IF.                                                      00004580
                                                                        00004590
           MOVE FD-PD-CHAVE-SAL TO ARQ-CHAVE.                           00004600
           READ EVSA0407.                                               00004610
                                                                        00004620
           IF WRK-FS-EVSA0407 NOT EQUAL ZEROS                           00004630
              MOVE 01 TO WRK-MOTIVO                                     00004640
              GO TO 2200-99-FIM                                         00004650
           END-IF.                                                      00004660
                                                                        00004670
      *          PEDIDO DE OUTRO BANCO SUBSTITUI O ATIVO                00004680
                                                                        00004690
           IF WRK-SEQ-ATIVA NOT EQUAL ZEROS                             00004700
              MOVE 'S' TO WRK-MOTIVO-CANC                               00004710
              PERFORM 2400-CANCELAR-ATIVA                               00004720
              ADD 1 TO WRK-SUBSTITUIDAS                                 00004730
           END-IF.                                                      00004740
                                                                        00004750
           INITIALIZE REG-PTBCTL.                                       00004760
           MOVE FD-PD-CHAVE-SAL  TO PTB-CHAVE.                          00004770
           COMPUTE PTB-SEQ = WRK-SEQ-MAX + 1.                           00004780
           MOVE FD-PD-PROTOCOLO  TO PTB-PROTOCOLO.                      00004790
           MOVE FD-PD-BANCO      TO PTB-BANCO-DEST.                     00004800
           MOVE FD-PD-AGENCIA    TO PTB-AGENCIA-DEST.                   00004810
           MOVE FD-PD-CONTA      TO PTB-CONTA-DEST.                     00004820
           MOVE FD-PD-CPF        TO PTB-CPF.                            00004830
           MOVE FD-PD-NOME       TO PTB-NOME.                           00004840
           MOVE 'A'              TO PTB-SITUACAO.                       00004850
           IF FD-PD-DATA IS NUMERIC                                     00004860
              MOVE FD-PD-DATA    TO PTB-DATA-PEDIDO                     00004870
           ELSE                                                         00004880
              MOVE WRK-HOJE      TO PTB-DATA-PEDIDO                     00004890
           END-IF.                                                      00004900
           MOVE WRK-PROX-UTIL    TO PTB-DATA-EFETIVA.                   00004910
           MOVE SPACES           TO PTB-ULT-TED.                        00004920
                                                                        00004930
           WRITE REG-PTBCTL.                                            00004940
                                                                        00004950
           IF WRK-FS-PTBCTL NOT EQUAL ZEROS                             00004960
              MOVE 'FR21PTB1'                  TO WRK-PROGRAMA          00004970
              MOVE '2200'                      TO WRK-SECAO             00004980
              MOVE 'ERRO WRITE PTBCTL        ' TO WRK-MENSAGEM          00004990
              MOVE WRK-FS-PTBCTL               TO WRK-STATUS            00005000
              PERFORM 9000-TRATARERROS                                  00005010
           END-IF.                                                      00005020
                                                                        00005030
           ADD 1 TO WRK-ACEITAS.                                        00005040
                                                                        00005050
       2200-99-FIM.                                            EXIT.    00005060
      *=============================================================*   00005070
                                                                        00005080
      *=============================================================*   00005090
       2300-CANCELAR                                        SECTION.    00005100
                                                                        00005110
      *          O BANCO SO CANCELA A PORTABILIDADE QUE E SUA           00005120
                                                                        00005130
           IF WRK-SEQ-ATIVA EQUAL ZEROS                                 00005140
              MOVE 05 TO WRK-MOTIVO                                     00005150
              GO TO 2300-99-FIM                                         00005160
           END-IF.                                                      00005170
                                                                        00005180
           IF FD-PD-ORIGEM EQUAL 'B'                                    00005190
              AND FD-PD-BANCO NOT EQUAL WRK-BANCO-ATIVA                 00005200
              MOVE 05 TO WRK-MOTIVO                                     00005210
              GO TO 2300-99-FIM                                         00005220
           END-IF.                                                      00005230
                                                                        00005240
           MOVE FD-PD-ORIGEM TO WRK-MOTIVO-CANC.                        00005250
           PERFORM 2400-CANCELAR-ATIVA.                                 00005260
           ADD 1 TO WRK-CANCELADAS.                                     00005270
                                                                        00005280
       2300-99-FIM.                                            EXIT.    00005290
      *=============================================================*   00005300
                                                                        00005310
      *=============================================================*   00005320
       2400-CANCELAR-ATIVA                                  SECTION.    00005330
                                                                        00005340
      *          CANCELA O PEDIDO ATIVO DA CONTA (MOTIVO EM             00005350
      *          WRK-MOTIVO-CANC); SE NAO FOI O PROPRIO BANCO DESTINO   00005360
      *          QUE PEDIU, ELE RECEBE O AVISO NO PTBRET                00005370
                                                                        00005380
           MOVE FD-PD-CHAVE-SAL  TO PTB-CHAVE.                          00005390
           MOVE WRK-SEQ-ATIVA    TO PTB-SEQ.                            00005400
           READ PTBCTL.                                                 00005410
                                                                        00005420
           IF WRK-FS-PTBCTL NOT EQUAL ZEROS                             00005430
              MOVE 'FR21PTB1'                  TO WRK-PROGRAMA          00005440
              MOVE '2400'                      TO WRK-SECAO             00005450
              MOVE 'ERRO LEITURA PTBCTL      ' TO WRK-MENSAGEM          00005460
              MOVE WRK-FS-PTBCTL               TO WRK-STATUS            00005470
              PERFORM 9000-TRATARERROS                                  00005480
           END-IF.                                                      00005490
                                                                        00005500
           MOVE 'C'           TO PTB-SITUACAO.                          00005510
           MOVE WRK-HOJE      TO PTB-DATA-CANCEL.                       00005520
           MOVE WRK-MOTIVO-CANC TO PTB-MOTIVO-CANC.                     00005530
                                                                        00005540
           REWRITE REG-PTBCTL.                                          00005550
                                                                        00005560
           IF WRK-FS-PTBCTL NOT EQUAL ZEROS                             00005570
              MOVE 'FR21PTB1'                  TO WRK-PROGRAMA          00005580
              MOVE '2400'                      TO WRK-SECAO             00005590
              MOVE 'ERRO REWRITE PTBCTL      ' TO WRK-MENSAGEM          00005600
              MOVE WRK-FS-PTBCTL               TO WRK-STATUS            00005610
              PERFORM 9000-TRATARERROS                                  00005620
           END-IF.                                                      00005630
                                                                        00005640
           IF PTB-MOTIVO-CANC NOT EQUAL 'B'                             00005650
              MOVE SPACES          TO FD-PTBRET                         00005660
              MOVE PTB-PROTOCOLO   TO FD-RT-PROTOCOLO                   00005670
              MOVE 'C'             TO FD-RT-TIPO                        00005680
              MOVE PTB-BANCO-DEST  TO FD-RT-BANCO                       00005690
              MOVE 'A'             TO FD-RT-RESULTADO                   00005700
              MOVE ZEROS           TO FD-RT-MOTIVO                      00005710
              MOVE ZEROS           TO FD-RT-DATA-EFET                   00005720
              MOVE WRK-HOJE        TO FD-RT-DATA-PROC                   00005730
              MOVE PTB-CHAVE       TO FD-RT-CHAVE-SAL                   00005740
              PERFORM 2800-GRAVAR-RESPOSTA                              00005750
           END-IF.                                                      00005760
                                                                        00005770
       2400-99-FIM.                                            EXIT.    00005780
      *=============================================================*   00005790
                                                                        00005800
      *=============================================================*   00005810
       2800-GRAVAR-RESPOSTA                                 SECTION.    00005820
                                                                        00005830
           WRITE FD-PTBRET.                                             00005840
                                                                        00005850
           IF WRK-FS-PTBRET NOT EQUAL ZEROS                             00005860
              MOVE 'FR21PTB1'                  TO WRK-PROGRAMA          00005870
              MOVE '2800'                      TO WRK-SECAO             00005880
              MOVE 'ERRO WRITE PTBRET        ' TO WRK-MENSAGEM          00005890
              MOVE WRK-FS-PTBRET               TO WRK-STATUS            00005900
              PERFORM 9000-TRATARERROS                                  00005910
           END-IF.                                                      00005920
                                                                        00005930
       2800-99-FIM.                                            EXIT.    00005940
      *=============================================================*   00005950
                                                                        00005960
      *=============================================================*   00005970
       3000-FINALIZAR                                       SECTION.    00005980
                                                                        00005990
             WRITE FD-RELPTB1 FROM WRK-LINHA-VAZIA.                     00006000
             MOVE 'PEDIDOS LIDOS.............:' TO WRK-TL-TEXTO.        00006010
             MOVE WRK-LIDOS               TO WRK-TL-VALOR.              00006020
             WRITE FD-RELPTB1 FROM WRK-TOTAL-LINHA.                     00006030
             MOVE 'PORTABILIDADES ACEITAS....:' TO WRK-TL-TEXTO.        00006040
             MOVE WRK-ACEITAS             TO WRK-TL-VALOR.              00006050
             WRITE FD-RELPTB1 FROM WRK-TOTAL-LINHA.                     00006060
             MOVE 'SUBSTITUIDAS (OUTRO BANCO):' TO WRK-TL-TEXTO.        00006070
             MOVE WRK-SUBSTITUIDAS        TO WRK-TL-VALOR.              00006080
             WRITE FD-RELPTB1 FROM WRK-TOTAL-LINHA.                     00006090
             MOVE 'CANCELAMENTOS ACEITOS.....:' TO WRK-TL-TEXTO.        00006100
             MOVE WRK-CANCELADAS          TO WRK-TL-VALOR.              00006110
             WRITE FD-RELPTB1 FROM WRK-TOTAL-LINHA.                     00006120
             MOVE 'PEDIDOS RECUSADOS.........:' TO WRK-TL-TEXTO.        00006130
             MOVE WRK-RECUSADOS           TO WRK-TL-VALOR.              00006140
             WRITE FD-RELPTB1 FROM WRK-TOTAL-LINHA.                     00006150
                                                                        00006160
             DISPLAY 'PEDIDOS LIDOS.........' WRK-LIDOS.                00006170
             DISPLAY 'ACEITAS...............' WRK-ACEITAS.              00006180
             DISPLAY 'SUBSTITUIDAS..........' WRK-SUBSTITUIDAS.         00006190
             DISPLAY 'CANCELADAS............' WRK-CANCELADAS.           00006200
             DISPLAY 'RECUSADOS.............' WRK-RECUSADOS.            00006210
             DISPLAY WRK-MSG-FINAL.                                     00006220
                                                                        00006230
             CLOSE PTBPED EVSA0407 PTBCTL PTBRET RELPTB1.               00006240
             STOP RUN.                                                  00006250
                                                                        00006260
       3000-99-FIM.                                            EXIT.    00006270
      *=============================================================*   00006280
                                                                        00006290
      *=============================================================*   00006300
       9000-TRATARERROS                                     SECTION.    00006310
                                                                        00006320
             MOVE 'E' TO WRK-SEVERIDADE.                                00006330
             CALL 'GRAVALOG' USING WRK-DADOS.                           00006340
             STOP RUN.                                                  00006350
                                                                        00006360
       9000-99-FIM.                                            EXIT.    00006370
      *=============================================================*   00006380
