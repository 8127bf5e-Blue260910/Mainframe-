      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21TED1.                                            00000050
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
      *                                    NAO ENVIA TED                00000133
      *-------------------------------------------------------------*   00000140
      *   OBJETIVO: ENVIO DE TRANSFERENCIAS PARA OUTROS BANCOS (TED).   00000150
      *      LE OS PEDIDOS DO DIA (TEDMOV: CONTA DE ORIGEM, HORA DO     00000160
      *      PEDIDO, BANCO/AGENCIA/CONTA E DOCUMENTO DO FAVORECIDO,     00000170
      *      VALOR), CRITICA A CONTA (EXISTENTE, ATIVA, NAO             00000180
      *      BLOQUEADA E NAO DORMENTE) E O DESTINO E:                   00000190
      *      - PEDIDO ATE O HORARIO DE CORTE: SE O DISPONIVEL DA        00000200
      *        CONTA (SALDO + LIMITE - BLOQUEIOS JUDICIAIS ATIVOS -     00000210
      *        O JA COMPROMETIDO NESTA EXECUCAO) COBRE O VALOR E A      00000220
      *        TARIFA, GERA OS DEBITOS TIPO 'J' (TED E TARIFA) NO       00000230
      *        LAYOUT MOV0106E (MOVTED), GRAVA A TED NA REMESSA PARA    00000240
      *        A CAMARA (TEDREM) E NO REGISTRO TEDCTL COMO ENVIADA;     00000250
      *      - PEDIDO APOS O CORTE: REGISTRA NO TEDCTL COMO AGENDADA    00000260
      *        PARA O PROXIMO DIA UTIL, SEM DEBITO.                     00000270
      *      ANTES DOS PEDIDOS NOVOS ENVIA AS AGENDADAS PARA HOJE       00000280
      *      (SEM DISPONIVEL FICAM 'NAO ENVIADA').                      00000290
      *      CRITICA E TOTAIS NO RELTED1.                               00000300
      *-------------------------------------------------------------*   00000310
      *   ARQUIVOS.....:                                                00000320
      *                                                                 00000330
      *   NAME                I/O                                       00000340
      *   TEDMOV               I   (PEDIDOS DO DIA)                     00000350
      *   CLIENTES             I   (KSDS - CLIBOOK)                     00000360
      *   BLOQJUD              I   (KSDS - BLQBOOK)                     00000370
      *   TEDCTL              I-O  (KSDS - TEDBOOK)                     00000380
      *   TEDREM               O   (REMESSA PARA A CAMARA)              00000390
      *   MOVTED               O   (LAYOUT MOV0106E)                    00000400
      *   RELTED1              O   (CRITICA DOS PEDIDOS)                00000410
      *-------------------------------------------------------------*   00000420
      *   MODULOS....:                                                  00000430
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000440
      *   FR21DTA1             DATA DE NEGOCIO DA JANELA (LNKDPRC)      00000450
      *   DATANEG              CALENDARIO DE DIAS UTEIS (LNKDTNEG)      00000460
      *=============================================================*   00000470
       ENVIRONMENT                               DIVISION.              00000480
      *=============================================================*   00000490
                                                                        00000500
      *-------------------------------------------------------------*   00000510
       CONFIGURATION                                        SECTION.    00000520
      *-------------------------------------------------------------*   00000530
       SPECIAL-NAMES.                                                   00000540
           DECIMAL-POINT IS COMMA.                                      00000550
                                                                        00000560
                                                                        00000570
       INPUT-OUTPUT                                         SECTION.    00000580
       FILE-CONTROL.                                                    00000590
           SELECT TEDMOV   ASSIGN TO TEDMOV                             00000600
               FILE STATUS  IS WRK-FS-TEDMOV.                           00000610
                                                                        00000620
           SELECT CLIENTES ASSIGN TO CLIENTES                           00000630
               ORGANIZATION  IS INDEXED                                 00000640
               ACCESS MODE   IS RANDOM                                  00000650
               RECORD KEY    IS CLI-CHAVE                               00000660
               FILE STATUS   IS WRK-FS-CLIENTES.                        00000670
                                                                        00000680
           SELECT BLOQJUD  ASSIGN TO BLOQJUD                            00000690
               ORGANIZATION  IS INDEXED                                 00000700
               ACCESS MODE   IS DYNAMIC                                 00000710
               RECORD KEY    IS BLQ-CHAVE-REG                           00000720
               FILE STATUS   IS WRK-FS-BLOQJUD.                         00000730
                                                                        00000740
           SELECT TEDCTL   ASSIGN TO TEDCTL                             00000750
               ORGANIZATION  IS INDEXED                                 00000760
               ACCESS MODE   IS DYNAMIC                                 00000770
               RECORD KEY    IS TED-ID                                  00000780
               FILE STATUS   IS WRK-FS-TEDCTL.                          00000790
                                                                        00000800
           SELECT TEDREM   ASSIGN TO TEDREM                             00000810
               FILE STATUS  IS WRK-FS-TEDREM.                           00000820
                                                                        00000830
           SELECT MOVTED   ASSIGN TO MOVTED                             00000840
               FILE STATUS  IS WRK-FS-MOVTED.                           00000850
                                                                        00000860
           SELECT RELTED1  ASSIGN TO RELTED1                            00000870
               FILE STATUS  IS WRK-FS-RELTED1.                          00000880
                                                                        00000890
      *=============================================================*   00000900
       DATA                                                DIVISION.    00000910
      *=============================================================*   00000920
       FILE                                                 SECTION.    00000930
      *=============================================================*   00000940
                                                                        00000950
      *-------------------------------------------------------------*   00000960
      *       PEDIDOS DE TED DO DIA   LRECL = 80                    *   00000970
      *-------------------------------------------------------------*   00000980
       FD TEDMOV                                                        00000990
           RECORDING  MODE IS F                                         00001000
           BLOCK CONTAINS 0 RECORDS.                                    00001010
                                                                        00001020
       01 FD-TEDMOV.                                                    00001030
          05 FD-TM-CHAVE     PIC X(08).                                 00001040
          05 FD-TM-HORA      PIC 9(04).                                 00001050
          05 FD-TM-BANCO     PIC 9(03).                                 00001060
          05 FD-TM-AGENCIA   PIC 9(04).                                 00001070
          05 FD-TM-CONTA     PIC X(12).                                 00001080
          05 FD-TM-DOCUMENTO PIC 9(14).                                 00001090
          05 FD-TM-NOME      PIC X(25).                                 00001100
          05 FD-TM-VALOR     PIC 9(08).                                 00001110
          05 FILLER          PIC X(02).                                 00001120
                                                                        00001130
      *-------------------------------------------------------------*   00001140
      *       ARQUIVO CLIENTES (KSDS)   LRECL = 73                  *   00001150
      *-------------------------------------------------------------*   00001160
       FD CLIENTES.                                                     00001170
                                                                        00001180
       COPY 'CLIBOOK'.                                                  00001190
                                                                        00001200
      *-------------------------------------------------------------*   00001210
      *       BLOQUEIOS JUDICIAIS (KSDS)   LRECL = 56               *   00001220
      *-------------------------------------------------------------*   00001230
       FD BLOQJUD.                                                      00001240
                                                                        00001250
       COPY 'BLQBOOK'.                                                  00001260
                                                                        00001270
      *-------------------------------------------------------------*   00001280
      *       REGISTRO DE TRANSFERENCIAS (KSDS)   LRECL = 120       *   00001290
      *-------------------------------------------------------------*   00001300
       FD TEDCTL.                                                       00001310
                                                                        00001320
       COPY 'TEDBOOK'.                                                  00001330
                                                                        00001340
      *-------------------------------------------------------------*   00001350
      *       REMESSA DE TED PARA A CAMARA   LRECL = 100            *   00001360
      *-------------------------------------------------------------*   00001370
       FD TEDREM                                                        00001380
           RECORDING  MODE IS F                                         00001390
           BLOCK CONTAINS 0 RECORDS.                                    00001400
                                                                        00001410
       01 FD-TEDREM.                                                    00001420
          05 FD-RM-ID        PIC X(13).                                 00001430
          05 FD-RM-BANCO     PIC 9(03).                                 00001440
          05 FD-RM-AGENCIA   PIC 9(04).                                 00001450
          05 FD-RM-CONTA     PIC X(12).                                 00001460
          05 FD-RM-DOCUMENTO PIC 9(14).                                 00001470
          05 FD-RM-NOME      PIC X(25).                                 00001480
          05 FD-RM-VALOR     PIC 9(08).                                 00001490
          05 FD-RM-ORIGEM    PIC X(08).                                 00001500
          05 FD-RM-DATA      PIC 9(08).                                 00001510
          05 FILLER          PIC X(05).                                 00001520
                                                                        00001530
      *-------------------------------------------------------------*   00001540
      *       ARQUIVO DE SAIDA   MOVTED   LRECL = 55                *   00001550
      *-------------------------------------------------------------*   00001560
       FD MOVTED                                                        00001570
           RECORDING  MODE IS F                                         00001580
           BLOCK CONTAINS 0 RECORDS.                                    00001590
                                                                        00001600
       01 FD-MOVTED     PIC X(55).                                      00001610
                                                                        00001620
      *-------------------------------------------------------------*   00001630
      *       ARQUIVO DE SAIDA   RELTED1  LRECL = 80                *   00001640
      *-------------------------------------------------------------*   00001650
       FD RELTED1                                                       00001660
           RECORDING  MODE IS F                                         00001670
           BLOCK CONTAINS 0 RECORDS.                                    00001680
                                                                        00001690
       01 FD-RELTED1    PIC X(80).                                      00001700
                                                                        00001710
      *-------------------------------------------------------------*   00001720
       WORKING-STORAGE                                      SECTION.    00001730
      *-------------------------------------------------------------*   00001740
                                                                        00001750
      *------------------LOG-DE-ERROS-------------------------------*   00001760
                                                                        00001770
       01 WRK-DADOS.                                                    00001780
           05 WRK-PROGRAMA  PIC X(08).                                  00001790
           05 WRK-SECAO     PIC X(04).                                  00001800
           05 WRK-MENSAGEM  PIC X(30).                                  00001810
           05 WRK-STATUS    PIC X(02).                                  00001820
           05 WRK-SEVERIDADE PIC X(01).                                 00001830
           05 FILLER        PIC X(22).                                  00001840
                                                                        00001850
      *--------------------PADROES DA TED----------------------------*  00001860
                                                                        00001870
       77 WRK-HORA-CORTE      PIC 9(04) VALUE 1630.                     00001880
                                                                        00001890
       77 WRK-TARIFA-TED      PIC 9(05) VALUE 00010.                    00001900
                                                                        00001910
      *--------------------LOGICA-----------------------------------*   00001920
                                                                        00001930
       77 WRK-LIDOS           PIC 9(05) VALUE 0.                        00001940
                                                                        00001950
       77 WRK-ENVIADAS        PIC 9(05) VALUE 0.                        00001960
                                                                        00001970
       77 WRK-AGENDADAS       PIC 9(05) VALUE 0.                        00001980
                                                                        00001990
       77 WRK-NAO-ENVIADAS    PIC 9(05) VALUE 0.                        00002000
                                                                        00002010
       77 WRK-REJEITADOS      PIC 9(05) VALUE 0.                        00002020
                                                                        00002030
       77 WRK-TOT-ENVIADO     PIC 9(10) VALUE 0.                        00002040
                                                                        00002050
       77 WRK-TOT-TARIFAS     PIC 9(10) VALUE 0.                        00002060
                                                                        00002070
       77 WRK-MOTIVO          PIC X(21).                                00002080
                                                                        00002090
       77 WRK-MSG-FINAL       PIC X(17) VALUE 'FINAL DE PROGRAMA'.      00002100
                                                                        00002110
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00002120
                                                                        00002130
       77 WRK-HOJE            PIC 9(08) VALUE 0.                        00002140
                                                                        00002150
       77 WRK-PROX-UTIL       PIC 9(08) VALUE 0.                        00002160
                                                                        00002170
       77 WRK-SEQ-HOJE        PIC 9(05) VALUE 0.                        00002180
                                                                        00002190
       77 WRK-SEQ-PROX        PIC 9(05) VALUE 0.                        00002200
                                                                        00002210
       77 WRK-DATA-BUSCA      PIC 9(08) VALUE 0.                        00002220
                                                                        00002230
       77 WRK-SEQ-ACHADO      PIC 9(05) VALUE 0.                        00002240
                                                                        00002250
       77 WRK-FIM-TEDCTL      PIC X(01) VALUE 'N'.                      00002260
                                                                        00002270
       77 WRK-ENVIOU          PIC X(01) VALUE 'N'.                      00002280
                                                                        00002290
       77 WRK-DEBITO          PIC 9(09) VALUE 0.                        00002300
                                                                        00002310
       77 WRK-BLOQUEADO       PIC 9(10) VALUE 0.                        00002320
                                                                        00002330
      *        DISPONIVEL DAS CONTAS JA CONSULTADAS NESTA EXECUCAO      00002340
      *        (OS PEDIDOS NAO VEM EM ORDEM DE CONTA). CT-SIT:          00002350
      *        ' ' MOVIMENTAVEL / 'I' INEXISTENTE / 'X' ENCERRADA /     00002360
      *        'B' BLOQUEADA / 'D' DORMENTE / 'C' EM COBRANCA           00002370
                                                                        00002380
       01 WRK-TAB-CONTAS.                                               00002390
          05 WRK-CT-QTD       PIC 9(04) VALUE 0.                        00002400
          05 WRK-CT-OCR OCCURS 2000 TIMES.                              00002410
             10 WRK-CT-CHAVE  PIC X(08).                                00002420
             10 WRK-CT-DISP   PIC S9(10).                               00002430
             10 WRK-CT-SIT    PIC X(01).                                00002440
                                                                        00002450
       77 WRK-IND-CT          PIC 9(04).                                00002460
                                                                        00002470
       77 WRK-CT-MAXIMO       PIC 9(04) VALUE 2000.                     00002480
                                                                        00002490
       77 WRK-CONTA-BUSCA     PIC X(08).                                00002500
                                                                        00002510
           COPY 'LNKDPRC'.                                              00002520
                                                                        00002530
           COPY 'LNKDTNEG'.                                             00002540
                                                                        00002550
      *--------------------STATUS-----------------------------------*   00002560
                                                                        00002570
       77 WRK-FS-TEDMOV   PIC 9(02).                                    00002580
                                                                        00002590
       77 WRK-FS-CLIENTES PIC 9(02).                                    00002600
                                                                        00002610
       77 WRK-FS-BLOQJUD  PIC 9(02).                                    00002620
                                                                        00002630
       77 WRK-FS-TEDCTL   PIC 9(02).                                    00002640
                                                                        00002650
       77 WRK-FS-TEDREM   PIC 9(02).                                    00002660
                                                                        00002670
       77 WRK-FS-MOVTED   PIC 9(02).                                    00002680
                                                                        00002690
       77 WRK-FS-RELTED1  PIC 9(02).                                    00002700
                                                                        00002710
      *--------------------LAYOUT SAIDA-----------------------------*   00002720
                                                                        00002730
      *       DEBITO INTERNO NO LAYOUT DO DEPOSITO MOV0106E:            00002740
      *       DATA DE EFETIVACAO ZERADA = LIBERADO NA PROPRIA NOITE     00002750
       01 WRK-MOVIMENTO.                                                00002760
           05 WRK-MV-CHAVE  PIC X(08).                                  00002770
           05 WRK-MV-DESCR  PIC X(30).                                  00002780
           05 WRK-MV-VALOR  PIC 9(08).                                  00002790
           05 WRK-MV-TIPO   PIC X(01).                                  00002800
           05 WRK-MV-DTEFET PIC 9(08).                                  00002810
                                                                        00002820
       01 WRK-DESCR-TED.                                                00002830
           05 WRK-DT-TEXTO  PIC X(16).                                  00002840
           05 WRK-DT-BANCO  PIC 9(03).                                  00002850
           05 FILLER        PIC X(05) VALUE ' SEQ '.                    00002860
           05 WRK-DT-SEQ    PIC 9(05).                                  00002870
           05 FILLER        PIC X(01) VALUE SPACE.                      00002880
                                                                        00002890
      *--------------------LINHAS DO RELATORIO----------------------*   00002900
                                                                        00002910
       01 WRK-CABEC1.                                                   00002920
          05 FILLER   PIC X(44) VALUE                                   00002930
             'TED - PEDIDOS DE TRANSFERENCIA DO DIA - DATA'.            00002940
          05 FILLER   PIC X(01).                                        00002950
          05 WRK-C1-DATA PIC 9(08).                                     00002960
          05 FILLER   PIC X(10) VALUE '  CORTE:'.                       00002970
          05 WRK-C1-CORTE PIC 9(04).                                    00002980
          05 FILLER   PIC X(13).                                        00002990
                                                                        00003000
       01 WRK-DETALHE.                                                  00003010
          05 WRK-D-CHAVE     PIC X(08).                                 00003020
          05 FILLER          PIC X(02).                                 00003030
          05 WRK-D-BANCO     PIC 9(03).                                 00003040
          05 FILLER          PIC X(01).                                 00003050
          05 WRK-D-CONTA     PIC X(12).                                 00003060
          05 FILLER          PIC X(02).                                 00003070
          05 WRK-D-VALOR     PIC ZZ.ZZZ.ZZ9.                            00003080
          05 FILLER          PIC X(02).                                 00003090
          05 WRK-D-HORA      PIC 9(04).                                 00003100
          05 FILLER          PIC X(02).                                 00003110
          05 WRK-D-SITUACAO  PIC X(11).                                 00003120
          05 FILLER          PIC X(02).                                 00003130
          05 WRK-D-CRITICA   PIC X(21).                                 00003140
                                                                        00003150
       01 WRK-TOTAL-LINHA.                                              00003160
          05 WRK-TL-TEXTO    PIC X(23).                                 00003170
          05 WRK-TL-VALOR    PIC Z.ZZZ.ZZZ.ZZ9.                         00003180
          05 FILLER          PIC X(44).                                 00003190
                                                                        00003200
      *=============================================================*   00003210
       PROCEDURE DIVISION.                                              00003220
      *=============================================================*   00003230
                                                                        00003240
      *=============================================================*   00003250
       0000-PRINCIPAL                                       SECTION.    00003260
                                                                        00003270
            PERFORM 1000-INICIAR.                                       00003280
            PERFORM 1500-ENVIAR-AGENDADAS.                              00003290
            PERFORM 2000-PROCESSAR UNTIL WRK-FS-TEDMOV EQUAL 10.        00003300
            PERFORM 3000-FINALIZAR.                                     00003310
                                                                        00003320
       0000-99-FIM.                                            EXIT.    00003330
      *=============================================================*   00003340
                                                                        00003350
      *=============================================================*   00003360
       1000-INICIAR                                         SECTION.    00003370
                                                                        00003380
            OPEN INPUT  TEDMOV.                                         00003390
            OPEN INPUT  CLIENTES.                                       00003400
            OPEN INPUT  BLOQJUD.                                        00003410
            OPEN I-O    TEDCTL.                                         00003420
            OPEN OUTPUT TEDREM.                                         00003430
            OPEN OUTPUT MOVTED.                                         00003440
            OPEN OUTPUT RELTED1.                                        00003450
                                                                        00003460
            IF WRK-FS-TEDMOV NOT EQUAL ZEROS                            00003470
               MOVE 'FR21TED1'                  TO WRK-PROGRAMA         00003480
               MOVE '1000'                      TO WRK-SECAO            00003490
               MOVE 'ERRO OPEN PEDIDOS TED    ' TO WRK-MENSAGEM         00003500
               MOVE WRK-FS-TEDMOV               TO WRK-STATUS           00003510
               PERFORM 9000-TRATARERROS                                 00003520
            END-IF.                                                     00003530
                                                                        00003540
            IF WRK-FS-CLIENTES NOT EQUAL ZEROS                          00003550
               MOVE 'FR21TED1'                  TO WRK-PROGRAMA         00003560
               MOVE '1000'                      TO WRK-SECAO            00003570
               MOVE 'ERRO OPEN CLIENTES       ' TO WRK-MENSAGEM         00003580
               MOVE WRK-FS-CLIENTES             TO WRK-STATUS           00003590
               PERFORM 9000-TRATARERROS                                 00003600
            END-IF.                                                     00003610
                                                                        00003620
            IF WRK-FS-BLOQJUD NOT EQUAL ZEROS                           00003630
               MOVE 'FR21TED1'                  TO WRK-PROGRAMA         00003640
               MOVE '1000'                      TO WRK-SECAO            00003650
               MOVE 'ERRO OPEN BLOQJUD        ' TO WRK-MENSAGEM         00003660
               MOVE WRK-FS-BLOQJUD              TO WRK-STATUS           00003670
               PERFORM 9000-TRATARERROS                                 00003680
            END-IF.                                                     00003690
                                                                        00003700
            IF WRK-FS-TEDCTL NOT EQUAL ZEROS                            00003710
               MOVE 'FR21TED1'                  TO WRK-PROGRAMA         00003720
               MOVE '1000'                      TO WRK-SECAO            00003730
               MOVE 'ERRO OPEN TEDCTL         ' TO WRK-MENSAGEM         00003740
               MOVE WRK-FS-TEDCTL               TO WRK-STATUS           00003750
               PERFORM 9000-TRATARERROS                                 00003760
            END-IF.                                                     00003770
                                                                        00003780
            MOVE 'FR21TED1' TO LNK-DP-PROGRAMA.                         00003790
            MOVE ZEROS      TO LNK-DP-DIAS-TOL.                         00003800
            CALL 'FR21DTA1' USING LNK-DPRC.                             00003810
            MOVE LNK-DP-DATA TO WRK-HOJE.                               00003820
                                                                        00003830
      *          PROXIMO DIA UTIL, DATA DE ENVIO DO PEDIDO FORA DO      00003840
      *          HORARIO                                                00003850
                                                                        00003860
            MOVE 'P' TO LNK-DN-OPERACAO.                                00003870
            COMPUTE LNK-DN-DATA1 = FUNCTION DATE-OF-INTEGER             00003880
                    (FUNCTION INTEGER-OF-DATE(WRK-HOJE) + 1).           00003890
            CALL 'DATANEG' USING LNK-DATANEG.                           00003900
            IF LNK-DN-STATUS EQUAL '0'                                  00003910
               MOVE LNK-DN-RESULTADO TO WRK-PROX-UTIL                   00003920
            ELSE                                                        00003930
               MOVE LNK-DN-DATA1     TO WRK-PROX-UTIL                   00003940
            END-IF.                                                     00003950
                                                                        00003960
      *          ULTIMO SEQUENCIAL JA USADO EM CADA DATA DE ENVIO       00003970
                                                                        00003980
            MOVE WRK-PROX-UTIL TO WRK-DATA-BUSCA.                       00003990
            PERFORM 1400-ULTIMO-SEQUENCIAL.                             00004000
            MOVE WRK-SEQ-ACHADO TO WRK-SEQ-PROX.                        00004010
                                                                        00004020
            MOVE WRK-HOJE       TO WRK-C1-DATA.                         00004030
            MOVE WRK-HORA-CORTE TO WRK-C1-CORTE.                        00004040
            WRITE FD-RELTED1 FROM WRK-CABEC1.                           00004050
            WRITE FD-RELTED1 FROM WRK-LINHA-VAZIA.                      00004060
                                                                        00004070
            READ TEDMOV.                                                00004080
                                                                        00004090
       1000-99-FIM.                                            EXIT.    00004100
      *=============================================================*   00004110
                                                                        00004120
      *=============================================================*   00004130
       1400-ULTIMO-SEQUENCIAL                               SECTION.    00004140
                                                                        00004150
           MOVE ZEROS TO WRK-SEQ-ACHADO.                                00004160
           MOVE WRK-DATA-BUSCA TO TED-DATA-ENVIO.                       00004170
           MOVE ZEROS          TO TED-SEQ.                              00004180
           START TEDCTL KEY NOT LESS TED-ID.                            00004190
                                                                        00004200
           IF WRK-FS-TEDCTL NOT EQUAL ZEROS                             00004210
              GO TO 1400-99-FIM                                         00004220
           END-IF.                                                      00004230
                                                                        00004240
           READ TEDCTL NEXT.                                            00004250
                                                                        00004260
           PERFORM UNTIL WRK-FS-TEDCTL NOT EQUAL ZEROS                  00004270
                   OR TED-DATA-ENVIO NOT EQUAL WRK-DATA-BUSCA           00004280
              MOVE TED-SEQ TO WRK-SEQ-ACHADO                            00004290
              READ TEDCTL NEXT                                          00004300
           END-PERFORM.                                                 00004310
                                                                        00004320
       1400-99-FIM.                                            EXIT.    00004330
      *=============================================================*   00004340
                                                                        00004350
      *=============================================================*   00004360
       1500-ENVIAR-AGENDADAS                                SECTION.    00004370
                                                                        00004380
      *          AGENDADAS PARA HOJE (PEDIDAS APOS O CORTE NO DIA       00004390
      *          UTIL ANTERIOR) SAEM ANTES DOS PEDIDOS NOVOS            00004400
                                                                        00004410
           MOVE 'N'      TO WRK-FIM-TEDCTL.                             00004420
           MOVE WRK-HOJE TO TED-DATA-ENVIO.                             00004430
           MOVE ZEROS    TO TED-SEQ.                                    00004440
           START TEDCTL KEY NOT LESS TED-ID.                            00004450
                                                                        00004460
           IF WRK-FS-TEDCTL NOT EQUAL ZEROS                             00004470
              GO TO 1500-99-FIM                                         00004480
           END-IF.                                                      00004490
                                                                        00004500
           READ TEDCTL NEXT.                                            00004510
                                                                        00004520
           PERFORM 1550-TRATAR-AGENDADA                                 00004530
              UNTIL WRK-FS-TEDCTL NOT EQUAL ZEROS                       00004540
                 OR TED-DATA-ENVIO NOT EQUAL WRK-HOJE.                  00004550
                                                                        00004560
       1500-99-FIM.                                            EXIT.    00004570
      *=============================================================*   00004580
                                                                        00004590
      *=============================================================*   00004600
       1550-TRATAR-AGENDADA                                 SECTION.    00004610
                                                                        00004620
           MOVE TED-SEQ TO WRK-SEQ-HOJE.                                00004630
           MOVE 'N'     TO WRK-ENVIOU.                                  00004640
                                                                        00004650
           IF TED-SITUACAO NOT EQUAL 'A'                                00004660
              GO TO 1550-50-PROXIMA                                     00004670
           END-IF.                                                      00004680
                                                                        00004690
           MOVE SPACES TO WRK-MOTIVO.                                   00004700
           MOVE TED-CHAVE TO WRK-CONTA-BUSCA.                           00004710
           PERFORM 2100-DISPONIVEL.                                     00004720
           PERFORM 2150-CRITICAR-CONTA.                                 00004730
                                                                        00004740
           IF WRK-MOTIVO EQUAL SPACES                                   00004750
              PERFORM 2400-DEBITAR-E-REMETER                            00004760
           END-IF.                                                      00004770
                                                                        00004780
           IF WRK-ENVIOU EQUAL 'S'                                      00004790
              MOVE 'ENVIADA    ' TO WRK-D-SITUACAO                      00004800
           ELSE                                                         00004810
              MOVE 'N'           TO TED-SITUACAO                        00004820
              ADD 1              TO WRK-NAO-ENVIADAS                    00004830
              MOVE 'NAO ENVIADA' TO WRK-D-SITUACAO                      00004840
           END-IF.                                                      00004850
                                                                        00004860
           MOVE WRK-HOJE TO TED-DATA-SIT.                               00004870
           REWRITE REG-TEDCTL.                                          00004880
                                                                        00004890
           IF WRK-FS-TEDCTL NOT EQUAL ZEROS                             00004900
              MOVE 'FR21TED1'                  TO WRK-PROGRAMA          00004910
              MOVE '1550'                      TO WRK-SECAO             00004920
              MOVE 'ERRO REWRITE TEDCTL      ' TO WRK-MENSAGEM          00004930
              MOVE WRK-FS-TEDCTL               TO WRK-STATUS            00004940
              PERFORM 9000-TRATARERROS                                  00004950
           END-IF.                                                      00004960
                                                                        00004970
           MOVE TED-CHAVE      TO WRK-D-CHAVE.                          00004980
           MOVE TED-BANCO-DEST TO WRK-D-BANCO.                          00004990
           MOVE TED-CONTA-DEST TO WRK-D-CONTA.                          00005000
           MOVE TED-VALOR      TO WRK-D-VALOR.                          00005010
           MOVE TED-HORA-SOL   TO WRK-D-HORA.                           00005020
           MOVE WRK-MOTIVO     TO WRK-D-CRITICA.                        00005030
           WRITE FD-RELTED1 FROM WRK-DETALHE.                           00005040
                                                                        00005050
       1550-50-PROXIMA.                                                 00005060
                                                                        00005070
           READ TEDCTL NEXT.                                            00005080
                                                                        00005090
       1550-99-FIM.                                            EXIT.    00005100
      *=============================================================*   00005110
                                                                        00005120
      *=============================================================*   00005130
       2000-PROCESSAR                                       SECTION.    00005140
                                                                        00005150
           ADD 1 TO WRK-LIDOS.                                          00005160
           MOVE SPACES TO WRK-MOTIVO.                                   00005170
           MOVE 'N'    TO WRK-ENVIOU.                                   00005180
                                                                        00005190
           EVALUATE TRUE                                                00005200
             WHEN FD-TM-VALOR NOT NUMERIC OR FD-TM-VALOR EQUAL ZEROS    00005210
                  MOVE 'VALOR INVALIDO       ' TO WRK-MOTIVO            00005220
             WHEN FD-TM-HORA NOT NUMERIC OR FD-TM-HORA GREATER 2359     00005230
                  MOVE 'HORA INVALIDA        ' TO WRK-MOTIVO            00005240
             WHEN FD-TM-BANCO NOT NUMERIC OR FD-TM-BANCO EQUAL ZEROS    00005250
                  MOVE 'BANCO INVALIDO       ' TO WRK-MOTIVO            00005260
             WHEN FD-TM-AGENCIA NOT NUMERIC                             00005270
                  MOVE 'AGENCIA INVALIDA     ' TO WRK-MOTIVO            00005280
             WHEN FD-TM-CONTA EQUAL SPACES                              00005290
                  MOVE 'DESTINO INVALIDO     ' TO WRK-MOTIVO            00005300
             WHEN FD-TM-DOCUMENTO NOT NUMERIC                           00005310
               OR FD-TM-DOCUMENTO EQUAL ZEROS                           00005320
                  MOVE 'DOCUMENTO INVALIDO   ' TO WRK-MOTIVO            00005330
           END-EVALUATE.                                                00005340
                                                                        00005350
           IF WRK-MOTIVO EQUAL SPACES                                   00005360
              MOVE FD-TM-CHAVE TO WRK-CONTA-BUSCA                       00005370
              PERFORM 2100-DISPONIVEL                                   00005380
              PERFORM 2150-CRITICAR-CONTA                               00005390
           END-IF.                                                      00005400
                                                                        00005410
           IF WRK-MOTIVO NOT EQUAL SPACES                               00005420
              GO TO 2000-80-DETALHE                                     00005430
           END-IF.                                                      00005440
                                                                        00005450
           PERFORM 2200-MONTAR-REGISTRO.                                00005460
                                                                        00005470
           IF FD-TM-HORA GREATER WRK-HORA-CORTE                         00005480
              PERFORM 2300-AGENDAR                                      00005490
              GO TO 2000-80-DETALHE                                     00005500
           END-IF.                                                      00005510
                                                                        00005520
           COMPUTE TED-SEQ = WRK-SEQ-HOJE + 1.                          00005530
           PERFORM 2400-DEBITAR-E-REMETER.                              00005540
                                                                        00005550
           IF WRK-ENVIOU EQUAL 'S'                                      00005560
              MOVE TED-SEQ TO WRK-SEQ-HOJE                              00005570
              PERFORM 2500-GRAVAR-REGISTRO                              00005580
           END-IF.                                                      00005590
                                                                        00005600
       2000-80-DETALHE.                                                 00005610
                                                                        00005620
           EVALUATE TRUE                                                00005630
             WHEN WRK-MOTIVO NOT EQUAL SPACES                           00005640
                  ADD 1 TO WRK-REJEITADOS                               00005650
                  MOVE 'REJEITADA  ' TO WRK-D-SITUACAO                  00005660
             WHEN WRK-ENVIOU EQUAL 'S'                                  00005670
                  MOVE 'ENVIADA    ' TO WRK-D-SITUACAO                  00005680
             WHEN OTHER                                                 00005690
                  MOVE 'AGENDADA   ' TO WRK-D-SITUACAO                  00005700
           END-EVALUATE.                                                00005710
                                                                        00005720
           MOVE FD-TM-CHAVE TO WRK-D-CHAVE.                             00005730
           MOVE FD-TM-BANCO TO WRK-D-BANCO.                             00005740
           MOVE FD-TM-CONTA TO WRK-D-CONTA.                             00005750
           MOVE FD-TM-VALOR TO WRK-D-VALOR.                             00005760
           MOVE FD-TM-HORA  TO WRK-D-HORA.                              00005770
           MOVE WRK-MOTIVO  TO WRK-D-CRITICA.                           00005780
           WRITE FD-RELTED1 FROM WRK-DETALHE.                           00005790
                                                                        00005800
           READ TEDMOV.                                                 00005810
                                                                        00005820
       2000-99-FIM.                                            EXIT.    00005830
      *=============================================================*   00005840
                                                                        00005850
      *=============================================================*   00005860
       2100-DISPONIVEL                                      SECTION.    00005870
                                                                        00005880
      *          DISPONIVEL = SALDO + LIMITE - BLOQUEIOS JUDICIAIS      00005890
      *          ATIVOS, CALCULADO NA PRIMEIRA VEZ QUE A CONTA          00005900
      *          APARECE E ABATIDO A CADA TED ENVIADA                   00005910
                                                                        00005920
           PERFORM VARYING WRK-IND-CT FROM 1 BY 1                       00005930
              UNTIL WRK-IND-CT GREATER WRK-CT-QTD                       00005940
                 OR WRK-CT-CHAVE(WRK-IND-CT) EQUAL WRK-CONTA-BUSCA      00005950
                 CONTINUE                                               00005951
           END-PERFORM.                                                 00005960
                                                                        00005970
           IF WRK-IND-CT NOT GREATER WRK-CT-QTD                         00005980
              GO TO 2100-99-FIM                                         00005990
           END-IF.                                                      00006000
                                                                        00006010
           IF WRK-CT-QTD NOT LESS WRK-CT-MAXIMO                         00006020
              MOVE 'FR21TED1'                  TO WRK-PROGRAMA          00006030
              MOVE '2100'                      TO WRK-SECAO             00006040
              MOVE 'TABELA DE CONTAS CHEIA   ' TO WRK-MENSAGEM          00006050
              MOVE SPACES                      TO WRK-STATUS            00006060
              PERFORM 9000-TRATARERROS                                  00006070
           END-IF.                                                      00006080
                                                                        00006090
           ADD 1 TO WRK-CT-QTD.                                         00006100
           MOVE WRK-CT-QTD      TO WRK-IND-CT.                          00006110
           MOVE WRK-CONTA-BUSCA TO WRK-CT-CHAVE(WRK-IND-CT).            00006120
           MOVE ZEROS           TO WRK-CT-DISP(WRK-IND-CT).             00006130
           MOVE SPACES          TO WRK-CT-SIT(WRK-IND-CT).              00006140
                                                                        00006150
           MOVE WRK-CONTA-BUSCA TO CLI-CHAVE.                           00006160
           READ CLIENTES.                                               00006170
                                                                        00006180
           EVALUATE TRUE                                                00006190
             WHEN WRK-FS-CLIENTES NOT EQUAL ZEROS                       00006200
                  MOVE 'I' TO WRK-CT-SIT(WRK-IND-CT)                    00006210
             WHEN CLI-SITUACAO EQUAL 'E' OR CLI-SITUACAO EQUAL 'X'      00006220
                  MOVE 'X' TO WRK-CT-SIT(WRK-IND-CT)                    00006230
             WHEN CLI-SITUACAO EQUAL 'B'                                00006240
                  MOVE 'B' TO WRK-CT-SIT(WRK-IND-CT)                    00006250
             WHEN CLI-SITUACAO EQUAL 'D'                                00006251
                  MOVE 'C' TO WRK-CT-SIT(WRK-IND-CT)                    00006252
             WHEN CLI-DORMENTE EQUAL 'S'                                00006260
                  MOVE 'D' TO WRK-CT-SIT(WRK-IND-CT)                    00006270
           END-EVALUATE.                                                00006280
                                                                        00006290
           IF WRK-CT-SIT(WRK-IND-CT) NOT EQUAL SPACES                   00006300
              GO TO 2100-99-FIM                                         00006310
           END-IF.                                                      00006320
                                                                        00006330
           MOVE ZEROS           TO WRK-BLOQUEADO.                       00006340
           MOVE WRK-CONTA-BUSCA TO BLQ-CHAVE.                           00006350
           MOVE ZEROS           TO BLQ-SEQ.                             00006360
           START BLOQJUD KEY NOT LESS BLQ-CHAVE-REG.                    00006370
                                                                        00006380
           IF WRK-FS-BLOQJUD EQUAL ZEROS                                00006390
              READ BLOQJUD NEXT                                         00006400
              PERFORM UNTIL WRK-FS-BLOQJUD NOT EQUAL ZEROS              00006410
                      OR BLQ-CHAVE NOT EQUAL WRK-CONTA-BUSCA            00006420
                 IF BLQ-SITUACAO EQUAL 'A'                              00006430
                    AND BLQ-DATA-INI NOT GREATER WRK-HOJE               00006440
                    AND (BLQ-DATA-FIM EQUAL ZEROS OR                    00006450
                         BLQ-DATA-FIM NOT LESS WRK-HOJE)                00006460
                    ADD BLQ-VALOR TO WRK-BLOQUEADO                      00006470
                 END-IF                                                 00006480
                 READ BLOQJUD NEXT                                      00006490
              END-PERFORM                                               00006500
           END-IF.                                                      00006510
                                                                        00006520
           COMPUTE WRK-CT-DISP(WRK-IND-CT) = CLI-SALDO + CLI-LIMITE     00006530
                                           - WRK-BLOQUEADO.             00006540
                                                                        00006550
       2100-99-FIM.                                            EXIT.    00006560
      *=============================================================*   00006570
                                                                        00006580
      *=============================================================*   00006590
       2150-CRITICAR-CONTA                                  SECTION.    00006600
                                                                        00006610
           EVALUATE WRK-CT-SIT(WRK-IND-CT)                              00006620
             WHEN 'I'                                                   00006630
                  MOVE 'CONTA NAO ENCONTRADA ' TO WRK-MOTIVO            00006640
             WHEN 'X'                                                   00006650
                  MOVE 'CONTA ENCERRADA      ' TO WRK-MOTIVO            00006660
             WHEN 'B'                                                   00006670
                  MOVE 'CONTA BLOQUEADA      ' TO WRK-MOTIVO            00006680
             WHEN 'D'                                                   00006690
                  MOVE 'CONTA DORMENTE       ' TO WRK-MOTIVO            00006700
             WHEN 'C'                                                   00006701
                  MOVE 'CONTA EM COBRANCA    ' TO WRK-MOTIVO            00006702
           END-EVALUATE.                                                00006710
                                                                        00006720
       2150-99-FIM.                                            EXIT.    00006730
      *=============================================================*   00006740
                                                                        00006750
      *=============================================================*   00006760
       2200-MONTAR-REGISTRO                                 SECTION.    00006770
                                                                        00006780
           INITIALIZE REG-TEDCTL.                                       00006790
           MOVE FD-TM-CHAVE     TO TED-CHAVE.                           00006800
           MOVE FD-TM-BANCO     TO TED-BANCO-DEST.                      00006810
           MOVE FD-TM-AGENCIA   TO TED-AGENCIA-DEST.                    00006820
           MOVE FD-TM-CONTA     TO TED-CONTA-DEST.                      00006830
           MOVE FD-TM-DOCUMENTO TO TED-DOCUMENTO.                       00006840
           MOVE FD-TM-NOME      TO TED-NOME.                            00006850
           MOVE FD-TM-VALOR     TO TED-VALOR.                           00006860
           MOVE WRK-TARIFA-TED  TO TED-TARIFA.                          00006870
           MOVE WRK-HOJE        TO TED-DATA-SOL TED-DATA-SIT.           00006880
           MOVE FD-TM-HORA      TO TED-HORA-SOL.                        00006890
           MOVE WRK-HOJE        TO TED-DATA-ENVIO.                      00006900
                                                                        00006910
       2200-99-FIM.                                            EXIT.    00006920
      *=============================================================*   00006930
                                                                        00006940
      *=============================================================*   00006950
       2300-AGENDAR                                         SECTION.    00006960
                                                                        00006970
      *          APOS O CORTE: SAI NO PROXIMO DIA UTIL, DEBITO SO NO    00006980
      *          DIA DO ENVIO                                           00006990
                                                                        00007000
           ADD 1 TO WRK-SEQ-PROX.                                       00007010
           MOVE WRK-PROX-UTIL TO TED-DATA-ENVIO.                        00007020
           MOVE WRK-SEQ-PROX  TO TED-SEQ.                               00007030
           MOVE 'A'           TO TED-SITUACAO.                          00007040
                                                                        00007050
           PERFORM 2500-GRAVAR-REGISTRO.                                00007060
                                                                        00007070
           ADD 1 TO WRK-AGENDADAS.                                      00007080
                                                                        00007090
       2300-99-FIM.                                            EXIT.    00007100
      *=============================================================*   00007110
                                                                        00007120
      *=============================================================*   00007130
       2400-DEBITAR-E-REMETER                               SECTION.    00007140
                                                                        00007150
      *          VALOR E TARIFA TEM DE CABER NO DISPONIVEL; O DEBITO    00007160
      *          SAI COMO 'J' (JA AUTORIZADO AQUI) PARA O FR21EX04      00007170
                                                                        00007180
           MOVE 'N' TO WRK-ENVIOU.                                      00007190
           COMPUTE WRK-DEBITO = TED-VALOR + TED-TARIFA.                 00007200
                                                                        00007210
           IF WRK-CT-DISP(WRK-IND-CT) LESS WRK-DEBITO                   00007220
              MOVE 'SALDO INSUFICIENTE   ' TO WRK-MOTIVO                00007230
              GO TO 2400-99-FIM                                         00007240
           END-IF.                                                      00007250
                                                                        00007260
           SUBTRACT WRK-DEBITO FROM WRK-CT-DISP(WRK-IND-CT).            00007270
           MOVE 'E'      TO TED-SITUACAO.                               00007280
           MOVE WRK-HOJE TO TED-DATA-SIT.                               00007290
                                                                        00007300
           MOVE TED-ID         TO FD-RM-ID.                             00007310
           MOVE TED-BANCO-DEST TO FD-RM-BANCO.                          00007320
           MOVE TED-AGENCIA-DEST TO FD-RM-AGENCIA.                      00007330
           MOVE TED-CONTA-DEST TO FD-RM-CONTA.                          00007340
           MOVE TED-DOCUMENTO  TO FD-RM-DOCUMENTO.                      00007350
           MOVE TED-NOME       TO FD-RM-NOME.                           00007360
           MOVE TED-VALOR      TO FD-RM-VALOR.                          00007370
           MOVE TED-CHAVE      TO FD-RM-ORIGEM.                         00007380
           MOVE WRK-HOJE       TO FD-RM-DATA.                           00007390
           WRITE FD-TEDREM.                                             00007400
                                                                        00007410
           MOVE 'TED ENVIADA BCO ' TO WRK-DT-TEXTO.                     00007420
           MOVE TED-BANCO-DEST     TO WRK-DT-BANCO.                     00007430
           MOVE TED-SEQ            TO WRK-DT-SEQ.                       00007440
           MOVE TED-CHAVE          TO WRK-MV-CHAVE.                     00007450
           MOVE WRK-DESCR-TED      TO WRK-MV-DESCR.                     00007460
           MOVE TED-VALOR          TO WRK-MV-VALOR.                     00007470
           MOVE 'J'                TO WRK-MV-TIPO.                      00007480
           MOVE ZEROS              TO WRK-MV-DTEFET.                    00007490
           WRITE FD-MOVTED FROM WRK-MOVIMENTO.                          00007500
                                                                        00007510
           IF TED-TARIFA GREATER ZEROS                                  00007520
              MOVE 'TARIFA TED  BCO ' TO WRK-DT-TEXTO                   00007530
              MOVE WRK-DESCR-TED      TO WRK-MV-DESCR                   00007540
              MOVE TED-TARIFA         TO WRK-MV-VALOR                   00007550
              WRITE FD-MOVTED FROM WRK-MOVIMENTO                        00007560
           END-IF.                                                      00007570
                                                                        00007580
           ADD 1          TO WRK-ENVIADAS.                              00007590
           ADD TED-VALOR  TO WRK-TOT-ENVIADO.                           00007600
           ADD TED-TARIFA TO WRK-TOT-TARIFAS.                           00007610
           MOVE 'S'       TO WRK-ENVIOU.                                00007620
                                                                        00007630
       2400-99-FIM.                                            EXIT.    00007640
      *=============================================================*   00007650
                                                                        00007660
      *=============================================================*   00007670
       2500-GRAVAR-REGISTRO                                 SECTION.    00007680
                                                                        00007690
           WRITE REG-TEDCTL.                                            00007700
                                                                        00007710
           IF WRK-FS-TEDCTL NOT EQUAL ZEROS                             00007720
              MOVE 'FR21TED1'                  TO WRK-PROGRAMA          00007730
              MOVE '2500'                      TO WRK-SECAO             00007740
              MOVE 'ERRO WRITE TEDCTL        ' TO WRK-MENSAGEM          00007750
              MOVE WRK-FS-TEDCTL               TO WRK-STATUS            00007760
              PERFORM 9000-TRATARERROS                                  00007770
           END-IF.                                                      00007780
                                                                        00007790
       2500-99-FIM.                                            EXIT.    00007800
      *=============================================================*   00007810
                                                                        00007820
      *=============================================================*   00007830
       3000-FINALIZAR                                       SECTION.    00007840
                                                                        00007850
             WRITE FD-RELTED1 FROM WRK-LINHA-VAZIA.                     00007860
             MOVE 'TED ENVIADAS.........:' TO WRK-TL-TEXTO.             00007870
             MOVE WRK-ENVIADAS            TO WRK-TL-VALOR.              00007880
             WRITE FD-RELTED1 FROM WRK-TOTAL-LINHA.                     00007890
             MOVE 'VALOR ENVIADO........:' TO WRK-TL-TEXTO.             00007900
             MOVE WRK-TOT-ENVIADO         TO WRK-TL-VALOR.              00007910
             WRITE FD-RELTED1 FROM WRK-TOTAL-LINHA.                     00007920
             MOVE 'TARIFAS COBRADAS.....:' TO WRK-TL-TEXTO.             00007930
             MOVE WRK-TOT-TARIFAS         TO WRK-TL-VALOR.              00007940
             WRITE FD-RELTED1 FROM WRK-TOTAL-LINHA.                     00007950
             MOVE 'AGENDADAS (APOS CORTE):' TO WRK-TL-TEXTO.            00007960
             MOVE WRK-AGENDADAS           TO WRK-TL-VALOR.              00007970
             WRITE FD-RELTED1 FROM WRK-TOTAL-LINHA.                     00007980
             MOVE 'AGENDADAS NAO ENVIADAS:' TO WRK-TL-TEXTO.            00007990
             MOVE WRK-NAO-ENVIADAS        TO WRK-TL-VALOR.              00008000
             WRITE FD-RELTED1 FROM WRK-TOTAL-LINHA.                     00008010
             MOVE 'PEDIDOS REJEITADOS...:' TO WRK-TL-TEXTO.             00008020
             MOVE WRK-REJEITADOS          TO WRK-TL-VALOR.              00008030
             WRITE FD-RELTED1 FROM WRK-TOTAL-LINHA.                     00008040
                                                                        00008050
             DISPLAY 'PEDIDOS LIDOS.........' WRK-LIDOS.                00008060
             DISPLAY 'TED ENVIADAS..........' WRK-ENVIADAS.             00008070
             DISPLAY 'TED AGENDADAS.........' WRK-AGENDADAS.            00008080
             DISPLAY 'AGENDADAS NAO ENVIADAS' WRK-NAO-ENVIADAS.         00008090
             DISPLAY 'PEDIDOS REJEITADOS....' WRK-REJEITADOS.           00008100
             DISPLAY WRK-MSG-FINAL.                                     00008110
                                                                        00008120
             CLOSE TEDMOV CLIENTES BLOQJUD.                             00008130
             CLOSE TEDCTL TEDREM MOVTED RELTED1.                        00008140
             STOP RUN.                                                  00008150
                                                                        00008160
       3000-99-FIM.                                            EXIT.    00008170
      *=============================================================*   00008180
                                                                        00008190
      *=============================================================*   00008200
       9000-TRATARERROS                                     SECTION.    00008210
                                                                        00008220
             MOVE 'E' TO WRK-SEVERIDADE.                                00008230
             CALL 'GRAVALOG' USING WRK-DADOS.                           00008240
             STOP RUN.                                                  00008250
                                                                        00008260
       9000-99-FIM.                                            EXIT.    00008270
      *=============================================================*   00008280
