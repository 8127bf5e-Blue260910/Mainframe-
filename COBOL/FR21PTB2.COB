      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21PTB2.                                            00000050
                                                                        00000060
      *=============================================================*   00000070
      *   AUTOR....:VICTOR ARANDA                                       00000080
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000090
      *   DATA ....:15/10/2026                                          00000100
      *-------------------------------------------------------------*   00000110
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000120
      *  1.0   15/10/26   VICTOR ARANDA       VERSAO INICIAL            00000130
      *-------------------------------------------------------------*   00000140
      *   OBJETIVO: REPASSE DO SALARIO NO DIA DO PAGAMENTO PARA AS      00000150
      *      CONTAS SALARIO COM PORTABILIDADE ATIVA (PTBCTL, DO         00000160
      *      FR21PTB1) E JA EM VIGOR. PARA CADA UMA, LE O SALARIO NO    00000170
      *      EVSA0407 E ENVIA UMA TED PARA A CONTA DESTINO, SEM         00000180
      *      TARIFA: GRAVA NO TEDCTL COMO ENVIADA (ORIGEM 'P') E        00000190
      *      ANEXA A REMESSA DO DIA (TEDREM), DE ONDE O RETORNO DA      00000200
      *      CAMARA SEGUE PELO FR21TED2. A CONTA SALARIO NAO ESTA NO    00000210
      *      CLIENTES, ENTAO NAO HA DEBITO NO MOV0106E.                 00000220
      *      UM REPASSE POR PORTABILIDADE NO MES; CONTA SALARIO QUE     00000230
      *      SAIU DO EVSA0407 TEM A PORTABILIDADE CANCELADA ('E').      00000240
      *      RODA DEPOIS DO FR21TED1 DO DIA: O SEQUENCIAL DAS TED       00000250
      *      CONTINUA DO ULTIMO JA USADO NA DATA.                       00000260
      *      CRITICA E TOTAIS NO RELPTB2.                               00000270
      *-------------------------------------------------------------*   00000280
      *   ARQUIVOS.....:                                                00000290
      *                                                                 00000300
      *   NAME                I/O                                       00000310
      *   PTBCTL              I-O  (KSDS - PTBBOOK)                     00000320
      *   EVSA0407             I   (KSDS - FR21W040)                    00000330
      *   TEDCTL              I-O  (KSDS - TEDBOOK)                     00000340
      *   TEDREM               O   (REMESSA PARA A CAMARA - EXTEND)     00000350
      *   RELPTB2              O   (REPASSES DO DIA)                    00000360
      *-------------------------------------------------------------*   00000370
      *   MODULOS....:                                                  00000380
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000390
      *   FR21DTA1             DATA DE NEGOCIO DA JANELA (LNKDPRC)      00000400
      *=============================================================*   00000410
       ENVIRONMENT                               DIVISION.              00000420
      *=============================================================*   00000430
                                                                        00000440
      *-------------------------------------------------------------*   00000450
       CONFIGURATION                                        SECTION.    00000460
      *-------------------------------------------------------------*   00000470
       SPECIAL-NAMES.                                                   00000480
           DECIMAL-POINT IS COMMA.                                      00000490
                                                                        00000500
                                                                        00000510
       INPUT-OUTPUT                                         SECTION.    00000520
       FILE-CONTROL.                                                    00000530
           SELECT PTBCTL   ASSIGN TO PTBCTL                             00000540
               ORGANIZATION  IS INDEXED                                 00000550
               ACCESS MODE   IS DYNAMIC                                 00000560
               RECORD KEY    IS PTB-CHAVE-REG                           00000570
               FILE STATUS   IS WRK-FS-PTBCTL.                          00000580
                                                                        00000590
           SELECT EVSA0407 ASSIGN TO EVSA0407                           00000600
               ORGANIZATION  IS INDEXED                                 00000610
               ACCESS MODE   IS RANDOM                                  00000620
               RECORD KEY    IS ARQ-CHAVE                               00000630
               FILE STATUS   IS WRK-FS-EVSA0407.                        00000640
                                                                        00000650
           SELECT TEDCTL   ASSIGN TO TEDCTL                             00000660
               ORGANIZATION  IS INDEXED                                 00000670
               ACCESS MODE   IS DYNAMIC                                 00000680
               RECORD KEY    IS TED-ID                                  00000690
               FILE STATUS   IS WRK-FS-TEDCTL.                          00000700
                                                                        00000710
           SELECT TEDREM   ASSIGN TO TEDREM                             00000720
               FILE STATUS  IS WRK-FS-TEDREM.                           00000730
                                                                        00000740
           SELECT RELPTB2  ASSIGN TO RELPTB2                            00000750
               FILE STATUS  IS WRK-FS-RELPTB2.                          00000760
                                                                        00000770
      *=============================================================*   00000780
       DATA                                                DIVISION.    00000790
      *=============================================================*   00000800
       FILE                                                 SECTION.    00000810
      *=============================================================*   00000820
                                                                        00000830
      *-------------------------------------------------------------*   00000840
      *       REGISTRO DE PORTABILIDADES (KSDS)   LRECL = 160       *   00000850
      *-------------------------------------------------------------*   00000860
       FD PTBCTL.                                                       00000870
                                                                        00000880
       COPY 'PTBBOOK'.                                                  00000890
                                                                        00000900
      *-------------------------------------------------------------*   00000910
      *       ARQUIVO EVSA0407 (KSDS)   LRECL = 19                  *   00000920
      *-------------------------------------------------------------*   00000930
       FD EVSA0407.                                                     00000940
                                                                        00000950
       COPY 'FR21W040'.                                                 00000960
                                                                        00000970
      *-------------------------------------------------------------*   00000980
      *       REGISTRO DE TRANSFERENCIAS (KSDS)   LRECL = 120       *   00000990
      *-------------------------------------------------------------*   00001000
       FD TEDCTL.                                                       00001010
                                                                        00001020
       COPY 'TEDBOOK'.                                                  00001030
                                                                        00001040
      *-------------------------------------------------------------*   00001050
      *       REMESSA DE TED PARA A CAMARA   LRECL = 100            *   00001060
      *-------------------------------------------------------------*   00001070
       FD TEDREM                                                        00001080
           RECORDING  MODE IS F                                         00001090
           BLOCK CONTAINS 0 RECORDS.                                    00001100
                                                                        00001110
       01 FD-TEDREM.                                                    00001120
          05 FD-RM-ID        PIC X(13).                                 00001130
          05 FD-RM-BANCO     PIC 9(03).                                 00001140
          05 FD-RM-AGENCIA   PIC 9(04).                                 00001150
          05 FD-RM-CONTA     PIC X(12).                                 00001160
          05 FD-RM-DOCUMENTO PIC 9(14).                                 00001170
          05 FD-RM-NOME      PIC X(25).                                 00001180
          05 FD-RM-VALOR     PIC 9(08).                                 00001190
          05 FD-RM-ORIGEM    PIC X(08).                                 00001200
          05 FD-RM-DATA      PIC 9(08).                                 00001210
          05 FILLER          PIC X(05).                                 00001220
                                                                        00001230
      *-------------------------------------------------------------*   00001240
      *       ARQUIVO DE SAIDA   RELPTB2  LRECL = 80                *   00001250
      *-------------------------------------------------------------*   00001260
       FD RELPTB2                                                       00001270
           RECORDING  MODE IS F                                         00001280
           BLOCK CONTAINS 0 RECORDS.                                    00001290
                                                                        00001300
       01 FD-RELPTB2    PIC X(80).                                      00001310
                                                                        00001320
      *-------------------------------------------------------------*   00001330
       WORKING-STORAGE                                      SECTION.    00001340
      *-------------------------------------------------------------*   00001350
                                                                        00001360
      *------------------LOG-DE-ERROS-------------------------------*   00001370
                                                                        00001380
       01 WRK-DADOS.                                                    00001390
           05 WRK-PROGRAMA  PIC X(08).                                  00001400
           05 WRK-SECAO     PIC X(04).                                  00001410
           05 WRK-MENSAGEM  PIC X(30).                                  00001420
           05 WRK-STATUS    PIC X(02).                                  00001430
           05 WRK-SEVERIDADE PIC X(01).                                 00001440
           05 FILLER        PIC X(22).                                  00001450
                                                                        00001460
      *--------------------LOGICA-----------------------------------*   00001470
                                                                        00001480
       77 WRK-LIDOS           PIC 9(05) VALUE 0.                        00001490
                                                                        00001500
       77 WRK-REPASSADOS      PIC 9(05) VALUE 0.                        00001510
                                                                        00001520
       77 WRK-JA-REPASSADOS   PIC 9(05) VALUE 0.                        00001530
                                                                        00001540
       77 WRK-CANCELADAS      PIC 9(05) VALUE 0.                        00001550
                                                                        00001560
       77 WRK-CRITICADOS      PIC 9(05) VALUE 0.                        00001570
                                                                        00001580
       77 WRK-TOT-REPASSADO   PIC 9(10) VALUE 0.                        00001590
                                                                        00001600
       77 WRK-CRITICA         PIC X(25).                                00001610
                                                                        00001620
       77 WRK-MSG-FINAL       PIC X(17) VALUE 'FINAL DE PROGRAMA'.      00001630
                                                                        00001640
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00001650
                                                                        00001660
       77 WRK-HOJE            PIC 9(08) VALUE 0.                        00001670
                                                                        00001680
       77 WRK-HORA            PIC 9(08) VALUE 0.                        00001690
                                                                        00001700
       77 WRK-SEQ-HOJE        PIC 9(05) VALUE 0.                        00001710
                                                                        00001720
       77 WRK-SALARIO-NUM     PIC 9(10) VALUE 0.                        00001730
                                                                        00001740
           COPY 'LNKDPRC'.                                              00001750
                                                                        00001760
      *--------------------STATUS-----------------------------------*   00001770
                                                                        00001780
       77 WRK-FS-PTBCTL   PIC 9(02).                                    00001790
                                                                        00001800
       77 WRK-FS-EVSA0407 PIC 9(02).                                    00001810
                                                                        00001820
       77 WRK-FS-TEDCTL   PIC 9(02).                                    00001830
                                                                        00001840
       77 WRK-FS-TEDREM   PIC 9(02).                                    00001850
                                                                        00001860
       77 WRK-FS-RELPTB2  PIC 9(02).                                    00001870
                                                                        00001880
      *--------------------LINHAS DO RELATORIO----------------------*   00001890
                                                                        00001900
       01 WRK-CABEC1.                                                   00001910
          05 FILLER   PIC X(44) VALUE                                   00001920
             'PORTABILIDADE DE SALARIO - REPASSES - DATA '.             00001930
          05 WRK-C1-DATA PIC 9(08).                                     00001940
          05 FILLER   PIC X(28).                                        00001950
                                                                        00001960
       01 WRK-CABEC2.                                                   00001970
          05 FILLER   PIC X(40) VALUE                                   00001980
             'CONTA SAL BCO CONTA DESTINO        VALOR'.                00001990
          05 FILLER   PIC X(40) VALUE                                   00002000
             '  TED            SITUACAO              '.                 00002010
                                                                        00002020
       01 WRK-DETALHE.                                                  00002030
          05 WRK-D-CHAVE     PIC X(09).                                 00002040
          05 FILLER          PIC X(01).                                 00002050
          05 WRK-D-BANCO     PIC 9(03).                                 00002060
          05 FILLER          PIC X(01).                                 00002070
          05 WRK-D-CONTA     PIC X(12).                                 00002080
          05 FILLER          PIC X(01).                                 00002090
          05 WRK-D-VALOR     PIC ZZ.ZZZ.ZZ9.                            00002100
          05 FILLER          PIC X(02).                                 00002110
          05 WRK-D-TED       PIC X(14).                                 00002120
          05 FILLER          PIC X(02).                                 00002130
          05 WRK-D-SITUACAO  PIC X(25).                                 00002140
                                                                        00002150
       01 WRK-D-TED-ID.                                                 00002160
          05 WRK-DI-DATA     PIC 9(08).                                 00002170
          05 FILLER          PIC X(01) VALUE '-'.                       00002180
          05 WRK-DI-SEQ      PIC 9(05).                                 00002190
                                                                        00002200
       01 WRK-TOTAL-LINHA.                                              00002210
          05 WRK-TL-TEXTO    PIC X(27).                                 00002220
          05 WRK-TL-VALOR    PIC Z.ZZZ.ZZZ.ZZ9.                         00002230
          05 FILLER          PIC X(40).                                 00002240
                                                                        00002250
      *=============================================================*   00002260
       PROCEDURE DIVISION.                                              00002270
      *=============================================================*   00002280
                                                                        00002290
      *=============================================================*   00002300
       0000-PRINCIPAL                                       SECTION.    00002310
                                                                        00002320
            PERFORM 1000-INICIAR.                                       00002330
            PERFORM 2000-PROCESSAR UNTIL WRK-FS-PTBCTL NOT EQUAL ZEROS. 00002340
            PERFORM 3000-FINALIZAR.                                     00002350
                                                                        00002360
       0000-99-FIM.                                            EXIT.    00002370
      *=============================================================*   00002380
                                                                        00002390
      *=============================================================*   00002400
       1000-INICIAR                                         SECTION.    00002410
                                                                        00002420
            OPEN I-O    PTBCTL.                                         00002430
            OPEN INPUT  EVSA0407.                                       00002440
            OPEN I-O    TEDCTL.                                         00002450
            OPEN EXTEND TEDREM.                                         00002460
            OPEN OUTPUT RELPTB2.                                        00002470
                                                                        00002480
            IF WRK-FS-PTBCTL NOT EQUAL ZEROS                            00002490
               MOVE 'FR21PTB2'                  TO WRK-PROGRAMA         00002500
               MOVE '1000'                      TO WRK-SECAO            00002510
               MOVE 'ERRO OPEN PTBCTL         ' TO WRK-MENSAGEM         00002520
               MOVE WRK-FS-PTBCTL               TO WRK-STATUS           00002530
               PERFORM 9000-TRATARERROS                                 00002540
            END-IF.                                                     00002550
                                                                        00002560
            IF WRK-FS-EVSA0407 NOT EQUAL ZEROS                          00002570
               MOVE 'FR21PTB2'                  TO WRK-PROGRAMA         00002580
               MOVE '1000'                      TO WRK-SECAO            00002590
               MOVE 'ERRO OPEN EVSA0407       ' TO WRK-MENSAGEM         00002600
               MOVE WRK-FS-EVSA0407             TO WRK-STATUS           00002610
               PERFORM 9000-TRATARERROS                                 00002620
            END-IF.                                                     00002630
                                                                        00002640
            IF WRK-FS-TEDCTL NOT EQUAL ZEROS                            00002650
               MOVE 'FR21PTB2'                  TO WRK-PROGRAMA         00002660
               MOVE '1000'                      TO WRK-SECAO            00002670
               MOVE 'ERRO OPEN TEDCTL         ' TO WRK-MENSAGEM         00002680
               MOVE WRK-FS-TEDCTL               TO WRK-STATUS           00002690
               PERFORM 9000-TRATARERROS                                 00002700
            END-IF.                                                     00002710
                                                                        00002720
            IF WRK-FS-TEDREM NOT EQUAL ZEROS                            00002730
               MOVE 'FR21PTB2'                  TO WRK-PROGRAMA         00002740
               MOVE '1000'                      TO WRK-SECAO            00002750
               MOVE 'ERRO OPEN TEDREM         ' TO WRK-MENSAGEM         00002760
               MOVE WRK-FS-TEDREM               TO WRK-STATUS           00002770
               PERFORM 9000-TRATARERROS                                 00002780
            END-IF.                                                     00002790
                                                                        00002800
            MOVE 'FR21PTB2' TO LNK-DP-PROGRAMA.                         00002810
            MOVE ZEROS      TO LNK-DP-DIAS-TOL.                         00002820
            CALL 'FR21DTA1' USING LNK-DPRC.                             00002830
            MOVE LNK-DP-DATA TO WRK-HOJE.                               00002840
                                                                        00002850
            ACCEPT WRK-HORA FROM TIME.                                  00002860
                                                                        00002870
            PERFORM 1400-ULTIMO-SEQUENCIAL.                             00002880
                                                                        00002890
            MOVE WRK-HOJE TO WRK-C1-DATA.                               00002900
            WRITE FD-RELPTB2 FROM WRK-CABEC1.                           00002910
            WRITE FD-RELPTB2 FROM WRK-LINHA-VAZIA.                      00002920
            WRITE FD-RELPTB2 FROM WRK-CABEC2.                           00002930
                                                                        00002940
            MOVE LOW-VALUES TO PTB-CHAVE-REG.                           00002950
            START PTBCTL KEY NOT LESS PTB-CHAVE-REG.                    00002960
                                                                        00002970
            IF WRK-FS-PTBCTL EQUAL ZEROS                                00002980
               READ PTBCTL NEXT                                         00002990
            END-IF.                                                     00003000
                                                                        00003010
       1000-99-FIM.                                            EXIT.    00003020
      *=============================================================*   00003030
                                                                        00003040
      *=============================================================*   00003050
       1400-ULTIMO-SEQUENCIAL                               SECTION.    00003060
                                                                        00003070
      *          AS TED DE HOJE JA ENVIADAS PELO FR21TED1 OCUPAM OS     00003080
      *          PRIMEIROS SEQUENCIAIS DA DATA                          00003090
                                                                        00003100
           MOVE ZEROS    TO WRK-SEQ-HOJE.                               00003110
           MOVE WRK-HOJE TO TED-DATA-ENVIO.                             00003120
           MOVE ZEROS    TO TED-SEQ.                                    00003130
           START TEDCTL KEY NOT LESS TED-ID.                            00003140
           IF WRK-FS-TEDCTL NOT EQUAL ZEROS                             00003150
              GO TO 1400-99-FIM                                         00003160
           END-IF.                                                      00003170
           READ TEDCTL NEXT.                                            00003180
           PERFORM UNTIL WRK-FS-TEDCTL NOT EQUAL ZEROS                  00003190
                   OR TED-DATA-ENVIO NOT EQUAL WRK-HOJE                 00003200
              MOVE TED-SEQ TO WRK-SEQ-HOJE                              00003210
              READ TEDCTL NEXT                                          00003220
           END-PERFORM.                                                 00003230
                                                                        00003240
       1400-99-FIM.                                            EXIT.    00003250
      *=============================================================*   00003260
                                                                        00003270
      *=============================================================*   00003280
       2000-PROCESSAR                                       SECTION.    00003290
                                                                        00003300
           IF PTB-SITUACAO NOT EQUAL 'A'                                00003310
              OR PTB-DATA-EFETIVA GREATER WRK-HOJE                      00003320
              GO TO 2000-50-LER                                         00003330
           END-IF.                                                      00003340
                                                                        00003350
           ADD 1 TO WRK-LIDOS.                                          00003360
           MOVE SPACES TO WRK-CRITICA.                                  00003370
           MOVE ZEROS  TO WRK-SALARIO-NUM.                              00003380
                                                                        00003390
           MOVE PTB-CHAVE TO ARQ-CHAVE.                                 00003400
           READ EVSA0407.                                               00003410
                                                                        00003420
           EVALUATE TRUE                                                00003430
             WHEN PTB-ULT-ENVIO(1:6) EQUAL WRK-HOJE(1:6)                00003440
                  MOVE 'JA REPASSADO NO MES     ' TO WRK-CRITICA        00003450
                  ADD 1 TO WRK-JA-REPASSADOS                            00003460
             WHEN WRK-FS-EVSA0407 EQUAL 23                              00003470
                  MOVE 'CONTA SALARIO ENCERRADA ' TO WRK-CRITICA        00003480
                  PERFORM 2200-CANCELAR                                 00003490
             WHEN WRK-FS-EVSA0407 NOT EQUAL ZEROS                       00003500
                  MOVE 'FR21PTB2'                  TO WRK-PROGRAMA      00003510
                  MOVE '2000'                      TO WRK-SECAO         00003520
                  MOVE 'ERRO LEITURA EVSA0407    ' TO WRK-MENSAGEM      00003530
                  MOVE WRK-FS-EVSA0407             TO WRK-STATUS        00003540
                  PERFORM 9000-TRATARERROS                              00003550
             WHEN ARQ-SALARIO NOT NUMERIC                               00003560
                  MOVE 'SALARIO INVALIDO        ' TO WRK-CRITICA        00003570
                  ADD 1 TO WRK-CRITICADOS                               00003580
             WHEN OTHER                                                 00003590
                  MOVE ARQ-SALARIO TO WRK-SALARIO-NUM                   00003600
                  EVALUATE TRUE                                         00003610
                    WHEN WRK-SALARIO-NUM EQUAL ZEROS                    00003620
                         MOVE 'SALARIO ZERADO          '                00003630
                                               TO WRK-CRITICA           00003640
                         ADD 1 TO WRK-CRITICADOS                        00003650
                    WHEN WRK-SALARIO-NUM GREATER 99999999               00003660
                         MOVE 'SALARIO ACIMA DA TED    '                00003670
                                               TO WRK-CRITICA           00003680
                         ADD 1 TO WRK-CRITICADOS                        00003690
                  END-EVALUATE                                          00003700
           END-EVALUATE.                                                00003710
                                                                        00003720
           IF WRK-CRITICA EQUAL SPACES                                  00003730
              PERFORM 2100-REPASSAR                                     00003740
           END-IF.                                                      00003750
                                                                        00003760
           MOVE PTB-CHAVE       TO WRK-D-CHAVE.                         00003770
           MOVE PTB-BANCO-DEST  TO WRK-D-BANCO.                         00003780
           MOVE PTB-CONTA-DEST  TO WRK-D-CONTA.                         00003790
           MOVE WRK-SALARIO-NUM TO WRK-D-VALOR.                         00003800
           IF WRK-CRITICA EQUAL SPACES                                  00003810
              MOVE TED-DATA-ENVIO TO WRK-DI-DATA                        00003820
              MOVE TED-SEQ        TO WRK-DI-SEQ                         00003830
              MOVE WRK-D-TED-ID   TO WRK-D-TED                          00003840
              MOVE 'REPASSADO'    TO WRK-D-SITUACAO                     00003850
           ELSE                                                         00003860
              MOVE SPACES         TO WRK-D-TED                          00003870
              MOVE WRK-CRITICA    TO WRK-D-SITUACAO                     00003880
           END-IF.                                                      00003890
           WRITE FD-RELPTB2 FROM WRK-DETALHE.                           00003900
                                                                        00003910
       2000-50-LER.                                                     00003920
                                                                        00003930
           READ PTBCTL NEXT.                                            00003940
                                                                        00003950
       2000-99-FIM.                                            EXIT.    00003960
      *=============================================================*   00003970
                                                                        00003980
      *=============================================================*   00003990
       2100-REPASSAR                                        SECTION.    00004000
                                                                        00004010
      *          TED SEM TARIFA; A CONTA SALARIO VAI EM TED-CHAVE +     00004020
      *          TED-SAL-COMPL (VER TEDBOOK)                            00004030
                                                                        00004040
           ADD 1 TO WRK-SEQ-HOJE.                                       00004050
                                                                        00004060
           INITIALIZE REG-TEDCTL.                                       00004070
           MOVE WRK-HOJE         TO TED-DATA-ENVIO.                     00004080
           MOVE WRK-SEQ-HOJE     TO TED-SEQ.                            00004090
           MOVE PTB-CHAVE(1:8)   TO TED-CHAVE.                          00004100
           MOVE PTB-CHAVE(9:1)   TO TED-SAL-COMPL.                      00004110
           MOVE PTB-BANCO-DEST   TO TED-BANCO-DEST.                     00004120
           MOVE PTB-AGENCIA-DEST TO TED-AGENCIA-DEST.                   00004130
           MOVE PTB-CONTA-DEST   TO TED-CONTA-DEST.                     00004140
           MOVE PTB-CPF          TO TED-DOCUMENTO.                      00004150
           MOVE PTB-NOME         TO TED-NOME.                           00004160
           MOVE WRK-SALARIO-NUM  TO TED-VALOR.                          00004170
           MOVE ZEROS            TO TED-TARIFA.                         00004180
           MOVE WRK-HOJE         TO TED-DATA-SOL TED-DATA-SIT.          00004190
           MOVE WRK-HORA(1:4)    TO TED-HORA-SOL.                       00004200
           MOVE 'E'              TO TED-SITUACAO.                       00004210
           MOVE 'P'              TO TED-ORIGEM.                         00004220
                                                                        00004230
           WRITE REG-TEDCTL.                                            00004240
                                                                        00004250
           IF WRK-FS-TEDCTL NOT EQUAL ZEROS                             00004260
              MOVE 'FR21PTB2'                  TO WRK-PROGRAMA          00004270
              MOVE '2100'                      TO WRK-SECAO             00004280
              MOVE 'ERRO WRITE TEDCTL        ' TO WRK-MENSAGEM          00004290
              MOVE WRK-FS-TEDCTL               TO WRK-STATUS            00004300
              PERFORM 9000-TRATARERROS                                  00004310
           END-IF.                                                      00004320
                                                                        00004330
           MOVE TED-ID           TO FD-RM-ID.                           00004340
           MOVE TED-BANCO-DEST   TO FD-RM-BANCO.                        00004350
           MOVE TED-AGENCIA-DEST TO FD-RM-AGENCIA.                      00004360
           MOVE TED-CONTA-DEST   TO FD-RM-CONTA.                        00004370
           MOVE TED-DOCUMENTO    TO FD-RM-DOCUMENTO.                    00004380
           MOVE TED-NOME         TO FD-RM-NOME.                         00004390
           MOVE TED-VALOR        TO FD-RM-VALOR.                        00004400
           MOVE TED-CHAVE        TO FD-RM-ORIGEM.                       00004410
           MOVE WRK-HOJE         TO FD-RM-DATA.                         00004420
           WRITE FD-TEDREM.                                             00004430
                                                                        00004440
           IF WRK-FS-TEDREM NOT EQUAL ZEROS                             00004450
              MOVE 'FR21PTB2'                  TO WRK-PROGRAMA          00004460
              MOVE '2100'                      TO WRK-SECAO             00004470
              MOVE 'ERRO WRITE TEDREM        ' TO WRK-MENSAGEM          00004480
              MOVE WRK-FS-TEDREM               TO WRK-STATUS            00004490
              PERFORM 9000-TRATARERROS                                  00004500
           END-IF.                                                      00004510
                                                                        00004520
           MOVE WRK-HOJE         TO PTB-ULT-ENVIO.                      00004530
           MOVE WRK-SALARIO-NUM  TO PTB-ULT-VALOR.                      00004540
           MOVE TED-ID           TO PTB-ULT-TED.                        00004550
           ADD 1                 TO PTB-QTDE-ENVIOS.                    00004560
           ADD WRK-SALARIO-NUM   TO PTB-TOT-ENVIADO.                    00004570
           PERFORM 2900-REGRAVAR.                                       00004580
                                                                        00004590
           ADD 1               TO WRK-REPASSADOS.                       00004600
           ADD WRK-SALARIO-NUM TO WRK-TOT-REPASSADO.                    00004610
                                                                        00004620
       2100-99-FIM.                                            EXIT.    00004630
      *=============================================================*   00004640
                                                                        00004650
      *=============================================================*   00004660
       2200-CANCELAR                                        SECTION.    00004670
                                                                        00004680
           MOVE 'C'      TO PTB-SITUACAO.                               00004690
           MOVE WRK-HOJE TO PTB-DATA-CANCEL.                            00004700
           MOVE 'E'      TO PTB-MOTIVO-CANC.                            00004710
           PERFORM 2900-REGRAVAR.                                       00004720
           ADD 1 TO WRK-CANCELADAS.                                     00004730
                                                                        00004740
       2200-99-FIM.                                            EXIT.    00004750
      *=============================================================*   00004760
                                                                        00004770
      *=============================================================*   00004780
       2900-REGRAVAR                                        SECTION.    00004790
                                                                        00004800
      *          O REWRITE NAO MEXE NA POSICAO DA LEITURA SEQUENCIAL    00004810
                                                                        00004820
           REWRITE REG-PTBCTL.                                          00004830
                                                                        00004840
           IF WRK-FS-PTBCTL NOT EQUAL ZEROS                             00004850
              MOVE 'FR21PTB2'                  TO WRK-PROGRAMA          00004860
              MOVE '2900'                      TO WRK-SECAO             00004870
              MOVE 'ERRO REWRITE PTBCTL      ' TO WRK-MENSAGEM          00004880
              MOVE WRK-FS-PTBCTL               TO WRK-STATUS            00004890
              PERFORM 9000-TRATARERROS                                  00004900
           END-IF.                                                      00004910
                                                                        00004920
       2900-99-FIM.                                            EXIT.    00004930
      *=============================================================*   00004940
                                                                        00004950
      *=============================================================*   00004960
       3000-FINALIZAR                                       SECTION.    00004970
                                                                        00004980
             WRITE FD-RELPTB2 FROM WRK-LINHA-VAZIA.                     00004990
             MOVE 'PORTABILIDADES EM VIGOR...:' TO WRK-TL-TEXTO.        00005000
             MOVE WRK-LIDOS               TO WRK-TL-VALOR.              00005010
             WRITE FD-RELPTB2 FROM WRK-TOTAL-LINHA.                     00005020
             MOVE 'SALARIOS REPASSADOS.......:' TO WRK-TL-TEXTO.        00005030
             MOVE WRK-REPASSADOS          TO WRK-TL-VALOR.              00005040
             WRITE FD-RELPTB2 FROM WRK-TOTAL-LINHA.                     00005050
             MOVE 'VALOR REPASSADO...........:' TO WRK-TL-TEXTO.        00005060
             MOVE WRK-TOT-REPASSADO       TO WRK-TL-VALOR.              00005070
             WRITE FD-RELPTB2 FROM WRK-TOTAL-LINHA.                     00005080
             MOVE 'JA REPASSADOS NO MES......:' TO WRK-TL-TEXTO.        00005090
             MOVE WRK-JA-REPASSADOS       TO WRK-TL-VALOR.              00005100
             WRITE FD-RELPTB2 FROM WRK-TOTAL-LINHA.                     00005110
             MOVE 'CANCELADAS (CONTA ENCERR.):' TO WRK-TL-TEXTO.        00005120
             MOVE WRK-CANCELADAS          TO WRK-TL-VALOR.              00005130
             WRITE FD-RELPTB2 FROM WRK-TOTAL-LINHA.                     00005140
             MOVE 'CRITICADAS................:' TO WRK-TL-TEXTO.        00005150
             MOVE WRK-CRITICADOS          TO WRK-TL-VALOR.              00005160
             WRITE FD-RELPTB2 FROM WRK-TOTAL-LINHA.                     00005170
                                                                        00005180
             DISPLAY 'PORTABILIDADES EM VIGOR' WRK-LIDOS.               00005190
             DISPLAY 'SALARIOS REPASSADOS...' WRK-REPASSADOS.           00005200
             DISPLAY 'VALOR REPASSADO.......' WRK-TOT-REPASSADO.        00005210
             DISPLAY 'JA REPASSADOS NO MES..' WRK-JA-REPASSADOS.        00005220
             DISPLAY 'CANCELADAS............' WRK-CANCELADAS.           00005230
             DISPLAY 'CRITICADAS............' WRK-CRITICADOS.           00005240
             DISPLAY WRK-MSG-FINAL.                                     00005250
                                                                        00005260
             CLOSE PTBCTL EVSA0407 TEDCTL TEDREM RELPTB2.               00005270
             STOP RUN.                                                  00005280
                                                                        00005290
       3000-99-FIM.                                            EXIT.    00005300
      *=============================================================*   00005310
                                                                        00005320
      *=============================================================*   00005330
       9000-TRATARERROS                                     SECTION.    00005340
                                                                        00005350
             MOVE 'E' TO WRK-SEVERIDADE.                                00005360
             CALL 'GRAVALOG' USING WRK-DADOS.                           00005370
             STOP RUN.                                                  00005380
                                                                        00005390
       9000-99-FIM.                                            EXIT.    00005400
      *=============================================================*   00005410
