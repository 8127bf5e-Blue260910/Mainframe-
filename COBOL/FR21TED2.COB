      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21TED2.                                            00000050
                                                                        00000060
      *=============================================================*   00000070
      *   AUTOR....:VICTOR ARANDA                                       00000080
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000090
      *   DATA ....:15/10/2026                                          00000100
      *-------------------------------------------------------------*   00000110
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000120
      *  1.0   15/10/26   VICTOR ARANDA       VERSAO INICIAL            00000130
      *  1.1   15/10/26   VICTOR ARANDA       REPASSE DE PORTABILIDADE  0000013A
      *-------------------------------------------------------------*   00000140
      *   OBJETIVO: PROCESSA O RETORNO DA CAMARA PARA AS TED            00000150
      *      ENVIADAS PELO FR21TED1 (TEDRET: NUMERO DE CONTROLE,        00000160
      *      'C' CONFIRMADA / 'R' REJEITADA E CODIGO DO MOTIVO).        00000170
      *      CONFIRMADA: FECHA A TED NO TEDCTL.                         00000180
      *      REJEITADA: MARCA A TED COM O MOTIVO E DEVOLVE O VALOR      00000190
      *      A CONTA DE ORIGEM COM UM CREDITO 'C' NO LAYOUT MOV0106E    00000200
      *      (MOVTED2) QUE TRAZ O MOTIVO NA DESCRICAO. A TARIFA NAO     00000210
      *      E DEVOLVIDA (O SERVICO FOI PRESTADO).                      00000220
      *      REPASSE DE PORTABILIDADE DE SALARIO (TED-ORIGEM 'P')       0000022A
      *      REJEITADO NAO GERA CREDITO: O SALARIO NAO SAIU DO          0000022B
      *      CLIENTES E FICA NA CONTA SALARIO.                          0000022C
      *      RETORNOS SEM TED ENVIADA CORRESPONDENTE SAO CRITICADOS.    00000230
      *      EMITE O RELTED: RETORNOS CRITICADOS E TODAS AS TED QUE     00000240
      *      MUDARAM DE SITUACAO NO DIA (ENVIADAS, AGENDADAS, NAO       00000250
      *      ENVIADAS, CONFIRMADAS E REJEITADAS), COM TOTAIS.           00000260
      *-------------------------------------------------------------*   00000270
      *   ARQUIVOS.....:                                                00000280
      *                                                                 00000290
      *   NAME                I/O                                       00000300
      *   TEDRET               I   (RETORNO DA CAMARA)                  00000310
      *   TEDCTL              I-O  (KSDS - TEDBOOK)                     00000320
      *   MOVTED2              O   (LAYOUT MOV0106E)                    00000330
      *   RELTED               O   (RELATORIO DIARIO DE TED)            00000340
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
           SELECT TEDRET   ASSIGN TO TEDRET                             00000520
               FILE STATUS  IS WRK-FS-TEDRET.                           00000530
                                                                        00000540
           SELECT TEDCTL   ASSIGN TO TEDCTL                             00000550
               ORGANIZATION  IS INDEXED                                 00000560
               ACCESS MODE   IS DYNAMIC                                 00000570
               RECORD KEY    IS TED-ID                                  00000580
               FILE STATUS   IS WRK-FS-TEDCTL.                          00000590
                                                                        00000600
           SELECT MOVTED2  ASSIGN TO MOVTED2                            00000610
               FILE STATUS  IS WRK-FS-MOVTED2.                          00000620
                                                                        00000630
           SELECT RELTED   ASSIGN TO RELTED                             00000640
               FILE STATUS  IS WRK-FS-RELTED.                           00000650
                                                                        00000660
      *=============================================================*   00000670
       DATA                                                DIVISION.    00000680
      *=============================================================*   00000690
       FILE                                                 SECTION.    00000700
      *=============================================================*   00000710
                                                                        00000720
      *-------------------------------------------------------------*   00000730
      *       RETORNO DA CAMARA   LRECL = 20                        *   00000740
      *-------------------------------------------------------------*   00000750
       FD TEDRET                                                        00000760
           RECORDING  MODE IS F                                         00000770
           BLOCK CONTAINS 0 RECORDS.                                    00000780
                                                                        00000790
       01 FD-TEDRET.                                                    00000800
          05 FD-RT-ID.                                                  00000810
             10 FD-RT-DATA   PIC 9(08).                                 00000820
             10 FD-RT-SEQ    PIC 9(05).                                 00000830
          05 FD-RT-SITUACAO  PIC X(01).                                 00000840
          05 FD-RT-MOTIVO    PIC 9(02).                                 00000850
          05 FILLER          PIC X(04).                                 00000860
                                                                        00000870
      *-------------------------------------------------------------*   00000880
      *       REGISTRO DE TRANSFERENCIAS (KSDS)   LRECL = 120       *   00000890
      *-------------------------------------------------------------*   00000900
       FD TEDCTL.                                                       00000910
                                                                        00000920
       COPY 'TEDBOOK'.                                                  00000930
                                                                        00000940
      *-------------------------------------------------------------*   00000950
      *       ARQUIVO DE SAIDA   MOVTED2  LRECL = 55                *   00000960
      *-------------------------------------------------------------*   00000970
       FD MOVTED2                                                       00000980
           RECORDING  MODE IS F                                         00000990
           BLOCK CONTAINS 0 RECORDS.                                    00001000
                                                                        00001010
       01 FD-MOVTED2    PIC X(55).                                      00001020
                                                                        00001030
      *-------------------------------------------------------------*   00001040
      *       ARQUIVO DE SAIDA   RELTED   LRECL = 80                *   00001050
      *-------------------------------------------------------------*   00001060
       FD RELTED                                                        00001070
           RECORDING  MODE IS F                                         00001080
           BLOCK CONTAINS 0 RECORDS.                                    00001090
                                                                        00001100
       01 FD-RELTED     PIC X(80).                                      00001110
                                                                        00001120
      *-------------------------------------------------------------*   00001130
       WORKING-STORAGE                                      SECTION.    00001140
      *-------------------------------------------------------------*   00001150
                                                                        00001160
      *------------------LOG-DE-ERROS-------------------------------*   00001170
                                                                        00001180
       01 WRK-DADOS.                                                    00001190
           05 WRK-PROGRAMA  PIC X(08).                                  00001200
           05 WRK-SECAO     PIC X(04).                                  00001210
           05 WRK-MENSAGEM  PIC X(30).                                  00001220
           05 WRK-STATUS    PIC X(02).                                  00001230
           05 WRK-SEVERIDADE PIC X(01).                                 00001240
           05 FILLER        PIC X(22).                                  00001250
                                                                        00001260
      *--------------------MOTIVOS DE REJEICAO DA CAMARA-------------*  00001270
                                                                        00001280
       01 WRK-TAB-MOTIVOS-DADOS.                                        00001290
          05 FILLER PIC X(24) VALUE '01CONTA INEXISTENTE     '.         00001300
          05 FILLER PIC X(24) VALUE '02CONTA ENCERRADA       '.         00001310
          05 FILLER PIC X(24) VALUE '03TITULAR DIVERGENTE    '.         00001320
          05 FILLER PIC X(24) VALUE '04CONTA BLOQUEADA       '.         00001330
          05 FILLER PIC X(24) VALUE '05AGENCIA INVALIDA      '.         00001340
          05 FILLER PIC X(24) VALUE '06CONTA NAO ACEITA TED  '.         00001350
          05 FILLER PIC X(24) VALUE '07DOCUMENTO INVALIDO    '.         00001360
          05 FILLER PIC X(24) VALUE '99OUTROS MOTIVOS        '.         00001370
                                                                        00001380
       01 WRK-TAB-MOTIVOS REDEFINES WRK-TAB-MOTIVOS-DADOS.              00001390
          05 WRK-MT-OCR OCCURS 8 TIMES.                                 00001400
             10 WRK-MT-COD    PIC 9(02).                                00001410
             10 WRK-MT-DESCR  PIC X(22).                                00001420
                                                                        00001430
       77 WRK-IND-MT          PIC 9(02).                                00001440
                                                                        00001450
       77 WRK-MT-QTD          PIC 9(02) VALUE 8.                        00001460
                                                                        00001470
      *--------------------SITUACOES DA TED---------------------------* 00001480
                                                                        00001490
       01 WRK-TAB-SIT-DADOS.                                            00001500
          05 FILLER PIC X(12) VALUE 'EENVIADA    '.                     00001510
          05 FILLER PIC X(12) VALUE 'AAGENDADA   '.                     00001520
          05 FILLER PIC X(12) VALUE 'NNAO ENVIADA'.                     00001530
          05 FILLER PIC X(12) VALUE 'CCONFIRMADA '.                     00001540
          05 FILLER PIC X(12) VALUE 'RREJEITADA  '.                     00001550
                                                                        00001560
       01 WRK-TAB-SIT REDEFINES WRK-TAB-SIT-DADOS.                      00001570
          05 WRK-ST-OCR OCCURS 5 TIMES.                                 00001580
             10 WRK-ST-COD    PIC X(01).                                00001590
             10 WRK-ST-DESCR  PIC X(11).                                00001600
                                                                        00001610
       01 WRK-TAB-TOTAIS.                                               00001620
          05 WRK-TT-OCR OCCURS 5 TIMES.                                 00001630
             10 WRK-TT-QTD    PIC 9(05).                                00001640
             10 WRK-TT-VALOR  PIC 9(10).                                00001650
                                                                        00001660
       77 WRK-IND-ST          PIC 9(02).                                00001670
                                                                        00001680
      *--------------------LOGICA-----------------------------------*   00001690
                                                                        00001700
       77 WRK-LIDOS           PIC 9(05) VALUE 0.                        00001710
                                                                        00001720
       77 WRK-CONFIRMADAS     PIC 9(05) VALUE 0.                        00001730
                                                                        00001740
       77 WRK-REJEITADAS      PIC 9(05) VALUE 0.                        00001750
                                                                        00001760
       77 WRK-CRITICADOS      PIC 9(05) VALUE 0.                        00001770
                                                                        00001780
       77 WRK-TOT-DEVOLVIDO   PIC 9(10) VALUE 0.                        00001790
                                                                        0000179A
       77 WRK-REJ-PORTAB      PIC 9(05) VALUE 0.                        0000179B
                                                                        00001800
       77 WRK-CRITICA         PIC X(30).                                00001810
                                                                        00001820
       77 WRK-MSG-FINAL       PIC X(17) VALUE 'FINAL DE PROGRAMA'.      00001830
                                                                        00001840
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00001850
                                                                        00001860
       77 WRK-HOJE            PIC 9(08) VALUE 0.                        00001870
                                                                        00001880
           COPY 'LNKDPRC'.                                              00001890
                                                                        00001900
      *--------------------STATUS-----------------------------------*   00001910
                                                                        00001920
       77 WRK-FS-TEDRET   PIC 9(02).                                    00001930
                                                                        00001940
       77 WRK-FS-TEDCTL   PIC 9(02).                                    00001950
                                                                        00001960
       77 WRK-FS-MOVTED2  PIC 9(02).                                    00001970
                                                                        00001980
       77 WRK-FS-RELTED   PIC 9(02).                                    00001990
                                                                        00002000
      *--------------------LAYOUT SAIDA-----------------------------*   00002010
                                                                        00002020
      *       CREDITO NO LAYOUT DO DEPOSITO MOV0106E:                   00002030
      *       DATA DE EFETIVACAO ZERADA = LIBERADO NA PROPRIA NOITE     00002040
       01 WRK-MOVIMENTO.                                                00002050
           05 WRK-MV-CHAVE  PIC X(08).                                  00002060
           05 WRK-MV-DESCR  PIC X(30).                                  00002070
           05 WRK-MV-VALOR  PIC 9(08).                                  00002080
           05 WRK-MV-TIPO   PIC X(01).                                  00002090
           05 WRK-MV-DTEFET PIC 9(08).                                  00002100
                                                                        00002110
       01 WRK-DESCR-DEV.                                                00002120
           05 FILLER        PIC X(08) VALUE 'DEV TED '.                 00002130
           05 WRK-DD-MOTIVO PIC X(22).                                  00002140
                                                                        00002150
      *--------------------LINHAS DO RELATORIO----------------------*   00002160
                                                                        00002170
       01 WRK-CABEC1.                                                   00002180
          05 FILLER   PIC X(44) VALUE                                   00002190
             'TED - MOVIMENTO DIARIO DE TRANSFERENCIAS - '.             00002200
          05 FILLER   PIC X(06) VALUE 'DATA '.                          00002210
          05 WRK-C1-DATA PIC 9(08).                                     00002220
          05 FILLER   PIC X(22).                                        00002230
                                                                        00002240
       01 WRK-CABEC-CRITICA.                                            00002250
          05 FILLER   PIC X(40) VALUE                                   00002260
             'RETORNOS CRITICADOS                     '.                00002270
          05 FILLER   PIC X(40).                                        00002280
                                                                        00002290
       01 WRK-CABEC-MOVIMENTO.                                          00002300
          05 FILLER   PIC X(40) VALUE                                   00002310
             'TED COM MUDANCA DE SITUACAO NO DIA      '.                00002320
          05 FILLER   PIC X(40).                                        00002330
                                                                        00002340
       01 WRK-LINHA-CRITICA.                                            00002350
          05 WRK-LC-DATA     PIC 9(08).                                 00002360
          05 FILLER          PIC X(01) VALUE '-'.                       00002370
          05 WRK-LC-SEQ      PIC 9(05).                                 00002380
          05 FILLER          PIC X(02).                                 00002390
          05 WRK-LC-SITUACAO PIC X(01).                                 00002400
          05 FILLER          PIC X(02).                                 00002410
          05 WRK-LC-MOTIVO   PIC X(02).                                 00002420
          05 FILLER          PIC X(02).                                 00002430
          05 WRK-LC-CRITICA  PIC X(30).                                 00002440
          05 FILLER          PIC X(27).                                 00002450
                                                                        00002460
       01 WRK-DETALHE.                                                  00002470
          05 WRK-D-DATA      PIC 9(08).                                 00002480
          05 FILLER          PIC X(01) VALUE '-'.                       00002490
          05 WRK-D-SEQ       PIC 9(05).                                 00002500
          05 FILLER          PIC X(02).                                 00002510
          05 WRK-D-CHAVE     PIC X(08).                                 00002520
          05 FILLER          PIC X(02).                                 00002530
          05 WRK-D-BANCO     PIC 9(03).                                 00002540
          05 FILLER          PIC X(02).                                 00002550
          05 WRK-D-VALOR     PIC ZZ.ZZZ.ZZ9.                            00002560
          05 FILLER          PIC X(02).                                 00002570
          05 WRK-D-SITUACAO  PIC X(11).                                 00002580
          05 FILLER          PIC X(02).                                 00002590
          05 WRK-D-MOTIVO    PIC X(22).                                 00002600
          05 FILLER          PIC X(02).                                 00002610
                                                                        00002620
       01 WRK-RESUMO.                                                   00002630
          05 WRK-RS-TEXTO    PIC X(12).                                 00002640
          05 FILLER          PIC X(02).                                 00002650
          05 WRK-RS-QTD      PIC ZZ.ZZ9.                                00002660
          05 FILLER          PIC X(02).                                 00002670
          05 WRK-RS-VALOR    PIC Z.ZZZ.ZZZ.ZZ9.                         00002680
          05 FILLER          PIC X(45).                                 00002690
                                                                        00002700
      *=============================================================*   00002710
       PROCEDURE DIVISION.                                              00002720
      *=============================================================*   00002730
                                                                        00002740
      *=============================================================*   00002750
       0000-PRINCIPAL                                       SECTION.    00002760
                                                                        00002770
            PERFORM 1000-INICIAR.                                       00002780
            PERFORM 2000-PROCESSAR UNTIL WRK-FS-TEDRET EQUAL 10.        00002790
            PERFORM 3000-RELATORIO-DIARIO.                              00002800
            PERFORM 4000-FINALIZAR.                                     00002810
                                                                        00002820
       0000-99-FIM.                                            EXIT.    00002830
      *=============================================================*   00002840
                                                                        00002850
      *=============================================================*   00002860
       1000-INICIAR                                         SECTION.    00002870
                                                                        00002880
            OPEN INPUT  TEDRET.                                         00002890
            OPEN I-O    TEDCTL.                                         00002900
            OPEN OUTPUT MOVTED2.                                        00002910
            OPEN OUTPUT RELTED.                                         00002920
                                                                        00002930
            IF WRK-FS-TEDRET NOT EQUAL ZEROS                            00002940
               MOVE 'FR21TED2'                  TO WRK-PROGRAMA         00002950
               MOVE '1000'                      TO WRK-SECAO            00002960
               MOVE 'ERRO OPEN RETORNO TED    ' TO WRK-MENSAGEM         00002970
               MOVE WRK-FS-TEDRET               TO WRK-STATUS           00002980
               PERFORM 9000-TRATARERROS                                 00002990
            END-IF.                                                     00003000
                                                                        00003010
            IF WRK-FS-TEDCTL NOT EQUAL ZEROS                            00003020
               MOVE 'FR21TED2'                  TO WRK-PROGRAMA         00003030
               MOVE '1000'                      TO WRK-SECAO            00003040
               MOVE 'ERRO OPEN TEDCTL         ' TO WRK-MENSAGEM         00003050
               MOVE WRK-FS-TEDCTL               TO WRK-STATUS           00003060
               PERFORM 9000-TRATARERROS                                 00003070
            END-IF.                                                     00003080
                                                                        00003090
            MOVE 'FR21TED2' TO LNK-DP-PROGRAMA.                         00003100
            MOVE ZEROS      TO LNK-DP-DIAS-TOL.                         00003110
            CALL 'FR21DTA1' USING LNK-DPRC.                             00003120
            MOVE LNK-DP-DATA TO WRK-HOJE.                               00003130
                                                                        00003140
            INITIALIZE WRK-TAB-TOTAIS.                                  00003150
                                                                        00003160
            MOVE WRK-HOJE TO WRK-C1-DATA.                               00003170
            WRITE FD-RELTED FROM WRK-CABEC1.                            00003180
            WRITE FD-RELTED FROM WRK-LINHA-VAZIA.                       00003190
            WRITE FD-RELTED FROM WRK-CABEC-CRITICA.                     00003200
                                                                        00003210
            READ TEDRET.                                                00003220
                                                                        00003230
       1000-99-FIM.                                            EXIT.    00003240
      *=============================================================*   00003250
                                                                        00003260
      *=============================================================*   00003270
       2000-PROCESSAR                                       SECTION.    00003280
                                                                        00003290
           ADD 1 TO WRK-LIDOS.                                          00003300
           MOVE SPACES TO WRK-CRITICA.                                  00003310
                                                                        00003320
           MOVE FD-RT-ID TO TED-ID.                                     00003330
           READ TEDCTL.                                                 00003340
                                                                        00003350
           EVALUATE TRUE                                                00003360
             WHEN WRK-FS-TEDCTL NOT EQUAL ZEROS                         00003370
                  MOVE 'TED NAO ENCONTRADA            ' TO WRK-CRITICA  00003380
             WHEN TED-SITUACAO NOT EQUAL 'E'                            00003390
                  MOVE 'TED NAO AGUARDA RETORNO       ' TO WRK-CRITICA  00003400
             WHEN FD-RT-SITUACAO NOT EQUAL 'C'                          00003410
              AND FD-RT-SITUACAO NOT EQUAL 'R'                          00003420
                  MOVE 'SITUACAO DE RETORNO INVALIDA  ' TO WRK-CRITICA  00003430
           END-EVALUATE.                                                00003440
                                                                        00003450
           IF WRK-CRITICA NOT EQUAL SPACES                              00003460
              PERFORM 2900-CRITICAR                                     00003470
              GO TO 2000-50-LER                                         00003480
           END-IF.                                                      00003490
                                                                        00003500
           MOVE FD-RT-SITUACAO TO TED-SITUACAO.                         00003510
           MOVE WRK-HOJE       TO TED-DATA-SIT.                         00003520
                                                                        00003530
           IF FD-RT-SITUACAO EQUAL 'C'                                  00003540
              ADD 1 TO WRK-CONFIRMADAS                                  00003550
           ELSE                                                         00003560
              PERFORM 2100-DEVOLVER                                     00003570
           END-IF.                                                      00003580
                                                                        00003590
           REWRITE REG-TEDCTL.                                          00003600
                                                                        00003610
           IF WRK-FS-TEDCTL NOT EQUAL ZEROS                             00003620
              MOVE 'FR21TED2'                  TO WRK-PROGRAMA          00003630
              MOVE '2000'                      TO WRK-SECAO             00003640
              MOVE 'ERRO REWRITE TEDCTL      ' TO WRK-MENSAGEM          00003650
              MOVE WRK-FS-TEDCTL               TO WRK-STATUS            00003660
              PERFORM 9000-TRATARERROS                                  00003670
           END-IF.                                                      00003680
                                                                        00003690
       2000-50-LER.                                                     00003700
                                                                        00003710
           READ TEDRET.                                                 00003720
                                                                        00003730
       2000-99-FIM.                                            EXIT.    00003740
      *=============================================================*   00003750
                                                                        00003760
      *=============================================================*   00003770
       2100-DEVOLVER                                        SECTION.    00003780
                                                                        00003790
      *          DEVOLVE SO O VALOR DA TED; MOTIVO FORA DA TABELA       00003800
      *          SAI COMO 99                                            00003810
                                                                        00003820
           IF FD-RT-MOTIVO NOT NUMERIC                                  00003830
              MOVE 99 TO TED-MOTIVO                                     00003840
           ELSE                                                         00003850
              MOVE FD-RT-MOTIVO TO TED-MOTIVO                           00003860
           END-IF.                                                      00003870
                                                                        00003880
           PERFORM 2150-DESCREVER-MOTIVO.                               00003890
                                                                        0000389A
           IF TED-ORIGEM EQUAL 'P'                                      0000389B
              ADD 1 TO WRK-REJ-PORTAB                                   0000389C
              ADD 1 TO WRK-REJEITADAS                                   0000389D
              GO TO 2100-99-FIM                                         0000389E
           END-IF.                                                      0000389F
                                                                        00003900
           MOVE WRK-MT-DESCR(WRK-IND-MT) TO WRK-DD-MOTIVO.              00003910
           MOVE TED-CHAVE     TO WRK-MV-CHAVE.                          00003920
           MOVE WRK-DESCR-DEV TO WRK-MV-DESCR.                          00003930
           MOVE TED-VALOR     TO WRK-MV-VALOR.                          00003940
           MOVE 'C'           TO WRK-MV-TIPO.                           00003950
           MOVE ZEROS         TO WRK-MV-DTEFET.                         00003960
           WRITE FD-MOVTED2 FROM WRK-MOVIMENTO.                         00003970
                                                                        00003980
           ADD 1         TO WRK-REJEITADAS.                             00003990
           ADD TED-VALOR TO WRK-TOT-DEVOLVIDO.                          00004000
                                                                        00004010
       2100-99-FIM.                                            EXIT.    00004020
      *=============================================================*   00004030
                                                                        00004040
      *=============================================================*   00004050
       2150-DESCREVER-MOTIVO                                SECTION.    00004060
                                                                        00004070
           PERFORM VARYING WRK-IND-MT FROM 1 BY 1                       00004080
              UNTIL WRK-IND-MT NOT LESS WRK-MT-QTD                      00004090
                 OR WRK-MT-COD(WRK-IND-MT) EQUAL TED-MOTIVO             00004100
                 CONTINUE                                               00004110
           END-PERFORM.                                                 00004120
                                                                        00004130
           IF WRK-MT-COD(WRK-IND-MT) NOT EQUAL TED-MOTIVO               00004140
              MOVE 99 TO TED-MOTIVO                                     00004150
           END-IF.                                                      00004160
                                                                        00004170
       2150-99-FIM.                                            EXIT.    00004180
      *=============================================================*   00004190
                                                                        00004200
      *=============================================================*   00004210
       2900-CRITICAR                                        SECTION.    00004220
                                                                        00004230
           ADD 1 TO WRK-CRITICADOS.                                     00004240
           MOVE FD-RT-DATA     TO WRK-LC-DATA.                          00004250
           MOVE FD-RT-SEQ      TO WRK-LC-SEQ.                           00004260
           MOVE FD-RT-SITUACAO TO WRK-LC-SITUACAO.                      00004270
           MOVE FD-RT-MOTIVO   TO WRK-LC-MOTIVO.                        00004280
           MOVE WRK-CRITICA    TO WRK-LC-CRITICA.                       00004290
           WRITE FD-RELTED FROM WRK-LINHA-CRITICA.                      00004300
                                                                        00004310
       2900-99-FIM.                                            EXIT.    00004320
      *=============================================================*   00004330
                                                                        00004340
      *=============================================================*   00004350
       3000-RELATORIO-DIARIO                                SECTION.    00004360
                                                                        00004370
      *          VARRE O TEDCTL INTEIRO: A TED ENTRA NO RELATORIO NO    00004380
      *          DIA EM QUE MUDOU DE SITUACAO (ENVIO, AGENDAMENTO OU    00004390
      *          RETORNO)                                               00004400
                                                                        00004410
           WRITE FD-RELTED FROM WRK-LINHA-VAZIA.                        00004420
           WRITE FD-RELTED FROM WRK-CABEC-MOVIMENTO.                    00004430
                                                                        00004440
           MOVE ZEROS TO TED-ID.                                        00004450
           START TEDCTL KEY NOT LESS TED-ID.                            00004460
                                                                        00004470
           IF WRK-FS-TEDCTL NOT EQUAL ZEROS                             00004480
              GO TO 3000-80-RESUMO                                      00004490
           END-IF.                                                      00004500
                                                                        00004510
           READ TEDCTL NEXT.                                            00004520
                                                                        00004530
           PERFORM 3100-LISTAR-TED UNTIL WRK-FS-TEDCTL NOT EQUAL ZEROS. 00004540
                                                                        00004550
       3000-80-RESUMO.                                                  00004560
                                                                        00004570
           WRITE FD-RELTED FROM WRK-LINHA-VAZIA.                        00004580
                                                                        00004590
           PERFORM VARYING WRK-IND-ST FROM 1 BY 1                       00004600
              UNTIL WRK-IND-ST GREATER 5                                00004610
              MOVE WRK-ST-DESCR(WRK-IND-ST) TO WRK-RS-TEXTO             00004620
              MOVE WRK-TT-QTD(WRK-IND-ST)   TO WRK-RS-QTD               00004630
              MOVE WRK-TT-VALOR(WRK-IND-ST) TO WRK-RS-VALOR             00004640
              WRITE FD-RELTED FROM WRK-RESUMO                           00004650
           END-PERFORM.                                                 00004660
                                                                        00004670
           MOVE 'CRITICADOS  '  TO WRK-RS-TEXTO.                        00004680
           MOVE WRK-CRITICADOS  TO WRK-RS-QTD.                          00004690
           MOVE ZEROS           TO WRK-RS-VALOR.                        00004700
           WRITE FD-RELTED FROM WRK-RESUMO.                             00004710
                                                                        00004720
       3000-99-FIM.                                            EXIT.    00004730
      *=============================================================*   00004740
                                                                        00004750
      *=============================================================*   00004760
       3100-LISTAR-TED                                      SECTION.    00004770
                                                                        00004780
           IF TED-DATA-SIT NOT EQUAL WRK-HOJE                           00004790
              GO TO 3100-50-LER                                         00004800
           END-IF.                                                      00004810
                                                                        00004820
           PERFORM VARYING WRK-IND-ST FROM 1 BY 1                       00004830
              UNTIL WRK-IND-ST NOT LESS 5                               00004840
                 OR WRK-ST-COD(WRK-IND-ST) EQUAL TED-SITUACAO           00004850
                 CONTINUE                                               00004860
           END-PERFORM.                                                 00004870
                                                                        00004880
           ADD 1         TO WRK-TT-QTD(WRK-IND-ST).                     00004890
           ADD TED-VALOR TO WRK-TT-VALOR(WRK-IND-ST).                   00004900
                                                                        00004910
           MOVE TED-DATA-ENVIO TO WRK-D-DATA.                           00004920
           MOVE TED-SEQ        TO WRK-D-SEQ.                            00004930
           MOVE TED-CHAVE      TO WRK-D-CHAVE.                          00004940
           MOVE TED-BANCO-DEST TO WRK-D-BANCO.                          00004950
           MOVE TED-VALOR      TO WRK-D-VALOR.                          00004960
           MOVE WRK-ST-DESCR(WRK-IND-ST) TO WRK-D-SITUACAO.             00004970
           MOVE SPACES         TO WRK-D-MOTIVO.                         00004980
                                                                        00004990
           IF TED-SITUACAO EQUAL 'R'                                    00005000
              PERFORM 2150-DESCREVER-MOTIVO                             00005010
              MOVE WRK-MT-DESCR(WRK-IND-MT) TO WRK-D-MOTIVO             00005020
           END-IF.                                                      00005030
                                                                        00005040
           WRITE FD-RELTED FROM WRK-DETALHE.                            00005050
                                                                        00005060
       3100-50-LER.                                                     00005070
                                                                        00005080
           READ TEDCTL NEXT.                                            00005090
                                                                        00005100
       3100-99-FIM.                                            EXIT.    00005110
      *=============================================================*   00005120
                                                                        00005130
      *=============================================================*   00005140
       4000-FINALIZAR                                       SECTION.    00005150
                                                                        00005160
             DISPLAY 'RETORNOS LIDOS........' WRK-LIDOS.                00005170
             DISPLAY 'TED CONFIRMADAS.......' WRK-CONFIRMADAS.          00005180
             DISPLAY 'TED REJEITADAS........' WRK-REJEITADAS.           00005190
             DISPLAY 'VALOR DEVOLVIDO.......' WRK-TOT-DEVOLVIDO.        00005200
             DISPLAY 'REJ. PORTABILIDADE....' WRK-REJ-PORTAB.           0000520A
             DISPLAY 'RETORNOS CRITICADOS...' WRK-CRITICADOS.           00005210
             DISPLAY WRK-MSG-FINAL.                                     00005220
                                                                        00005230
             CLOSE TEDRET TEDCTL MOVTED2 RELTED.                        00005240
             STOP RUN.                                                  00005250
                                                                        00005260
       4000-99-FIM.                                            EXIT.    00005270
      *=============================================================*   00005280
                                                                        00005290
      *=============================================================*   00005300
       9000-TRATARERROS                                     SECTION.    00005310
                                                                        00005320
             MOVE 'E' TO WRK-SEVERIDADE.                                00005330
             CALL 'GRAVALOG' USING WRK-DADOS.                           00005340
             STOP RUN.                                                  00005350
                                                                        00005360
       9000-99-FIM.                                            EXIT.    00005370
      *=============================================================*   00005380
