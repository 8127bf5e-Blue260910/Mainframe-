      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21CRD2.                                            00000050
                                                                        00000060
      *=============================================================*   00000070
      *   AUTOR....:VICTOR ARANDA                                       00000080
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000090
      *   DATA ....:15/10/2026                                          00000100
      *-------------------------------------------------------------*   00000110
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000120
      *  1.0   15/10/26   VICTOR ARANDA       VERSAO INICIAL            00000130
      *-------------------------------------------------------------*   00000140
      *   OBJETIVO: LIQUIDACAO DIARIA DO CARTAO DE DEBITO. O ARQUIVO    00000150
      *      DA PROCESSADORA (LIQCRD: HEADER, ITENS E TRAILER) E        00000160
      *      PRIMEIRO TOTALIZADO E CONFERIDO COM O TRAILER; LOTE        00000170
      *      DIVERGENTE NAO POSTA NADA E ENCERRA COM RETURN-CODE 8.     00000180
      *      CADA ITEM E CONFERIDO COM O CADASTRO DE CARTOES (CRDCAD)   00000190
      *      E COM A SITUACAO DA CONTA (CLIENTES):                      00000200
      *      - COMPRA (C) E SAQUE (S): DEBITO TIPO 'J' (JA AUTORIZADO   00000210
      *        PELA PROCESSADORA) NO MOVCRD, LAYOUT MOV0106E;           00000220
      *      - ESTORNO (E) E CHARGEBACK (G): CREDITO 'C', CASADO COM A  00000230
      *        COMPRA OU SAQUE ORIGINAL JA LIQUIDADO (MESMO CARTAO E    00000240
      *        TOTAL DEVOLVIDO ATE O VALOR ORIGINAL). CREDITO EM CARTAO 00000250
      *        BLOQUEADO OU CANCELADO E POSTADO E LISTADO;              00000260
      *      - ITEM JA LIQUIDADO (LQCLIQ) E RECUSADO.                   00000270
      *      O HISTORICO LEVA O ESTABELECIMENTO. RELCRD2 LISTA OS       00000280
      *      ITENS RECUSADOS (CARTAO DESCONHECIDO, BLOQUEADO, CONTA     00000290
      *      SEM CONDICAO DE DEBITO ETC) E A CONCILIACAO DO LOTE:       00000300
      *      TRAILER X POSTADO X RECUSADO.                              00000310
      *-------------------------------------------------------------*   00000320
      *   ARQUIVOS.....:                                                00000330
      *                                                                 00000340
      *   NAME                I/O                                       00000350
      *   LIQCRD               I   (LIQUIDACAO DA PROCESSADORA)         00000360
      *   CRDCAD               I   (KSDS - CRDBOOK)                     00000370
      *   CLIENTES             I   (KSDS - CLIBOOK)                     00000380
      *   LQCLIQ              I-O  (KSDS - LQCBOOK)                     00000390
      *   MOVCRD               O   (LAYOUT MOV0106E)                    00000400
      *   RELCRD2              O   (RECUSAS E CONCILIACAO)              00000410
      *-------------------------------------------------------------*   00000420
      *   MODULOS....:                                                  00000430
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000440
      *   FR21DTA1             DATA DE NEGOCIO DA JANELA (LNKDPRC)      00000450
      *=============================================================*   00000460
       ENVIRONMENT                               DIVISION.              00000470
      *=============================================================*   00000480
                                                                        00000490
      *-------------------------------------------------------------*   00000500
       CONFIGURATION                                        SECTION.    00000510
      *-------------------------------------------------------------*   00000520
       SPECIAL-NAMES.                                                   00000530
           DECIMAL-POINT IS COMMA.                                      00000540
                                                                        00000550
                                                                        00000560
       INPUT-OUTPUT                                         SECTION.    00000570
       FILE-CONTROL.                                                    00000580
           SELECT LIQCRD   ASSIGN TO LIQCRD                             00000590
               FILE STATUS  IS WRK-FS-LIQCRD.                           00000600
                                                                        00000610
           SELECT CRDCAD   ASSIGN TO CRDCAD                             00000620
               ORGANIZATION  IS INDEXED                                 00000630
               ACCESS MODE   IS RANDOM                                  00000640
               RECORD KEY    IS CRD-NUMERO                              00000650
               FILE STATUS   IS WRK-FS-CRDCAD.                          00000660
                                                                        00000670
           SELECT CLIENTES ASSIGN TO CLIENTES                           00000680
               ORGANIZATION  IS INDEXED                                 00000690
               ACCESS MODE   IS RANDOM                                  00000700
               RECORD KEY    IS CLI-CHAVE                               00000710
               FILE STATUS   IS WRK-FS-CLIENTES.                        00000720
                                                                        00000730
           SELECT LQCLIQ   ASSIGN TO LQCLIQ                             00000740
               ORGANIZATION  IS INDEXED                                 00000750
               ACCESS MODE   IS RANDOM                                  00000760
               RECORD KEY    IS LQC-ID-TRANS                            00000770
               FILE STATUS   IS WRK-FS-LQCLIQ.                          00000780
                                                                        00000790
           SELECT MOVCRD   ASSIGN TO MOVCRD                             00000800
               FILE STATUS  IS WRK-FS-MOVCRD.                           00000810
                                                                        00000820
           SELECT RELCRD2  ASSIGN TO RELCRD2                            00000830
               FILE STATUS  IS WRK-FS-RELCRD2.                          00000840
                                                                        00000850
      *=============================================================*   00000860
       DATA                                                DIVISION.    00000870
      *=============================================================*   00000880
       FILE                                                 SECTION.    00000890
      *=============================================================*   00000900
                                                                        00000910
      *-------------------------------------------------------------*   00000920
      *       LIQUIDACAO DA PROCESSADORA  LRECL = 100               *   00000930
      *       '0' HEADER / '1' ITEM / '9' TRAILER                   *   00000940
      *-------------------------------------------------------------*   00000950
       FD LIQCRD                                                        00000960
           RECORDING  MODE IS F                                         00000970
           BLOCK CONTAINS 0 RECORDS.                                    00000980
                                                                        00000990
       01 FD-LIQCRD.                                                    00001000
          05 FD-LQ-TIPO-REG  PIC X(01).                                 00001010
          05 FD-LQ-RESTO     PIC X(99).                                 00001020
                                                                        00001030
       01 FD-LQ-HEADER.                                                 00001040
          05 FILLER          PIC X(01).                                 00001050
          05 FD-LQ-DATA-LIQ  PIC 9(08).                                 00001060
          05 FD-LQ-LOTE      PIC 9(06).                                 00001070
          05 FILLER          PIC X(85).                                 00001080
                                                                        00001090
       01 FD-LQ-ITEM.                                                   00001100
          05 FILLER          PIC X(01).                                 00001110
          05 FD-LQ-ID-TRANS  PIC X(12).                                 00001120
          05 FD-LQ-NUMERO    PIC X(16).                                 00001130
          05 FD-LQ-TIPO      PIC X(01).                                 00001140
          05 FD-LQ-VALOR     PIC 9(08).                                 00001150
          05 FD-LQ-DATA-TRANS PIC 9(08).                                00001160
          05 FD-LQ-ID-ORIG   PIC X(12).                                 00001170
          05 FD-LQ-ESTABELEC PIC X(26).                                 00001180
          05 FILLER          PIC X(16).                                 00001190
                                                                        00001200
       01 FD-LQ-TRAILER.                                                00001210
          05 FILLER          PIC X(01).                                 00001220
          05 FD-LQ-QTDE      PIC 9(07).                                 00001230
          05 FD-LQ-TOT-DEB   PIC 9(12).                                 00001240
          05 FD-LQ-TOT-CRED  PIC 9(12).                                 00001250
          05 FILLER          PIC X(68).                                 00001260
                                                                        00001270
      *-------------------------------------------------------------*   00001280
      *       CADASTRO DE CARTOES (KSDS)   LRECL = 80               *   00001290
      *-------------------------------------------------------------*   00001300
       FD CRDCAD.                                                       00001310
                                                                        00001320
       COPY 'CRDBOOK'.                                                  00001330
                                                                        00001340
      *-------------------------------------------------------------*   00001350
      *       ARQUIVO CLIENTES (KSDS)   LRECL = 73                  *   00001360
      *-------------------------------------------------------------*   00001370
       FD CLIENTES.                                                     00001380
                                                                        00001390
       COPY 'CLIBOOK'.                                                  00001400
                                                                        00001410
      *-------------------------------------------------------------*   00001420
      *       ITENS JA LIQUIDADOS (KSDS)   LRECL = 90               *   00001430
      *-------------------------------------------------------------*   00001440
       FD LQCLIQ.                                                       00001450
                                                                        00001460
       COPY 'LQCBOOK'.                                                  00001470
                                                                        00001480
      *-------------------------------------------------------------*   00001490
      *       MOVIMENTOS GERADOS  LRECL = 55 (LAYOUT MOV0106E)      *   00001500
      *-------------------------------------------------------------*   00001510
       FD MOVCRD                                                        00001520
           RECORDING  MODE IS F                                         00001530
           BLOCK CONTAINS 0 RECORDS.                                    00001540
                                                                        00001550
       01 FD-MOVCRD     PIC X(55).                                      00001560
                                                                        00001570
      *-------------------------------------------------------------*   00001580
      *       ARQUIVO DE SAIDA   RELCRD2  LRECL = 80                *   00001590
      *-------------------------------------------------------------*   00001600
       FD RELCRD2                                                       00001610
           RECORDING  MODE IS F                                         00001620
           BLOCK CONTAINS 0 RECORDS.                                    00001630
                                                                        00001640
       01 FD-RELCRD2    PIC X(80).                                      00001650
                                                                        00001660
      *-------------------------------------------------------------*   00001670
       WORKING-STORAGE                                      SECTION.    00001680
      *-------------------------------------------------------------*   00001690
                                                                        00001700
      *------------------LOG-DE-ERROS-------------------------------*   00001710
                                                                        00001720
       01 WRK-DADOS.                                                    00001730
           05 WRK-PROGRAMA  PIC X(08).                                  00001740
           05 WRK-SECAO     PIC X(04).                                  00001750
           05 WRK-MENSAGEM  PIC X(30).                                  00001760
           05 WRK-STATUS    PIC X(02).                                  00001770
           05 WRK-SEVERIDADE PIC X(01).                                 00001780
           05 FILLER        PIC X(22).                                  00001790
                                                                        00001800
      *--------------------CONFERENCIA DO LOTE----------------------*   00001810
                                                                        00001820
       77 WRK-LOTE-OK         PIC X(01) VALUE 'S'.                      00001830
                                                                        00001840
       77 WRK-LT-HEADERS      PIC 9(03) VALUE 0.                        00001850
                                                                        00001860
       77 WRK-LT-TRAILERS     PIC 9(03) VALUE 0.                        00001870
                                                                        00001880
       77 WRK-LT-APOS-TRAILER PIC 9(07) VALUE 0.                        00001890
                                                                        00001900
       77 WRK-LT-QTDE         PIC 9(07) VALUE 0.                        00001910
                                                                        00001920
       77 WRK-LT-DEBITOS      PIC 9(12) VALUE 0.                        00001930
                                                                        00001940
       77 WRK-LT-CREDITOS     PIC 9(12) VALUE 0.                        00001950
                                                                        00001960
       77 WRK-TR-QTDE         PIC 9(07) VALUE 0.                        00001970
                                                                        00001980
       77 WRK-TR-DEBITOS      PIC 9(12) VALUE 0.                        00001990
                                                                        00002000
       77 WRK-TR-CREDITOS     PIC 9(12) VALUE 0.                        00002010
                                                                        00002020
       77 WRK-DATA-LOTE       PIC 9(08) VALUE 0.                        00002030
                                                                        00002040
      *--------------------LOGICA-----------------------------------*   00002050
                                                                        00002060
       77 WRK-LIDOS           PIC 9(07) VALUE 0.                        00002070
                                                                        00002080
       77 WRK-POSTADOS        PIC 9(07) VALUE 0.                        00002090
                                                                        00002100
       77 WRK-REJEITADOS      PIC 9(07) VALUE 0.                        00002110
                                                                        00002120
       77 WRK-CRED-BLOQ       PIC 9(07) VALUE 0.                        00002130
                                                                        00002140
       77 WRK-DEB-POSTADO     PIC 9(12) VALUE 0.                        00002150
                                                                        00002160
       77 WRK-CRED-POSTADO    PIC 9(12) VALUE 0.                        00002170
                                                                        00002180
       77 WRK-DEB-REJEITADO   PIC 9(12) VALUE 0.                        00002190
                                                                        00002200
       77 WRK-CRED-REJEITADO  PIC 9(12) VALUE 0.                        00002210
                                                                        00002220
       77 WRK-MOTIVO          PIC X(25).                                00002230
                                                                        00002240
       77 WRK-CREDITO         PIC X(01) VALUE 'N'.                      00002250
                                                                        00002260
       77 WRK-CARTAO-BLOQ     PIC X(01) VALUE 'N'.                      00002270
                                                                        00002280
       77 WRK-MSG-FINAL       PIC X(17) VALUE 'FINAL DE PROGRAMA'.      00002290
                                                                        00002300
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00002310
                                                                        00002320
       77 WRK-HOJE            PIC 9(08) VALUE 0.                        00002330
                                                                        00002340
           COPY 'LNKDPRC'.                                              00002350
                                                                        00002360
      *        NUMERO DO CARTAO MASCARADO NO RELATORIO                  00002370
                                                                        00002380
       01 WRK-CARTAO.                                                   00002390
          05 WRK-CT-INICIO    PIC X(06).                                00002400
          05 WRK-CT-MEIO      PIC X(06).                                00002410
          05 WRK-CT-FINAL     PIC X(04).                                00002420
                                                                        00002430
      *--------------------STATUS-----------------------------------*   00002440
                                                                        00002450
       77 WRK-FS-LIQCRD   PIC 9(02).                                    00002460
                                                                        00002470
       77 WRK-FS-CRDCAD   PIC 9(02).                                    00002480
                                                                        00002490
       77 WRK-FS-CLIENTES PIC 9(02).                                    00002500
                                                                        00002510
       77 WRK-FS-LQCLIQ   PIC 9(02).                                    00002520
                                                                        00002530
       77 WRK-FS-MOVCRD   PIC 9(02).                                    00002540
                                                                        00002550
       77 WRK-FS-RELCRD2  PIC 9(02).                                    00002560
                                                                        00002570
      *--------------------LAYOUT SAIDA-----------------------------*   00002580
                                                                        00002590
       01 WRK-MOVIMENTO.                                                00002600
          05 WRK-MV-CHAVE       PIC X(08).                              00002610
          05 WRK-MV-TEXTO       PIC X(30).                              00002620
          05 WRK-MV-VALOR       PIC 9(08).                              00002630
          05 WRK-MV-TIPO        PIC X(01).                              00002640
          05 WRK-MV-DATA-EFET   PIC 9(08).                              00002650
                                                                        00002660
       01 WRK-TEXTO-CRD.                                                00002670
          05 WRK-TX-OPERACAO    PIC X(04).                              00002680
          05 WRK-TX-ESTABELEC   PIC X(26).                              00002690
                                                                        00002700
      *--------------------LINHAS DO RELATORIO----------------------*   00002710
                                                                        00002720
       01 WRK-CABEC1.                                                   00002730
          05 FILLER   PIC X(44) VALUE                                   00002740
             'LIQUIDACAO DO CARTAO DE DEBITO'.                          00002750
          05 FILLER   PIC X(10) VALUE 'DATA '.                          00002760
          05 WRK-CB-DATA PIC 9(08).                                     00002770
          05 FILLER   PIC X(18).                                        00002780
                                                                        00002790
       01 WRK-CABEC2.                                                   00002800
          05 FILLER   PIC X(20) VALUE 'LOTE DA PROCESSADORA'.           00002810
          05 FILLER   PIC X(01).                                        00002820
          05 WRK-CB-LOTE PIC 9(06).                                     00002830
          05 FILLER   PIC X(17) VALUE '  DE LIQUIDACAO'.                00002840
          05 WRK-CB-DATA-LIQ PIC 9(08).                                 00002850
          05 FILLER   PIC X(28).                                        00002860
                                                                        00002870
       01 WRK-CABEC3.                                                   00002880
          05 FILLER   PIC X(80) VALUE                                   00002890
             'ITENS RECUSADOS E EXCECOES'.                              00002900
                                                                        00002910
       01 WRK-CABEC4.                                                   00002920
          05 FILLER   PIC X(13) VALUE 'TRANSACAO'.                      00002930
          05 FILLER   PIC X(17) VALUE 'CARTAO'.                         00002940
          05 FILLER   PIC X(09) VALUE 'CONTA'.                          00002950
          05 FILLER   PIC X(02) VALUE 'T'.                              00002960
          05 FILLER   PIC X(11) VALUE '     VALOR'.                     00002970
          05 FILLER   PIC X(28) VALUE 'OCORRENCIA'.                     00002980
                                                                        00002990
       01 WRK-DETALHE.                                                  00003000
          05 WRK-D-ID-TRANS  PIC X(12).                                 00003010
          05 FILLER          PIC X(01).                                 00003020
          05 WRK-D-CARTAO    PIC X(16).                                 00003030
          05 FILLER          PIC X(01).                                 00003040
          05 WRK-D-CHAVE     PIC X(08).                                 00003050
          05 FILLER          PIC X(01).                                 00003060
          05 WRK-D-TIPO      PIC X(01).                                 00003070
          05 FILLER          PIC X(01).                                 00003080
          05 WRK-D-VALOR     PIC ZZ.ZZZ.ZZ9.                            00003090
          05 FILLER          PIC X(01).                                 00003100
          05 WRK-D-MOTIVO    PIC X(25).                                 00003110
          05 FILLER          PIC X(03).                                 00003120
                                                                        00003130
       01 WRK-CABEC5.                                                   00003140
          05 FILLER   PIC X(80) VALUE                                   00003150
             'CONCILIACAO COM O TRAILER DA PROCESSADORA'.               00003160
                                                                        00003170
       01 WRK-CABEC6.                                                   00003180
          05 FILLER   PIC X(30).                                        00003190
          05 FILLER   PIC X(10) VALUE '  QUANTID.'.                     00003200
          05 FILLER   PIC X(18) VALUE '           DEBITOS'.             00003210
          05 FILLER   PIC X(18) VALUE '          CREDITOS'.             00003220
          05 FILLER   PIC X(04).                                        00003230
                                                                        00003240
       01 WRK-RESUMO.                                                   00003250
          05 WRK-R-DESCR     PIC X(30).                                 00003260
          05 FILLER          PIC X(02).                                 00003270
          05 WRK-R-QTDE      PIC -ZZZ.ZZ9.                              00003280
          05 FILLER          PIC X(02).                                 00003290
          05 WRK-R-DEBITOS   PIC -ZZZ.ZZZ.ZZZ.ZZ9.                      00003300
          05 FILLER          PIC X(02).                                 00003310
          05 WRK-R-CREDITOS  PIC -ZZZ.ZZZ.ZZZ.ZZ9.                      00003320
          05 FILLER          PIC X(04).                                 00003330
                                                                        00003340
       01 WRK-LIQUIDO.                                                  00003350
          05 WRK-L-DESCR     PIC X(30).                                 00003360
          05 FILLER          PIC X(12).                                 00003370
          05 WRK-L-VALOR     PIC -ZZZ.ZZZ.ZZZ.ZZ9.                      00003380
          05 FILLER          PIC X(22).                                 00003390
                                                                        00003400
       01 WRK-LINHA-MSG.                                                00003410
          05 FILLER          PIC X(04) VALUE '*** '.                    00003420
          05 WRK-M-TEXTO     PIC X(60).                                 00003430
          05 FILLER          PIC X(16).                                 00003440
                                                                        00003450
      *        DIFERENCAS DA CONCILIACAO (ZERO QUANDO FECHA)            00003460
                                                                        00003470
       77 WRK-DIF-QTDE        PIC S9(07) VALUE 0.                       00003480
                                                                        00003490
       77 WRK-DIF-DEBITOS     PIC S9(12) VALUE 0.                       00003500
                                                                        00003510
       77 WRK-DIF-CREDITOS    PIC S9(12) VALUE 0.                       00003520
                                                                        00003530
       77 WRK-VALOR-LIQUIDO   PIC S9(12) VALUE 0.                       00003540
                                                                        00003550
      *=============================================================*   00003560
       PROCEDURE DIVISION.                                              00003570
      *=============================================================*   00003580
                                                                        00003590
      *=============================================================*   00003600
       0000-PRINCIPAL                                       SECTION.    00003610
                                                                        00003620
            PERFORM 1000-INICIAR.                                       00003630
            PERFORM 2000-PROCESSAR UNTIL WRK-FS-LIQCRD EQUAL 10.        00003640
            PERFORM 3000-FINALIZAR.                                     00003650
                                                                        00003660
       0000-99-FIM.                                            EXIT.    00003670
      *=============================================================*   00003680
                                                                        00003690
      *=============================================================*   00003700
       1000-INICIAR                                         SECTION.    00003710
                                                                        00003720
            OPEN INPUT  LIQCRD.                                         00003730
            OPEN INPUT  CRDCAD.                                         00003740
            OPEN INPUT  CLIENTES.                                       00003750
            OPEN I-O    LQCLIQ.                                         00003760
            OPEN OUTPUT MOVCRD.                                         00003770
            OPEN OUTPUT RELCRD2.                                        00003780
                                                                        00003790
            IF WRK-FS-LIQCRD NOT EQUAL ZEROS                            00003800
               MOVE 'FR21CRD2'                  TO WRK-PROGRAMA         00003810
               MOVE '1000'                      TO WRK-SECAO            00003820
               MOVE 'ERRO OPEN LIQCRD         ' TO WRK-MENSAGEM         00003830
               MOVE WRK-FS-LIQCRD               TO WRK-STATUS           00003840
               PERFORM 9000-TRATARERROS                                 00003850
            END-IF.                                                     00003860
                                                                        00003870
            IF WRK-FS-CRDCAD NOT EQUAL ZEROS                            00003880
               MOVE 'FR21CRD2'                  TO WRK-PROGRAMA         00003890
               MOVE '1000'                      TO WRK-SECAO            00003900
               MOVE 'ERRO OPEN CRDCAD         ' TO WRK-MENSAGEM         00003910
               MOVE WRK-FS-CRDCAD               TO WRK-STATUS           00003920
               PERFORM 9000-TRATARERROS                                 00003930
            END-IF.                                                     00003940
                                                                        00003950
            IF WRK-FS-CLIENTES NOT EQUAL ZEROS                          00003960
               MOVE 'FR21CRD2'                  TO WRK-PROGRAMA         00003970
               MOVE '1000'                      TO WRK-SECAO            00003980
               MOVE 'ERRO OPEN CLIENTES       ' TO WRK-MENSAGEM         00003990
               MOVE WRK-FS-CLIENTES             TO WRK-STATUS           00004000
               PERFORM 9000-TRATARERROS                                 00004010
            END-IF.                                                     00004020
                                                                        00004030
            IF WRK-FS-LQCLIQ NOT EQUAL ZEROS                            00004040
               MOVE 'FR21CRD2'                  TO WRK-PROGRAMA         00004050
               MOVE '1000'                      TO WRK-SECAO            00004060
               MOVE 'ERRO OPEN LQCLIQ         ' TO WRK-MENSAGEM         00004070
               MOVE WRK-FS-LQCLIQ               TO WRK-STATUS           00004080
               PERFORM 9000-TRATARERROS                                 00004090
            END-IF.                                                     00004100
                                                                        00004110
            MOVE 'FR21CRD2' TO LNK-DP-PROGRAMA.                         00004120
            MOVE ZEROS      TO LNK-DP-DIAS-TOL.                         00004130
            CALL 'FR21DTA1' USING LNK-DPRC.                             00004140
            MOVE LNK-DP-DATA TO WRK-HOJE.                               00004150
                                                                        00004160
            MOVE WRK-HOJE TO WRK-CB-DATA.                               00004170
            WRITE FD-RELCRD2 FROM WRK-CABEC1.                           00004180
                                                                        00004190
            PERFORM 1100-CONFERIR-LOTE.                                 00004200
                                                                        00004210
            IF WRK-LOTE-OK NOT EQUAL 'S'                                00004220
               PERFORM 1900-RECUSAR-LOTE                                00004230
            END-IF.                                                     00004240
                                                                        00004250
      *          LOTE CONFERIDO: RELE O ARQUIVO PARA A POSTAGEM         00004260
                                                                        00004270
            CLOSE LIQCRD.                                               00004280
            OPEN INPUT LIQCRD.                                          00004290
                                                                        00004300
            IF WRK-FS-LIQCRD NOT EQUAL ZEROS                            00004310
               MOVE 'FR21CRD2'                  TO WRK-PROGRAMA         00004320
               MOVE '1000'                      TO WRK-SECAO            00004330
               MOVE 'ERRO REOPEN LIQCRD       ' TO WRK-MENSAGEM         00004340
               MOVE WRK-FS-LIQCRD               TO WRK-STATUS           00004350
               PERFORM 9000-TRATARERROS                                 00004360
            END-IF.                                                     00004370
                                                                        00004380
            WRITE FD-RELCRD2 FROM WRK-CABEC2.                           00004390
            WRITE FD-RELCRD2 FROM WRK-LINHA-VAZIA.                      00004400
            WRITE FD-RELCRD2 FROM WRK-CABEC3.                           00004410
            WRITE FD-RELCRD2 FROM WRK-CABEC4.                           00004420
            WRITE FD-RELCRD2 FROM WRK-LINHA-VAZIA.                      00004430
                                                                        00004440
            READ LIQCRD.                                                00004450
                                                                        00004460
       1000-99-FIM.                                            EXIT.    00004470
      *=============================================================*   00004480
                                                                        00004490
      *=============================================================*   00004500
       1100-CONFERIR-LOTE                                   SECTION.    00004510
                                                                        00004520
      *          PRIMEIRA LEITURA: TOTALIZA OS ITENS E CONFERE COM O    00004530
      *          TRAILER. NADA E POSTADO SE O LOTE NAO FECHAR           00004540
                                                                        00004550
            READ LIQCRD.                                                00004560
                                                                        00004570
            IF WRK-FS-LIQCRD NOT EQUAL ZEROS                            00004580
               MOVE 'ARQUIVO DE LIQUIDACAO VAZIO' TO WRK-M-TEXTO        00004590
               WRITE FD-RELCRD2 FROM WRK-LINHA-MSG                      00004600
               MOVE 'N' TO WRK-LOTE-OK                                  00004610
               GO TO 1100-99-FIM                                        00004620
            END-IF.                                                     00004630
                                                                        00004640
            IF FD-LQ-TIPO-REG NOT EQUAL '0'                             00004650
               MOVE 'PRIMEIRO REGISTRO NAO E O HEADER DO LOTE'          00004660
                                                   TO WRK-M-TEXTO       00004670
               WRITE FD-RELCRD2 FROM WRK-LINHA-MSG                      00004680
               MOVE 'N' TO WRK-LOTE-OK                                  00004690
            END-IF.                                                     00004700
                                                                        00004710
            PERFORM 1150-SOMAR-LOTE UNTIL WRK-FS-LIQCRD EQUAL 10.       00004720
                                                                        00004730
            IF WRK-LT-HEADERS NOT EQUAL 1                               00004740
               MOVE 'LOTE DEVE TER UM UNICO HEADER' TO WRK-M-TEXTO      00004750
               WRITE FD-RELCRD2 FROM WRK-LINHA-MSG                      00004760
               MOVE 'N' TO WRK-LOTE-OK                                  00004770
            END-IF.                                                     00004780
                                                                        00004790
            IF WRK-LT-TRAILERS NOT EQUAL 1                              00004800
               MOVE 'LOTE DEVE TER UM UNICO TRAILER' TO WRK-M-TEXTO     00004810
               WRITE FD-RELCRD2 FROM WRK-LINHA-MSG                      00004820
               MOVE 'N' TO WRK-LOTE-OK                                  00004830
            END-IF.                                                     00004840
                                                                        00004850
            IF WRK-LT-APOS-TRAILER NOT EQUAL ZEROS                      00004860
               MOVE 'REGISTROS APOS O TRAILER' TO WRK-M-TEXTO           00004870
               WRITE FD-RELCRD2 FROM WRK-LINHA-MSG                      00004880
               MOVE 'N' TO WRK-LOTE-OK                                  00004890
            END-IF.                                                     00004900
                                                                        00004910
            IF WRK-TR-QTDE NOT EQUAL WRK-LT-QTDE                        00004920
               MOVE 'TRAILER DIVERGE NA QUANTIDADE DE ITENS'            00004930
                                                   TO WRK-M-TEXTO       00004940
               WRITE FD-RELCRD2 FROM WRK-LINHA-MSG                      00004950
               MOVE 'N' TO WRK-LOTE-OK                                  00004960
            END-IF.                                                     00004970
                                                                        00004980
            IF WRK-TR-DEBITOS NOT EQUAL WRK-LT-DEBITOS                  00004990
               MOVE 'TRAILER DIVERGE NO TOTAL DE DEBITOS'               00005000
                                                   TO WRK-M-TEXTO       00005010
               WRITE FD-RELCRD2 FROM WRK-LINHA-MSG                      00005020
               MOVE 'N' TO WRK-LOTE-OK                                  00005030
            END-IF.                                                     00005040
                                                                        00005050
            IF WRK-TR-CREDITOS NOT EQUAL WRK-LT-CREDITOS                00005060
               MOVE 'TRAILER DIVERGE NO TOTAL DE CREDITOS'              00005070
                                                   TO WRK-M-TEXTO       00005080
               WRITE FD-RELCRD2 FROM WRK-LINHA-MSG                      00005090
               MOVE 'N' TO WRK-LOTE-OK                                  00005100
            END-IF.                                                     00005110
                                                                        00005120
       1100-99-FIM.                                            EXIT.    00005130
      *=============================================================*   00005140
                                                                        00005150
      *=============================================================*   00005160
       1150-SOMAR-LOTE                                      SECTION.    00005170
                                                                        00005180
           IF WRK-LT-TRAILERS GREATER ZEROS                             00005190
              ADD 1 TO WRK-LT-APOS-TRAILER                              00005200
           END-IF.                                                      00005210
                                                                        00005220
           EVALUATE FD-LQ-TIPO-REG                                      00005230
             WHEN '0'                                                   00005240
                  ADD 1 TO WRK-LT-HEADERS                               00005250
                  MOVE FD-LQ-LOTE     TO WRK-CB-LOTE                    00005260
                  MOVE FD-LQ-DATA-LIQ TO WRK-CB-DATA-LIQ                00005270
                  IF FD-LQ-DATA-LIQ NUMERIC                             00005280
                     MOVE FD-LQ-DATA-LIQ TO WRK-DATA-LOTE               00005290
                  END-IF                                                00005300
             WHEN '1'                                                   00005310
                  ADD 1 TO WRK-LT-QTDE                                  00005320
                  IF FD-LQ-VALOR NUMERIC                                00005330
                     IF FD-LQ-TIPO EQUAL 'C' OR FD-LQ-TIPO EQUAL 'S'    00005340
                        ADD FD-LQ-VALOR TO WRK-LT-DEBITOS               00005350
                     END-IF                                             00005360
                     IF FD-LQ-TIPO EQUAL 'E' OR FD-LQ-TIPO EQUAL 'G'    00005370
                        ADD FD-LQ-VALOR TO WRK-LT-CREDITOS              00005380
                     END-IF                                             00005390
                  END-IF                                                00005400
             WHEN '9'                                                   00005410
                  ADD 1 TO WRK-LT-TRAILERS                              00005420
                  IF FD-LQ-QTDE NUMERIC                                 00005430
                     AND FD-LQ-TOT-DEB NUMERIC                          00005440
                     AND FD-LQ-TOT-CRED NUMERIC                         00005450
                     MOVE FD-LQ-QTDE     TO WRK-TR-QTDE                 00005460
                     MOVE FD-LQ-TOT-DEB  TO WRK-TR-DEBITOS              00005470
                     MOVE FD-LQ-TOT-CRED TO WRK-TR-CREDITOS             00005480
                  ELSE                                                  00005490
                     MOVE 'TRAILER COM TOTAIS NAO NUMERICOS'            00005500
                                                   TO WRK-M-TEXTO       00005510
                     WRITE FD-RELCRD2 FROM WRK-LINHA-MSG                00005520
                     MOVE 'N' TO WRK-LOTE-OK                            00005530
                  END-IF                                                00005540
             WHEN OTHER                                                 00005550
                  MOVE 'TIPO DE REGISTRO INVALIDO NO LOTE'              00005560
                                                   TO WRK-M-TEXTO       00005570
                  WRITE FD-RELCRD2 FROM WRK-LINHA-MSG                   00005580
                  MOVE 'N' TO WRK-LOTE-OK                               00005590
           END-EVALUATE.                                                00005600
                                                                        00005610
           READ LIQCRD.                                                 00005620
                                                                        00005630
       1150-99-FIM.                                            EXIT.    00005640
      *=============================================================*   00005650
                                                                        00005660
      *=============================================================*   00005670
       1900-RECUSAR-LOTE                                    SECTION.    00005680
                                                                        00005690
      *          LOTE FORA DE CONTROLE: CONCILIACAO DO QUE FOI LIDO,    00005700
      *          NENHUM MOVIMENTO GERADO, RETURN-CODE 8 PARA O JCL      00005710
                                                                        00005720
             WRITE FD-RELCRD2 FROM WRK-LINHA-VAZIA.                     00005730
             WRITE FD-RELCRD2 FROM WRK-CABEC5.                          00005740
             WRITE FD-RELCRD2 FROM WRK-CABEC6.                          00005750
                                                                        00005760
             MOVE 'TRAILER DA PROCESSADORA' TO WRK-R-DESCR.             00005770
             MOVE WRK-TR-QTDE               TO WRK-R-QTDE.              00005780
             MOVE WRK-TR-DEBITOS            TO WRK-R-DEBITOS.           00005790
             MOVE WRK-TR-CREDITOS           TO WRK-R-CREDITOS.          00005800
             WRITE FD-RELCRD2 FROM WRK-RESUMO.                          00005810
                                                                        00005820
             MOVE 'ITENS LIDOS NO ARQUIVO' TO WRK-R-DESCR.              00005830
             MOVE WRK-LT-QTDE              TO WRK-R-QTDE.               00005840
             MOVE WRK-LT-DEBITOS           TO WRK-R-DEBITOS.            00005850
             MOVE WRK-LT-CREDITOS          TO WRK-R-CREDITOS.           00005860
             WRITE FD-RELCRD2 FROM WRK-RESUMO.                          00005870
                                                                        00005880
             WRITE FD-RELCRD2 FROM WRK-LINHA-VAZIA.                     00005890
             MOVE 'LOTE RECUSADO - NENHUM ITEM POSTADO' TO WRK-M-TEXTO. 00005900
             WRITE FD-RELCRD2 FROM WRK-LINHA-MSG.                       00005910
                                                                        00005920
             DISPLAY 'LOTE DE CARTAO FORA DE CONTROLE - VERIFICAR'.     00005930
             MOVE 'FR21CRD2'                  TO WRK-PROGRAMA.          00005940
             MOVE '1900'                      TO WRK-SECAO.             00005950
             MOVE 'LOTE CARTAO DIVERGENTE -   ' TO WRK-MENSAGEM.        00005960
             MOVE SPACES                      TO WRK-STATUS.            00005970
             MOVE 'E' TO WRK-SEVERIDADE.                                00005980
             CALL 'GRAVALOG' USING WRK-DADOS.                           00005990
                                                                        00006000
             DISPLAY WRK-MSG-FINAL.                                     00006010
                                                                        00006020
             CLOSE LIQCRD CRDCAD CLIENTES.                              00006030
             CLOSE LQCLIQ MOVCRD RELCRD2.                               00006040
             MOVE 8 TO RETURN-CODE.                                     00006050
             STOP RUN.                                                  00006060
                                                                        00006070
       1900-99-FIM.                                            EXIT.    00006080
      *=============================================================*   00006090
                                                                        00006100
      *=============================================================*   00006110
       2000-PROCESSAR                                       SECTION.    00006120
                                                                        00006130
           IF FD-LQ-TIPO-REG EQUAL '1'                                  00006140
              PERFORM 2100-TRATAR-ITEM                                  00006150
           END-IF.                                                      00006160
                                                                        00006170
           READ LIQCRD.                                                 00006180
                                                                        00006190
       2000-99-FIM.                                            EXIT.    00006200
      *=============================================================*   00006210
                                                                        00006220
      *=============================================================*   00006230
       2100-TRATAR-ITEM                                     SECTION.    00006240
                                                                        00006250
           ADD 1 TO WRK-LIDOS.                                          00006260
           MOVE SPACES TO WRK-MOTIVO.                                   00006270
           MOVE SPACES TO CRD-CHAVE.                                    00006280
           MOVE 'N'    TO WRK-CREDITO WRK-CARTAO-BLOQ.                  00006290
                                                                        00006300
           EVALUATE FD-LQ-TIPO                                          00006310
             WHEN 'C'                                                   00006320
             WHEN 'S'                                                   00006330
                  CONTINUE                                              00006340
             WHEN 'E'                                                   00006350
             WHEN 'G'                                                   00006360
                  MOVE 'S' TO WRK-CREDITO                               00006370
             WHEN OTHER                                                 00006380
                  MOVE 'TIPO INVALIDO (C/S/E/G) ' TO WRK-MOTIVO         00006390
                  GO TO 2100-90-RECUSAR                                 00006400
           END-EVALUATE.                                                00006410
                                                                        00006420
           IF FD-LQ-VALOR NOT NUMERIC OR FD-LQ-VALOR EQUAL ZEROS        00006430
              MOVE 'VALOR INVALIDO          ' TO WRK-MOTIVO             00006440
              MOVE ZEROS TO FD-LQ-VALOR                                 00006450
              GO TO 2100-90-RECUSAR                                     00006460
           END-IF.                                                      00006470
                                                                        00006480
           MOVE FD-LQ-ID-TRANS TO LQC-ID-TRANS.                         00006490
           READ LQCLIQ.                                                 00006500
                                                                        00006510
           IF WRK-FS-LQCLIQ EQUAL ZEROS                                 00006520
              MOVE 'TRANSACAO JA LIQUIDADA  ' TO WRK-MOTIVO             00006530
              GO TO 2100-90-RECUSAR                                     00006540
           END-IF.                                                      00006550
                                                                        00006560
           MOVE FD-LQ-NUMERO TO CRD-NUMERO.                             00006570
           READ CRDCAD.                                                 00006580
                                                                        00006590
           IF WRK-FS-CRDCAD NOT EQUAL ZEROS                             00006600
              MOVE 'CARTAO DESCONHECIDO     ' TO WRK-MOTIVO             00006610
              MOVE SPACES TO CRD-CHAVE                                  00006620
              GO TO 2100-90-RECUSAR                                     00006630
           END-IF.                                                      00006640
                                                                        00006650
           IF CRD-SITUACAO NOT EQUAL 'A'                                00006660
              MOVE 'S' TO WRK-CARTAO-BLOQ                               00006670
           END-IF.                                                      00006680
                                                                        00006690
           MOVE CRD-CHAVE TO CLI-CHAVE.                                 00006700
           READ CLIENTES.                                               00006710
                                                                        00006720
      *          O DEBITO JA FOI AUTORIZADO PELA PROCESSADORA, MAS NAO  00006730
      *          ENTRA EM CARTAO OU CONTA SEM CONDICAO DE DEBITO. O     00006740
      *          CREDITO SO E RECUSADO ONDE O FR21EX04 NAO POSTARIA     00006750
                                                                        00006760
           EVALUATE TRUE                                                00006770
             WHEN WRK-FS-CLIENTES NOT EQUAL ZEROS                       00006780
                  MOVE 'CONTA NAO ENCONTRADA    ' TO WRK-MOTIVO         00006790
             WHEN WRK-CREDITO EQUAL 'N'                                 00006800
              AND CRD-SITUACAO EQUAL 'B'                                00006810
                  MOVE 'CARTAO BLOQUEADO        ' TO WRK-MOTIVO         00006820
             WHEN WRK-CREDITO EQUAL 'N'                                 00006830
              AND CRD-SITUACAO EQUAL 'C'                                00006840
                  MOVE 'CARTAO CANCELADO        ' TO WRK-MOTIVO         00006850
             WHEN CLI-SITUACAO EQUAL 'E' OR CLI-SITUACAO EQUAL 'X'      00006860
                  MOVE 'CONTA ENCERRADA         ' TO WRK-MOTIVO         00006870
             WHEN CLI-SITUACAO EQUAL 'B'                                00006880
                  MOVE 'CONTA BLOQUEADA         ' TO WRK-MOTIVO         00006890
             WHEN CLI-DORMENTE EQUAL 'S'                                00006900
                  MOVE 'CONTA DORMENTE          ' TO WRK-MOTIVO         00006910
             WHEN WRK-CREDITO EQUAL 'N'                                 00006920
              AND CLI-SITUACAO EQUAL 'D'                                00006930
                  MOVE 'CONTA EM COBRANCA       ' TO WRK-MOTIVO         00006940
           END-EVALUATE.                                                00006950
                                                                        00006960
           IF WRK-MOTIVO NOT EQUAL SPACES                               00006970
              GO TO 2100-90-RECUSAR                                     00006980
           END-IF.                                                      00006990
                                                                        00007000
           IF WRK-CREDITO EQUAL 'S'                                     00007010
              PERFORM 2200-CASAR-ORIGINAL                               00007020
              IF WRK-MOTIVO NOT EQUAL SPACES                            00007030
                 GO TO 2100-90-RECUSAR                                  00007040
              END-IF                                                    00007050
           END-IF.                                                      00007060
                                                                        00007070
           PERFORM 2300-POSTAR.                                         00007080
                                                                        00007090
           IF WRK-CARTAO-BLOQ EQUAL 'S'                                 00007100
              ADD 1 TO WRK-CRED-BLOQ                                    00007110
              IF CRD-SITUACAO EQUAL 'B'                                 00007120
                 MOVE 'POSTADO - CARTAO BLOQ.  ' TO WRK-MOTIVO          00007130
              ELSE                                                      00007140
                 MOVE 'POSTADO - CARTAO CANCEL.' TO WRK-MOTIVO          00007150
              END-IF                                                    00007160
              PERFORM 2900-GRAVAR-EXCECAO                               00007170
           END-IF.                                                      00007180
                                                                        00007190
           GO TO 2100-99-FIM.                                           00007200
                                                                        00007210
       2100-90-RECUSAR.                                                 00007220
                                                                        00007230
           ADD 1 TO WRK-REJEITADOS.                                     00007240
           IF WRK-CREDITO EQUAL 'S'                                     00007250
              ADD FD-LQ-VALOR TO WRK-CRED-REJEITADO                     00007260
           ELSE                                                         00007270
              IF FD-LQ-TIPO EQUAL 'C' OR FD-LQ-TIPO EQUAL 'S'           00007280
                 ADD FD-LQ-VALOR TO WRK-DEB-REJEITADO                   00007290
              END-IF                                                    00007300
           END-IF.                                                      00007310
                                                                        00007320
           PERFORM 2900-GRAVAR-EXCECAO.                                 00007330
                                                                        00007340
       2100-99-FIM.                                            EXIT.    00007350
      *=============================================================*   00007360
                                                                        00007370
      *=============================================================*   00007380
       2200-CASAR-ORIGINAL                                  SECTION.    00007390
                                                                        00007400
      *          ESTORNO E CHARGEBACK: A COMPRA OU SAQUE ORIGINAL TEM   00007410
      *          DE ESTAR LIQUIDADO NO MESMO CARTAO E O TOTAL JA        00007420
      *          DEVOLVIDO NAO PODE PASSAR DO VALOR ORIGINAL            00007430
                                                                        00007440
           MOVE FD-LQ-ID-ORIG TO LQC-ID-TRANS.                          00007450
           READ LQCLIQ.                                                 00007460
                                                                        00007470
           EVALUATE TRUE                                                00007480
             WHEN FD-LQ-ID-ORIG EQUAL SPACES                            00007490
               OR WRK-FS-LQCLIQ NOT EQUAL ZEROS                         00007500
                  MOVE 'ORIGINAL NAO LIQUIDADO  ' TO WRK-MOTIVO         00007510
             WHEN LQC-TIPO NOT EQUAL 'C' AND LQC-TIPO NOT EQUAL 'S'     00007520
                  MOVE 'ORIGINAL NAO E DEBITO   ' TO WRK-MOTIVO         00007530
             WHEN LQC-NUMERO NOT EQUAL FD-LQ-NUMERO                     00007540
                  MOVE 'ORIGINAL DE OUTRO CARTAO' TO WRK-MOTIVO         00007550
             WHEN LQC-VALOR-DEVOL + FD-LQ-VALOR GREATER LQC-VALOR       00007560
                  MOVE 'VALOR ACIMA DO ORIGINAL ' TO WRK-MOTIVO         00007570
           END-EVALUATE.                                                00007580
                                                                        00007590
       2200-99-FIM.                                            EXIT.    00007600
      *=============================================================*   00007610
                                                                        00007620
      *=============================================================*   00007630
       2300-POSTAR                                          SECTION.    00007640
                                                                        00007650
           EVALUATE FD-LQ-TIPO                                          00007660
             WHEN 'C'                                                   00007670
                  MOVE 'CMP ' TO WRK-TX-OPERACAO                        00007680
             WHEN 'S'                                                   00007690
                  MOVE 'SAQ ' TO WRK-TX-OPERACAO                        00007700
             WHEN 'E'                                                   00007710
                  MOVE 'EST ' TO WRK-TX-OPERACAO                        00007720
             WHEN 'G'                                                   00007730
                  MOVE 'CBK ' TO WRK-TX-OPERACAO                        00007740
           END-EVALUATE.                                                00007750
           MOVE FD-LQ-ESTABELEC TO WRK-TX-ESTABELEC.                    00007760
                                                                        00007770
           MOVE CRD-CHAVE      TO WRK-MV-CHAVE.                         00007780
           MOVE WRK-TEXTO-CRD  TO WRK-MV-TEXTO.                         00007790
           MOVE FD-LQ-VALOR    TO WRK-MV-VALOR.                         00007800
           MOVE ZEROS          TO WRK-MV-DATA-EFET.                     00007810
                                                                        00007820
           IF WRK-CREDITO EQUAL 'S'                                     00007830
              MOVE 'C' TO WRK-MV-TIPO                                   00007840
              ADD FD-LQ-VALOR TO WRK-CRED-POSTADO                       00007850
           ELSE                                                         00007860
              MOVE 'J' TO WRK-MV-TIPO                                   00007870
              ADD FD-LQ-VALOR TO WRK-DEB-POSTADO                        00007880
           END-IF.                                                      00007890
                                                                        00007900
           WRITE FD-MOVCRD FROM WRK-MOVIMENTO.                          00007910
                                                                        00007920
           IF WRK-FS-MOVCRD NOT EQUAL ZEROS                             00007930
              MOVE 'FR21CRD2'                  TO WRK-PROGRAMA          00007940
              MOVE '2300'                      TO WRK-SECAO             00007950
              MOVE 'ERRO WRITE MOVCRD        ' TO WRK-MENSAGEM          00007960
              MOVE WRK-FS-MOVCRD               TO WRK-STATUS            00007970
              PERFORM 9000-TRATARERROS                                  00007980
           END-IF.                                                      00007990
                                                                        00008000
      *          ACUMULA O DEVOLVIDO NO ORIGINAL (LIDO NA 2200)         00008010
                                                                        00008020
           IF WRK-CREDITO EQUAL 'S'                                     00008030
              ADD FD-LQ-VALOR TO LQC-VALOR-DEVOL                        00008040
              REWRITE REG-LQCLIQ                                        00008050
              IF WRK-FS-LQCLIQ NOT EQUAL ZEROS                          00008060
                 MOVE 'FR21CRD2'                  TO WRK-PROGRAMA       00008070
                 MOVE '2300'                      TO WRK-SECAO          00008080
                 MOVE 'ERRO REWRITE LQCLIQ      ' TO WRK-MENSAGEM       00008090
                 MOVE WRK-FS-LQCLIQ               TO WRK-STATUS         00008100
                 PERFORM 9000-TRATARERROS                               00008110
              END-IF                                                    00008120
           END-IF.                                                      00008130
                                                                        00008140
           INITIALIZE REG-LQCLIQ.                                       00008150
           MOVE FD-LQ-ID-TRANS   TO LQC-ID-TRANS.                       00008160
           MOVE FD-LQ-NUMERO     TO LQC-NUMERO.                         00008170
           MOVE CRD-CHAVE        TO LQC-CHAVE.                          00008180
           MOVE FD-LQ-TIPO       TO LQC-TIPO.                           00008190
           MOVE FD-LQ-VALOR      TO LQC-VALOR.                          00008200
           IF FD-LQ-DATA-TRANS NUMERIC                                  00008210
              MOVE FD-LQ-DATA-TRANS TO LQC-DATA-TRANS                   00008220
           END-IF.                                                      00008230
           IF WRK-DATA-LOTE EQUAL ZEROS                                 00008240
              MOVE WRK-HOJE      TO LQC-DATA-LIQ                        00008250
           ELSE                                                         00008260
              MOVE WRK-DATA-LOTE TO LQC-DATA-LIQ                        00008270
           END-IF.                                                      00008280
           IF WRK-CREDITO EQUAL 'S'                                     00008290
              MOVE FD-LQ-ID-ORIG TO LQC-ID-ORIG                         00008300
           END-IF.                                                      00008310
                                                                        00008320
           WRITE REG-LQCLIQ.                                            00008330
                                                                        00008340
           IF WRK-FS-LQCLIQ NOT EQUAL ZEROS                             00008350
              MOVE 'FR21CRD2'                  TO WRK-PROGRAMA          00008360
              MOVE '2300'                      TO WRK-SECAO             00008370
              MOVE 'ERRO WRITE LQCLIQ        ' TO WRK-MENSAGEM          00008380
              MOVE WRK-FS-LQCLIQ               TO WRK-STATUS            00008390
              PERFORM 9000-TRATARERROS                                  00008400
           END-IF.                                                      00008410
                                                                        00008420
           ADD 1 TO WRK-POSTADOS.                                       00008430
                                                                        00008440
       2300-99-FIM.                                            EXIT.    00008450
      *=============================================================*   00008460
                                                                        00008470
      *=============================================================*   00008480
       2900-GRAVAR-EXCECAO                                  SECTION.    00008490
                                                                        00008500
           MOVE FD-LQ-NUMERO   TO WRK-CARTAO.                           00008510
           MOVE '******'       TO WRK-CT-MEIO.                          00008520
                                                                        00008530
           MOVE FD-LQ-ID-TRANS TO WRK-D-ID-TRANS.                       00008540
           MOVE WRK-CARTAO     TO WRK-D-CARTAO.                         00008550
           MOVE CRD-CHAVE      TO WRK-D-CHAVE.                          00008560
           MOVE FD-LQ-TIPO     TO WRK-D-TIPO.                           00008570
           MOVE FD-LQ-VALOR    TO WRK-D-VALOR.                          00008580
           MOVE WRK-MOTIVO     TO WRK-D-MOTIVO.                         00008590
           WRITE FD-RELCRD2 FROM WRK-DETALHE.                           00008600
                                                                        00008610
       2900-99-FIM.                                            EXIT.    00008620
      *=============================================================*   00008630
                                                                        00008640
      *=============================================================*   00008650
       3000-FINALIZAR                                       SECTION.    00008660
                                                                        00008670
      *          CONCILIACAO: TRAILER = POSTADO + RECUSADO              00008680
                                                                        00008690
             COMPUTE WRK-DIF-QTDE     = WRK-TR-QTDE                     00008700
                                      - WRK-POSTADOS - WRK-REJEITADOS.  00008710
             COMPUTE WRK-DIF-DEBITOS  = WRK-TR-DEBITOS                  00008720
                                      - WRK-DEB-POSTADO                 00008730
                                      - WRK-DEB-REJEITADO.              00008740
             COMPUTE WRK-DIF-CREDITOS = WRK-TR-CREDITOS                 00008750
                                      - WRK-CRED-POSTADO                00008760
                                      - WRK-CRED-REJEITADO.             00008770
                                                                        00008780
             WRITE FD-RELCRD2 FROM WRK-LINHA-VAZIA.                     00008790
             WRITE FD-RELCRD2 FROM WRK-CABEC5.                          00008800
             WRITE FD-RELCRD2 FROM WRK-CABEC6.                          00008810
                                                                        00008820
             MOVE 'TRAILER DA PROCESSADORA' TO WRK-R-DESCR.             00008830
             MOVE WRK-TR-QTDE               TO WRK-R-QTDE.              00008840
             MOVE WRK-TR-DEBITOS            TO WRK-R-DEBITOS.           00008850
             MOVE WRK-TR-CREDITOS           TO WRK-R-CREDITOS.          00008860
             WRITE FD-RELCRD2 FROM WRK-RESUMO.                          00008870
                                                                        00008880
             MOVE 'POSTADOS NA CONTA CORRENTE' TO WRK-R-DESCR.          00008890
             MOVE WRK-POSTADOS                 TO WRK-R-QTDE.           00008900
             MOVE WRK-DEB-POSTADO              TO WRK-R-DEBITOS.        00008910
             MOVE WRK-CRED-POSTADO             TO WRK-R-CREDITOS.       00008920
             WRITE FD-RELCRD2 FROM WRK-RESUMO.                          00008930
                                                                        00008940
             MOVE 'RECUSADOS'         TO WRK-R-DESCR.                   00008950
             MOVE WRK-REJEITADOS      TO WRK-R-QTDE.                    00008960
             MOVE WRK-DEB-REJEITADO   TO WRK-R-DEBITOS.                 00008970
             MOVE WRK-CRED-REJEITADO  TO WRK-R-CREDITOS.                00008980
             WRITE FD-RELCRD2 FROM WRK-RESUMO.                          00008990
                                                                        00009000
             MOVE 'DIFERENCA'         TO WRK-R-DESCR.                   00009010
             MOVE WRK-DIF-QTDE        TO WRK-R-QTDE.                    00009020
             MOVE WRK-DIF-DEBITOS     TO WRK-R-DEBITOS.                 00009030
             MOVE WRK-DIF-CREDITOS    TO WRK-R-CREDITOS.                00009040
             WRITE FD-RELCRD2 FROM WRK-RESUMO.                          00009050
                                                                        00009060
             WRITE FD-RELCRD2 FROM WRK-LINHA-VAZIA.                     00009070
                                                                        00009080
             COMPUTE WRK-VALOR-LIQUIDO = WRK-TR-DEBITOS                 00009090
                                       - WRK-TR-CREDITOS.               00009100
             MOVE 'LIQUIDO DO LOTE (DEB - CRED)' TO WRK-L-DESCR.        00009110
             MOVE WRK-VALOR-LIQUIDO              TO WRK-L-VALOR.        00009120
             WRITE FD-RELCRD2 FROM WRK-LIQUIDO.                         00009130
                                                                        00009140
             COMPUTE WRK-VALOR-LIQUIDO = WRK-DEB-POSTADO                00009150
                                       - WRK-CRED-POSTADO.              00009160
             MOVE 'LIQUIDO POSTADO NAS CONTAS'   TO WRK-L-DESCR.        00009170
             MOVE WRK-VALOR-LIQUIDO              TO WRK-L-VALOR.        00009180
             WRITE FD-RELCRD2 FROM WRK-LIQUIDO.                         00009190
                                                                        00009200
             IF WRK-DIF-QTDE NOT EQUAL ZEROS                            00009210
                OR WRK-DIF-DEBITOS NOT EQUAL ZEROS                      00009220
                OR WRK-DIF-CREDITOS NOT EQUAL ZEROS                     00009230
                MOVE 'CONCILIACAO NAO FECHA - VERIFICAR'                00009240
                                                 TO WRK-M-TEXTO         00009250
                WRITE FD-RELCRD2 FROM WRK-LINHA-MSG                     00009260
             END-IF.                                                    00009270
                                                                        00009280
             DISPLAY 'ITENS LIDOS...........' WRK-LIDOS.                00009290
             DISPLAY 'POSTADOS..............' WRK-POSTADOS.             00009300
             DISPLAY 'RECUSADOS.............' WRK-REJEITADOS.           00009310
             DISPLAY 'CREDITOS EM CARTAO BLQ' WRK-CRED-BLOQ.            00009320
             DISPLAY WRK-MSG-FINAL.                                     00009330
                                                                        00009340
             CLOSE LIQCRD CRDCAD CLIENTES.                              00009350
             CLOSE LQCLIQ MOVCRD RELCRD2.                               00009360
             STOP RUN.                                                  00009370
                                                                        00009380
       3000-99-FIM.                                            EXIT.    00009390
      *=============================================================*   00009400
                                                                        00009410
      *=============================================================*   00009420
       9000-TRATARERROS                                     SECTION.    00009430
                                                                        00009440
             MOVE 'E' TO WRK-SEVERIDADE.                                00009450
             CALL 'GRAVALOG' USING WRK-DADOS.                           00009460
             STOP RUN.                                                  00009470
                                                                        00009480
       9000-99-FIM.                                            EXIT.    00009490
      *=============================================================*   00009500
