      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21CRD1.                                            00000050
                                                                        00000060
      *=============================================================*   00000070
      *   AUTOR....:VICTOR ARANDA                                       00000080
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000090
      *   DATA ....:15/10/2026                                          00000100
      *-------------------------------------------------------------*   00000110
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000120
      *  1.0   15/10/26   VICTOR ARANDA       VERSAO INICIAL            00000130
      *-------------------------------------------------------------*   00000140
      *   OBJETIVO: MANUTENCAO DO CADASTRO DE CARTOES DE DEBITO         00000150
      *      (CRDCAD) A PARTIR DAS SOLICITACOES DO DIA (CRDMOV):        00000160
      *      'I' INCLUSAO DO CARTAO EMITIDO PELA PROCESSADORA -         00000170
      *          CONTA CORRENTE EXISTENTE, ATIVA, NAO DORMENTE E        00000180
      *          SEM DEBITOS BLOQUEADOS; VALIDADE NAO VENCIDA;          00000190
      *      'B' BLOQUEIO DE CARTAO ATIVO, MOTIVO P (PERDA), R          00000200
      *          (ROUBO OU FURTO), F (FRAUDE) OU S (SOLICITACAO);       00000210
      *      'D' DESBLOQUEIO - NAO VALE PARA ROUBO NEM FRAUDE;          00000220
      *      'C' CANCELAMENTO (DEFINITIVO), MOTIVO COMO NO              00000230
      *          BLOQUEIO OU E (ENCERRAMENTO DA CONTA).                 00000240
      *      CRITICA NO RELCRD1.                                        00000250
      *-------------------------------------------------------------*   00000260
      *   ARQUIVOS.....:                                                00000270
      *                                                                 00000280
      *   NAME                I/O                                       00000290
      *   CRDMOV               I   (SOLICITACOES DO DIA)                00000300
      *   CLIENTES             I   (KSDS - CLIBOOK)                     00000310
      *   CRDCAD              I-O  (KSDS - CRDBOOK)                     00000320
      *   RELCRD1              O   (CRITICA)                            00000330
      *-------------------------------------------------------------*   00000340
      *   MODULOS....:                                                  00000350
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000360
      *   FR21DTA1             DATA DE NEGOCIO DA JANELA (LNKDPRC)      00000370
      *=============================================================*   00000380
       ENVIRONMENT                               DIVISION.              00000390
      *=============================================================*   00000400
                                                                        00000410
      *-------------------------------------------------------------*   00000420
       CONFIGURATION                                        SECTION.    00000430
      *-------------------------------------------------------------*   00000440
       SPECIAL-NAMES.                                                   00000450
           DECIMAL-POINT IS COMMA.                                      00000460
                                                                        00000470
                                                                        00000480
       INPUT-OUTPUT                                         SECTION.    00000490
       FILE-CONTROL.                                                    00000500
           SELECT CRDMOV   ASSIGN TO CRDMOV                             00000510
               FILE STATUS  IS WRK-FS-CRDMOV.                           00000520
                                                                        00000530
           SELECT CLIENTES ASSIGN TO CLIENTES                           00000540
               ORGANIZATION  IS INDEXED                                 00000550
               ACCESS MODE   IS RANDOM                                  00000560
               RECORD KEY    IS CLI-CHAVE                               00000570
               FILE STATUS   IS WRK-FS-CLIENTES.                        00000580
                                                                        00000590
           SELECT CRDCAD   ASSIGN TO CRDCAD                             00000600
               ORGANIZATION  IS INDEXED                                 00000610
               ACCESS MODE   IS RANDOM                                  00000620
               RECORD KEY    IS CRD-NUMERO                              00000630
               FILE STATUS   IS WRK-FS-CRDCAD.                          00000640
                                                                        00000650
           SELECT RELCRD1  ASSIGN TO RELCRD1                            00000660
               FILE STATUS  IS WRK-FS-RELCRD1.                          00000670
                                                                        00000680
      *=============================================================*   00000690
       DATA                                                DIVISION.    00000700
      *=============================================================*   00000710
       FILE                                                 SECTION.    00000720
      *=============================================================*   00000730
                                                                        00000740
      *-------------------------------------------------------------*   00000750
      *       ARQUIVO DE ENTRADA CRDMOV   LRECL = 80                *   00000760
      *-------------------------------------------------------------*   00000770
       FD CRDMOV                                                        00000780
           RECORDING  MODE IS F                                         00000790
           BLOCK CONTAINS 0 RECORDS.                                    00000800
                                                                        00000810
       01 FD-CRDMOV.                                                    00000820
          05 FD-CM-TIPO      PIC X(01).                                 00000830
          05 FD-CM-NUMERO    PIC X(16).                                 00000840
          05 FD-CM-CHAVE     PIC X(08).                                 00000850
          05 FD-CM-NOME      PIC X(26).                                 00000860
          05 FD-CM-VALIDADE  PIC 9(06).                                 00000870
          05 FD-CM-MOTIVO    PIC X(01).                                 00000880
          05 FILLER          PIC X(22).                                 00000890
                                                                        00000900
      *-------------------------------------------------------------*   00000910
      *       ARQUIVO CLIENTES (KSDS)   LRECL = 73                  *   00000920
      *-------------------------------------------------------------*   00000930
       FD CLIENTES.                                                     00000940
                                                                        00000950
       COPY 'CLIBOOK'.                                                  00000960
                                                                        00000970
      *-------------------------------------------------------------*   00000980
      *       CADASTRO DE CARTOES (KSDS)   LRECL = 80               *   00000990
      *-------------------------------------------------------------*   00001000
       FD CRDCAD.                                                       00001010
                                                                        00001020
       COPY 'CRDBOOK'.                                                  00001030
                                                                        00001040
      *-------------------------------------------------------------*   00001050
      *       ARQUIVO DE SAIDA   RELCRD1  LRECL = 80                *   00001060
      *-------------------------------------------------------------*   00001070
       FD RELCRD1                                                       00001080
           RECORDING  MODE IS F                                         00001090
           BLOCK CONTAINS 0 RECORDS.                                    00001100
                                                                        00001110
       01 FD-RELCRD1    PIC X(80).                                      00001120
                                                                        00001130
      *-------------------------------------------------------------*   00001140
       WORKING-STORAGE                                      SECTION.    00001150
      *-------------------------------------------------------------*   00001160
                                                                        00001170
      *------------------LOG-DE-ERROS-------------------------------*   00001180
                                                                        00001190
       01 WRK-DADOS.                                                    00001200
           05 WRK-PROGRAMA  PIC X(08).                                  00001210
           05 WRK-SECAO     PIC X(04).                                  00001220
           05 WRK-MENSAGEM  PIC X(30).                                  00001230
           05 WRK-STATUS    PIC X(02).                                  00001240
           05 WRK-SEVERIDADE PIC X(01).                                 00001250
           05 FILLER        PIC X(22).                                  00001260
                                                                        00001270
      *--------------------LOGICA-----------------------------------*   00001280
                                                                        00001290
       77 WRK-LIDOS           PIC 9(05) VALUE 0.                        00001300
                                                                        00001310
       77 WRK-INCLUSOES       PIC 9(05) VALUE 0.                        00001320
                                                                        00001330
       77 WRK-BLOQUEIOS       PIC 9(05) VALUE 0.                        00001340
                                                                        00001350
       77 WRK-DESBLOQUEIOS    PIC 9(05) VALUE 0.                        00001360
                                                                        00001370
       77 WRK-CANCELAMENTOS   PIC 9(05) VALUE 0.                        00001380
                                                                        00001390
       77 WRK-REJEITADOS      PIC 9(05) VALUE 0.                        00001400
                                                                        00001410
       77 WRK-MOTIVO          PIC X(25).                                00001420
                                                                        00001430
       77 WRK-MSG-FINAL       PIC X(17) VALUE 'FINAL DE PROGRAMA'.      00001440
                                                                        00001450
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00001460
                                                                        00001470
       01 WRK-DATA-HOJE.                                                00001480
          05 WRK-HOJE         PIC 9(08) VALUE 0.                        00001490
          05 WRK-HOJE-R       REDEFINES WRK-HOJE.                       00001500
             10 WRK-HOJE-AAAAMM PIC 9(06).                              00001510
             10 FILLER          PIC 9(02).                              00001520
                                                                        00001530
      *        NUMERO DO CARTAO MASCARADO NO RELATORIO                  00001540
                                                                        00001550
       01 WRK-CARTAO.                                                   00001560
          05 WRK-CT-INICIO    PIC X(06).                                00001570
          05 WRK-CT-MEIO      PIC X(06).                                00001580
          05 WRK-CT-FINAL     PIC X(04).                                00001590
                                                                        00001600
           COPY 'LNKDPRC'.                                              00001610
                                                                        00001620
      *--------------------STATUS-----------------------------------*   00001630
                                                                        00001640
       77 WRK-FS-CRDMOV   PIC 9(02).                                    00001650
                                                                        00001660
       77 WRK-FS-CLIENTES PIC 9(02).                                    00001670
                                                                        00001680
       77 WRK-FS-CRDCAD   PIC 9(02).                                    00001690
                                                                        00001700
       77 WRK-FS-RELCRD1  PIC 9(02).                                    00001710
                                                                        00001720
      *--------------------LINHAS DO RELATORIO----------------------*   00001730
                                                                        00001740
       01 WRK-CABEC1.                                                   00001750
          05 FILLER   PIC X(44) VALUE                                   00001760
             'CARTOES DE DEBITO - MANUTENCAO DO CADASTRO'.              00001770
          05 FILLER   PIC X(10) VALUE 'DATA '.                          00001780
          05 WRK-CB-DATA PIC 9(08).                                     00001790
          05 FILLER   PIC X(18).                                        00001800
                                                                        00001810
       01 WRK-DETALHE.                                                  00001820
          05 WRK-D-TIPO      PIC X(01).                                 00001830
          05 FILLER          PIC X(02).                                 00001840
          05 WRK-D-CARTAO    PIC X(16).                                 00001850
          05 FILLER          PIC X(02).                                 00001860
          05 WRK-D-CHAVE     PIC X(08).                                 00001870
          05 FILLER          PIC X(02).                                 00001880
          05 WRK-D-MOTIVO    PIC X(01).                                 00001890
          05 FILLER          PIC X(02).                                 00001900
          05 WRK-D-SITUACAO  PIC X(10).                                 00001910
          05 FILLER          PIC X(02).                                 00001920
          05 WRK-D-CRITICA   PIC X(25).                                 00001930
          05 FILLER          PIC X(09).                                 00001940
                                                                        00001950
      *=============================================================*   00001960
       PROCEDURE DIVISION.                                              00001970
      *=============================================================*   00001980
                                                                        00001990
      *=============================================================*   00002000
       0000-PRINCIPAL                                       SECTION.    00002010
                                                                        00002020
            PERFORM 1000-INICIAR.                                       00002030
            PERFORM 2000-PROCESSAR UNTIL WRK-FS-CRDMOV EQUAL 10.        00002040
            PERFORM 3000-FINALIZAR.                                     00002050
                                                                        00002060
       0000-99-FIM.                                            EXIT.    00002070
      *=============================================================*   00002080
                                                                        00002090
      *=============================================================*   00002100
       1000-INICIAR                                         SECTION.    00002110
                                                                        00002120
            OPEN INPUT  CRDMOV.                                         00002130
            OPEN INPUT  CLIENTES.                                       00002140
            OPEN I-O    CRDCAD.                                         00002150
            OPEN OUTPUT RELCRD1.                                        00002160
                                                                        00002170
            IF WRK-FS-CRDMOV NOT EQUAL ZEROS                            00002180
               MOVE 'FR21CRD1'                  TO WRK-PROGRAMA         00002190
               MOVE '1000'                      TO WRK-SECAO            00002200
               MOVE 'ERRO OPEN SOLICITACOES   ' TO WRK-MENSAGEM         00002210
               MOVE WRK-FS-CRDMOV               TO WRK-STATUS           00002220
               PERFORM 9000-TRATARERROS                                 00002230
            END-IF.                                                     00002240
                                                                        00002250
            IF WRK-FS-CLIENTES NOT EQUAL ZEROS                          00002260
               MOVE 'FR21CRD1'                  TO WRK-PROGRAMA         00002270
               MOVE '1000'                      TO WRK-SECAO            00002280
               MOVE 'ERRO OPEN CLIENTES       ' TO WRK-MENSAGEM         00002290
               MOVE WRK-FS-CLIENTES             TO WRK-STATUS           00002300
               PERFORM 9000-TRATARERROS                                 00002310
            END-IF.                                                     00002320
                                                                        00002330
            IF WRK-FS-CRDCAD NOT EQUAL ZEROS                            00002340
               MOVE 'FR21CRD1'                  TO WRK-PROGRAMA         00002350
               MOVE '1000'                      TO WRK-SECAO            00002360
               MOVE 'ERRO OPEN CRDCAD         ' TO WRK-MENSAGEM         00002370
               MOVE WRK-FS-CRDCAD               TO WRK-STATUS           00002380
               PERFORM 9000-TRATARERROS                                 00002390
            END-IF.                                                     00002400
                                                                        00002410
            MOVE 'FR21CRD1' TO LNK-DP-PROGRAMA.                         00002420
            MOVE ZEROS      TO LNK-DP-DIAS-TOL.                         00002430
            CALL 'FR21DTA1' USING LNK-DPRC.                             00002440
            MOVE LNK-DP-DATA TO WRK-HOJE.                               00002450
                                                                        00002460
            MOVE WRK-HOJE TO WRK-CB-DATA.                               00002470
            WRITE FD-RELCRD1 FROM WRK-CABEC1.                           00002480
            WRITE FD-RELCRD1 FROM WRK-LINHA-VAZIA.                      00002490
                                                                        00002500
            READ CRDMOV.                                                00002510
                                                                        00002520
       1000-99-FIM.                                            EXIT.    00002530
      *=============================================================*   00002540
                                                                        00002550
      *=============================================================*   00002560
       2000-PROCESSAR                                       SECTION.    00002570
                                                                        00002580
           ADD 1 TO WRK-LIDOS.                                          00002590
           MOVE SPACES TO WRK-MOTIVO.                                   00002600
                                                                        00002610
           EVALUATE FD-CM-TIPO                                          00002620
             WHEN 'I'                                                   00002630
                  PERFORM 2100-INCLUIR-CARTAO                           00002640
             WHEN 'B'                                                   00002650
             WHEN 'D'                                                   00002660
             WHEN 'C'                                                   00002670
                  PERFORM 2200-ALTERAR-SITUACAO                         00002680
             WHEN OTHER                                                 00002690
                  MOVE 'TIPO INVALIDO (I/B/D/C) ' TO WRK-MOTIVO         00002700
           END-EVALUATE.                                                00002710
                                                                        00002720
           IF WRK-MOTIVO NOT EQUAL SPACES                               00002730
              ADD 1 TO WRK-REJEITADOS                                   00002740
              MOVE 'REJEITADO ' TO WRK-D-SITUACAO                       00002750
           ELSE                                                         00002760
              MOVE 'PROCESSADO' TO WRK-D-SITUACAO                       00002770
           END-IF.                                                      00002780
                                                                        00002790
           MOVE FD-CM-NUMERO  TO WRK-CARTAO.                            00002800
           MOVE '******'      TO WRK-CT-MEIO.                           00002810
                                                                        00002820
           MOVE FD-CM-TIPO    TO WRK-D-TIPO.                            00002830
           MOVE WRK-CARTAO    TO WRK-D-CARTAO.                          00002840
           MOVE FD-CM-CHAVE   TO WRK-D-CHAVE.                           00002850
           MOVE FD-CM-MOTIVO  TO WRK-D-MOTIVO.                          00002860
           MOVE WRK-MOTIVO    TO WRK-D-CRITICA.                         00002870
           WRITE FD-RELCRD1 FROM WRK-DETALHE.                           00002880
                                                                        00002890
           READ CRDMOV.                                                 00002900
                                                                        00002910
       2000-99-FIM.                                            EXIT.    00002920
      *=============================================================*   00002930
                                                                        00002940
      *=============================================================*   00002950
       2100-INCLUIR-CARTAO                                  SECTION.    00002960
                                                                        00002970
      *          CARTAO NOVO, SO PARA CONTA CORRENTE EM CONDICOES DE    00002980
      *          MOVIMENTAR A DEBITO (A POUPANCA NAO TEM CARTAO)        00002990
                                                                        00003000
           IF FD-CM-NUMERO NOT NUMERIC                                  00003010
              MOVE 'NUMERO DO CARTAO INVALIDO' TO WRK-MOTIVO            00003020
              GO TO 2100-99-FIM                                         00003030
           END-IF.                                                      00003040
                                                                        00003050
           IF FD-CM-VALIDADE NOT NUMERIC                                00003060
              OR FD-CM-VALIDADE LESS WRK-HOJE-AAAAMM                    00003070
              MOVE 'VALIDADE INVALIDA       ' TO WRK-MOTIVO             00003080
              GO TO 2100-99-FIM                                         00003090
           END-IF.                                                      00003100
                                                                        00003110
           MOVE FD-CM-NUMERO TO CRD-NUMERO.                             00003120
           READ CRDCAD.                                                 00003130
                                                                        00003140
           IF WRK-FS-CRDCAD EQUAL ZEROS                                 00003150
              MOVE 'CARTAO JA CADASTRADO    ' TO WRK-MOTIVO             00003160
              GO TO 2100-99-FIM                                         00003170
           END-IF.                                                      00003180
                                                                        00003190
           MOVE FD-CM-CHAVE TO CLI-CHAVE.                               00003200
           READ CLIENTES.                                               00003210
                                                                        00003220
           EVALUATE TRUE                                                00003230
             WHEN WRK-FS-CLIENTES NOT EQUAL ZEROS                       00003240
                  MOVE 'CONTA NAO ENCONTRADA    ' TO WRK-MOTIVO         00003250
             WHEN CLI-PRODUTO EQUAL 'P'                                 00003260
                  MOVE 'CONTA POUPANCA          ' TO WRK-MOTIVO         00003270
             WHEN CLI-SITUACAO EQUAL 'E' OR CLI-SITUACAO EQUAL 'X'      00003280
                  MOVE 'CONTA ENCERRADA         ' TO WRK-MOTIVO         00003290
             WHEN CLI-SITUACAO EQUAL 'B'                                00003300
                  MOVE 'CONTA BLOQUEADA         ' TO WRK-MOTIVO         00003310
             WHEN CLI-SITUACAO EQUAL 'D'                                00003320
                  MOVE 'CONTA EM COBRANCA       ' TO WRK-MOTIVO         00003330
             WHEN CLI-DORMENTE EQUAL 'S'                                00003340
                  MOVE 'CONTA DORMENTE          ' TO WRK-MOTIVO         00003350
           END-EVALUATE.                                                00003360
                                                                        00003370
           IF WRK-MOTIVO NOT EQUAL SPACES                               00003380
              GO TO 2100-99-FIM                                         00003390
           END-IF.                                                      00003400
                                                                        00003410
           INITIALIZE REG-CRDCAD.                                       00003420
           MOVE FD-CM-NUMERO   TO CRD-NUMERO.                           00003430
           MOVE FD-CM-CHAVE    TO CRD-CHAVE.                            00003440
           IF FD-CM-NOME EQUAL SPACES                                   00003450
              MOVE CLI-NOME    TO CRD-NOME                              00003460
           ELSE                                                         00003470
              MOVE FD-CM-NOME  TO CRD-NOME                              00003480
           END-IF.                                                      00003490
           MOVE FD-CM-VALIDADE TO CRD-VALIDADE.                         00003500
           MOVE 'A'            TO CRD-SITUACAO.                         00003510
           MOVE SPACES         TO CRD-MOTIVO.                           00003520
           MOVE WRK-HOJE       TO CRD-DATA-EMISSAO CRD-DATA-SIT.        00003530
                                                                        00003540
           WRITE REG-CRDCAD.                                            00003550
                                                                        00003560
           IF WRK-FS-CRDCAD NOT EQUAL ZEROS                             00003570
              MOVE 'FR21CRD1'                  TO WRK-PROGRAMA          00003580
              MOVE '2100'                      TO WRK-SECAO             00003590
              MOVE 'ERRO WRITE CRDCAD        ' TO WRK-MENSAGEM          00003600
              MOVE WRK-FS-CRDCAD               TO WRK-STATUS            00003610
              PERFORM 9000-TRATARERROS                                  00003620
           END-IF.                                                      00003630
                                                                        00003640
           ADD 1 TO WRK-INCLUSOES.                                      00003650
                                                                        00003660
       2100-99-FIM.                                            EXIT.    00003670
      *=============================================================*   00003680
                                                                        00003690
      *=============================================================*   00003700
       2200-ALTERAR-SITUACAO                                SECTION.    00003710
                                                                        00003720
      *          BLOQUEIO: SO CARTAO ATIVO; DESBLOQUEIO: SO CARTAO      00003730
      *          BLOQUEADO POR PERDA OU SOLICITACAO; CANCELAMENTO:      00003740
      *          QUALQUER CARTAO AINDA NAO CANCELADO                    00003750
                                                                        00003760
           MOVE FD-CM-NUMERO TO CRD-NUMERO.                             00003770
           READ CRDCAD.                                                 00003780
                                                                        00003790
           IF WRK-FS-CRDCAD NOT EQUAL ZEROS                             00003800
              MOVE 'CARTAO NAO CADASTRADO   ' TO WRK-MOTIVO             00003810
              GO TO 2200-99-FIM                                         00003820
           END-IF.                                                      00003830
                                                                        00003840
           IF FD-CM-CHAVE NOT EQUAL SPACES                              00003850
              AND FD-CM-CHAVE NOT EQUAL CRD-CHAVE                       00003860
              MOVE 'CARTAO DE OUTRA CONTA   ' TO WRK-MOTIVO             00003870
              GO TO 2200-99-FIM                                         00003880
           END-IF.                                                      00003890
                                                                        00003900
           EVALUATE FD-CM-TIPO                                          00003910
             WHEN 'B'                                                   00003920
                  EVALUATE TRUE                                         00003930
                    WHEN CRD-SITUACAO NOT EQUAL 'A'                     00003940
                         MOVE 'CARTAO NAO ESTA ATIVO   ' TO WRK-MOTIVO  00003950
                    WHEN FD-CM-MOTIVO NOT EQUAL 'P'                     00003960
                     AND FD-CM-MOTIVO NOT EQUAL 'R'                     00003970
                     AND FD-CM-MOTIVO NOT EQUAL 'F'                     00003980
                     AND FD-CM-MOTIVO NOT EQUAL 'S'                     00003990
                         MOVE 'MOTIVO INVALIDO (P/R/F/S' TO WRK-MOTIVO  00004000
                    WHEN OTHER                                          00004010
                         MOVE 'B'          TO CRD-SITUACAO              00004020
                         MOVE FD-CM-MOTIVO TO CRD-MOTIVO                00004030
                         ADD 1 TO WRK-BLOQUEIOS                         00004040
                  END-EVALUATE                                          00004050
             WHEN 'D'                                                   00004060
                  EVALUATE TRUE                                         00004070
                    WHEN CRD-SITUACAO NOT EQUAL 'B'                     00004080
                         MOVE 'CARTAO NAO ESTA BLOQUEADO' TO WRK-MOTIVO 00004090
                    WHEN CRD-MOTIVO EQUAL 'R' OR CRD-MOTIVO EQUAL 'F'   00004100
                         MOVE 'BLOQUEIO DEFINITIVO     ' TO WRK-MOTIVO  00004110
                    WHEN OTHER                                          00004120
                         MOVE 'A'          TO CRD-SITUACAO              00004130
                         MOVE SPACES       TO CRD-MOTIVO                00004140
                         ADD 1 TO WRK-DESBLOQUEIOS                      00004150
                  END-EVALUATE                                          00004160
             WHEN 'C'                                                   00004170
                  EVALUATE TRUE                                         00004180
                    WHEN CRD-SITUACAO EQUAL 'C'                         00004190
                         MOVE 'CARTAO JA CANCELADO     ' TO WRK-MOTIVO  00004200
                    WHEN FD-CM-MOTIVO NOT EQUAL 'P'                     00004210
                     AND FD-CM-MOTIVO NOT EQUAL 'R'                     00004220
                     AND FD-CM-MOTIVO NOT EQUAL 'F'                     00004230
                     AND FD-CM-MOTIVO NOT EQUAL 'S'                     00004240
                     AND FD-CM-MOTIVO NOT EQUAL 'E'                     00004250
                         MOVE 'MOTIVO INVALIDO (PRFSE) ' TO WRK-MOTIVO  00004260
                    WHEN OTHER                                          00004270
                         MOVE 'C'          TO CRD-SITUACAO              00004280
                         MOVE FD-CM-MOTIVO TO CRD-MOTIVO                00004290
                         ADD 1 TO WRK-CANCELAMENTOS                     00004300
                  END-EVALUATE                                          00004310
           END-EVALUATE.                                                00004320
                                                                        00004330
           IF WRK-MOTIVO NOT EQUAL SPACES                               00004340
              GO TO 2200-99-FIM                                         00004350
           END-IF.                                                      00004360
                                                                        00004370
           MOVE WRK-HOJE TO CRD-DATA-SIT.                               00004380
           REWRITE REG-CRDCAD.                                          00004390
                                                                        00004400
           IF WRK-FS-CRDCAD NOT EQUAL ZEROS                             00004410
              MOVE 'FR21CRD1'                  TO WRK-PROGRAMA          00004420
              MOVE '2200'                      TO WRK-SECAO             00004430
              MOVE 'ERRO REWRITE CRDCAD      ' TO WRK-MENSAGEM          00004440
              MOVE WRK-FS-CRDCAD               TO WRK-STATUS            00004450
              PERFORM 9000-TRATARERROS                                  00004460
           END-IF.                                                      00004470
                                                                        00004480
       2200-99-FIM.                                            EXIT.    00004490
      *=============================================================*   00004500
                                                                        00004510
      *=============================================================*   00004520
       3000-FINALIZAR                                       SECTION.    00004530
                                                                        00004540
             DISPLAY 'SOLICITACOES LIDAS....' WRK-LIDOS.                00004550
             DISPLAY 'CARTOES INCLUIDOS.....' WRK-INCLUSOES.            00004560
             DISPLAY 'BLOQUEIOS.............' WRK-BLOQUEIOS.            00004570
             DISPLAY 'DESBLOQUEIOS..........' WRK-DESBLOQUEIOS.         00004580
             DISPLAY 'CANCELAMENTOS.........' WRK-CANCELAMENTOS.        00004590
             DISPLAY 'REJEITADAS............' WRK-REJEITADOS.           00004600
             DISPLAY WRK-MSG-FINAL.                                     00004610
                                                                        00004620
             CLOSE CRDMOV CLIENTES.                                     00004630
             CLOSE CRDCAD RELCRD1.                                      00004640
             STOP RUN.                                                  00004650
                                                                        00004660
       3000-99-FIM.                                            EXIT.    00004670
      *=============================================================*   00004680
                                                                        00004690
      *=============================================================*   00004700
       9000-TRATARERROS                                     SECTION.    00004710
                                                                        00004720
             MOVE 'E' TO WRK-SEVERIDADE.                                00004730
             CALL 'GRAVALOG' USING WRK-DADOS.                           00004740
             STOP RUN.                                                  00004750
                                                                        00004760
       9000-99-FIM.                                            EXIT.    00004770
      *=============================================================*   00004780
