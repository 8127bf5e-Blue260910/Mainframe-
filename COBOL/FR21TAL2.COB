      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21TAL2.                                            00000050
                                                                        00000060
      *=============================================================*   00000070
      *   AUTOR....:VICTOR ARANDA                                       00000080
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000090
      *   DATA ....:15/10/2026                                          00000100
      *-------------------------------------------------------------*   00000110
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000120
      *  1.0   15/10/26   VICTOR ARANDA       VERSAO INICIAL            00000130
      *  1.1   15/10/26   VICTOR ARANDA    CHEQUE DE CONTA EM COBRANCA  00000131
      *                                    COM DEBITOS BLOQUEADOS ('D') 00000132
      *                                    DEVOLVIDO PELO MOTIVO 24     00000133
      *-------------------------------------------------------------*   00000140
      *   OBJETIVO: COMPENSACAO DOS CHEQUES APRESENTADOS (CMPCHQ,       00000150
      *      CLASSIFICADO POR CONTA E FOLHA). CADA CHEQUE E             00000160
      *      CONFERIDO CONTRA O CADASTRO DE TALOES (TALCHQ) E CONTRA    00000170
      *      O DISPONIVEL DA CONTA (SALDO + LIMITE - BLOQUEIOS          00000180
      *      JUDICIAIS ATIVOS - O JA PAGO NESTA EXECUCAO):              00000190
      *      - PAGO: DEBITO TIPO 'J' NO LAYOUT MOV0106E (MOVCHQ) E      00000200
      *        FOLHA 'P' NO TALCHQ;                                     00000210
      *      - DEVOLVIDO (DEVCHQ PARA A CAMARA) PELOS MOTIVOS:          00000220
      *        11 SEM FUNDOS - 1A APRESENTACAO                          00000230
      *        12 SEM FUNDOS - 2A APRESENTACAO                          00000240
      *        13 CONTA ENCERRADA                                       00000250
      *        20/21/28 FOLHA SUSTADA (MOTIVO DA SUSTACAO)              00000260
      *        24 CONTA BLOQUEADA OU DORMENTE                           00000270
      *        35 FOLHA OU CONTA INEXISTENTE NO CADASTRO                00000280
      *        49 REAPRESENTACAO DE CHEQUE PAGO OU DEVOLVIDO EM         00000290
      *           DEFINITIVO                                            00000300
      *      DEVOLUCAO POR MOTIVO DO CORRENTISTA (11, 12, 20, 21 E      00000310
      *      28) COBRA A TARIFA DE DEVOLUCAO (DEBITO 'J').              00000320
      *      DEVOLUCOES 12 E 13 SOMAM NO REGISTRO DE CONTROLE DA        00000330
      *      CONTA; AO ATINGIR O LIMITE A CONTA E INFORMADA AO CCF      00000340
      *      (CCFREM) E BLOQUEADA PARA NOVOS TALOES.                    00000350
      *      RESULTADO DA COMPENSACAO NO RELCHQ.                        00000360
      *-------------------------------------------------------------*   00000370
      *   ARQUIVOS.....:                                                00000380
      *                                                                 00000390
      *   NAME                I/O                                       00000400
      *   CMPCHQ               I   (CHEQUES APRESENTADOS)               00000410
      *   CLIENTES             I   (KSDS - CLIBOOK)                     00000420
      *   BLOQJUD              I   (KSDS - BLQBOOK)                     00000430
      *   TALCHQ              I-O  (KSDS - TALBOOK)                     00000440
      *   MOVCHQ               O   (LAYOUT MOV0106E)                    00000450
      *   DEVCHQ               O   (DEVOLUCOES PARA A CAMARA)           00000460
      *   CCFREM               O   (INCLUSOES NO CCF)                   00000470
      *   RELCHQ               O   (RESULTADO DA COMPENSACAO)           00000480
      *-------------------------------------------------------------*   00000490
      *   MODULOS....:                                                  00000500
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000510
      *   FR21DTA1             DATA DE NEGOCIO DA JANELA (LNKDPRC)      00000520
      *=============================================================*   00000530
       ENVIRONMENT                               DIVISION.              00000540
      *=============================================================*   00000550
                                                                        00000560
      *-------------------------------------------------------------*   00000570
       CONFIGURATION                                        SECTION.    00000580
      *-------------------------------------------------------------*   00000590
       SPECIAL-NAMES.                                                   00000600
           DECIMAL-POINT IS COMMA.                                      00000610
                                                                        00000620
                                                                        00000630
       INPUT-OUTPUT                                         SECTION.    00000640
       FILE-CONTROL.                                                    00000650
           SELECT CMPCHQ   ASSIGN TO CMPCHQ                             00000660
               FILE STATUS  IS WRK-FS-CMPCHQ.                           00000670
                                                                        00000680
           SELECT CLIENTES ASSIGN TO CLIENTES                           00000690
               ORGANIZATION  IS INDEXED                                 00000700
               ACCESS MODE   IS RANDOM                                  00000710
               RECORD KEY    IS CLI-CHAVE                               00000720
               FILE STATUS   IS WRK-FS-CLIENTES.                        00000730
                                                                        00000740
           SELECT BLOQJUD  ASSIGN TO BLOQJUD                            00000750
               ORGANIZATION  IS INDEXED                                 00000760
               ACCESS MODE   IS DYNAMIC                                 00000770
               RECORD KEY    IS BLQ-CHAVE-REG                           00000780
               FILE STATUS   IS WRK-FS-BLOQJUD.                         00000790
                                                                        00000800
           SELECT TALCHQ   ASSIGN TO TALCHQ                             00000810
               ORGANIZATION  IS INDEXED                                 00000820
               ACCESS MODE   IS RANDOM                                  00000830
               RECORD KEY    IS TAL-CHAVE-REG                           00000840
               FILE STATUS   IS WRK-FS-TALCHQ.                          00000850
                                                                        00000860
           SELECT MOVCHQ   ASSIGN TO MOVCHQ                             00000870
               FILE STATUS  IS WRK-FS-MOVCHQ.                           00000880
                                                                        00000890
           SELECT DEVCHQ   ASSIGN TO DEVCHQ                             00000900
               FILE STATUS  IS WRK-FS-DEVCHQ.                           00000910
                                                                        00000920
           SELECT CCFREM   ASSIGN TO CCFREM                             00000930
               FILE STATUS  IS WRK-FS-CCFREM.                           00000940
                                                                        00000950
           SELECT RELCHQ   ASSIGN TO RELCHQ                             00000960
               FILE STATUS  IS WRK-FS-RELCHQ.                           00000970
                                                                        00000980
      *=============================================================*   00000990
       DATA                                                DIVISION.    00001000
      *=============================================================*   00001010
       FILE                                                 SECTION.    00001020
      *=============================================================*   00001030
                                                                        00001040
      *-------------------------------------------------------------*   00001050
      *       CHEQUES APRESENTADOS   LRECL = 40                     *   00001060
      *-------------------------------------------------------------*   00001070
       FD CMPCHQ                                                        00001080
           RECORDING  MODE IS F                                         00001090
           BLOCK CONTAINS 0 RECORDS.                                    00001100
                                                                        00001110
       01 FD-CMPCHQ.                                                    00001120
          05 FD-CP-CHAVE     PIC X(08).                                 00001130
          05 FD-CP-FOLHA     PIC 9(06).                                 00001140
          05 FD-CP-VALOR     PIC 9(08).                                 00001150
          05 FD-CP-BANCO     PIC X(03).                                 00001160
          05 FILLER          PIC X(15).                                 00001170
                                                                        00001180
      *-------------------------------------------------------------*   00001190
      *       ARQUIVO CLIENTES (KSDS)   LRECL = 73                  *   00001200
      *-------------------------------------------------------------*   00001210
       FD CLIENTES.                                                     00001220
                                                                        00001230
       COPY 'CLIBOOK'.                                                  00001240
                                                                        00001250
      *-------------------------------------------------------------*   00001260
      *       BLOQUEIOS JUDICIAIS (KSDS)   LRECL = 56               *   00001270
      *-------------------------------------------------------------*   00001280
       FD BLOQJUD.                                                      00001290
                                                                        00001300
       COPY 'BLQBOOK'.                                                  00001310
                                                                        00001320
      *-------------------------------------------------------------*   00001330
      *       CADASTRO DE TALOES (KSDS)   LRECL = 60                *   00001340
      *-------------------------------------------------------------*   00001350
       FD TALCHQ.                                                       00001360
                                                                        00001370
       COPY 'TALBOOK'.                                                  00001380
                                                                        00001390
      *-------------------------------------------------------------*   00001400
      *       MOVIMENTOS GERADOS (LAYOUT MOV0106E)  LRECL = 55      *   00001410
      *-------------------------------------------------------------*   00001420
       FD MOVCHQ                                                        00001430
           RECORDING  MODE IS F                                         00001440
           BLOCK CONTAINS 0 RECORDS.                                    00001450
                                                                        00001460
       01 FD-MOVCHQ     PIC X(55).                                      00001470
                                                                        00001480
      *-------------------------------------------------------------*   00001490
      *       CHEQUES DEVOLVIDOS PARA A CAMARA   LRECL = 40         *   00001500
      *-------------------------------------------------------------*   00001510
       FD DEVCHQ                                                        00001520
           RECORDING  MODE IS F                                         00001530
           BLOCK CONTAINS 0 RECORDS.                                    00001540
                                                                        00001550
       01 FD-DEVCHQ.                                                    00001560
          05 FD-DV-CHAVE     PIC X(08).                                 00001570
          05 FD-DV-FOLHA     PIC 9(06).                                 00001580
          05 FD-DV-VALOR     PIC 9(08).                                 00001590
          05 FD-DV-BANCO     PIC X(03).                                 00001600
          05 FD-DV-MOTIVO    PIC 9(02).                                 00001610
          05 FD-DV-DATA      PIC 9(08).                                 00001620
          05 FILLER          PIC X(05).                                 00001630
                                                                        00001640
      *-------------------------------------------------------------*   00001650
      *       INCLUSOES NO CCF   LRECL = 60                         *   00001660
      *-------------------------------------------------------------*   00001670
       FD CCFREM                                                        00001680
           RECORDING  MODE IS F                                         00001690
           BLOCK CONTAINS 0 RECORDS.                                    00001700
                                                                        00001710
       01 FD-CCFREM.                                                    00001720
          05 FD-CF-CHAVE     PIC X(08).                                 00001730
          05 FD-CF-NOME      PIC X(30).                                 00001740
          05 FD-CF-DATA      PIC 9(08).                                 00001750
          05 FD-CF-QTD-DEVOL PIC 9(03).                                 00001760
          05 FD-CF-FOLHA     PIC 9(06).                                 00001770
          05 FD-CF-MOTIVO    PIC 9(02).                                 00001780
          05 FILLER          PIC X(03).                                 00001790
                                                                        00001800
      *-------------------------------------------------------------*   00001810
      *       ARQUIVO DE SAIDA   RELCHQ   LRECL = 80                *   00001820
      *-------------------------------------------------------------*   00001830
       FD RELCHQ                                                        00001840
           RECORDING  MODE IS F                                         00001850
           BLOCK CONTAINS 0 RECORDS.                                    00001860
                                                                        00001870
       01 FD-RELCHQ     PIC X(80).                                      00001880
                                                                        00001890
      *-------------------------------------------------------------*   00001900
       WORKING-STORAGE                                      SECTION.    00001910
      *-------------------------------------------------------------*   00001920
                                                                        00001930
      *------------------LOG-DE-ERROS-------------------------------*   00001940
                                                                        00001950
       01 WRK-DADOS.                                                    00001960
           05 WRK-PROGRAMA  PIC X(08).                                  00001970
           05 WRK-SECAO     PIC X(04).                                  00001980
           05 WRK-MENSAGEM  PIC X(30).                                  00001990
           05 WRK-STATUS    PIC X(02).                                  00002000
           05 WRK-SEVERIDADE PIC X(01).                                 00002010
           05 FILLER        PIC X(22).                                  00002020
                                                                        00002030
      *--------------------TARIFA E LIMITE DO CCF-------------------*   00002040
                                                                        00002050
       77 WRK-TARIFA-DEVOL    PIC 9(05) VALUE 00040.                    00002060
                                                                        00002070
       77 WRK-LIMITE-CCF      PIC 9(03) VALUE 002.                      00002080
                                                                        00002090
      *--------------------LOGICA-----------------------------------*   00002100
                                                                        00002110
       77 WRK-LIDOS           PIC 9(05) VALUE 0.                        00002120
                                                                        00002130
       77 WRK-PAGOS           PIC 9(05) VALUE 0.                        00002140
                                                                        00002150
       77 WRK-DEVOLVIDOS      PIC 9(05) VALUE 0.                        00002160
                                                                        00002170
       77 WRK-TARIFADOS       PIC 9(05) VALUE 0.                        00002180
                                                                        00002190
       77 WRK-INCLUSOES-CCF   PIC 9(05) VALUE 0.                        00002200
                                                                        00002210
       77 WRK-TOT-PAGO        PIC 9(10) VALUE 0.                        00002220
                                                                        00002230
       77 WRK-TOT-DEVOLVIDO   PIC 9(10) VALUE 0.                        00002240
                                                                        00002250
       77 WRK-TOT-ED          PIC Z.ZZZ.ZZZ.ZZ9.                        00002260
                                                                        00002270
       77 WRK-MSG-FINAL       PIC X(17) VALUE 'FINAL DE PROGRAMA'.      00002280
                                                                        00002290
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00002300
                                                                        00002310
       77 WRK-HOJE            PIC 9(08) VALUE 0.                        00002320
                                                                        00002330
       77 WRK-MOTIVO-DEV      PIC 9(02) VALUE 0.                        00002340
                                                                        00002350
       77 WRK-INCLUIU-CCF     PIC X(01) VALUE 'N'.                      00002360
                                                                        00002370
      *        SITUACAO DA CONTA SACADA (LIDA UMA VEZ POR CONTA)        00002380
                                                                        00002390
       77 WRK-CONTA-ANT       PIC X(08) VALUE LOW-VALUES.               00002400
                                                                        00002410
       77 WRK-MOTIVO-CONTA    PIC 9(02) VALUE 0.                        00002420
                                                                        00002430
       77 WRK-DISPONIVEL      PIC S9(10) VALUE 0.                       00002440
                                                                        00002450
       77 WRK-BLOQUEADO       PIC 9(10) VALUE 0.                        00002460
                                                                        00002470
           COPY 'LNKDPRC'.                                              00002480
                                                                        00002490
      *--------------------STATUS-----------------------------------*   00002500
                                                                        00002510
       77 WRK-FS-CMPCHQ   PIC 9(02).                                    00002520
                                                                        00002530
       77 WRK-FS-CLIENTES PIC 9(02).                                    00002540
                                                                        00002550
       77 WRK-FS-BLOQJUD  PIC 9(02).                                    00002560
                                                                        00002570
       77 WRK-FS-TALCHQ   PIC 9(02).                                    00002580
                                                                        00002590
       77 WRK-FS-MOVCHQ   PIC 9(02).                                    00002600
                                                                        00002610
       77 WRK-FS-DEVCHQ   PIC 9(02).                                    00002620
                                                                        00002630
       77 WRK-FS-CCFREM   PIC 9(02).                                    00002640
                                                                        00002650
       77 WRK-FS-RELCHQ   PIC 9(02).                                    00002660
                                                                        00002670
      *--------------------LAYOUT SAIDA-----------------------------*   00002680
                                                                        00002690
       01 WRK-MOVIMENTO.                                                00002700
          05 WRK-MV-CHAVE       PIC X(08).                              00002710
          05 WRK-MV-TEXTO       PIC X(30).                              00002720
          05 WRK-MV-VALOR       PIC 9(08).                              00002730
          05 WRK-MV-TIPO        PIC X(01).                              00002740
          05 WRK-MV-DATA-EFET   PIC 9(08).                              00002750
                                                                        00002760
       01 WRK-TEXTO-CHQ.                                                00002770
          05 WRK-TC-DESCR       PIC X(20).                              00002780
          05 WRK-TC-FOLHA       PIC 9(06).                              00002790
          05 FILLER             PIC X(04).                              00002800
                                                                        00002810
      *--------------------LINHAS DO RELATORIO----------------------*   00002820
                                                                        00002830
       01 WRK-CABEC1.                                                   00002840
          05 FILLER   PIC X(44) VALUE                                   00002850
             'COMPENSACAO DE CHEQUES'.                                  00002860
          05 FILLER   PIC X(10) VALUE 'DATA '.                          00002870
          05 WRK-CB-DATA PIC 9(08).                                     00002880
          05 FILLER   PIC X(18).                                        00002890
                                                                        00002900
       01 WRK-DETALHE.                                                  00002910
          05 WRK-D-CHAVE     PIC X(08).                                 00002920
          05 FILLER          PIC X(02).                                 00002930
          05 WRK-D-FOLHA     PIC 9(06).                                 00002940
          05 FILLER          PIC X(02).                                 00002950
          05 WRK-D-VALOR     PIC ZZ.ZZZ.ZZ9.                            00002960
          05 FILLER          PIC X(02).                                 00002970
          05 WRK-D-SITUACAO  PIC X(10).                                 00002980
          05 FILLER          PIC X(02).                                 00002990
          05 WRK-D-MOTIVO    PIC X(02).                                 00003000
          05 FILLER          PIC X(02).                                 00003010
          05 WRK-D-OBS       PIC X(30).                                 00003020
          05 FILLER          PIC X(04).                                 00003030
                                                                        00003040
      *=============================================================*   00003050
       PROCEDURE DIVISION.                                              00003060
      *=============================================================*   00003070
                                                                        00003080
      *=============================================================*   00003090
       0000-PRINCIPAL                                       SECTION.    00003100
                                                                        00003110
            PERFORM 1000-INICIAR.                                       00003120
            PERFORM 2000-PROCESSAR UNTIL WRK-FS-CMPCHQ EQUAL 10.        00003130
            PERFORM 3000-FINALIZAR.                                     00003140
                                                                        00003150
       0000-99-FIM.                                            EXIT.    00003160
      *=============================================================*   00003170
                                                                        00003180
      *=============================================================*   00003190
       1000-INICIAR                                         SECTION.    00003200
                                                                        00003210
            OPEN INPUT  CMPCHQ.                                         00003220
            OPEN INPUT  CLIENTES.                                       00003230
            OPEN INPUT  BLOQJUD.                                        00003240
            OPEN I-O    TALCHQ.                                         00003250
            OPEN OUTPUT MOVCHQ.                                         00003260
            OPEN OUTPUT DEVCHQ.                                         00003270
            OPEN OUTPUT CCFREM.                                         00003280
            OPEN OUTPUT RELCHQ.                                         00003290
                                                                        00003300
            IF WRK-FS-CMPCHQ NOT EQUAL ZEROS                            00003310
               MOVE 'FR21TAL2'                  TO WRK-PROGRAMA         00003320
               MOVE '1000'                      TO WRK-SECAO            00003330
               MOVE 'ERRO OPEN CHEQUES APRES. ' TO WRK-MENSAGEM         00003340
               MOVE WRK-FS-CMPCHQ               TO WRK-STATUS           00003350
               PERFORM 9000-TRATARERROS                                 00003360
            END-IF.                                                     00003370
                                                                        00003380
            IF WRK-FS-CLIENTES NOT EQUAL ZEROS                          00003390
               MOVE 'FR21TAL2'                  TO WRK-PROGRAMA         00003400
               MOVE '1000'                      TO WRK-SECAO            00003410
               MOVE 'ERRO OPEN CLIENTES       ' TO WRK-MENSAGEM         00003420
               MOVE WRK-FS-CLIENTES             TO WRK-STATUS           00003430
               PERFORM 9000-TRATARERROS                                 00003440
            END-IF.                                                     00003450
                                                                        00003460
            IF WRK-FS-BLOQJUD NOT EQUAL ZEROS                           00003470
               MOVE 'FR21TAL2'                  TO WRK-PROGRAMA         00003480
               MOVE '1000'                      TO WRK-SECAO            00003490
               MOVE 'ERRO OPEN BLOQJUD        ' TO WRK-MENSAGEM         00003500
               MOVE WRK-FS-BLOQJUD              TO WRK-STATUS           00003510
               PERFORM 9000-TRATARERROS                                 00003520
            END-IF.                                                     00003530
                                                                        00003540
            IF WRK-FS-TALCHQ NOT EQUAL ZEROS                            00003550
               MOVE 'FR21TAL2'                  TO WRK-PROGRAMA         00003560
               MOVE '1000'                      TO WRK-SECAO            00003570
               MOVE 'ERRO OPEN TALCHQ         ' TO WRK-MENSAGEM         00003580
               MOVE WRK-FS-TALCHQ               TO WRK-STATUS           00003590
               PERFORM 9000-TRATARERROS                                 00003600
            END-IF.                                                     00003610
                                                                        00003620
            MOVE 'FR21TAL2' TO LNK-DP-PROGRAMA.                         00003630
            MOVE ZEROS      TO LNK-DP-DIAS-TOL.                         00003640
            CALL 'FR21DTA1' USING LNK-DPRC.                             00003650
            MOVE LNK-DP-DATA TO WRK-HOJE.                               00003660
                                                                        00003670
            MOVE WRK-HOJE TO WRK-CB-DATA.                               00003680
            WRITE FD-RELCHQ FROM WRK-CABEC1.                            00003690
            WRITE FD-RELCHQ FROM WRK-LINHA-VAZIA.                       00003700
                                                                        00003710
            READ CMPCHQ.                                                00003720
                                                                        00003730
       1000-99-FIM.                                            EXIT.    00003740
      *=============================================================*   00003750
                                                                        00003760
      *=============================================================*   00003770
       2000-PROCESSAR                                       SECTION.    00003780
                                                                        00003790
           ADD 1 TO WRK-LIDOS.                                          00003800
           MOVE ZEROS  TO WRK-MOTIVO-DEV.                               00003810
           MOVE 'N'    TO WRK-INCLUIU-CCF.                              00003820
           MOVE SPACES TO WRK-D-OBS.                                    00003830
                                                                        00003840
           IF FD-CP-VALOR NOT NUMERIC OR FD-CP-VALOR EQUAL ZEROS        00003850
              OR FD-CP-FOLHA NOT NUMERIC OR FD-CP-FOLHA EQUAL ZEROS     00003860
              MOVE 35 TO WRK-MOTIVO-DEV                                 00003870
              MOVE ZEROS TO FD-CP-VALOR                                 00003880
              PERFORM 2500-DEVOLVER                                     00003890
              GO TO 2000-50-LER                                         00003900
           END-IF.                                                      00003910
                                                                        00003920
           IF FD-CP-CHAVE NOT EQUAL WRK-CONTA-ANT                       00003930
              PERFORM 2100-LER-CONTA                                    00003940
           END-IF.                                                      00003950
                                                                        00003960
      *                 CONFERENCIA COM O CADASTRO DE TALOES            00003970
                                                                        00003980
           MOVE FD-CP-CHAVE TO TAL-CHAVE.                               00003990
           MOVE FD-CP-FOLHA TO TAL-FOLHA.                               00004000
           READ TALCHQ.                                                 00004010
                                                                        00004020
           EVALUATE TRUE                                                00004030
             WHEN WRK-FS-TALCHQ NOT EQUAL ZEROS                         00004040
                  MOVE 35 TO WRK-MOTIVO-DEV                             00004050
             WHEN TAL-SITUACAO EQUAL 'P'                                00004060
                  MOVE 49 TO WRK-MOTIVO-DEV                             00004070
             WHEN TAL-SITUACAO EQUAL 'V'                                00004080
              AND TAL-MOTIVO NOT EQUAL 11                               00004090
                  MOVE 49 TO WRK-MOTIVO-DEV                             00004100
             WHEN TAL-SITUACAO EQUAL 'S'                                00004110
                  MOVE TAL-MOTIVO TO WRK-MOTIVO-DEV                     00004120
             WHEN WRK-MOTIVO-CONTA NOT EQUAL ZEROS                      00004130
                  MOVE WRK-MOTIVO-CONTA TO WRK-MOTIVO-DEV               00004140
             WHEN WRK-DISPONIVEL LESS FD-CP-VALOR                       00004150
                  IF TAL-SITUACAO EQUAL 'V'                             00004160
                     MOVE 12 TO WRK-MOTIVO-DEV                          00004170
                  ELSE                                                  00004180
                     MOVE 11 TO WRK-MOTIVO-DEV                          00004190
                  END-IF                                                00004200
           END-EVALUATE.                                                00004210
                                                                        00004220
           IF WRK-MOTIVO-DEV EQUAL ZEROS                                00004230
              PERFORM 2300-PAGAR                                        00004240
           ELSE                                                         00004250
              PERFORM 2500-DEVOLVER                                     00004260
           END-IF.                                                      00004270
                                                                        00004280
       2000-50-LER.                                                     00004290
                                                                        00004300
           READ CMPCHQ.                                                 00004310
                                                                        00004320
       2000-99-FIM.                                            EXIT.    00004330
      *=============================================================*   00004340
                                                                        00004350
      *=============================================================*   00004360
       2100-LER-CONTA                                       SECTION.    00004370
                                                                        00004380
      *          DISPONIVEL DA CONTA SACADA: SALDO MAIS LIMITE MENOS    00004390
      *          BLOQUEIOS JUDICIAIS ATIVOS. O QUE FOR PAGO NESTA       00004400
      *          EXECUCAO E ABATIDO (ENTRADA CLASSIFICADA POR CONTA)    00004410
                                                                        00004420
           MOVE FD-CP-CHAVE TO WRK-CONTA-ANT CLI-CHAVE.                 00004430
           MOVE ZEROS       TO WRK-DISPONIVEL WRK-BLOQUEADO.            00004440
           MOVE ZEROS       TO WRK-MOTIVO-CONTA.                        00004450
                                                                        00004460
           READ CLIENTES.                                               00004470
                                                                        00004480
           EVALUATE TRUE                                                00004490
             WHEN WRK-FS-CLIENTES NOT EQUAL ZEROS                       00004500
                  MOVE 35 TO WRK-MOTIVO-CONTA                           00004510
                  MOVE SPACES TO CLI-NOME                               00004520
             WHEN CLI-SITUACAO EQUAL 'E' OR CLI-SITUACAO EQUAL 'X'      00004530
                  MOVE 13 TO WRK-MOTIVO-CONTA                           00004540
             WHEN CLI-SITUACAO EQUAL 'B' OR CLI-SITUACAO EQUAL 'D'      00004550
               OR CLI-DORMENTE EQUAL 'S'                                00004551
                  MOVE 24 TO WRK-MOTIVO-CONTA                           00004560
           END-EVALUATE.                                                00004570
                                                                        00004580
           IF WRK-MOTIVO-CONTA NOT EQUAL ZEROS                          00004590
              GO TO 2100-99-FIM                                         00004600
           END-IF.                                                      00004610
                                                                        00004620
           MOVE FD-CP-CHAVE TO BLQ-CHAVE.                               00004630
           MOVE ZEROS       TO BLQ-SEQ.                                 00004640
           START BLOQJUD KEY NOT LESS BLQ-CHAVE-REG.                    00004650
                                                                        00004660
           IF WRK-FS-BLOQJUD EQUAL ZEROS                                00004670
              READ BLOQJUD NEXT                                         00004680
              PERFORM UNTIL WRK-FS-BLOQJUD NOT EQUAL ZEROS              00004690
                      OR BLQ-CHAVE NOT EQUAL FD-CP-CHAVE                00004700
                 IF BLQ-SITUACAO EQUAL 'A'                              00004710
                    AND BLQ-DATA-INI NOT GREATER WRK-HOJE               00004720
                    AND (BLQ-DATA-FIM EQUAL ZEROS OR                    00004730
                         BLQ-DATA-FIM NOT LESS WRK-HOJE)                00004740
                    ADD BLQ-VALOR TO WRK-BLOQUEADO                      00004750
                 END-IF                                                 00004760
                 READ BLOQJUD NEXT                                      00004770
              END-PERFORM                                               00004780
           END-IF.                                                      00004790
                                                                        00004800
           COMPUTE WRK-DISPONIVEL = CLI-SALDO + CLI-LIMITE              00004810
                                  - WRK-BLOQUEADO.                      00004820
                                                                        00004830
       2100-99-FIM.                                            EXIT.    00004840
      *=============================================================*   00004850
                                                                        00004860
      *=============================================================*   00004870
       2300-PAGAR                                           SECTION.    00004880
                                                                        00004890
           MOVE FD-CP-CHAVE          TO WRK-MV-CHAVE.                   00004900
           MOVE 'CHEQUE COMPENSADO   ' TO WRK-TC-DESCR.                 00004910
           MOVE FD-CP-FOLHA          TO WRK-TC-FOLHA.                   00004920
           MOVE WRK-TEXTO-CHQ        TO WRK-MV-TEXTO.                   00004930
           MOVE FD-CP-VALOR          TO WRK-MV-VALOR.                   00004940
           MOVE 'J'                  TO WRK-MV-TIPO.                    00004950
           MOVE ZEROS                TO WRK-MV-DATA-EFET.               00004960
           WRITE FD-MOVCHQ FROM WRK-MOVIMENTO.                          00004970
                                                                        00004980
           SUBTRACT FD-CP-VALOR FROM WRK-DISPONIVEL.                    00004990
           ADD FD-CP-VALOR TO WRK-TOT-PAGO.                             00005000
           ADD 1           TO WRK-PAGOS.                                00005010
                                                                        00005020
           MOVE 'P'         TO TAL-SITUACAO.                            00005030
           MOVE ZEROS       TO TAL-MOTIVO.                              00005040
           MOVE WRK-HOJE    TO TAL-DATA-SIT.                            00005050
           MOVE FD-CP-VALOR TO TAL-VALOR.                               00005060
           PERFORM 2700-REGRAVAR-TALCHQ.                                00005070
                                                                        00005080
           MOVE 'PAGO      ' TO WRK-D-SITUACAO.                         00005090
           MOVE SPACES       TO WRK-D-MOTIVO.                           00005100
           PERFORM 2900-GRAVAR-DETALHE.                                 00005110
                                                                        00005120
       2300-99-FIM.                                            EXIT.    00005130
      *=============================================================*   00005140
                                                                        00005150
      *=============================================================*   00005160
       2500-DEVOLVER                                        SECTION.    00005170
                                                                        00005180
           MOVE FD-CP-CHAVE    TO FD-DV-CHAVE.                          00005190
           MOVE FD-CP-FOLHA    TO FD-DV-FOLHA.                          00005200
           MOVE FD-CP-VALOR    TO FD-DV-VALOR.                          00005210
           MOVE FD-CP-BANCO    TO FD-DV-BANCO.                          00005220
           MOVE WRK-MOTIVO-DEV TO FD-DV-MOTIVO.                         00005230
           MOVE WRK-HOJE       TO FD-DV-DATA.                           00005240
           WRITE FD-DEVCHQ.                                             00005250
                                                                        00005260
           ADD 1           TO WRK-DEVOLVIDOS.                           00005270
           ADD FD-CP-VALOR TO WRK-TOT-DEVOLVIDO.                        00005280
                                                                        00005290
      *                 FOLHA DEVOLVIDA POR FUNDOS OU PELA CONTA FICA   00005300
      *                 'V'; SUSTADA, JA PAGA OU INEXISTENTE NAO MUDA   00005310
                                                                        00005320
           IF WRK-MOTIVO-DEV EQUAL 11 OR WRK-MOTIVO-DEV EQUAL 12        00005330
              OR WRK-MOTIVO-DEV EQUAL 13 OR WRK-MOTIVO-DEV EQUAL 24     00005340
              MOVE 'V'            TO TAL-SITUACAO                       00005350
              MOVE WRK-MOTIVO-DEV TO TAL-MOTIVO                         00005360
              MOVE WRK-HOJE       TO TAL-DATA-SIT                       00005370
              MOVE FD-CP-VALOR    TO TAL-VALOR                          00005380
              PERFORM 2700-REGRAVAR-TALCHQ                              00005390
           END-IF.                                                      00005400
                                                                        00005410
      *                 TARIFA DE DEVOLUCAO POR MOTIVO DO CORRENTISTA   00005420
                                                                        00005430
           IF (WRK-MOTIVO-DEV EQUAL 11 OR WRK-MOTIVO-DEV EQUAL 12       00005440
               OR WRK-MOTIVO-DEV EQUAL 20 OR WRK-MOTIVO-DEV EQUAL 21    00005450
               OR WRK-MOTIVO-DEV EQUAL 28)                              00005460
              AND WRK-MOTIVO-CONTA EQUAL ZEROS                          00005470
              MOVE FD-CP-CHAVE            TO WRK-MV-CHAVE               00005480
              MOVE 'TARIFA DEVOL CHEQUE ' TO WRK-TC-DESCR               00005490
              MOVE FD-CP-FOLHA            TO WRK-TC-FOLHA               00005500
              MOVE WRK-TEXTO-CHQ          TO WRK-MV-TEXTO               00005510
              MOVE WRK-TARIFA-DEVOL       TO WRK-MV-VALOR               00005520
              MOVE 'J'                    TO WRK-MV-TIPO                00005530
              MOVE ZEROS                  TO WRK-MV-DATA-EFET           00005540
              WRITE FD-MOVCHQ FROM WRK-MOVIMENTO                        00005550
              ADD 1 TO WRK-TARIFADOS                                    00005560
              MOVE 'TARIFA DE DEVOLUCAO COBRADA' TO WRK-D-OBS           00005570
           END-IF.                                                      00005580
                                                                        00005590
           IF WRK-MOTIVO-DEV EQUAL 12 OR WRK-MOTIVO-DEV EQUAL 13        00005600
              PERFORM 2600-CONTAR-CCF                                   00005610
           END-IF.                                                      00005620
                                                                        00005630
           MOVE 'DEVOLVIDO ' TO WRK-D-SITUACAO.                         00005640
           MOVE WRK-MOTIVO-DEV TO WRK-D-MOTIVO.                         00005650
           PERFORM 2900-GRAVAR-DETALHE.                                 00005660
                                                                        00005670
       2500-99-FIM.                                            EXIT.    00005680
      *=============================================================*   00005690
                                                                        00005700
      *=============================================================*   00005710
       2600-CONTAR-CCF                                      SECTION.    00005720
                                                                        00005730
      *          DEVOLUCAO 12 OU 13 SOMA NO CONTROLE DA CONTA; NO       00005740
      *          LIMITE A CONTA VAI AO CCF E FICA SEM TALAO             00005750
                                                                        00005760
           MOVE FD-CP-CHAVE TO TAL-CHAVE.                               00005770
           MOVE ZEROS       TO TAL-FOLHA.                               00005780
           READ TALCHQ.                                                 00005790
                                                                        00005800
           IF WRK-FS-TALCHQ NOT EQUAL ZEROS                             00005810
              GO TO 2600-99-FIM                                         00005820
           END-IF.                                                      00005830
                                                                        00005840
           ADD 1 TO TAL-QTD-DEVOL.                                      00005850
                                                                        00005860
           IF TAL-QTD-DEVOL NOT LESS WRK-LIMITE-CCF                     00005870
              AND TAL-CCF NOT EQUAL 'S'                                 00005880
              MOVE 'S'      TO TAL-CCF TAL-BLOQ-TALAO                   00005890
              MOVE WRK-HOJE TO TAL-DATA-CCF                             00005900
              MOVE 'S'      TO WRK-INCLUIU-CCF                          00005910
           END-IF.                                                      00005920
                                                                        00005930
           PERFORM 2700-REGRAVAR-TALCHQ.                                00005940
                                                                        00005950
           IF WRK-INCLUIU-CCF EQUAL 'S'                                 00005960
              MOVE FD-CP-CHAVE    TO FD-CF-CHAVE                        00005970
              MOVE CLI-NOME       TO FD-CF-NOME                         00005980
              MOVE WRK-HOJE       TO FD-CF-DATA                         00005990
              MOVE TAL-QTD-DEVOL  TO FD-CF-QTD-DEVOL                    00006000
              MOVE FD-CP-FOLHA    TO FD-CF-FOLHA                        00006010
              MOVE WRK-MOTIVO-DEV TO FD-CF-MOTIVO                       00006020
              WRITE FD-CCFREM                                           00006030
              ADD 1 TO WRK-INCLUSOES-CCF                                00006040
              MOVE 'CONTA INCLUIDA NO CCF' TO WRK-D-OBS                 00006050
           END-IF.                                                      00006060
                                                                        00006070
       2600-99-FIM.                                            EXIT.    00006080
      *=============================================================*   00006090
                                                                        00006100
      *=============================================================*   00006110
       2700-REGRAVAR-TALCHQ                                 SECTION.    00006120
                                                                        00006130
           REWRITE REG-TALCHQ.                                          00006140
                                                                        00006150
           IF WRK-FS-TALCHQ NOT EQUAL ZEROS                             00006160
              MOVE 'FR21TAL2'                  TO WRK-PROGRAMA          00006170
              MOVE '2700'                      TO WRK-SECAO             00006180
              MOVE 'ERRO REWRITE TALCHQ      ' TO WRK-MENSAGEM          00006190
              MOVE WRK-FS-TALCHQ               TO WRK-STATUS            00006200
              PERFORM 9000-TRATARERROS                                  00006210
           END-IF.                                                      00006220
                                                                        00006230
       2700-99-FIM.                                            EXIT.    00006240
      *=============================================================*   00006250
                                                                        00006260
      *=============================================================*   00006270
       2900-GRAVAR-DETALHE                                  SECTION.    00006280
                                                                        00006290
           MOVE FD-CP-CHAVE TO WRK-D-CHAVE.                             00006300
           MOVE FD-CP-FOLHA TO WRK-D-FOLHA.                             00006310
           MOVE FD-CP-VALOR TO WRK-D-VALOR.                             00006320
           WRITE FD-RELCHQ FROM WRK-DETALHE.                            00006330
                                                                        00006340
       2900-99-FIM.                                            EXIT.    00006350
      *=============================================================*   00006360
                                                                        00006370
      *=============================================================*   00006380
       3000-FINALIZAR                                       SECTION.    00006390
                                                                        00006400
             DISPLAY 'CHEQUES APRESENTADOS..' WRK-LIDOS.                00006410
             DISPLAY 'CHEQUES PAGOS.........' WRK-PAGOS.                00006420
             DISPLAY 'CHEQUES DEVOLVIDOS....' WRK-DEVOLVIDOS.           00006430
             DISPLAY 'TARIFAS DE DEVOLUCAO..' WRK-TARIFADOS.            00006440
             DISPLAY 'INCLUSOES NO CCF......' WRK-INCLUSOES-CCF.        00006450
             MOVE WRK-TOT-PAGO      TO WRK-TOT-ED.                      00006460
             DISPLAY 'VALOR PAGO............' WRK-TOT-ED.               00006470
             MOVE WRK-TOT-DEVOLVIDO TO WRK-TOT-ED.                      00006480
             DISPLAY 'VALOR DEVOLVIDO.......' WRK-TOT-ED.               00006490
             DISPLAY WRK-MSG-FINAL.                                     00006500
                                                                        00006510
             CLOSE CMPCHQ CLIENTES BLOQJUD.                             00006520
             CLOSE TALCHQ MOVCHQ.                                       00006530
             CLOSE DEVCHQ CCFREM RELCHQ.                                00006540
             STOP RUN.                                                  00006550
                                                                        00006560
       3000-99-FIM.                                            EXIT.    00006570
      *=============================================================*   00006580
                                                                        00006590
      *=============================================================*   00006600
       9000-TRATARERROS                                     SECTION.    00006610
                                                                        00006620
             MOVE 'E' TO WRK-SEVERIDADE.                                00006630
             CALL 'GRAVALOG' USING WRK-DADOS.                           00006640
             STOP RUN.                                                  00006650
                                                                        00006660
       9000-99-FIM.                                            EXIT.    00006670
      *=============================================================*   00006680
