      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21EMP1.                                            00000050
                                                                        00000060
      *=============================================================*   00000070
      *   AUTOR....:VICTOR ARANDA                                       00000080
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000090
      *   DATA ....:15/10/2026                                          00000100
      *-------------------------------------------------------------*   00000110
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000120
      *  1.0   15/10/26   VICTOR ARANDA       VERSAO INICIAL            00000130
      *-------------------------------------------------------------*   00000140
      *   OBJETIVO: CONTRATACAO DE EMPRESTIMO PESSOAL. LE OS PEDIDOS    00000150
      *      DO DIA (EMPMOV: CONTA, SEQUENCIA, PRINCIPAL, TAXA          00000160
      *      MENSAL, PRAZO EM MESES E PRIMEIRO VENCIMENTO), CRITICA     00000170
      *      O PEDIDO E A CONTA (EXISTENTE, ATIVA, NAO DORMENTE),       00000180
      *      CALCULA A PRESTACAO PELA TABELA PRICE COM A OPERACAO       00000190
      *      DE JUROS COMPOSTOS DO FR21CALC:                            00000200
      *         PARCELA = P X I X M / (M - P), M = P X (1 + I) ** N     00000210
      *      GRAVA O CONTRATO (EMPMAS) E O CRONOGRAMA DAS PARCELAS      00000220
      *      (EMPPAR: JUROS SOBRE O SALDO, AMORTIZACAO E SALDO APOS;    00000230
      *      A ULTIMA PARCELA ABSORVE O RESIDUO DE ARREDONDAMENTO),     00000240
      *      E LIBERA O PRINCIPAL COMO CREDITO NO LAYOUT DO DEPOSITO    00000250
      *      MOV0106E (MOVEMP) PARA A CADEIA NORMAL DA NOITE.           00000260
      *      CRITICA E CRONOGRAMA NO RELEMP.                            00000270
      *-------------------------------------------------------------*   00000280
      *   ARQUIVOS.....:                                                00000290
      *                                                                 00000300
      *   NAME                I/O                                       00000310
      *   EMPMOV               I   (PEDIDOS DE EMPRESTIMO)              00000320
      *   CLIENTES             I   (KSDS - CLIBOOK)                     00000330
      *   EMPMAS              I-O  (KSDS - EMPBOOK)                     00000340
      *   EMPPAR              I-O  (KSDS - PARCBOOK)                    00000350
      *   MOVEMP               O   (LAYOUT MOV0106E)                    00000360
      *   RELEMP               O   (CRITICA E CRONOGRAMA)               00000370
      *-------------------------------------------------------------*   00000380
      *   MODULOS....:                                                  00000390
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000400
      *   FR21DTA1             DATA DE NEGOCIO DA JANELA (LNKDPRC)      00000410
      *   FR21CALC             MATEMATICA FINANCEIRA (LNKCALC)          00000420
      *=============================================================*   00000430
       ENVIRONMENT                               DIVISION.              00000440
      *=============================================================*   00000450
                                                                        00000460
      *-------------------------------------------------------------*   00000470
       CONFIGURATION                                        SECTION.    00000480
      *-------------------------------------------------------------*   00000490
       SPECIAL-NAMES.                                                   00000500
           DECIMAL-POINT IS COMMA.                                      00000510
                                                                        00000520
                                                                        00000530
       INPUT-OUTPUT                                         SECTION.    00000540
       FILE-CONTROL.                                                    00000550
           SELECT EMPMOV   ASSIGN TO EMPMOV                             00000560
               FILE STATUS  IS WRK-FS-EMPMOV.                           00000570
                                                                        00000580
           SELECT CLIENTES ASSIGN TO CLIENTES                           00000590
               ORGANIZATION  IS INDEXED                                 00000600
               ACCESS MODE   IS RANDOM                                  00000610
               RECORD KEY    IS CLI-CHAVE                               00000620
               FILE STATUS   IS WRK-FS-CLIENTES.                        00000630
                                                                        00000640
           SELECT EMPMAS   ASSIGN TO EMPMAS                             00000650
               ORGANIZATION  IS INDEXED                                 00000660
               ACCESS MODE   IS RANDOM                                  00000670
               RECORD KEY    IS EMP-CHAVE-REG                           00000680
               FILE STATUS   IS WRK-FS-EMPMAS.                          00000690
                                                                        00000700
           SELECT EMPPAR   ASSIGN TO EMPPAR                             00000710
               ORGANIZATION  IS INDEXED                                 00000720
               ACCESS MODE   IS RANDOM                                  00000730
               RECORD KEY    IS EPA-CHAVE-REG                           00000740
               FILE STATUS   IS WRK-FS-EMPPAR.                          00000750
                                                                        00000760
           SELECT MOVEMP   ASSIGN TO MOVEMP                             00000770
               FILE STATUS  IS WRK-FS-MOVEMP.                           00000780
                                                                        00000790
           SELECT RELEMP   ASSIGN TO RELEMP                             00000800
               FILE STATUS  IS WRK-FS-RELEMP.                           00000810
                                                                        00000820
      *=============================================================*   00000830
       DATA                                                DIVISION.    00000840
      *=============================================================*   00000850
       FILE                                                 SECTION.    00000860
      *=============================================================*   00000870
                                                                        00000880
      *-------------------------------------------------------------*   00000890
      *       ARQUIVO DE ENTRADA EMPMOV   LRECL = 40                *   00000900
      *-------------------------------------------------------------*   00000910
       FD EMPMOV                                                        00000920
           RECORDING  MODE IS F                                         00000930
           BLOCK CONTAINS 0 RECORDS.                                    00000940
                                                                        00000950
       01 FD-EMPMOV.                                                    00000960
          05 FD-EM-CHAVE     PIC X(08).                                 00000970
          05 FD-EM-SEQ       PIC 9(03).                                 00000980
          05 FD-EM-PRINCIPAL PIC 9(08).                                 00000990
          05 FD-EM-TAXA      PIC 9(03)V99.                              00001000
          05 FD-EM-PRAZO     PIC 9(03).                                 00001010
          05 FD-EM-PRIM-VENC PIC 9(08).                                 00001020
          05 FILLER          PIC X(05).                                 00001030
                                                                        00001040
      *-------------------------------------------------------------*   00001050
      *       ARQUIVO CLIENTES (KSDS)   LRECL = 73                  *   00001060
      *-------------------------------------------------------------*   00001070
       FD CLIENTES.                                                     00001080
                                                                        00001090
       COPY 'CLIBOOK'.                                                  00001100
                                                                        00001110
      *-------------------------------------------------------------*   00001120
      *       CONTRATOS DE EMPRESTIMO (KSDS)  LRECL = 80            *   00001130
      *-------------------------------------------------------------*   00001140
       FD EMPMAS.                                                       00001150
                                                                        00001160
       COPY 'EMPBOOK'.                                                  00001170
                                                                        00001180
      *-------------------------------------------------------------*   00001190
      *       PARCELAS DOS EMPRESTIMOS (KSDS)  LRECL = 80           *   00001200
      *-------------------------------------------------------------*   00001210
       FD EMPPAR.                                                       00001220
                                                                        00001230
       COPY 'PARCBOOK'.                                                 00001240
                                                                        00001250
      *-------------------------------------------------------------*   00001260
      *       MOVIMENTOS GERADOS (LAYOUT MOV0106E)  LRECL = 55      *   00001270
      *-------------------------------------------------------------*   00001280
       FD MOVEMP                                                        00001290
           RECORDING  MODE IS F                                         00001300
           BLOCK CONTAINS 0 RECORDS.                                    00001310
                                                                        00001320
       01 FD-MOVEMP     PIC X(55).                                      00001330
                                                                        00001340
      *-------------------------------------------------------------*   00001350
      *       ARQUIVO DE SAIDA   RELEMP   LRECL = 80                *   00001360
      *-------------------------------------------------------------*   00001370
       FD RELEMP                                                        00001380
           RECORDING  MODE IS F                                         00001390
           BLOCK CONTAINS 0 RECORDS.                                    00001400
                                                                        00001410
       01 FD-RELEMP     PIC X(80).                                      00001420
                                                                        00001430
      *-------------------------------------------------------------*   00001440
       WORKING-STORAGE                                      SECTION.    00001450
      *-------------------------------------------------------------*   00001460
                                                                        00001470
      *------------------LOG-DE-ERROS-------------------------------*   00001480
                                                                        00001490
       01 WRK-DADOS.                                                    00001500
           05 WRK-PROGRAMA  PIC X(08).                                  00001510
           05 WRK-SECAO     PIC X(04).                                  00001520
           05 WRK-MENSAGEM  PIC X(30).                                  00001530
           05 WRK-STATUS    PIC X(02).                                  00001540
           05 WRK-SEVERIDADE PIC X(01).                                 00001550
           05 FILLER        PIC X(22).                                  00001560
                                                                        00001570
      *--------------------LOGICA-----------------------------------*   00001580
                                                                        00001590
       77 WRK-LIDOS           PIC 9(05) VALUE 0.                        00001600
                                                                        00001610
       77 WRK-CONTRATADOS     PIC 9(05) VALUE 0.                        00001620
                                                                        00001630
       77 WRK-REJEITADOS      PIC 9(05) VALUE 0.                        00001640
                                                                        00001650
       77 WRK-MOTIVO          PIC X(25).                                00001660
                                                                        00001670
       77 WRK-TOT-LIBERADO    PIC 9(10) VALUE 0.                        00001680
                                                                        00001690
       77 WRK-TOT-ED          PIC Z.ZZZ.ZZZ.ZZ9.                        00001700
                                                                        00001710
       77 WRK-PARCELA         PIC 9(08) VALUE 0.                        00001720
                                                                        00001730
       77 WRK-SALDO           PIC 9(08) VALUE 0.                        00001740
                                                                        00001750
       77 WRK-JUROS           PIC 9(08) VALUE 0.                        00001760
                                                                        00001770
       77 WRK-AMORTIZACAO     PIC 9(08) VALUE 0.                        00001780
                                                                        00001790
       77 WRK-MONTANTE        PIC 9(11)V99 VALUE 0.                     00001800
                                                                        00001810
       77 WRK-IND-PARC        PIC 9(03) VALUE 0.                        00001820
                                                                        00001830
       77 WRK-MESES           PIC 9(03) VALUE 0.                        00001840
                                                                        00001850
       77 WRK-MSG-FINAL       PIC X(17) VALUE 'FINAL DE PROGRAMA'.      00001860
                                                                        00001870
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00001880
                                                                        00001890
       77 WRK-HOJE            PIC 9(08) VALUE 0.                        00001900
                                                                        00001910
      *--------------------CALCULO DO VENCIMENTO--------------------*   00001920
                                                                        00001930
       01 WRK-VENC            PIC 9(08) VALUE 0.                        00001940
       01 WRK-VENC-R REDEFINES WRK-VENC.                                00001950
          05 WRK-VC-ANO       PIC 9(04).                                00001960
          05 WRK-VC-MES       PIC 9(02).                                00001970
          05 WRK-VC-DIA       PIC 9(02).                                00001980
                                                                        00001990
       77 WRK-DIA-BASE        PIC 9(02) VALUE 0.                        00002000
       77 WRK-TOT-MESES       PIC 9(05) VALUE 0.                        00002010
       77 WRK-ULT-DIA         PIC 9(02) VALUE 0.                        00002020
       77 WRK-QUOCIENTE       PIC 9(04) VALUE 0.                        00002030
       77 WRK-RESTO-4         PIC 9(03) VALUE 0.                        00002040
       77 WRK-RESTO-100       PIC 9(03) VALUE 0.                        00002050
       77 WRK-RESTO-400       PIC 9(03) VALUE 0.                        00002060
                                                                        00002070
       01 WRK-MESES-VALOR.                                              00002080
          05 FILLER PIC X(24) VALUE '312831303130313130313031'.         00002090
                                                                        00002100
       01 WRK-TAB-MESES REDEFINES WRK-MESES-VALOR.                      00002110
          05 WRK-DIAS-MES    PIC 9(02) OCCURS 12 TIMES.                 00002120
                                                                        00002130
      *-----------MODULO DE MATEMATICA FINANCEIRA-------------------*   00002140
                                                                        00002150
           COPY 'LNKCALC'.                                              00002160
                                                                        00002170
           COPY 'LNKDPRC'.                                              00002180
                                                                        00002190
      *--------------------STATUS-----------------------------------*   00002200
                                                                        00002210
       77 WRK-FS-EMPMOV   PIC 9(02).                                    00002220
                                                                        00002230
       77 WRK-FS-CLIENTES PIC 9(02).                                    00002240
                                                                        00002250
       77 WRK-FS-EMPMAS   PIC 9(02).                                    00002260
                                                                        00002270
       77 WRK-FS-EMPPAR   PIC 9(02).                                    00002280
                                                                        00002290
       77 WRK-FS-MOVEMP   PIC 9(02).                                    00002300
                                                                        00002310
       77 WRK-FS-RELEMP   PIC 9(02).                                    00002320
                                                                        00002330
      *--------------------LAYOUT SAIDA-----------------------------*   00002340
                                                                        00002350
       01 WRK-MOVIMENTO.                                                00002360
          05 WRK-MV-CHAVE       PIC X(08).                              00002370
          05 WRK-MV-TEXTO       PIC X(30).                              00002380
          05 WRK-MV-VALOR       PIC 9(08).                              00002390
          05 WRK-MV-TIPO        PIC X(01).                              00002400
          05 WRK-MV-DATA-EFET   PIC 9(08).                              00002410
                                                                        00002420
      *--------------------LINHAS DO RELATORIO----------------------*   00002430
                                                                        00002440
       01 WRK-CABEC1.                                                   00002450
          05 FILLER   PIC X(44) VALUE                                   00002460
             'CONTRATACAO DE EMPRESTIMO PESSOAL'.                       00002470
          05 FILLER   PIC X(36).                                        00002480
                                                                        00002490
       01 WRK-DETALHE.                                                  00002500
          05 WRK-D-CHAVE     PIC X(08).                                 00002510
          05 FILLER          PIC X(01) VALUE '/'.                       00002520
          05 WRK-D-SEQ       PIC 9(03).                                 00002530
          05 FILLER          PIC X(02).                                 00002540
          05 WRK-D-PRINCIPAL PIC ZZ.ZZZ.ZZ9.                            00002550
          05 FILLER          PIC X(01).                                 00002560
          05 WRK-D-PRAZO     PIC ZZ9.                                   00002570
          05 FILLER          PIC X(01) VALUE 'X'.                       00002580
          05 WRK-D-PARCELA   PIC ZZ.ZZZ.ZZ9.                            00002590
          05 FILLER          PIC X(02).                                 00002600
          05 WRK-D-SITUACAO  PIC X(10).                                 00002610
          05 FILLER          PIC X(02).                                 00002620
          05 WRK-D-CRITICA   PIC X(25).                                 00002630
          05 FILLER          PIC X(02).                                 00002640
                                                                        00002650
       01 WRK-CRONOGRAMA.                                               00002660
          05 FILLER          PIC X(06).                                 00002670
          05 WRK-C-PARCELA   PIC ZZ9.                                   00002680
          05 FILLER          PIC X(02).                                 00002690
          05 WRK-C-VENC      PIC 9(08).                                 00002700
          05 FILLER          PIC X(02).                                 00002710
          05 WRK-C-VALOR     PIC ZZ.ZZZ.ZZ9.                            00002720
          05 FILLER          PIC X(02).                                 00002730
          05 WRK-C-AMORT     PIC ZZ.ZZZ.ZZ9.                            00002740
          05 FILLER          PIC X(02).                                 00002750
          05 WRK-C-JUROS     PIC ZZ.ZZZ.ZZ9.                            00002760
          05 FILLER          PIC X(02).                                 00002770
          05 WRK-C-SALDO     PIC ZZ.ZZZ.ZZ9.                            00002780
          05 FILLER          PIC X(13).                                 00002790
                                                                        00002800
      *=============================================================*   00002810
       PROCEDURE DIVISION.                                              00002820
      *=============================================================*   00002830
                                                                        00002840
      *=============================================================*   00002850
       0000-PRINCIPAL                                       SECTION.    00002860
                                                                        00002870
            PERFORM 1000-INICIAR.                                       00002880
            PERFORM 2000-PROCESSAR UNTIL WRK-FS-EMPMOV EQUAL 10.        00002890
            PERFORM 3000-FINALIZAR.                                     00002900
                                                                        00002910
       0000-99-FIM.                                            EXIT.    00002920
      *=============================================================*   00002930
                                                                        00002940
      *=============================================================*   00002950
       1000-INICIAR                                         SECTION.    00002960
                                                                        00002970
            OPEN INPUT  EMPMOV.                                         00002980
            OPEN INPUT  CLIENTES.                                       00002990
            OPEN I-O    EMPMAS.                                         00003000
            OPEN I-O    EMPPAR.                                         00003010
            OPEN OUTPUT MOVEMP.                                         00003020
            OPEN OUTPUT RELEMP.                                         00003030
                                                                        00003040
            IF WRK-FS-EMPMOV NOT EQUAL ZEROS                            00003050
               MOVE 'FR21EMP1'                  TO WRK-PROGRAMA         00003060
               MOVE '1000'                      TO WRK-SECAO            00003070
               MOVE 'ERRO OPEN PEDIDOS        ' TO WRK-MENSAGEM         00003080
               MOVE WRK-FS-EMPMOV               TO WRK-STATUS           00003090
               PERFORM 9000-TRATARERROS                                 00003100
            END-IF.                                                     00003110
                                                                        00003120
            IF WRK-FS-CLIENTES NOT EQUAL ZEROS                          00003130
               MOVE 'FR21EMP1'                  TO WRK-PROGRAMA         00003140
               MOVE '1000'                      TO WRK-SECAO            00003150
               MOVE 'ERRO OPEN CLIENTES       ' TO WRK-MENSAGEM         00003160
               MOVE WRK-FS-CLIENTES             TO WRK-STATUS           00003170
               PERFORM 9000-TRATARERROS                                 00003180
            END-IF.                                                     00003190
                                                                        00003200
            IF WRK-FS-EMPMAS NOT EQUAL ZEROS                            00003210
               MOVE 'FR21EMP1'                  TO WRK-PROGRAMA         00003220
               MOVE '1000'                      TO WRK-SECAO            00003230
               MOVE 'ERRO OPEN CONTRATOS      ' TO WRK-MENSAGEM         00003240
               MOVE WRK-FS-EMPMAS               TO WRK-STATUS           00003250
               PERFORM 9000-TRATARERROS                                 00003260
            END-IF.                                                     00003270
                                                                        00003280
            IF WRK-FS-EMPPAR NOT EQUAL ZEROS                            00003290
               MOVE 'FR21EMP1'                  TO WRK-PROGRAMA         00003300
               MOVE '1000'                      TO WRK-SECAO            00003310
               MOVE 'ERRO OPEN PARCELAS       ' TO WRK-MENSAGEM         00003320
               MOVE WRK-FS-EMPPAR               TO WRK-STATUS           00003330
               PERFORM 9000-TRATARERROS                                 00003340
            END-IF.                                                     00003350
                                                                        00003360
            MOVE 'FR21EMP1' TO LNK-DP-PROGRAMA.                         00003370
            MOVE ZEROS      TO LNK-DP-DIAS-TOL.                         00003380
            CALL 'FR21DTA1' USING LNK-DPRC.                             00003390
            MOVE LNK-DP-DATA TO WRK-HOJE.                               00003400
                                                                        00003410
            WRITE FD-RELEMP FROM WRK-CABEC1.                            00003420
            WRITE FD-RELEMP FROM WRK-LINHA-VAZIA.                       00003430
                                                                        00003440
            READ EMPMOV.                                                00003450
                                                                        00003460
       1000-99-FIM.                                            EXIT.    00003470
      *=============================================================*   00003480
                                                                        00003490
      *=============================================================*   00003500
       2000-PROCESSAR                                       SECTION.    00003510
                                                                        00003520
           ADD 1 TO WRK-LIDOS.                                          00003530
           MOVE SPACES TO WRK-MOTIVO.                                   00003540
           MOVE ZEROS  TO WRK-PARCELA.                                  00003550
                                                                        00003560
           PERFORM 2100-CRITICAR.                                       00003570
                                                                        00003580
           IF WRK-MOTIVO NOT EQUAL SPACES                               00003590
              PERFORM 2700-REJEITAR                                     00003600
              GO TO 2000-50-LER                                         00003610
           END-IF.                                                      00003620
                                                                        00003630
      *                 PRESTACAO PELA TABELA PRICE                     00003640
                                                                        00003650
           MOVE 'J'             TO LNK-CA-OPERACAO.                     00003660
           MOVE FD-EM-PRINCIPAL TO LNK-CA-OPER1.                        00003670
           MOVE FD-EM-TAXA      TO LNK-CA-OPER2.                        00003680
           MOVE FD-EM-PRAZO     TO LNK-CA-OPER3.                        00003690
           CALL 'FR21CALC' USING LNK-CALC.                              00003700
                                                                        00003710
           IF LNK-CA-STATUS NOT EQUAL '0'                               00003720
              MOVE 'ESTOURO NO CALCULO PRICE' TO WRK-MOTIVO             00003730
              PERFORM 2700-REJEITAR                                     00003740
              GO TO 2000-50-LER                                         00003750
           END-IF.                                                      00003760
                                                                        00003770
           MOVE LNK-CA-RESULTADO TO WRK-MONTANTE.                       00003780
                                                                        00003790
           COMPUTE WRK-PARCELA ROUNDED =                                00003800
              FD-EM-PRINCIPAL * FD-EM-TAXA * WRK-MONTANTE               00003810
              / (100 * (WRK-MONTANTE - FD-EM-PRINCIPAL)).               00003820
                                                                        00003830
      *                 CONTRATO NO CADASTRO                            00003840
                                                                        00003850
           INITIALIZE REG-EMPMAS.                                       00003860
           MOVE FD-EM-CHAVE        TO EMP-CHAVE.                        00003870
           MOVE FD-EM-SEQ          TO EMP-SEQ.                          00003880
           MOVE FD-EM-PRINCIPAL    TO EMP-PRINCIPAL.                    00003890
           MOVE FD-EM-TAXA         TO EMP-TAXA.                         00003900
           MOVE FD-EM-PRAZO        TO EMP-PRAZO.                        00003910
           MOVE WRK-HOJE           TO EMP-DATA-CONTR.                   00003920
           MOVE FD-EM-PRIM-VENC    TO EMP-DATA-PRIM-VENC.               00003930
           MOVE WRK-PARCELA        TO EMP-VALOR-PARCELA.                00003940
           MOVE FD-EM-PRINCIPAL    TO EMP-SALDO-DEVEDOR.                00003950
           MOVE 'A'                TO EMP-SITUACAO.                     00003960
                                                                        00003970
           WRITE REG-EMPMAS.                                            00003980
                                                                        00003990
           IF WRK-FS-EMPMAS NOT EQUAL ZEROS                             00004000
              MOVE 'CONTRATO JA CADASTRADO  ' TO WRK-MOTIVO             00004010
              PERFORM 2700-REJEITAR                                     00004020
              GO TO 2000-50-LER                                         00004030
           END-IF.                                                      00004040
                                                                        00004050
           ADD 1 TO WRK-CONTRATADOS.                                    00004060
           MOVE 'CONTRATADO' TO WRK-D-SITUACAO.                         00004070
           PERFORM 2800-GRAVAR-DETALHE.                                 00004080
                                                                        00004090
      *                 CRONOGRAMA DAS PARCELAS                         00004100
                                                                        00004110
           MOVE FD-EM-PRINCIPAL TO WRK-SALDO.                           00004120
           MOVE FD-EM-PRIM-VENC TO WRK-VENC.                            00004130
           MOVE WRK-VC-DIA      TO WRK-DIA-BASE.                        00004140
                                                                        00004150
           PERFORM 2300-GERAR-PARCELA                                   00004160
              VARYING WRK-IND-PARC FROM 1 BY 1                          00004170
              UNTIL WRK-IND-PARC GREATER FD-EM-PRAZO.                   00004180
                                                                        00004190
           WRITE FD-RELEMP FROM WRK-LINHA-VAZIA.                        00004200
                                                                        00004210
      *                 LIBERACAO DO PRINCIPAL PELA CADEIA NORMAL       00004220
                                                                        00004230
           MOVE FD-EM-CHAVE     TO WRK-MV-CHAVE.                        00004240
           MOVE 'LIBERACAO EMPRESTIMO' TO WRK-MV-TEXTO.                 00004250
           MOVE FD-EM-PRINCIPAL TO WRK-MV-VALOR.                        00004260
           MOVE 'C'             TO WRK-MV-TIPO.                         00004270
           MOVE ZEROS           TO WRK-MV-DATA-EFET.                    00004280
           WRITE FD-MOVEMP FROM WRK-MOVIMENTO.                          00004290
                                                                        00004300
           ADD FD-EM-PRINCIPAL TO WRK-TOT-LIBERADO.                     00004310
                                                                        00004320
       2000-50-LER.                                                     00004330
                                                                        00004340
           READ EMPMOV.                                                 00004350
                                                                        00004360
       2000-99-FIM.                                            EXIT.    00004370
      *=============================================================*   00004380
                                                                        00004390
      *=============================================================*   00004400
       2100-CRITICAR                                        SECTION.    00004410
                                                                        00004420
           EVALUATE TRUE                                                00004430
             WHEN FD-EM-PRINCIPAL NOT NUMERIC                           00004440
               OR FD-EM-PRINCIPAL EQUAL ZEROS                           00004450
                  MOVE 'PRINCIPAL INVALIDO      ' TO WRK-MOTIVO         00004460
             WHEN FD-EM-TAXA NOT NUMERIC                                00004470
               OR FD-EM-TAXA EQUAL ZEROS                                00004480
                  MOVE 'TAXA INVALIDA           ' TO WRK-MOTIVO         00004490
             WHEN FD-EM-PRAZO NOT NUMERIC                               00004500
               OR FD-EM-PRAZO EQUAL ZEROS                               00004510
               OR FD-EM-PRAZO GREATER 360                               00004520
                  MOVE 'PRAZO INVALIDO (1 A 360)' TO WRK-MOTIVO         00004530
             WHEN FD-EM-SEQ NOT NUMERIC                                 00004540
                  MOVE 'SEQUENCIA INVALIDA      ' TO WRK-MOTIVO         00004550
             WHEN FD-EM-PRIM-VENC NOT NUMERIC                           00004560
               OR FD-EM-PRIM-VENC NOT GREATER WRK-HOJE                  00004570
                  MOVE '1O VENCIMENTO INVALIDO  ' TO WRK-MOTIVO         00004580
           END-EVALUATE.                                                00004590
                                                                        00004600
           IF WRK-MOTIVO EQUAL SPACES                                   00004610
              MOVE FD-EM-PRIM-VENC TO WRK-VENC                          00004620
              PERFORM 8100-ULTIMO-DIA                                   00004630
              IF WRK-VC-MES LESS 1 OR WRK-VC-MES GREATER 12             00004640
                 OR WRK-VC-DIA LESS 1 OR WRK-VC-DIA GREATER WRK-ULT-DIA 00004650
                 MOVE '1O VENCIMENTO INVALIDO  ' TO WRK-MOTIVO          00004660
              END-IF                                                    00004670
           END-IF.                                                      00004680
                                                                        00004690
           IF WRK-MOTIVO NOT EQUAL SPACES                               00004700
              GO TO 2100-99-FIM                                         00004710
           END-IF.                                                      00004720
                                                                        00004730
      *                 CONTA: EXISTENTE, ATIVA E NAO DORMENTE          00004740
                                                                        00004750
           MOVE FD-EM-CHAVE TO CLI-CHAVE.                               00004760
           READ CLIENTES.                                               00004770
                                                                        00004780
           EVALUATE TRUE                                                00004790
             WHEN WRK-FS-CLIENTES NOT EQUAL ZEROS                       00004800
                  MOVE 'CONTA NAO ENCONTRADA    ' TO WRK-MOTIVO         00004810
             WHEN CLI-SITUACAO EQUAL 'E' OR CLI-SITUACAO EQUAL 'X'      00004820
                  MOVE 'CONTA ENCERRADA         ' TO WRK-MOTIVO         00004830
             WHEN CLI-SITUACAO EQUAL 'B'                                00004840
                  MOVE 'CONTA BLOQUEADA         ' TO WRK-MOTIVO         00004850
             WHEN CLI-DORMENTE EQUAL 'S'                                00004860
                  MOVE 'CONTA DORMENTE          ' TO WRK-MOTIVO         00004870
           END-EVALUATE.                                                00004880
                                                                        00004890
       2100-99-FIM.                                            EXIT.    00004900
      *=============================================================*   00004910
                                                                        00004920
      *=============================================================*   00004930
       2300-GERAR-PARCELA                                   SECTION.    00004940
                                                                        00004950
      *                 JUROS DO MES SOBRE O SALDO; A ULTIMA PARCELA    00004960
      *                 QUITA O SALDO E ABSORVE O ARREDONDAMENTO        00004970
                                                                        00004980
           COMPUTE WRK-JUROS ROUNDED =                                  00004990
              WRK-SALDO * FD-EM-TAXA / 100.                             00005000
                                                                        00005010
           IF WRK-IND-PARC EQUAL FD-EM-PRAZO                            00005020
              OR WRK-PARCELA - WRK-JUROS GREATER WRK-SALDO              00005030
              MOVE WRK-SALDO TO WRK-AMORTIZACAO                         00005040
           ELSE                                                         00005050
              COMPUTE WRK-AMORTIZACAO = WRK-PARCELA - WRK-JUROS         00005060
           END-IF.                                                      00005070
                                                                        00005080
           SUBTRACT WRK-AMORTIZACAO FROM WRK-SALDO.                     00005090
                                                                        00005100
      *                 VENCIMENTO: MESMO DIA DO PRIMEIRO, N-1 MESES    00005110
      *                 DEPOIS (LIMITADO AO ULTIMO DIA DO MES)          00005120
                                                                        00005130
           COMPUTE WRK-MESES = WRK-IND-PARC - 1.                        00005140
           MOVE FD-EM-PRIM-VENC TO WRK-VENC.                            00005150
           COMPUTE WRK-TOT-MESES = WRK-VC-ANO * 12 + WRK-VC-MES - 1     00005160
                                 + WRK-MESES.                           00005170
           DIVIDE WRK-TOT-MESES BY 12 GIVING WRK-VC-ANO                 00005180
                                 REMAINDER WRK-VC-MES.                  00005190
           ADD 1 TO WRK-VC-MES.                                         00005200
           PERFORM 8100-ULTIMO-DIA.                                     00005210
           IF WRK-DIA-BASE GREATER WRK-ULT-DIA                          00005220
              MOVE WRK-ULT-DIA  TO WRK-VC-DIA                           00005230
           ELSE                                                         00005240
              MOVE WRK-DIA-BASE TO WRK-VC-DIA                           00005250
           END-IF.                                                      00005260
                                                                        00005270
           INITIALIZE REG-EMPPAR.                                       00005280
           MOVE FD-EM-CHAVE     TO EPA-CHAVE.                           00005290
           MOVE FD-EM-SEQ       TO EPA-SEQ.                             00005300
           MOVE WRK-IND-PARC    TO EPA-PARCELA.                         00005310
           MOVE WRK-VENC        TO EPA-DATA-VENC.                       00005320
           COMPUTE EPA-VALOR = WRK-AMORTIZACAO + WRK-JUROS.             00005330
           MOVE WRK-AMORTIZACAO TO EPA-AMORTIZACAO.                     00005340
           MOVE WRK-JUROS       TO EPA-JUROS.                           00005350
           MOVE WRK-SALDO       TO EPA-SALDO-APOS.                      00005360
           MOVE 'A'             TO EPA-SITUACAO.                        00005370
                                                                        00005380
           WRITE REG-EMPPAR.                                            00005390
                                                                        00005400
           IF WRK-FS-EMPPAR NOT EQUAL ZEROS                             00005410
              MOVE 'FR21EMP1'                  TO WRK-PROGRAMA          00005420
              MOVE '2300'                      TO WRK-SECAO             00005430
              MOVE 'ERRO WRITE PARCELAS      ' TO WRK-MENSAGEM          00005440
              MOVE WRK-FS-EMPPAR               TO WRK-STATUS            00005450
              PERFORM 9000-TRATARERROS                                  00005460
           END-IF.                                                      00005470
                                                                        00005480
           MOVE EPA-PARCELA     TO WRK-C-PARCELA.                       00005490
           MOVE EPA-DATA-VENC   TO WRK-C-VENC.                          00005500
           MOVE EPA-VALOR       TO WRK-C-VALOR.                         00005510
           MOVE EPA-AMORTIZACAO TO WRK-C-AMORT.                         00005520
           MOVE EPA-JUROS       TO WRK-C-JUROS.                         00005530
           MOVE EPA-SALDO-APOS  TO WRK-C-SALDO.                         00005540
           WRITE FD-RELEMP FROM WRK-CRONOGRAMA.                         00005550
                                                                        00005560
       2300-99-FIM.                                            EXIT.    00005570
      *=============================================================*   00005580
                                                                        00005590
      *=============================================================*   00005600
       2700-REJEITAR                                        SECTION.    00005610
                                                                        00005620
           ADD 1 TO WRK-REJEITADOS.                                     00005630
           MOVE 'REJEITADO ' TO WRK-D-SITUACAO.                         00005640
           PERFORM 2800-GRAVAR-DETALHE.                                 00005650
                                                                        00005660
       2700-99-FIM.                                            EXIT.    00005670
      *=============================================================*   00005680
                                                                        00005690
      *=============================================================*   00005700
       2800-GRAVAR-DETALHE                                  SECTION.    00005710
                                                                        00005720
           MOVE FD-EM-CHAVE     TO WRK-D-CHAVE.                         00005730
           MOVE FD-EM-SEQ       TO WRK-D-SEQ.                           00005740
           MOVE FD-EM-PRINCIPAL TO WRK-D-PRINCIPAL.                     00005750
           MOVE FD-EM-PRAZO     TO WRK-D-PRAZO.                         00005760
           MOVE WRK-PARCELA     TO WRK-D-PARCELA.                       00005770
           MOVE WRK-MOTIVO      TO WRK-D-CRITICA.                       00005780
           WRITE FD-RELEMP FROM WRK-DETALHE.                            00005790
                                                                        00005800
       2800-99-FIM.                                            EXIT.    00005810
      *=============================================================*   00005820
                                                                        00005830
      *=============================================================*   00005840
       3000-FINALIZAR                                       SECTION.    00005850
                                                                        00005860
             DISPLAY 'PEDIDOS LIDOS.........' WRK-LIDOS.                00005870
             DISPLAY 'CONTRATOS ABERTOS.....' WRK-CONTRATADOS.          00005880
             DISPLAY 'PEDIDOS REJEITADOS....' WRK-REJEITADOS.           00005890
             MOVE WRK-TOT-LIBERADO TO WRK-TOT-ED.                       00005900
             DISPLAY 'PRINCIPAL LIBERADO....' WRK-TOT-ED.               00005910
             DISPLAY WRK-MSG-FINAL.                                     00005920
                                                                        00005930
             CLOSE EMPMOV CLIENTES.                                     00005940
             CLOSE EMPMAS EMPPAR.                                       00005950
             CLOSE MOVEMP RELEMP.                                       00005960
             STOP RUN.                                                  00005970
                                                                        00005980
       3000-99-FIM.                                            EXIT.    00005990
      *=============================================================*   00006000
                                                                        00006010
      *=============================================================*   00006020
       8100-ULTIMO-DIA                                      SECTION.    00006030
                                                                        00006040
      *          ULTIMO DIA DO MES DE WRK-VENC (FEVEREIRO BISSEXTO      00006050
      *          COM 29)                                                00006060
                                                                        00006070
           IF WRK-VC-MES LESS 1 OR WRK-VC-MES GREATER 12                00006080
              MOVE ZEROS TO WRK-ULT-DIA                                 00006090
              GO TO 8100-99-FIM                                         00006100
           END-IF.                                                      00006110
                                                                        00006120
           MOVE WRK-DIAS-MES(WRK-VC-MES) TO WRK-ULT-DIA.                00006130
                                                                        00006140
           IF WRK-VC-MES EQUAL 2                                        00006150
              DIVIDE WRK-VC-ANO BY 4   GIVING WRK-QUOCIENTE             00006160
                                       REMAINDER WRK-RESTO-4            00006170
              DIVIDE WRK-VC-ANO BY 100 GIVING WRK-QUOCIENTE             00006180
                                       REMAINDER WRK-RESTO-100          00006190
              DIVIDE WRK-VC-ANO BY 400 GIVING WRK-QUOCIENTE             00006200
                                       REMAINDER WRK-RESTO-400          00006210
              IF WRK-RESTO-4 EQUAL ZEROS                                00006220
                 AND (WRK-RESTO-100 NOT EQUAL ZEROS                     00006230
                      OR WRK-RESTO-400 EQUAL ZEROS)                     00006240
                 MOVE 29 TO WRK-ULT-DIA                                 00006250
              END-IF                                                    00006260
           END-IF.                                                      00006270
                                                                        00006280
       8100-99-FIM.                                            EXIT.    00006290
      *=============================================================*   00006300
                                                                        00006310
      *=============================================================*   00006320
       9000-TRATARERROS                                     SECTION.    00006330
                                                                        00006340
             MOVE 'E' TO WRK-SEVERIDADE.                                00006350
             CALL 'GRAVALOG' USING WRK-DADOS.                           00006360
             STOP RUN.                                                  00006370
                                                                        00006380
       9000-99-FIM.                                            EXIT.    00006390
      *=============================================================*   00006400
