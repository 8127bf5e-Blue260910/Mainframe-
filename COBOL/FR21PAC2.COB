      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21PAC2.                                            00000050
                                                                        00000060
      *=============================================================*   00000070
      *   AUTOR....:VICTOR ARANDA                                       00000080
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000090
      *   DATA ....:15/10/2026                                          00000100
      *-------------------------------------------------------------*   00000110
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000120
      *  1.0   15/10/26   VICTOR ARANDA       VERSAO INICIAL            00000130
      *-------------------------------------------------------------*   00000140
      *   OBJETIVO: COBRANCA MENSAL DOS PACOTES DE SERVICOS. RODA NO    00000150
      *      PRIMEIRO DIA UTIL DO MES SOBRE A COMPETENCIA ANTERIOR.     00000160
      *      PARA CADA CONTA DO PACCTA CONTA NO HISTORICO CHAVEADO      00000170
      *      (HISTMOV, CONSOLIDACAO DO MOVHIST PELO FR21HIS1) OS        00000180
      *      MOVIMENTOS APLICADOS DA COMPETENCIA POR TIPO E COMPARA     00000190
      *      COM A FRANQUIA DO PACOTE (TABPAC). LANCAMENTOS DO          00000200
      *      PROPRIO BANCO (TARIFAS, JUROS, IOF, IRRF, PARCELAS E       00000210
      *      APLICACOES) NAO CONSOMEM FRANQUIA. COBRA A MENSALIDADE     00000220
      *      E O EXCEDENTE POR USO COMO DEBITOS TIPO 'J' NO LAYOUT      00000230
      *      DO DEPOSITO MOV0106E (MOVPAC), COMO O FR21CES2, E GRAVA    00000240
      *      O DETALHE DAS TARIFAS (TARPAC, EM EXTENSAO) QUE O          00000250
      *      FR21CTB1 CONTABILIZA. CONTA ENCERRADA, BLOQUEADA,          00000260
      *      DORMENTE OU INEXISTENTE NAO E COBRADA NO MES.              00000270
      *      DEPOIS DA COBRANCA EFETIVA A TROCA DE PACOTE AGENDADA      00000280
      *      PELO FR21PAC1 COM VIGENCIA ATE A DATA DE NEGOCIO.          00000290
      *      A COMPETENCIA COBRADA FICA NA CONTA: A REEXECUCAO NAO      00000300
      *      COBRA DE NOVO. DETALHE POR CONTA NO RELPAC E RECEITA       00000310
      *      DE TARIFAS POR PACOTE E AGENCIA NO RESPAC.                 00000320
      *-------------------------------------------------------------*   00000330
      *   ARQUIVOS.....:                                                00000340
      *                                                                 00000350
      *   NAME                I/O                                       00000360
      *   TABPAC               I   (TABELA DE PACOTES - TPABOOK)        00000370
      *   PACCTA              I-O  (KSDS - PACBOOK)                     00000380
      *   CLIENTES             I   (KSDS - CLIBOOK)                     00000390
      *   HISTMOV              I   (KSDS - HISBOOK)                     00000400
      *   MOVPAC               O   (LAYOUT MOV0106E)                    00000410
      *   TARPAC              EXT  (DETALHE DAS TARIFAS P/FR21CTB1)     00000420
      *   RELPAC               O   (COBRANCA POR CONTA)                 00000430
      *   RESPAC               O   (RECEITA POR PACOTE E AGENCIA)       00000440
      *-------------------------------------------------------------*   00000450
      *   MODULOS....:                                                  00000460
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000470
      *   FR21DTA1             DATA DE NEGOCIO DA JANELA (LNKDPRC)      00000480
      *=============================================================*   00000490
       ENVIRONMENT                               DIVISION.              00000500
      *=============================================================*   00000510
                                                                        00000520
      *-------------------------------------------------------------*   00000530
       CONFIGURATION                                        SECTION.    00000540
      *-------------------------------------------------------------*   00000550
       SPECIAL-NAMES.                                                   00000560
           DECIMAL-POINT IS COMMA.                                      00000570
                                                                        00000580
                                                                        00000590
       INPUT-OUTPUT                                         SECTION.    00000600
       FILE-CONTROL.                                                    00000610
           SELECT TABPAC   ASSIGN TO TABPAC                             00000620
               FILE STATUS  IS WRK-FS-TABPAC.                           00000630
                                                                        00000640
           SELECT PACCTA   ASSIGN TO PACCTA                             00000650
               ORGANIZATION  IS INDEXED                                 00000660
               ACCESS MODE   IS SEQUENTIAL                              00000670
               RECORD KEY    IS PAC-CHAVE                               00000680
               FILE STATUS   IS WRK-FS-PACCTA.                          00000690
                                                                        00000700
           SELECT CLIENTES ASSIGN TO CLIENTES                           00000710
               ORGANIZATION  IS INDEXED                                 00000720
               ACCESS MODE   IS RANDOM                                  00000730
               RECORD KEY    IS CLI-CHAVE                               00000740
               FILE STATUS   IS WRK-FS-CLIENTES.                        00000750
                                                                        00000760
           SELECT HISTMOV  ASSIGN TO HISTMOV                            00000770
               ORGANIZATION  IS INDEXED                                 00000780
               ACCESS MODE   IS DYNAMIC                                 00000790
               RECORD KEY    IS HIS-CHAVE-REG                           00000800
               FILE STATUS   IS WRK-FS-HISTMOV.                         00000810
                                                                        00000820
           SELECT MOVPAC   ASSIGN TO MOVPAC                             00000830
               FILE STATUS  IS WRK-FS-MOVPAC.                           00000840
                                                                        00000850
           SELECT TARPAC   ASSIGN TO TARPAC                             00000860
               FILE STATUS  IS WRK-FS-TARPAC.                           00000870
                                                                        00000880
           SELECT RELPAC   ASSIGN TO RELPAC                             00000890
               FILE STATUS  IS WRK-FS-RELPAC.                           00000900
                                                                        00000910
           SELECT RESPAC   ASSIGN TO RESPAC                             00000920
               FILE STATUS  IS WRK-FS-RESPAC.                           00000930
                                                                        00000940
      *=============================================================*   00000950
       DATA                                                DIVISION.    00000960
      *=============================================================*   00000970
       FILE                                                 SECTION.    00000980
      *=============================================================*   00000990
                                                                        00001000
      *-------------------------------------------------------------*   00001010
      *       TABELA DE PACOTES          LRECL = 80                 *   00001020
      *-------------------------------------------------------------*   00001030
       FD TABPAC                                                        00001040
           RECORDING  MODE IS F                                         00001050
           BLOCK CONTAINS 0 RECORDS.                                    00001060
                                                                        00001070
       COPY 'TPABOOK'.                                                  00001080
                                                                        00001090
      *-------------------------------------------------------------*   00001100
      *       PACOTE DE SERVICOS POR CONTA (KSDS)  LRECL = 60       *   00001110
      *-------------------------------------------------------------*   00001120
       FD PACCTA.                                                       00001130
                                                                        00001140
       COPY 'PACBOOK'.                                                  00001150
                                                                        00001160
      *-------------------------------------------------------------*   00001170
      *       ARQUIVO CLIENTES (KSDS)   LRECL = 73                  *   00001180
      *-------------------------------------------------------------*   00001190
       FD CLIENTES.                                                     00001200
                                                                        00001210
       COPY 'CLIBOOK'.                                                  00001220
                                                                        00001230
      *-------------------------------------------------------------*   00001240
      *       HISTORICO CHAVEADO (KSDS)  LRECL = 59                 *   00001250
      *-------------------------------------------------------------*   00001260
       FD HISTMOV.                                                      00001270
                                                                        00001280
       COPY 'HISBOOK'.                                                  00001290
                                                                        00001300
      *-------------------------------------------------------------*   00001310
      *       ARQUIVO DE SAIDA   MOVPAC   LRECL = 55                *   00001320
      *-------------------------------------------------------------*   00001330
       FD MOVPAC                                                        00001340
           RECORDING  MODE IS F                                         00001350
           BLOCK CONTAINS 0 RECORDS.                                    00001360
                                                                        00001370
       01 FD-MOVPAC     PIC X(55).                                      00001380
                                                                        00001390
      *-------------------------------------------------------------*   00001400
      *       DETALHE DAS TARIFAS DE PACOTE  LRECL = 40             *   00001410
      *       TIPO 'M' MENSALIDADE / 'E' EXCEDENTE POR USO          *   00001420
      *-------------------------------------------------------------*   00001430
       FD TARPAC                                                        00001440
           RECORDING  MODE IS F                                         00001450
           BLOCK CONTAINS 0 RECORDS.                                    00001460
                                                                        00001470
       01 FD-TARPAC.                                                    00001480
          05 FD-TP-CHAVE     PIC X(08).                                 00001490
          05 FD-TP-PACOTE    PIC X(02).                                 00001500
          05 FD-TP-TIPO      PIC X(01).                                 00001510
          05 FD-TP-TIPO-MOV  PIC X(01).                                 00001520
          05 FD-TP-QTD       PIC 9(05).                                 00001530
          05 FD-TP-VALOR     PIC 9(08).                                 00001540
          05 FD-TP-DATA      PIC 9(08).                                 00001550
          05 FILLER          PIC X(07).                                 00001560
                                                                        00001570
      *-------------------------------------------------------------*   00001580
      *       ARQUIVO DE SAIDA   RELPAC   LRECL = 80                *   00001590
      *-------------------------------------------------------------*   00001600
       FD RELPAC                                                        00001610
           RECORDING  MODE IS F                                         00001620
           BLOCK CONTAINS 0 RECORDS.                                    00001630
                                                                        00001640
       01 FD-RELPAC     PIC X(80).                                      00001650
                                                                        00001660
      *-------------------------------------------------------------*   00001670
      *       ARQUIVO DE SAIDA   RESPAC   LRECL = 80                *   00001680
      *-------------------------------------------------------------*   00001690
       FD RESPAC                                                        00001700
           RECORDING  MODE IS F                                         00001710
           BLOCK CONTAINS 0 RECORDS.                                    00001720
                                                                        00001730
       01 FD-RESPAC     PIC X(80).                                      00001740
                                                                        00001750
      *-------------------------------------------------------------*   00001760
       WORKING-STORAGE                                      SECTION.    00001770
      *-------------------------------------------------------------*   00001780
                                                                        00001790
      *------------------LOG-DE-ERROS-------------------------------*   00001800
                                                                        00001810
       01 WRK-DADOS.                                                    00001820
           05 WRK-PROGRAMA  PIC X(08).                                  00001830
           05 WRK-SECAO     PIC X(04).                                  00001840
           05 WRK-MENSAGEM  PIC X(30).                                  00001850
           05 WRK-STATUS    PIC X(02).                                  00001860
           05 WRK-SEVERIDADE PIC X(01).                                 00001870
           05 FILLER        PIC X(22).                                  00001880
                                                                        00001890
      *--------------------LOGICA-----------------------------------*   00001900
                                                                        00001910
       77 WRK-LIDOS           PIC 9(07) VALUE 0.                        00001920
                                                                        00001930
       77 WRK-COBRADAS        PIC 9(07) VALUE 0.                        00001940
                                                                        00001950
       77 WRK-NAO-COBRADAS    PIC 9(07) VALUE 0.                        00001960
                                                                        00001970
       77 WRK-JA-COBRADAS     PIC 9(07) VALUE 0.                        00001980
                                                                        00001990
       77 WRK-TROCAS          PIC 9(07) VALUE 0.                        00002000
                                                                        00002010
       77 WRK-GRAVADOS        PIC 9(07) VALUE 0.                        00002020
                                                                        00002030
       77 WRK-MOTIVO          PIC X(25).                                00002040
                                                                        00002050
       77 WRK-FIM-CONTA       PIC X(01).                                00002060
                                                                        00002070
       77 WRK-INTERNO         PIC X(01).                                00002080
                                                                        00002090
       77 WRK-VALOR           PIC 9(08) VALUE 0.                        00002100
                                                                        00002110
       77 WRK-EXCEDENTE       PIC 9(05) VALUE 0.                        00002120
                                                                        00002130
       77 WRK-CTA-MOVS        PIC 9(05) VALUE 0.                        00002140
                                                                        00002150
       77 WRK-CTA-MENSAL      PIC 9(08) VALUE 0.                        00002160
                                                                        00002170
       77 WRK-CTA-EXCED       PIC 9(08) VALUE 0.                        00002180
                                                                        00002190
       77 WRK-TOT-MENSAL      PIC 9(10) VALUE 0.                        00002200
                                                                        00002210
       77 WRK-TOT-EXCED       PIC 9(10) VALUE 0.                        00002220
                                                                        00002230
       77 WRK-AGENCIA-ATU     PIC X(04) VALUE SPACES.                   00002240
                                                                        00002250
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00002260
                                                                        00002270
       77 WRK-MSG-FINAL       PIC X(17) VALUE 'FINAL DE PROGRAMA'.      00002280
                                                                        00002290
      *--------------------DATA DE NEGOCIO E COMPETENCIA-------------*  00002300
                                                                        00002310
       01 WRK-HOJE            PIC 9(08) VALUE 0.                        00002320
       01 WRK-HOJE-R REDEFINES WRK-HOJE.                                00002330
          05 WRK-HOJE-COMPET  PIC 9(06).                                00002340
          05 FILLER           PIC 9(02).                                00002350
                                                                        00002360
       01 WRK-COMPET-COB      PIC 9(06) VALUE 0.                        00002370
       01 WRK-COMPET-COB-R REDEFINES WRK-COMPET-COB.                    00002380
          05 WRK-CC-ANO       PIC 9(04).                                00002390
          05 WRK-CC-MES       PIC 9(02).                                00002400
                                                                        00002410
           COPY 'LNKDPRC'.                                              00002420
                                                                        00002430
      *-----------TABELA DE PACOTES E ACUMULADORES------------------*   00002440
      *       AG = AGENCIA CORRENTE / TG = GERAL                        00002450
                                                                        00002460
       01 WRK-TAB-PACOTES.                                              00002470
          05 WRK-TAB-PC-QTD  PIC 9(02) VALUE 0.                         00002480
          05 WRK-TAB-PC-OCR OCCURS 20 TIMES.                            00002490
             10 WRK-PC-PACOTE    PIC X(02).                             00002500
             10 WRK-PC-DESCRICAO PIC X(20).                             00002510
             10 WRK-PC-MENSAL    PIC 9(08).                             00002520
             10 WRK-PC-FRANQUIA  OCCURS 4 TIMES.                        00002530
                15 WRK-PC-TIPO-MOV  PIC X(01).                          00002540
                15 WRK-PC-QTD-FRANQ PIC 9(03).                          00002550
                15 WRK-PC-TARIFA    PIC 9(06).                          00002560
             10 WRK-PC-AG-CONTAS PIC 9(05).                             00002570
             10 WRK-PC-AG-MENSAL PIC 9(10).                             00002580
             10 WRK-PC-AG-EXCED  PIC 9(10).                             00002590
             10 WRK-PC-TG-CONTAS PIC 9(07).                             00002600
             10 WRK-PC-TG-MENSAL PIC 9(12).                             00002610
             10 WRK-PC-TG-EXCED  PIC 9(12).                             00002620
                                                                        00002630
       77 WRK-IND-PC          PIC 9(02).                                00002640
       77 WRK-IND-FR          PIC 9(01).                                00002650
       77 WRK-IND-IN          PIC 9(02).                                00002660
       77 WRK-ACHOU           PIC X(01).                                00002670
                                                                        00002680
      *       MOVIMENTOS DA CONTA NA COMPETENCIA, POR OCORRENCIA DA     00002690
      *       FRANQUIA DO PACOTE                                        00002700
                                                                        00002710
       01 WRK-CONTAGEM.                                                 00002720
          05 WRK-QTD-MOV OCCURS 4 TIMES PIC 9(05).                      00002730
                                                                        00002740
      *       LANCAMENTOS DO PROPRIO BANCO: TAMANHO + INICIO DO TEXTO   00002750
      *       DO MOVIMENTO                                              00002760
                                                                        00002770
       01 WRK-TAB-INTERNOS-V.                                           00002780
          05 FILLER PIC X(20) VALUE '06TARIFA            '.             00002790
          05 FILLER PIC X(20) VALUE '05JUROS             '.             00002800
          05 FILLER PIC X(20) VALUE '04IOF               '.             00002810
          05 FILLER PIC X(20) VALUE '04IRRF              '.             00002820
          05 FILLER PIC X(20) VALUE '07PARCELA           '.             00002830
          05 FILLER PIC X(20) VALUE '05MULTA             '.             00002840
          05 FILLER PIC X(20) VALUE '16CREDITO DE JUROS  '.             00002850
          05 FILLER PIC X(20) VALUE '13APLICACAO CDB     '.             00002860
          05 FILLER PIC X(20) VALUE '11RESGATE CDB       '.             00002870
          05 FILLER PIC X(20) VALUE '09LIBERACAO         '.             00002880
       01 WRK-TAB-INTERNOS REDEFINES WRK-TAB-INTERNOS-V.                00002890
          05 WRK-IN-OCR OCCURS 10 TIMES.                                00002900
             10 WRK-IN-TAM      PIC 9(02).                              00002910
             10 WRK-IN-TEXTO    PIC X(18).                              00002920
                                                                        00002930
      *--------------------STATUS-----------------------------------*   00002940
                                                                        00002950
       77 WRK-FS-TABPAC   PIC 9(02).                                    00002960
                                                                        00002970
       77 WRK-FS-PACCTA   PIC 9(02).                                    00002980
                                                                        00002990
       77 WRK-FS-CLIENTES PIC 9(02).                                    00003000
                                                                        00003010
       77 WRK-FS-HISTMOV  PIC 9(02).                                    00003020
                                                                        00003030
       77 WRK-FS-MOVPAC   PIC 9(02).                                    00003040
                                                                        00003050
       77 WRK-FS-TARPAC   PIC 9(02).                                    00003060
                                                                        00003070
       77 WRK-FS-RELPAC   PIC 9(02).                                    00003080
                                                                        00003090
       77 WRK-FS-RESPAC   PIC 9(02).                                    00003100
                                                                        00003110
      *--------------------LAYOUT SAIDA-----------------------------*   00003120
                                                                        00003130
      *       DEBITO DE TARIFA NO LAYOUT DO DEPOSITO MOV0106E:          00003140
      *       DATA DE EFETIVACAO ZERADA = LIBERADO NA PROPRIA NOITE     00003150
       01 WRK-MOVIMENTO.                                                00003160
           05 WRK-MV-CHAVE  PIC X(08).                                  00003170
           05 WRK-MV-DESCR  PIC X(30).                                  00003180
           05 WRK-MV-VALOR  PIC 9(08).                                  00003190
           05 WRK-MV-TIPO   PIC X(01).                                  00003200
           05 WRK-MV-DTEFET PIC 9(08).                                  00003210
                                                                        00003220
       01 WRK-TEXTO-MENSAL.                                             00003230
          05 FILLER          PIC X(14) VALUE 'TARIFA PACOTE '.          00003240
          05 WRK-TM-PACOTE   PIC X(02).                                 00003250
          05 FILLER          PIC X(07) VALUE ' COMPET'.                 00003260
          05 WRK-TM-COMPET   PIC 9(06).                                 00003270
          05 FILLER          PIC X(01) VALUE SPACE.                     00003280
                                                                        00003290
       01 WRK-TEXTO-EXCED.                                              00003300
          05 FILLER          PIC X(19) VALUE 'TARIFA EXCED. TIPO '.     00003310
          05 WRK-TE-TIPO     PIC X(01).                                 00003320
          05 FILLER          PIC X(05) VALUE ' QTD '.                   00003330
          05 WRK-TE-QTD      PIC 9(05).                                 00003340
                                                                        00003350
      *--------------------LINHAS DO RELATORIO----------------------*   00003360
                                                                        00003370
       01 WRK-CABEC1.                                                   00003380
          05 FILLER   PIC X(44) VALUE                                   00003390
             'COBRANCA DOS PACOTES DE SERVICOS - COMPET'.               00003400
          05 WRK-CAB-COMPET  PIC 9(06).                                 00003410
          05 FILLER   PIC X(30).                                        00003420
                                                                        00003430
       01 WRK-CABEC2.                                                   00003440
          05 FILLER   PIC X(40) VALUE                                   00003450
             'CONTA    PC  MOVS  MENSALIDADE   EXCEDEN'.                00003460
          05 FILLER   PIC X(40) VALUE                                   00003470
             'TE  SITUACAO'.                                            00003480
                                                                        00003490
       01 WRK-DETALHE.                                                  00003500
          05 WRK-D-CHAVE     PIC X(08).                                 00003510
          05 FILLER          PIC X(01).                                 00003520
          05 WRK-D-PACOTE    PIC X(02).                                 00003530
          05 FILLER          PIC X(01).                                 00003540
          05 WRK-D-MOVS      PIC ZZZZ9.                                 00003550
          05 FILLER          PIC X(01).                                 00003560
          05 WRK-D-MENSAL    PIC ZZ.ZZZ.ZZ9.                            00003570
          05 FILLER          PIC X(02).                                 00003580
          05 WRK-D-EXCED     PIC ZZ.ZZZ.ZZ9.                            00003590
          05 FILLER          PIC X(02).                                 00003600
          05 WRK-D-SITUACAO  PIC X(25).                                 00003610
          05 FILLER          PIC X(13).                                 00003620
                                                                        00003630
       01 WRK-RES-CABEC1.                                               00003640
          05 FILLER   PIC X(44) VALUE                                   00003650
             'RECEITA DE TARIFAS POR PACOTE E AGENCIA -'.               00003660
          05 WRK-RC1-COMPET  PIC 9(06).                                 00003670
          05 FILLER   PIC X(30).                                        00003680
                                                                        00003690
       01 WRK-RES-CABEC2.                                               00003700
          05 FILLER   PIC X(40) VALUE                                   00003710
             'AGEN  PC  DESCRICAO            CONTAS  '.                 00003720
          05 FILLER   PIC X(40) VALUE                                   00003730
             'MENSALIDADE  EXCEDENTES        TOTAL'.                    00003740
                                                                        00003750
       01 WRK-RES-LINHA.                                                00003760
          05 WRK-RL-AGENCIA  PIC X(04).                                 00003770
          05 FILLER          PIC X(02).                                 00003780
          05 WRK-RL-PACOTE   PIC X(02).                                 00003790
          05 FILLER          PIC X(02).                                 00003800
          05 WRK-RL-DESCR    PIC X(20).                                 00003810
          05 FILLER          PIC X(01).                                 00003820
          05 WRK-RL-CONTAS   PIC ZZZ.ZZ9.                               00003830
          05 FILLER          PIC X(01).                                 00003840
          05 WRK-RL-MENSAL   PIC Z.ZZZ.ZZZ.ZZ9.                         00003850
          05 FILLER          PIC X(01).                                 00003860
          05 WRK-RL-EXCED    PIC Z.ZZZ.ZZZ.ZZ9.                         00003870
          05 FILLER          PIC X(01).                                 00003880
          05 WRK-RL-TOTAL    PIC ZZ.ZZZ.ZZZ.ZZ9.                        00003890
                                                                        00003900
      *=============================================================*   00003910
       PROCEDURE DIVISION.                                              00003920
      *=============================================================*   00003930
                                                                        00003940
      *=============================================================*   00003950
       0000-PRINCIPAL                                       SECTION.    00003960
                                                                        00003970
            PERFORM 1000-INICIAR.                                       00003980
            PERFORM 1300-CARREGAR-TABELA.                               00003990
            PERFORM 2000-PROCESSAR UNTIL WRK-FS-PACCTA EQUAL 10.        00004000
            PERFORM 2900-FECHAR-AGENCIA.                                00004010
            PERFORM 3000-FINALIZAR.                                     00004020
                                                                        00004030
       0000-99-FIM.                                            EXIT.    00004040
      *=============================================================*   00004050
                                                                        00004060
      *=============================================================*   00004070
       1000-INICIAR                                         SECTION.    00004080
                                                                        00004090
            OPEN INPUT  TABPAC.                                         00004100
            OPEN I-O    PACCTA.                                         00004110
            OPEN INPUT  CLIENTES HISTMOV.                               00004120
            OPEN OUTPUT MOVPAC.                                         00004130
            OPEN EXTEND TARPAC.                                         00004140
            OPEN OUTPUT RELPAC RESPAC.                                  00004150
                                                                        00004160
            PERFORM 1200-TESTARSTATUS.                                  00004170
                                                                        00004180
            MOVE 'FR21PAC2' TO LNK-DP-PROGRAMA.                         00004190
            MOVE ZEROS      TO LNK-DP-DIAS-TOL.                         00004200
            CALL 'FR21DTA1' USING LNK-DPRC.                             00004210
            MOVE LNK-DP-DATA TO WRK-HOJE.                               00004220
                                                                        00004230
      *                 COMPETENCIA COBRADA = MES ANTERIOR AO DA        00004240
      *                 DATA DE NEGOCIO                                 00004250
                                                                        00004260
            MOVE WRK-HOJE-COMPET TO WRK-COMPET-COB.                     00004270
            IF WRK-CC-MES EQUAL 01                                      00004280
               MOVE 12 TO WRK-CC-MES                                    00004290
               SUBTRACT 1 FROM WRK-CC-ANO                               00004300
            ELSE                                                        00004310
               SUBTRACT 1 FROM WRK-CC-MES                               00004320
            END-IF.                                                     00004330
                                                                        00004340
            MOVE WRK-COMPET-COB TO WRK-CAB-COMPET WRK-RC1-COMPET.       00004350
            MOVE WRK-COMPET-COB TO WRK-TM-COMPET.                       00004360
            WRITE FD-RELPAC FROM WRK-CABEC1.                            00004370
            WRITE FD-RELPAC FROM WRK-LINHA-VAZIA.                       00004380
            WRITE FD-RELPAC FROM WRK-CABEC2.                            00004390
            WRITE FD-RESPAC FROM WRK-RES-CABEC1.                        00004400
            WRITE FD-RESPAC FROM WRK-LINHA-VAZIA.                       00004410
            WRITE FD-RESPAC FROM WRK-RES-CABEC2.                        00004420
                                                                        00004430
            READ PACCTA NEXT.                                           00004440
                                                                        00004450
            IF WRK-FS-PACCTA EQUAL ZEROS                                00004460
               MOVE PAC-AGENCIA TO WRK-AGENCIA-ATU                      00004470
            END-IF.                                                     00004480
                                                                        00004490
       1000-99-FIM.                                            EXIT.    00004500
      *=============================================================*   00004510
                                                                        00004520
      *=============================================================*   00004530
       1200-TESTARSTATUS                                    SECTION.    00004540
                                                                        00004550
               IF WRK-FS-TABPAC   NOT EQUAL ZEROS                       00004560
                  MOVE 'FR21PAC2'                  TO WRK-PROGRAMA      00004570
                  MOVE '1000'                      TO WRK-SECAO         00004580
                  MOVE 'ERRO OPEN TABELA PACOTES ' TO WRK-MENSAGEM      00004590
                  MOVE WRK-FS-TABPAC               TO WRK-STATUS        00004600
                  PERFORM 9000-TRATARERROS                              00004610
               END-IF.                                                  00004620
                                                                        00004630
               IF WRK-FS-PACCTA   NOT EQUAL ZEROS                       00004640
                  MOVE 'FR21PAC2'                  TO WRK-PROGRAMA      00004650
                  MOVE '1000'                      TO WRK-SECAO         00004660
                  MOVE 'ERRO OPEN PACOTES CONTAS ' TO WRK-MENSAGEM      00004670
                  MOVE WRK-FS-PACCTA               TO WRK-STATUS        00004680
                  PERFORM 9000-TRATARERROS                              00004690
               END-IF.                                                  00004700
                                                                        00004710
               IF WRK-FS-CLIENTES NOT EQUAL ZEROS                       00004720
                  MOVE 'FR21PAC2'                  TO WRK-PROGRAMA      00004730
                  MOVE '1000'                      TO WRK-SECAO         00004740
                  MOVE 'ERRO OPEN CLIENTES       ' TO WRK-MENSAGEM      00004750
                  MOVE WRK-FS-CLIENTES             TO WRK-STATUS        00004760
                  PERFORM 9000-TRATARERROS                              00004770
               END-IF.                                                  00004780
                                                                        00004790
               IF WRK-FS-HISTMOV  NOT EQUAL ZEROS                       00004800
                  MOVE 'FR21PAC2'                  TO WRK-PROGRAMA      00004810
                  MOVE '1000'                      TO WRK-SECAO         00004820
                  MOVE 'ERRO OPEN HISTMOV        ' TO WRK-MENSAGEM      00004830
                  MOVE WRK-FS-HISTMOV              TO WRK-STATUS        00004840
                  PERFORM 9000-TRATARERROS                              00004850
               END-IF.                                                  00004860
                                                                        00004870
               IF WRK-FS-TARPAC   NOT EQUAL ZEROS                       00004880
                  MOVE 'FR21PAC2'                  TO WRK-PROGRAMA      00004890
                  MOVE '1000'                      TO WRK-SECAO         00004900
                  MOVE 'ERRO OPEN DETALHE TARIFAS' TO WRK-MENSAGEM      00004910
                  MOVE WRK-FS-TARPAC               TO WRK-STATUS        00004920
                  PERFORM 9000-TRATARERROS                              00004930
               END-IF.                                                  00004940
                                                                        00004950
       1200-99-FIM.                                            EXIT.    00004960
      *=============================================================*   00004970
                                                                        00004980
      *=============================================================*   00004990
       1300-CARREGAR-TABELA                                 SECTION.    00005000
                                                                        00005010
           READ TABPAC.                                                 00005020
                                                                        00005030
           PERFORM UNTIL WRK-FS-TABPAC NOT EQUAL ZEROS                  00005040
              IF WRK-TAB-PC-QTD LESS 20                                 00005050
                 ADD 1 TO WRK-TAB-PC-QTD                                00005060
                 MOVE WRK-TAB-PC-QTD  TO WRK-IND-PC                     00005070
                 MOVE TPA-PACOTE      TO WRK-PC-PACOTE(WRK-IND-PC)      00005080
                 MOVE TPA-DESCRICAO   TO WRK-PC-DESCRICAO(WRK-IND-PC)   00005090
                 MOVE TPA-MENSALIDADE TO WRK-PC-MENSAL(WRK-IND-PC)      00005100
                 PERFORM VARYING WRK-IND-FR FROM 1 BY 1                 00005110
                         UNTIL WRK-IND-FR > 4                           00005120
                    MOVE TPA-TIPO-MOV(WRK-IND-FR)                       00005130
                      TO WRK-PC-TIPO-MOV(WRK-IND-PC, WRK-IND-FR)        00005140
                    MOVE TPA-QTD-FRANQ(WRK-IND-FR)                      00005150
                      TO WRK-PC-QTD-FRANQ(WRK-IND-PC, WRK-IND-FR)       00005160
                    MOVE TPA-TARIFA-EXC(WRK-IND-FR)                     00005170
                      TO WRK-PC-TARIFA(WRK-IND-PC, WRK-IND-FR)          00005180
                 END-PERFORM                                            00005190
                 MOVE ZEROS TO WRK-PC-AG-CONTAS(WRK-IND-PC)             00005200
                 MOVE ZEROS TO WRK-PC-AG-MENSAL(WRK-IND-PC)             00005210
                 MOVE ZEROS TO WRK-PC-AG-EXCED(WRK-IND-PC)              00005220
                 MOVE ZEROS TO WRK-PC-TG-CONTAS(WRK-IND-PC)             00005230
                 MOVE ZEROS TO WRK-PC-TG-MENSAL(WRK-IND-PC)             00005240
                 MOVE ZEROS TO WRK-PC-TG-EXCED(WRK-IND-PC)              00005250
              END-IF                                                    00005260
              READ TABPAC                                               00005270
           END-PERFORM.                                                 00005280
                                                                        00005290
           IF WRK-TAB-PC-QTD EQUAL ZEROS                                00005300
              MOVE 'FR21PAC2'                  TO WRK-PROGRAMA          00005310
              MOVE '1300'                      TO WRK-SECAO             00005320
              MOVE 'TABELA DE PACOTES VAZIA  ' TO WRK-MENSAGEM          00005330
              MOVE SPACES                      TO WRK-STATUS            00005340
              PERFORM 9000-TRATARERROS                                  00005350
           END-IF.                                                      00005360
                                                                        00005370
       1300-99-FIM.                                            EXIT.    00005380
      *=============================================================*   00005390
                                                                        00005400
      *=============================================================*   00005410
       2000-PROCESSAR                                       SECTION.    00005420
                                                                        00005430
           ADD 1 TO WRK-LIDOS.                                          00005440
           MOVE SPACES TO WRK-MOTIVO.                                   00005450
           MOVE ZEROS  TO WRK-CTA-MOVS WRK-CTA-MENSAL WRK-CTA-EXCED.    00005460
                                                                        00005470
           IF PAC-AGENCIA NOT EQUAL WRK-AGENCIA-ATU                     00005480
              PERFORM 2900-FECHAR-AGENCIA                               00005490
              MOVE PAC-AGENCIA TO WRK-AGENCIA-ATU                       00005500
           END-IF.                                                      00005510
                                                                        00005520
      *                 REEXECUCAO: COMPETENCIA JA COBRADA              00005530
                                                                        00005540
           IF PAC-COMPET-COBR NOT LESS WRK-COMPET-COB                   00005550
              ADD 1 TO WRK-JA-COBRADAS                                  00005560
              MOVE 'COMPETENCIA JA COBRADA  ' TO WRK-MOTIVO             00005570
              PERFORM 2800-GRAVAR-DETALHE                               00005580
              GO TO 2000-80-TROCA                                       00005590
           END-IF.                                                      00005600
                                                                        00005610
           MOVE 'N' TO WRK-ACHOU.                                       00005620
           PERFORM VARYING WRK-IND-PC FROM 1 BY 1 UNTIL                 00005630
              WRK-IND-PC > WRK-TAB-PC-QTD OR WRK-ACHOU = 'S'            00005640
              IF WRK-PC-PACOTE(WRK-IND-PC) EQUAL PAC-PACOTE             00005650
                 MOVE 'S' TO WRK-ACHOU                                  00005660
                 SUBTRACT 1 FROM WRK-IND-PC                             00005670
              END-IF                                                    00005680
           END-PERFORM.                                                 00005690
                                                                        00005700
      *                 PACOTE FORA DA TABELA FICA SEM COBRANCA E       00005710
      *                 SEM MARCA: ENTRA NA PROXIMA EXECUCAO            00005720
                                                                        00005730
           IF WRK-ACHOU NOT EQUAL 'S'                                   00005740
              ADD 1 TO WRK-NAO-COBRADAS                                 00005750
              MOVE 'PACOTE FORA DA TABELA   ' TO WRK-MOTIVO             00005760
              PERFORM 2800-GRAVAR-DETALHE                               00005770
              GO TO 2000-80-TROCA                                       00005780
           END-IF.                                                      00005790
                                                                        00005800
           MOVE PAC-CHAVE TO CLI-CHAVE.                                 00005810
           READ CLIENTES.                                               00005820
                                                                        00005830
           EVALUATE TRUE                                                00005840
             WHEN WRK-FS-CLIENTES NOT EQUAL ZEROS                       00005850
                  MOVE 'CONTA NAO CADASTRADA    ' TO WRK-MOTIVO         00005860
             WHEN CLI-SITUACAO EQUAL 'X'                                00005870
                  MOVE 'CONTA ENCERRADA         ' TO WRK-MOTIVO         00005880
             WHEN CLI-SITUACAO EQUAL 'B'                                00005890
                  MOVE 'CONTA BLOQUEADA         ' TO WRK-MOTIVO         00005900
             WHEN CLI-DORMENTE EQUAL 'S'                                00005910
                  MOVE 'CONTA DORMENTE          ' TO WRK-MOTIVO         00005920
           END-EVALUATE.                                                00005930
                                                                        00005940
      *                 CONTA QUE NAO PODE SER DEBITADA: O MES NAO      00005950
      *                 E COBRADO (NAO FICA PENDENTE)                   00005960
                                                                        00005970
           IF WRK-MOTIVO NOT EQUAL SPACES                               00005980
              ADD 1 TO WRK-NAO-COBRADAS                                 00005990
              MOVE WRK-COMPET-COB TO PAC-COMPET-COBR                    00006000
              PERFORM 2800-GRAVAR-DETALHE                               00006010
              GO TO 2000-80-TROCA                                       00006020
           END-IF.                                                      00006030
                                                                        00006040
           PERFORM 2100-CONTAR-MOVIMENTOS.                              00006050
           PERFORM 2200-COBRAR.                                         00006060
                                                                        00006070
           MOVE WRK-COMPET-COB TO PAC-COMPET-COBR.                      00006080
           ADD 1 TO WRK-COBRADAS.                                       00006090
           MOVE 'COBRADA                 ' TO WRK-MOTIVO.               00006100
           PERFORM 2800-GRAVAR-DETALHE.                                 00006110
                                                                        00006120
       2000-80-TROCA.                                                   00006130
                                                                        00006140
      *                 TROCA AGENDADA COM VIGENCIA ALCANCADA: O NOVO   00006150
      *                 PACOTE VALE PARA A COMPETENCIA CORRENTE         00006160
                                                                        00006170
           IF PAC-PACOTE-NOVO NOT EQUAL SPACES                          00006180
              AND PAC-DATA-VIGOR NOT GREATER WRK-HOJE                   00006190
              MOVE PAC-PACOTE-NOVO TO PAC-PACOTE                        00006200
              MOVE SPACES          TO PAC-PACOTE-NOVO                   00006210
              MOVE ZEROS           TO PAC-DATA-VIGOR PAC-DATA-PEDIDO    00006220
              ADD 1 TO WRK-TROCAS                                       00006230
           END-IF.                                                      00006240
                                                                        00006250
           REWRITE REG-PACCTA.                                          00006260
                                                                        00006270
           IF WRK-FS-PACCTA NOT EQUAL ZEROS                             00006280
              MOVE 'FR21PAC2'                  TO WRK-PROGRAMA          00006290
              MOVE '2000'                      TO WRK-SECAO             00006300
              MOVE 'ERRO REWRITE PACCTA      ' TO WRK-MENSAGEM          00006310
              MOVE WRK-FS-PACCTA               TO WRK-STATUS            00006320
              PERFORM 9000-TRATARERROS                                  00006330
           END-IF.                                                      00006340
                                                                        00006350
           READ PACCTA NEXT.                                            00006360
                                                                        00006370
       2000-99-FIM.                                            EXIT.    00006380
      *=============================================================*   00006390
                                                                        00006400
      *=============================================================*   00006410
       2100-CONTAR-MOVIMENTOS                               SECTION.    00006420
                                                                        00006430
      *                 POSICIONA NO PRIMEIRO DIA DA COMPETENCIA DA     00006440
      *                 CONTA E LE ATE TROCAR DE CONTA OU DE MES        00006450
                                                                        00006460
           INITIALIZE WRK-CONTAGEM.                                     00006470
           MOVE 'N'            TO WRK-FIM-CONTA.                        00006480
           MOVE PAC-CHAVE      TO HIS-CHAVE.                            00006490
           MOVE WRK-COMPET-COB TO HIS-DATA(1:6).                        00006500
           MOVE '01'           TO HIS-DATA(7:2).                        00006510
           MOVE ZEROS          TO HIS-SEQ.                              00006520
           START HISTMOV KEY NOT LESS HIS-CHAVE-REG.                    00006530
                                                                        00006540
           IF WRK-FS-HISTMOV NOT EQUAL ZEROS                            00006550
              GO TO 2100-99-FIM                                         00006560
           END-IF.                                                      00006570
                                                                        00006580
           READ HISTMOV NEXT.                                           00006590
                                                                        00006600
           PERFORM UNTIL WRK-FIM-CONTA EQUAL 'S'                        00006610
              IF WRK-FS-HISTMOV NOT EQUAL ZEROS                         00006620
                 OR HIS-CHAVE NOT EQUAL PAC-CHAVE                       00006630
                 OR HIS-DATA(1:6) NOT EQUAL WRK-COMPET-COB              00006640
                 MOVE 'S' TO WRK-FIM-CONTA                              00006650
              ELSE                                                      00006660
                 IF HIS-DISP EQUAL 'A'                                  00006670
                    PERFORM 2150-CLASSIFICAR                            00006680
                 END-IF                                                 00006690
                 READ HISTMOV NEXT                                      00006700
              END-IF                                                    00006710
           END-PERFORM.                                                 00006720
                                                                        00006730
       2100-99-FIM.                                            EXIT.    00006740
      *=============================================================*   00006750
                                                                        00006760
      *=============================================================*   00006770
       2150-CLASSIFICAR                                     SECTION.    00006780
                                                                        00006790
      *                 LANCAMENTO DO PROPRIO BANCO NAO CONSOME         00006800
      *                 FRANQUIA                                        00006810
                                                                        00006820
           MOVE 'N' TO WRK-INTERNO.                                     00006830
           PERFORM VARYING WRK-IND-IN FROM 1 BY 1 UNTIL                 00006840
              WRK-IND-IN > 10 OR WRK-INTERNO = 'S'                      00006850
              IF HIS-MOVIMENTO(1:WRK-IN-TAM(WRK-IND-IN)) EQUAL          00006860
                 WRK-IN-TEXTO(WRK-IND-IN)(1:WRK-IN-TAM(WRK-IND-IN))     00006870
                 MOVE 'S' TO WRK-INTERNO                                00006880
              END-IF                                                    00006890
           END-PERFORM.                                                 00006900
                                                                        00006910
           IF WRK-INTERNO EQUAL 'S'                                     00006920
              GO TO 2150-99-FIM                                         00006930
           END-IF.                                                      00006940
                                                                        00006950
           PERFORM VARYING WRK-IND-FR FROM 1 BY 1 UNTIL WRK-IND-FR > 4  00006960
              IF WRK-PC-TIPO-MOV(WRK-IND-PC, WRK-IND-FR) EQUAL HIS-TIPO 00006970
                 AND HIS-TIPO NOT EQUAL SPACE                           00006980
                 ADD 1 TO WRK-QTD-MOV(WRK-IND-FR)                       00006990
                 ADD 1 TO WRK-CTA-MOVS                                  00007000
              END-IF                                                    00007010
           END-PERFORM.                                                 00007020
                                                                        00007030
       2150-99-FIM.                                            EXIT.    00007040
      *=============================================================*   00007050
                                                                        00007060
      *=============================================================*   00007070
       2200-COBRAR                                          SECTION.    00007080
                                                                        00007090
      *                 MENSALIDADE E EXCEDENTE EM MOVIMENTOS           00007100
      *                 SEPARADOS, PARA APARECEREM COMO LINHAS          00007110
      *                 PROPRIAS NO EXTRATO                             00007120
                                                                        00007130
           MOVE PAC-CHAVE TO WRK-MV-CHAVE.                              00007140
           MOVE 'J'       TO WRK-MV-TIPO.                               00007150
           MOVE ZEROS     TO WRK-MV-DTEFET.                             00007160
                                                                        00007170
           IF WRK-PC-MENSAL(WRK-IND-PC) GREATER ZEROS                   00007180
              MOVE PAC-PACOTE                 TO WRK-TM-PACOTE          00007190
              MOVE WRK-TEXTO-MENSAL           TO WRK-MV-DESCR           00007200
              MOVE WRK-PC-MENSAL(WRK-IND-PC)  TO WRK-MV-VALOR           00007210
              WRITE FD-MOVPAC FROM WRK-MOVIMENTO                        00007220
              ADD 1 TO WRK-GRAVADOS                                     00007230
              MOVE WRK-PC-MENSAL(WRK-IND-PC)  TO WRK-CTA-MENSAL         00007240
              MOVE 'M'                        TO FD-TP-TIPO             00007250
              MOVE SPACE                      TO FD-TP-TIPO-MOV         00007260
              MOVE ZEROS                      TO FD-TP-QTD              00007270
              MOVE WRK-CTA-MENSAL             TO WRK-VALOR              00007280
              PERFORM 2250-GRAVAR-TARIFA                                00007290
           END-IF.                                                      00007300
                                                                        00007310
           PERFORM VARYING WRK-IND-FR FROM 1 BY 1 UNTIL WRK-IND-FR > 4  00007320
              IF WRK-QTD-MOV(WRK-IND-FR) GREATER                        00007330
                 WRK-PC-QTD-FRANQ(WRK-IND-PC, WRK-IND-FR)               00007340
                 AND WRK-PC-TARIFA(WRK-IND-PC, WRK-IND-FR) GREATER 0    00007350
                 COMPUTE WRK-EXCEDENTE = WRK-QTD-MOV(WRK-IND-FR)        00007360
                    - WRK-PC-QTD-FRANQ(WRK-IND-PC, WRK-IND-FR)          00007370
                 COMPUTE WRK-VALOR = WRK-EXCEDENTE                      00007380
                    * WRK-PC-TARIFA(WRK-IND-PC, WRK-IND-FR)             00007390
                 MOVE WRK-PC-TIPO-MOV(WRK-IND-PC, WRK-IND-FR)           00007400
                   TO WRK-TE-TIPO FD-TP-TIPO-MOV                        00007410
                 MOVE WRK-EXCEDENTE   TO WRK-TE-QTD FD-TP-QTD           00007420
                 MOVE WRK-TEXTO-EXCED TO WRK-MV-DESCR                   00007430
                 MOVE WRK-VALOR       TO WRK-MV-VALOR                   00007440
                 WRITE FD-MOVPAC FROM WRK-MOVIMENTO                     00007450
                 ADD 1 TO WRK-GRAVADOS                                  00007460
                 ADD WRK-VALOR TO WRK-CTA-EXCED                         00007470
                 MOVE 'E' TO FD-TP-TIPO                                 00007480
                 PERFORM 2250-GRAVAR-TARIFA                             00007490
              END-IF                                                    00007500
           END-PERFORM.                                                 00007510
                                                                        00007520
           ADD 1              TO WRK-PC-AG-CONTAS(WRK-IND-PC).          00007530
           ADD WRK-CTA-MENSAL TO WRK-PC-AG-MENSAL(WRK-IND-PC).          00007540
           ADD WRK-CTA-EXCED  TO WRK-PC-AG-EXCED(WRK-IND-PC).           00007550
           ADD WRK-CTA-MENSAL TO WRK-TOT-MENSAL.                        00007560
           ADD WRK-CTA-EXCED  TO WRK-TOT-EXCED.                         00007570
                                                                        00007580
       2200-99-FIM.                                            EXIT.    00007590
      *=============================================================*   00007600
                                                                        00007610
      *=============================================================*   00007620
       2250-GRAVAR-TARIFA                                   SECTION.    00007630
                                                                        00007640
      *                 DETALHE PARA O LANCAMENTO CONTABIL (FR21CTB1)   00007650
                                                                        00007660
           MOVE PAC-CHAVE  TO FD-TP-CHAVE.                              00007670
           MOVE PAC-PACOTE TO FD-TP-PACOTE.                             00007680
           MOVE WRK-VALOR  TO FD-TP-VALOR.                              00007690
           MOVE WRK-HOJE   TO FD-TP-DATA.                               00007700
           WRITE FD-TARPAC.                                             00007710
                                                                        00007720
           IF WRK-FS-TARPAC NOT EQUAL ZEROS                             00007730
              MOVE 'FR21PAC2'                  TO WRK-PROGRAMA          00007740
              MOVE '2250'                      TO WRK-SECAO             00007750
              MOVE 'ERRO WRITE TARPAC        ' TO WRK-MENSAGEM          00007760
              MOVE WRK-FS-TARPAC               TO WRK-STATUS            00007770
              PERFORM 9000-TRATARERROS                                  00007780
           END-IF.                                                      00007790
                                                                        00007800
       2250-99-FIM.                                            EXIT.    00007810
      *=============================================================*   00007820
                                                                        00007830
      *=============================================================*   00007840
       2800-GRAVAR-DETALHE                                  SECTION.    00007850
                                                                        00007860
           MOVE PAC-CHAVE      TO WRK-D-CHAVE.                          00007870
           MOVE PAC-PACOTE     TO WRK-D-PACOTE.                         00007880
           MOVE WRK-CTA-MOVS   TO WRK-D-MOVS.                           00007890
           MOVE WRK-CTA-MENSAL TO WRK-D-MENSAL.                         00007900
           MOVE WRK-CTA-EXCED  TO WRK-D-EXCED.                          00007910
           MOVE WRK-MOTIVO     TO WRK-D-SITUACAO.                       00007920
           WRITE FD-RELPAC FROM WRK-DETALHE.                            00007930
                                                                        00007940
       2800-99-FIM.                                            EXIT.    00007950
      *=============================================================*   00007960
                                                                        00007970
      *=============================================================*   00007980
       2900-FECHAR-AGENCIA                                  SECTION.    00007990
                                                                        00008000
      *                 RECEITA DA AGENCIA POR PACOTE E ACUMULO NO      00008010
      *                 GERAL                                           00008020
                                                                        00008030
           IF WRK-AGENCIA-ATU EQUAL SPACES                              00008040
              GO TO 2900-99-FIM                                         00008050
           END-IF.                                                      00008060
                                                                        00008070
           PERFORM VARYING WRK-IND-PC FROM 1 BY 1                       00008080
                   UNTIL WRK-IND-PC > WRK-TAB-PC-QTD                    00008090
              IF WRK-PC-AG-CONTAS(WRK-IND-PC) GREATER ZEROS             00008100
                 MOVE WRK-AGENCIA-ATU TO WRK-RL-AGENCIA                 00008110
                 MOVE WRK-PC-PACOTE(WRK-IND-PC)    TO WRK-RL-PACOTE     00008120
                 MOVE WRK-PC-DESCRICAO(WRK-IND-PC) TO WRK-RL-DESCR      00008130
                 MOVE WRK-PC-AG-CONTAS(WRK-IND-PC) TO WRK-RL-CONTAS     00008140
                 MOVE WRK-PC-AG-MENSAL(WRK-IND-PC) TO WRK-RL-MENSAL     00008150
                 MOVE WRK-PC-AG-EXCED(WRK-IND-PC)  TO WRK-RL-EXCED      00008160
                 COMPUTE WRK-RL-TOTAL = WRK-PC-AG-MENSAL(WRK-IND-PC)    00008170
                                      + WRK-PC-AG-EXCED(WRK-IND-PC)     00008180
                 WRITE FD-RESPAC FROM WRK-RES-LINHA                     00008190
                 ADD WRK-PC-AG-CONTAS(WRK-IND-PC)                       00008200
                   TO WRK-PC-TG-CONTAS(WRK-IND-PC)                      00008210
                 ADD WRK-PC-AG-MENSAL(WRK-IND-PC)                       00008220
                   TO WRK-PC-TG-MENSAL(WRK-IND-PC)                      00008230
                 ADD WRK-PC-AG-EXCED(WRK-IND-PC)                        00008240
                   TO WRK-PC-TG-EXCED(WRK-IND-PC)                       00008250
                 MOVE ZEROS TO WRK-PC-AG-CONTAS(WRK-IND-PC)             00008260
                 MOVE ZEROS TO WRK-PC-AG-MENSAL(WRK-IND-PC)             00008270
                 MOVE ZEROS TO WRK-PC-AG-EXCED(WRK-IND-PC)              00008280
              END-IF                                                    00008290
           END-PERFORM.                                                 00008300
                                                                        00008310
       2900-99-FIM.                                            EXIT.    00008320
      *=============================================================*   00008330
                                                                        00008340
      *=============================================================*   00008350
       3000-FINALIZAR                                       SECTION.    00008360
                                                                        00008370
      *                 TOTAL GERAL POR PACOTE                          00008380
                                                                        00008390
             WRITE FD-RESPAC FROM WRK-LINHA-VAZIA.                      00008400
                                                                        00008410
             PERFORM VARYING WRK-IND-PC FROM 1 BY 1                     00008420
                     UNTIL WRK-IND-PC > WRK-TAB-PC-QTD                  00008430
                MOVE 'TOT '                       TO WRK-RL-AGENCIA     00008440
                MOVE WRK-PC-PACOTE(WRK-IND-PC)    TO WRK-RL-PACOTE      00008450
                MOVE WRK-PC-DESCRICAO(WRK-IND-PC) TO WRK-RL-DESCR       00008460
                MOVE WRK-PC-TG-CONTAS(WRK-IND-PC) TO WRK-RL-CONTAS      00008470
                MOVE WRK-PC-TG-MENSAL(WRK-IND-PC) TO WRK-RL-MENSAL      00008480
                MOVE WRK-PC-TG-EXCED(WRK-IND-PC)  TO WRK-RL-EXCED       00008490
                COMPUTE WRK-RL-TOTAL = WRK-PC-TG-MENSAL(WRK-IND-PC)     00008500
                                     + WRK-PC-TG-EXCED(WRK-IND-PC)      00008510
                WRITE FD-RESPAC FROM WRK-RES-LINHA                      00008520
             END-PERFORM.                                               00008530
                                                                        00008540
             MOVE 'TOT '          TO WRK-RL-AGENCIA.                    00008550
             MOVE SPACES          TO WRK-RL-PACOTE.                     00008560
             MOVE 'TOTAL GERAL'   TO WRK-RL-DESCR.                      00008570
             MOVE WRK-COBRADAS    TO WRK-RL-CONTAS.                     00008580
             MOVE WRK-TOT-MENSAL  TO WRK-RL-MENSAL.                     00008590
             MOVE WRK-TOT-EXCED   TO WRK-RL-EXCED.                      00008600
             COMPUTE WRK-RL-TOTAL = WRK-TOT-MENSAL + WRK-TOT-EXCED.     00008610
             WRITE FD-RESPAC FROM WRK-LINHA-VAZIA.                      00008620
             WRITE FD-RESPAC FROM WRK-RES-LINHA.                        00008630
                                                                        00008640
             DISPLAY 'CONTAS COM PACOTE.....' WRK-LIDOS.                00008650
             DISPLAY 'CONTAS COBRADAS.......' WRK-COBRADAS.             00008660
             DISPLAY 'NAO COBRADAS..........' WRK-NAO-COBRADAS.         00008670
             DISPLAY 'JA COBRADAS...........' WRK-JA-COBRADAS.          00008680
             DISPLAY 'TROCAS EFETIVADAS.....' WRK-TROCAS.               00008690
             DISPLAY 'DEBITOS GRAVADOS......' WRK-GRAVADOS.             00008700
             DISPLAY 'TOTAL MENSALIDADES....' WRK-TOT-MENSAL.           00008710
             DISPLAY 'TOTAL EXCEDENTES......' WRK-TOT-EXCED.            00008720
             DISPLAY WRK-MSG-FINAL.                                     00008730
                                                                        00008740
             CLOSE TABPAC PACCTA.                                       00008750
             CLOSE CLIENTES HISTMOV.                                    00008760
             CLOSE MOVPAC TARPAC.                                       00008770
             CLOSE RELPAC RESPAC.                                       00008780
             STOP RUN.                                                  00008790
                                                                        00008800
       3000-99-FIM.                                            EXIT.    00008810
      *=============================================================*   00008820
                                                                        00008830
      *=============================================================*   00008840
       9000-TRATARERROS                                     SECTION.    00008850
                                                                        00008860
             MOVE 'E' TO WRK-SEVERIDADE.                                00008870
             CALL 'GRAVALOG' USING WRK-DADOS.                           00008880
             STOP RUN.                                                  00008890
                                                                        00008900
       9000-99-FIM.                                            EXIT.    00008910
      *=============================================================*   00008920
