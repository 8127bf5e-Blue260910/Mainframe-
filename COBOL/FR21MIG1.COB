      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21MIG1.                                            00000050
                                                                        00000060
      *=============================================================*   00000070
      *   AUTOR....:VICTOR ARANDA                                       00000080
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000090
      *   DATA ....:15/10/2026                                          00000100
      *-------------------------------------------------------------*   00000110
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000120
      *  1.0   15/10/26   VICTOR ARANDA       VERSAO INICIAL            00000130
      *  1.1   15/10/26   VICTOR ARANDA       LIMITE, POUPANCA, TALAO,  00000140
      *                                       EMPRESTIMO, PACOTE,       00000150
      *                                       COBRANCA E CARTAO         00000160
      *-------------------------------------------------------------*   00000170
      *   OBJETIVO: INCORPORACAO DE AGENCIA - MIGRACAO DAS CONTAS DA    00000180
      *      AGENCIA ENCERRADA PARA A AGENCIA INCORPORADORA. O MAPA     00000190
      *      (MIGMAP) TRAZ UM REGISTRO 'A' (AGENCIA ANTIGA, AGENCIA     00000200
      *      NOVA E FIM DO PERIODO DE TRANSICAO) E, OPCIONALMENTE,      00000210
      *      REGISTROS 'C' COM NOVO NUMERO PARA CONTAS ESPECIFICAS      00000220
      *      (SEM 'C' A CONTA MANTEM O NUMERO). TUDO E CRITICADO        00000230
      *      ANTES DE MEXER EM QUALQUER ARQUIVO: AGENCIAS ATIVAS NO     00000240
      *      CADASTRO (AGENSEQ), CHAVE NOVA LIVRE EM TODOS OS           00000250
      *      CLUSTERS E SEM REPETICAO NO PROPRIO MAPA. QUALQUER         00000260
      *      ERRO ENCERRA COM RETURN-CODE 8 SEM ALTERACAO.              00000270
      *      CRITICA LIMPA: TROCA A CHAVE NO CLIENTES, CADCLI,          00000280
      *      HISTMOV, CDBMAS, BLOQJUD, LIMCON, POUDEP, TALCHQ,          00000290
      *      EMPMAS, EMPPAR, PACCTA E CBRCTL (GRAVA A NOVA E EXCLUI     00000300
      *      A ANTIGA), REGISTRA O DE-PARA NO MIGXREF, REAPONTA NO      00000310
      *      CRDCAD OS CARTOES DAS CONTAS MIGRADAS (A CHAVE DO          00000320
      *      CADASTRO E O NUMERO DO CARTAO), GERA O                     00000330
      *      MOVIMENTO DE AGENCIA (AGMOV) QUE MARCA A ENCERRADA         00000340
      *      COMO INCORPORADA ('M') NO IVAN.AGENCIA VIA FR21AGM1 E      00000350
      *      EMITE A PROVA DE TOTAIS ANTES/DEPOIS POR ARQUIVO           00000360
      *      (QUANTIDADE E VALOR DAS DUAS AGENCIAS). PROVA              00000370
      *      DIVERGENTE = RETURN-CODE 8; SOBRA NA AGENCIA ENCERRADA     00000380
      *      (REGISTRO FILHO SEM CONTA NO CLIENTES) = RETURN-CODE 4.    00000390
      *      AS ORDENS PERMANENTES E O DEPOSITO DE MOVIMENTOS           00000400
      *      FUTUROS SAO REESCRITOS PELO FR21MIG2 COM O MIGXREF.        00000410
      *      REEXECUCAO: CONTA JA MIGRADA NAO APARECE MAIS NA           00000420
      *      AGENCIA ANTIGA; O 'C' DELA E IGNORADO SE JA ESTA NO        00000430
      *      MIGXREF.                                                   00000440
      *-------------------------------------------------------------*   00000450
      *   ARQUIVOS.....:                                                00000460
      *                                                                 00000470
      *   NAME                I/O                                       00000480
      *   MIGMAP               I   (MAPA DA INCORPORACAO)               00000490
      *   AGENSEQ              I   (CADASTRO DE AGENCIAS - FR21AGM1)    00000500
      *   CLIENTES            I/O  (KSDS - CLIBOOK)                     00000510
      *   CADCLI              I/O  (KSDS - CADBOOK)                     00000520
      *   HISTMOV             I/O  (KSDS - HISBOOK)                     00000530
      *   CDBMAS              I/O  (KSDS - CDBBOOK)                     00000540
      *   BLOQJUD             I/O  (KSDS - BLQBOOK)                     00000550
      *   LIMCON              I/O  (KSDS - LIMBOOK)                     00000560
      *   POUDEP              I/O  (KSDS - POUBOOK)                     00000570
      *   TALCHQ              I/O  (KSDS - TALBOOK)                     00000580
      *   EMPMAS              I/O  (KSDS - EMPBOOK)                     00000590
      *   EMPPAR              I/O  (KSDS - PARCBOOK)                    00000600
      *   PACCTA              I/O  (KSDS - PACBOOK)                     00000610
      *   CBRCTL              I/O  (KSDS - CBRBOOK)                     00000620
      *   CRDCAD              I/O  (KSDS - CRDBOOK)                     00000630
      *   MIGXREF             I/O  (KSDS - MIGBOOK)                     00000640
      *   AGMOV                O   (ENTRADA DO FR21AGM1)                00000650
      *   RELMIG               O   (CRITICA, DE-PARA E PROVA)           00000660
      *-------------------------------------------------------------*   00000670
      *   MODULOS....:                                                  00000680
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000690
      *   FR21DTA1             DATA DE NEGOCIO DA JANELA (LNKDPRC)      00000700
      *=============================================================*   00000710
       ENVIRONMENT                               DIVISION.              00000720
      *=============================================================*   00000730
                                                                        00000740
      *-------------------------------------------------------------*   00000750
       CONFIGURATION                                        SECTION.    00000760
      *-------------------------------------------------------------*   00000770
       SPECIAL-NAMES.                                                   00000780
           DECIMAL-POINT IS COMMA.                                      00000790
                                                                        00000800
                                                                        00000810
       INPUT-OUTPUT                                         SECTION.    00000820
       FILE-CONTROL.                                                    00000830
           SELECT MIGMAP   ASSIGN TO MIGMAP                             00000840
               FILE STATUS  IS WRK-FS-MIGMAP.                           00000850
                                                                        00000860
           SELECT AGENSEQ  ASSIGN TO AGENSEQ                            00000870
               FILE STATUS  IS WRK-FS-AGENSEQ.                          00000880
                                                                        00000890
           SELECT CLIENTES ASSIGN TO CLIENTES                           00000900
               ORGANIZATION  IS INDEXED                                 00000910
               ACCESS MODE   IS DYNAMIC                                 00000920
               RECORD KEY    IS CLI-CHAVE                               00000930
               FILE STATUS   IS WRK-FS-CLIENTES.                        00000940
                                                                        00000950
           SELECT CADCLI   ASSIGN TO CADCLI                             00000960
               ORGANIZATION  IS INDEXED                                 00000970
               ACCESS MODE   IS DYNAMIC                                 00000980
               RECORD KEY    IS CAD-CHAVE                               00000990
               FILE STATUS   IS WRK-FS-CADCLI.                          00001000
                                                                        00001010
           SELECT HISTMOV  ASSIGN TO HISTMOV                            00001020
               ORGANIZATION  IS INDEXED                                 00001030
               ACCESS MODE   IS DYNAMIC                                 00001040
               RECORD KEY    IS HIS-CHAVE-REG                           00001050
               FILE STATUS   IS WRK-FS-HISTMOV.                         00001060
                                                                        00001070
           SELECT CDBMAS   ASSIGN TO CDBMAS                             00001080
               ORGANIZATION  IS INDEXED                                 00001090
               ACCESS MODE   IS DYNAMIC                                 00001100
               RECORD KEY    IS CDB-CHAVE-REG                           00001110
               FILE STATUS   IS WRK-FS-CDBMAS.                          00001120
                                                                        00001130
           SELECT BLOQJUD  ASSIGN TO BLOQJUD                            00001140
               ORGANIZATION  IS INDEXED                                 00001150
               ACCESS MODE   IS DYNAMIC                                 00001160
               RECORD KEY    IS BLQ-CHAVE-REG                           00001170
               FILE STATUS   IS WRK-FS-BLOQJUD.                         00001180
                                                                        00001190
           SELECT LIMCON   ASSIGN TO LIMCON                             00001200
               ORGANIZATION  IS INDEXED                                 00001210
               ACCESS MODE   IS DYNAMIC                                 00001220
               RECORD KEY    IS LIC-CHAVE                               00001230
               FILE STATUS   IS WRK-FS-LIMCON.                          00001240
                                                                        00001250
           SELECT POUDEP   ASSIGN TO POUDEP                             00001260
               ORGANIZATION  IS INDEXED                                 00001270
               ACCESS MODE   IS DYNAMIC                                 00001280
               RECORD KEY    IS PDP-CHAVE-REG                           00001290
               FILE STATUS   IS WRK-FS-POUDEP.                          00001300
                                                                        00001310
           SELECT TALCHQ   ASSIGN TO TALCHQ                             00001320
               ORGANIZATION  IS INDEXED                                 00001330
               ACCESS MODE   IS DYNAMIC                                 00001340
               RECORD KEY    IS TAL-CHAVE-REG                           00001350
               FILE STATUS   IS WRK-FS-TALCHQ.                          00001360
                                                                        00001370
           SELECT EMPMAS   ASSIGN TO EMPMAS                             00001380
               ORGANIZATION  IS INDEXED                                 00001390
               ACCESS MODE   IS DYNAMIC                                 00001400
               RECORD KEY    IS EMP-CHAVE-REG                           00001410
               FILE STATUS   IS WRK-FS-EMPMAS.                          00001420
                                                                        00001430
           SELECT EMPPAR   ASSIGN TO EMPPAR                             00001440
               ORGANIZATION  IS INDEXED                                 00001450
               ACCESS MODE   IS DYNAMIC                                 00001460
               RECORD KEY    IS EPA-CHAVE-REG                           00001470
               FILE STATUS   IS WRK-FS-EMPPAR.                          00001480
                                                                        00001490
           SELECT PACCTA   ASSIGN TO PACCTA                             00001500
               ORGANIZATION  IS INDEXED                                 00001510
               ACCESS MODE   IS DYNAMIC                                 00001520
               RECORD KEY    IS PAC-CHAVE                               00001530
               FILE STATUS   IS WRK-FS-PACCTA.                          00001540
                                                                        00001550
           SELECT CBRCTL   ASSIGN TO CBRCTL                             00001560
               ORGANIZATION  IS INDEXED                                 00001570
               ACCESS MODE   IS DYNAMIC                                 00001580
               RECORD KEY    IS CBR-CHAVE                               00001590
               FILE STATUS   IS WRK-FS-CBRCTL.                          00001600
                                                                        00001610
           SELECT CRDCAD   ASSIGN TO CRDCAD                             00001620
               ORGANIZATION  IS INDEXED                                 00001630
               ACCESS MODE   IS DYNAMIC                                 00001640
               RECORD KEY    IS CRD-NUMERO                              00001650
               FILE STATUS   IS WRK-FS-CRDCAD.                          00001660
                                                                        00001670
           SELECT MIGXREF  ASSIGN TO MIGXREF                            00001680
               ORGANIZATION  IS INDEXED                                 00001690
               ACCESS MODE   IS RANDOM                                  00001700
               RECORD KEY    IS MIG-CHAVE-ANT                           00001710
               FILE STATUS   IS WRK-FS-MIGXREF.                         00001720
                                                                        00001730
           SELECT AGMOV    ASSIGN TO AGMOV                              00001740
               FILE STATUS  IS WRK-FS-AGMOV.                            00001750
                                                                        00001760
           SELECT RELMIG   ASSIGN TO RELMIG                             00001770
               FILE STATUS  IS WRK-FS-RELMIG.                           00001780
                                                                        00001790
      *=============================================================*   00001800
       DATA                                                DIVISION.    00001810
      *=============================================================*   00001820
       FILE                                                 SECTION.    00001830
      *=============================================================*   00001840
                                                                        00001850
      *-------------------------------------------------------------*   00001860
      *       MAPA DA INCORPORACAO   LRECL = 80                     *   00001870
      *       'A' AGENCIA ANTIGA, NOVA E FIM DA TRANSICAO (AAAAMMDD) *  00001880
      *       'C' CONTA DA AGENCIA ANTIGA QUE MUDA DE NUMERO         *  00001890
      *-------------------------------------------------------------*   00001900
       FD MIGMAP                                                        00001910
           RECORDING  MODE IS F                                         00001920
           BLOCK CONTAINS 0 RECORDS.                                    00001930
                                                                        00001940
       01 FD-MIGMAP.                                                    00001950
          05 FD-MP-TIPO        PIC X(01).                               00001960
          05 FD-MP-AG-ANT      PIC X(04).                               00001970
          05 FD-MP-DADOS       PIC X(75).                               00001980
          05 FD-MP-AGENCIA     REDEFINES FD-MP-DADOS.                   00001990
             10 FD-MP-AG-NOVA     PIC X(04).                            00002000
             10 FD-MP-FIM-TRANS   PIC 9(08).                            00002010
             10 FILLER            PIC X(63).                            00002020
          05 FD-MP-CONTA       REDEFINES FD-MP-DADOS.                   00002030
             10 FD-MP-CONTA-ANT   PIC X(04).                            00002040
             10 FD-MP-CONTA-NOVA  PIC X(04).                            00002050
             10 FILLER            PIC X(67).                            00002060
                                                                        00002070
      *-------------------------------------------------------------*   00002080
      *       CADASTRO DE AGENCIAS (DESCARGA DO FR21AGM1)  LRECL 45  *  00002090
      *-------------------------------------------------------------*   00002100
       FD AGENSEQ                                                       00002110
           RECORDING  MODE IS F                                         00002120
           BLOCK CONTAINS 0 RECORDS.                                    00002130
                                                                        00002140
       01 FD-AGENSEQ.                                                   00002150
          05 FD-AS-CODAGEN   PIC X(04).                                 00002160
          05 FD-AS-NOMEAGEN  PIC X(30).                                 00002170
          05 FD-AS-REGIAO    PIC X(10).                                 00002180
          05 FD-AS-STATUS    PIC X(01).                                 00002190
                                                                        00002200
      *-------------------------------------------------------------*   00002210
      *       ARQUIVO CLIENTES (KSDS)   LRECL = 73                  *   00002220
      *-------------------------------------------------------------*   00002230
       FD CLIENTES.                                                     00002240
                                                                        00002250
       COPY 'CLIBOOK'.                                                  00002260
                                                                        00002270
      *-------------------------------------------------------------*   00002280
      *       CADASTRO COMPLEMENTAR (KSDS)   LRECL = 132            *   00002290
      *-------------------------------------------------------------*   00002300
       FD CADCLI.                                                       00002310
                                                                        00002320
       COPY 'CADBOOK'.                                                  00002330
                                                                        00002340
      *-------------------------------------------------------------*   00002350
      *       HISTORICO DE MOVIMENTOS (KSDS)   LRECL = 59           *   00002360
      *-------------------------------------------------------------*   00002370
       FD HISTMOV.                                                      00002380
                                                                        00002390
       COPY 'HISBOOK'.                                                  00002400
                                                                        00002410
      *-------------------------------------------------------------*   00002420
      *       CADASTRO DE CDB (KSDS)     LRECL = 41                 *   00002430
      *-------------------------------------------------------------*   00002440
       FD CDBMAS.                                                       00002450
                                                                        00002460
       COPY 'CDBBOOK'.                                                  00002470
                                                                        00002480
      *-------------------------------------------------------------*   00002490
      *       BLOQUEIOS JUDICIAIS (KSDS)   LRECL = 56               *   00002500
      *-------------------------------------------------------------*   00002510
       FD BLOQJUD.                                                      00002520
                                                                        00002530
       COPY 'BLQBOOK'.                                                  00002540
                                                                        00002550
      *-------------------------------------------------------------*   00002560
      *       CONTRATOS DE CHEQUE ESPECIAL (KSDS)  LRECL = 80       *   00002570
      *-------------------------------------------------------------*   00002580
       FD LIMCON.                                                       00002590
                                                                        00002600
       COPY 'LIMBOOK'.                                                  00002610
                                                                        00002620
      *-------------------------------------------------------------*   00002630
      *       DEPOSITOS DA POUPANCA (KSDS)   LRECL = 60             *   00002640
      *-------------------------------------------------------------*   00002650
       FD POUDEP.                                                       00002660
                                                                        00002670
       COPY 'POUBOOK'.                                                  00002680
                                                                        00002690
      *-------------------------------------------------------------*   00002700
      *       CADASTRO DE TALOES (KSDS)   LRECL = 60                *   00002710
      *-------------------------------------------------------------*   00002720
       FD TALCHQ.                                                       00002730
                                                                        00002740
       COPY 'TALBOOK'.                                                  00002750
                                                                        00002760
      *-------------------------------------------------------------*   00002770
      *       CONTRATOS DE EMPRESTIMO (KSDS)  LRECL = 80            *   00002780
      *-------------------------------------------------------------*   00002790
       FD EMPMAS.                                                       00002800
                                                                        00002810
       COPY 'EMPBOOK'.                                                  00002820
                                                                        00002830
      *-------------------------------------------------------------*   00002840
      *       PARCELAS DOS EMPRESTIMOS (KSDS)  LRECL = 80           *   00002850
      *-------------------------------------------------------------*   00002860
       FD EMPPAR.                                                       00002870
                                                                        00002880
       COPY 'PARCBOOK'.                                                 00002890
                                                                        00002900
      *-------------------------------------------------------------*   00002910
      *       PACOTE DE SERVICOS POR CONTA (KSDS)  LRECL = 60       *   00002920
      *-------------------------------------------------------------*   00002930
       FD PACCTA.                                                       00002940
                                                                        00002950
       COPY 'PACBOOK'.                                                  00002960
                                                                        00002970
      *-------------------------------------------------------------*   00002980
      *       CONTROLE DA COBRANCA (KSDS)   LRECL = 100             *   00002990
      *-------------------------------------------------------------*   00003000
       FD CBRCTL.                                                       00003010
                                                                        00003020
       COPY 'CBRBOOK'.                                                  00003030
                                                                        00003040
      *-------------------------------------------------------------*   00003050
      *       CADASTRO DE CARTOES (KSDS)   LRECL = 80               *   00003060
      *-------------------------------------------------------------*   00003070
       FD CRDCAD.                                                       00003080
                                                                        00003090
       COPY 'CRDBOOK'.                                                  00003100
                                                                        00003110
      *-------------------------------------------------------------*   00003120
      *       REFERENCIA CRUZADA (KSDS)   LRECL = 40                *   00003130
      *-------------------------------------------------------------*   00003140
       FD MIGXREF.                                                      00003150
                                                                        00003160
       COPY 'MIGBOOK'.                                                  00003170
                                                                        00003180
      *-------------------------------------------------------------*   00003190
      *       MOVIMENTO DE AGENCIA (LAYOUT AGMOV)  LRECL = 46       *   00003200
      *-------------------------------------------------------------*   00003210
       FD AGMOV                                                         00003220
           RECORDING  MODE IS F                                         00003230
           BLOCK CONTAINS 0 RECORDS.                                    00003240
                                                                        00003250
       01 FD-AGMOV.                                                     00003260
          05 FD-AG-OPERACAO  PIC X(01).                                 00003270
          05 FD-AG-CODAGEN   PIC X(04).                                 00003280
          05 FD-AG-NOMEAGEN  PIC X(30).                                 00003290
          05 FD-AG-REGIAO    PIC X(10).                                 00003300
          05 FD-AG-STATUS    PIC X(01).                                 00003310
                                                                        00003320
      *-------------------------------------------------------------*   00003330
      *       ARQUIVO DE SAIDA   RELMIG   LRECL = 80                *   00003340
      *-------------------------------------------------------------*   00003350
       FD RELMIG                                                        00003360
           RECORDING  MODE IS F                                         00003370
           BLOCK CONTAINS 0 RECORDS.                                    00003380
                                                                        00003390
       01 FD-RELMIG       PIC X(80).                                    00003400
                                                                        00003410
      *-------------------------------------------------------------*   00003420
       WORKING-STORAGE                                      SECTION.    00003430
      *-------------------------------------------------------------*   00003440
                                                                        00003450
      *------------------LOG-DE-ERROS-------------------------------*   00003460
                                                                        00003470
       01 WRK-DADOS.                                                    00003480
           05 WRK-PROGRAMA  PIC X(08).                                  00003490
           05 WRK-SECAO     PIC X(04).                                  00003500
           05 WRK-MENSAGEM  PIC X(30).                                  00003510
           05 WRK-STATUS    PIC X(02).                                  00003520
           05 WRK-SEVERIDADE PIC X(01).                                 00003530
           05 FILLER        PIC X(22).                                  00003540
                                                                        00003550
      *------------------DATA DE NEGOCIO----------------------------*   00003560
                                                                        00003570
           COPY 'LNKDPRC'.                                              00003580
                                                                        00003590
      *--------------------LOGICA-----------------------------------*   00003600
                                                                        00003610
       77 WRK-DATA-NEGOCIO    PIC 9(08) VALUE 0.                        00003620
                                                                        00003630
       77 WRK-AG-ANT          PIC X(04) VALUE SPACES.                   00003640
                                                                        00003650
       77 WRK-AG-NOVA         PIC X(04) VALUE SPACES.                   00003660
                                                                        00003670
       77 WRK-FIM-TRANS       PIC 9(08) VALUE 0.                        00003680
                                                                        00003690
       77 WRK-AG-TOTAL        PIC X(04).                                00003700
                                                                        00003710
       77 WRK-COL             PIC 9(01).                                00003720
                                                                        00003730
       77 WRK-ERROS           PIC 9(05) VALUE 0.                        00003740
                                                                        00003750
       77 WRK-MIGRADAS        PIC 9(05) VALUE 0.                        00003760
                                                                        00003770
       77 WRK-JA-MIGRADAS     PIC 9(05) VALUE 0.                        00003780
                                                                        00003790
       77 WRK-NUM-TROCADO     PIC 9(05) VALUE 0.                        00003800
                                                                        00003810
       77 WRK-CARTOES         PIC 9(05) VALUE 0.                        00003820
                                                                        00003830
       77 WRK-IND             PIC 9(05).                                00003840
                                                                        00003850
       77 WRK-IND2            PIC 9(05).                                00003860
                                                                        00003870
       77 WRK-IND-AR          PIC 9(01).                                00003880
                                                                        00003890
       77 WRK-ACHOU           PIC X(01).                                00003900
                                                                        00003910
       77 WRK-FIM-BROWSE      PIC X(01).                                00003920
                                                                        00003930
       77 WRK-DIVERGE         PIC X(01) VALUE 'N'.                      00003940
                                                                        00003950
       77 WRK-RESIDUO         PIC X(01) VALUE 'N'.                      00003960
                                                                        00003970
       77 WRK-MOTIVO          PIC X(40).                                00003980
                                                                        00003990
       77 WRK-MSG-FINAL       PIC X(17) VALUE 'FINAL DE PROGRAMA'.      00004000
                                                                        00004010
       01 WRK-CHAVE-ANT.                                                00004020
          05 WRK-CA-AGENCIA   PIC X(04).                                00004030
          05 WRK-CA-CONTA     PIC X(04).                                00004040
                                                                        00004050
       01 WRK-CHAVE-NOVA.                                               00004060
          05 WRK-CN-AGENCIA   PIC X(04).                                00004070
          05 WRK-CN-CONTA     PIC X(04).                                00004080
                                                                        00004090
      *       CHAVE COMPLETA SALVA PARA A EXCLUSAO DO REGISTRO FILHO    00004100
                                                                        00004110
       77 WRK-HIS-SALVA       PIC X(19).                                00004120
                                                                        00004130
       77 WRK-CDB-SALVA       PIC X(11).                                00004140
                                                                        00004150
       77 WRK-BLQ-SALVA       PIC X(11).                                00004160
                                                                        00004170
       77 WRK-PDP-SALVA       PIC X(16).                                00004180
                                                                        00004190
       77 WRK-TAL-SALVA       PIC X(14).                                00004200
                                                                        00004210
       77 WRK-EMP-SALVA       PIC X(11).                                00004220
                                                                        00004230
       77 WRK-EPA-SALVA       PIC X(14).                                00004240
                                                                        00004250
      *       DADOS DA AGENCIA ENCERRADA PARA O AGMOV                   00004260
                                                                        00004270
       01 WRK-AGENCIA-ANT.                                              00004280
          05 WRK-AA-NOME      PIC X(30) VALUE SPACES.                   00004290
          05 WRK-AA-REGIAO    PIC X(10) VALUE SPACES.                   00004300
          05 WRK-AA-STATUS    PIC X(01) VALUE SPACES.                   00004310
                                                                        00004320
       77 WRK-AN-STATUS       PIC X(01) VALUE SPACES.                   00004330
                                                                        00004340
      *-----------CONTAS DA AGENCIA ENCERRADA (DE-PARA)-------------*   00004350
                                                                        00004360
       01 WRK-TAB-CONTAS.                                               00004370
          05 WRK-TAB-QTD      PIC 9(05) VALUE 0.                        00004380
          05 WRK-TAB-OCR      OCCURS 9999 TIMES.                        00004390
             10 WRK-TB-CONTA-ANT  PIC X(04).                            00004400
             10 WRK-TB-CONTA-NOVA PIC X(04).                            00004410
             10 WRK-TB-TROCADA    PIC X(01).                            00004420
                                                                        00004430
      *-----------PROVA DE TOTAIS-----------------------------------*   00004440
      *   ARQUIVO 1 CLIENTES 2 CADCLI 3 HISTMOV 4 CDBMAS 5 BLOQJUD      00004450
      *           6 LIMCON 7 POUDEP 8 TALCHQ 9 EMPMAS 10 EMPPAR         00004460
      *           11 PACCTA 12 CBRCTL 13 CRDCAD                         00004470
      *   COLUNA  1 ANTES/ANTIGA   2 ANTES/NOVA                         00004480
      *           3 DEPOIS/ANTIGA  4 DEPOIS/NOVA                        00004490
                                                                        00004500
       01 WRK-PROVA.                                                    00004510
          05 WRK-PV-ARQ       OCCURS 13 TIMES.                          00004520
             10 WRK-PV-COL    OCCURS 4 TIMES.                           00004530
                15 WRK-PV-QTD PIC 9(07).                                00004540
                15 WRK-PV-VAL PIC S9(15).                               00004550
                                                                        00004560
       01 WRK-NOMES-ARQ.                                                00004570
          05 FILLER           PIC X(08) VALUE 'CLIENTES'.               00004580
          05 FILLER           PIC X(08) VALUE 'CADCLI  '.               00004590
          05 FILLER           PIC X(08) VALUE 'HISTMOV '.               00004600
          05 FILLER           PIC X(08) VALUE 'CDBMAS  '.               00004610
          05 FILLER           PIC X(08) VALUE 'BLOQJUD '.               00004620
          05 FILLER           PIC X(08) VALUE 'LIMCON  '.               00004630
          05 FILLER           PIC X(08) VALUE 'POUDEP  '.               00004640
          05 FILLER           PIC X(08) VALUE 'TALCHQ  '.               00004650
          05 FILLER           PIC X(08) VALUE 'EMPMAS  '.               00004660
          05 FILLER           PIC X(08) VALUE 'EMPPAR  '.               00004670
          05 FILLER           PIC X(08) VALUE 'PACCTA  '.               00004680
          05 FILLER           PIC X(08) VALUE 'CBRCTL  '.               00004690
          05 FILLER           PIC X(08) VALUE 'CRDCAD  '.               00004700
       01 FILLER REDEFINES WRK-NOMES-ARQ.                               00004710
          05 WRK-NOME-ARQ     PIC X(08) OCCURS 13 TIMES.                00004720
                                                                        00004730
       77 WRK-QTD-ANTES       PIC 9(07).                                00004740
                                                                        00004750
       77 WRK-QTD-DEPOIS      PIC 9(07).                                00004760
                                                                        00004770
       77 WRK-VAL-ANTES       PIC S9(15).                               00004780
                                                                        00004790
       77 WRK-VAL-DEPOIS      PIC S9(15).                               00004800
                                                                        00004810
      *--------------------RELATORIO--------------------------------*   00004820
                                                                        00004830
       01 WRK-CABEC1.                                                   00004840
          05 FILLER   PIC X(37) VALUE                                   00004850
             'FR21MIG1 - INCORPORACAO DE AGENCIA  '.                    00004860
          05 FILLER   PIC X(08) VALUE 'DATA.: '.                        00004870
          05 WRK-C1-DATA      PIC 9(08).                                00004880
          05 FILLER   PIC X(27).                                        00004890
                                                                        00004900
       01 WRK-CABEC2.                                                   00004910
          05 FILLER   PIC X(17) VALUE 'AGENCIA ANTIGA.: '.              00004920
          05 WRK-C2-AG-ANT    PIC X(04).                                00004930
          05 FILLER   PIC X(18) VALUE '   AGENCIA NOVA.: '.             00004940
          05 WRK-C2-AG-NOVA   PIC X(04).                                00004950
          05 FILLER   PIC X(18) VALUE '   TRANSICAO ATE: '.             00004960
          05 WRK-C2-FIM-TRANS PIC 9(08).                                00004970
          05 FILLER   PIC X(11).                                        00004980
                                                                        00004990
       01 WRK-LINHA-VAZIA     PIC X(80) VALUE SPACES.                   00005000
                                                                        00005010
       01 WRK-LINHA-CRITICA.                                            00005020
          05 FILLER           PIC X(09) VALUE ' ERRO... '.              00005030
          05 WRK-LC-CHAVE-ANT PIC X(08).                                00005040
          05 FILLER           PIC X(04) VALUE ' -> '.                   00005050
          05 WRK-LC-CHAVE-NOVA PIC X(08).                               00005060
          05 FILLER           PIC X(02) VALUE SPACES.                   00005070
          05 WRK-LC-MOTIVO    PIC X(40).                                00005080
          05 FILLER           PIC X(09).                                00005090
                                                                        00005100
       01 WRK-LINHA-CONTA.                                              00005110
          05 FILLER           PIC X(09) VALUE ' CONTA.. '.              00005120
          05 WRK-LD-CHAVE-ANT PIC X(08).                                00005130
          05 FILLER           PIC X(04) VALUE ' -> '.                   00005140
          05 WRK-LD-CHAVE-NOVA PIC X(08).                               00005150
          05 FILLER           PIC X(02) VALUE SPACES.                   00005160
          05 WRK-LD-OBS       PIC X(20).                                00005170
          05 FILLER           PIC X(29).                                00005180
                                                                        00005190
       01 WRK-CAB-PROVA1.                                               00005200
          05 FILLER   PIC X(40) VALUE                                   00005210
             ' PROVA DE TOTAIS    ----- ANTES -----  -'.                00005220
          05 FILLER   PIC X(40) VALUE                                   00005230
             '---- DEPOIS ----                        '.                00005240
                                                                        00005250
       01 WRK-CAB-PROVA2.                                               00005260
          05 FILLER   PIC X(40) VALUE                                   00005270
             ' ARQUIVO            ANTIGA     NOVA   AN'.                00005280
          05 FILLER   PIC X(40) VALUE                                   00005290
             'TIGA     NOVA  VEREDITO                 '.                00005300
                                                                        00005310
       01 WRK-LINHA-PROVA.                                              00005320
          05 FILLER           PIC X(01) VALUE SPACES.                   00005330
          05 WRK-LP-ARQ       PIC X(08).                                00005340
          05 FILLER           PIC X(10) VALUE '  QTDE    '.             00005350
          05 WRK-LP-QTD1      PIC ZZZZZZ9.                              00005360
          05 FILLER           PIC X(02) VALUE SPACES.                   00005370
          05 WRK-LP-QTD2      PIC ZZZZZZ9.                              00005380
          05 FILLER           PIC X(02) VALUE SPACES.                   00005390
          05 WRK-LP-QTD3      PIC ZZZZZZ9.                              00005400
          05 FILLER           PIC X(02) VALUE SPACES.                   00005410
          05 WRK-LP-QTD4      PIC ZZZZZZ9.                              00005420
          05 FILLER           PIC X(02) VALUE SPACES.                   00005430
          05 WRK-LP-VEREDITO  PIC X(10).                                00005440
          05 FILLER           PIC X(15).                                00005450
                                                                        00005460
       01 WRK-LINHA-VALOR.                                              00005470
          05 FILLER           PIC X(10) VALUE SPACES.                   00005480
          05 FILLER           PIC X(14) VALUE 'VALOR ANTES.: '.         00005490
          05 WRK-LV-ANTES     PIC -ZZZZZZZZZZZZZ9.                      00005500
          05 FILLER           PIC X(16) VALUE '  VALOR DEPOIS: '.       00005510
          05 WRK-LV-DEPOIS    PIC -ZZZZZZZZZZZZZ9.                      00005520
          05 FILLER           PIC X(10).                                00005530
                                                                        00005540
       01 WRK-LINHA-TOTAL.                                              00005550
          05 WRK-LT-TEXTO     PIC X(30).                                00005560
          05 WRK-LT-VALOR     PIC ZZZZ9.                                00005570
          05 FILLER           PIC X(45).                                00005580
                                                                        00005590
      *--------------------STATUS-----------------------------------*   00005600
                                                                        00005610
       77 WRK-FS-MIGMAP   PIC 9(02).                                    00005620
                                                                        00005630
       77 WRK-FS-AGENSEQ  PIC 9(02).                                    00005640
                                                                        00005650
       77 WRK-FS-CLIENTES PIC 9(02).                                    00005660
                                                                        00005670
       77 WRK-FS-CADCLI   PIC 9(02).                                    00005680
                                                                        00005690
       77 WRK-FS-HISTMOV  PIC 9(02).                                    00005700
                                                                        00005710
       77 WRK-FS-CDBMAS   PIC 9(02).                                    00005720
                                                                        00005730
       77 WRK-FS-BLOQJUD  PIC 9(02).                                    00005740
                                                                        00005750
       77 WRK-FS-LIMCON   PIC 9(02).                                    00005760
                                                                        00005770
       77 WRK-FS-POUDEP   PIC 9(02).                                    00005780
                                                                        00005790
       77 WRK-FS-TALCHQ   PIC 9(02).                                    00005800
                                                                        00005810
       77 WRK-FS-EMPMAS   PIC 9(02).                                    00005820
                                                                        00005830
       77 WRK-FS-EMPPAR   PIC 9(02).                                    00005840
                                                                        00005850
       77 WRK-FS-PACCTA   PIC 9(02).                                    00005860
                                                                        00005870
       77 WRK-FS-CBRCTL   PIC 9(02).                                    00005880
                                                                        00005890
       77 WRK-FS-CRDCAD   PIC 9(02).                                    00005900
                                                                        00005910
       77 WRK-FS-MIGXREF  PIC 9(02).                                    00005920
                                                                        00005930
       77 WRK-FS-AGMOV    PIC 9(02).                                    00005940
                                                                        00005950
       77 WRK-FS-RELMIG   PIC 9(02).                                    00005960
                                                                        00005970
      *=============================================================*   00005980
       PROCEDURE DIVISION.                                              00005990
      *=============================================================*   00006000
                                                                        00006010
      *=============================================================*   00006020
       0000-PRINCIPAL                                       SECTION.    00006030
                                                                        00006040
            PERFORM 1000-INICIAR.                                       00006050
            PERFORM 1100-LER-MAPA.                                      00006060
            PERFORM 1200-VALIDAR-AGENCIAS.                              00006070
            PERFORM 1300-CARREGAR-CONTAS.                               00006080
            PERFORM 1400-APLICAR-NUMEROS                                00006090
               UNTIL WRK-FS-MIGMAP NOT EQUAL ZEROS.                     00006100
            PERFORM 1500-CRITICAR-CHAVES                                00006110
               VARYING WRK-IND FROM 1 BY 1                              00006120
                 UNTIL WRK-IND > WRK-TAB-QTD.                           00006130
                                                                        00006140
            IF WRK-ERROS GREATER ZEROS                                  00006150
               PERFORM 1900-REJEITAR-MAPA                               00006160
            END-IF.                                                     00006170
                                                                        00006180
            MOVE WRK-AG-ANT TO WRK-AG-TOTAL.                            00006190
            MOVE 1          TO WRK-COL.                                 00006200
            PERFORM 4000-TOTALIZAR.                                     00006210
            MOVE WRK-AG-NOVA TO WRK-AG-TOTAL.                           00006220
            MOVE 2           TO WRK-COL.                                00006230
            PERFORM 4000-TOTALIZAR.                                     00006240
                                                                        00006250
            PERFORM 2000-MIGRAR-CONTA                                   00006260
               VARYING WRK-IND FROM 1 BY 1                              00006270
                 UNTIL WRK-IND > WRK-TAB-QTD.                           00006280
            PERFORM 2800-MIGRAR-CARTOES.                                00006290
                                                                        00006300
            MOVE WRK-AG-ANT TO WRK-AG-TOTAL.                            00006310
            MOVE 3          TO WRK-COL.                                 00006320
            PERFORM 4000-TOTALIZAR.                                     00006330
            MOVE WRK-AG-NOVA TO WRK-AG-TOTAL.                           00006340
            MOVE 4           TO WRK-COL.                                00006350
            PERFORM 4000-TOTALIZAR.                                     00006360
                                                                        00006370
            PERFORM 5000-EMITIR-PROVA.                                  00006380
            PERFORM 6000-GRAVAR-AGMOV.                                  00006390
            PERFORM 3000-FINALIZAR.                                     00006400
                                                                        00006410
       0000-99-FIM.                                            EXIT.    00006420
      *=============================================================*   00006430
                                                                        00006440
      *=============================================================*   00006450
       1000-INICIAR                                         SECTION.    00006460
                                                                        00006470
            MOVE 'FR21MIG1' TO LNK-DP-PROGRAMA.                         00006480
            MOVE ZEROS      TO LNK-DP-DIAS-TOL.                         00006490
            CALL 'FR21DTA1' USING LNK-DPRC.                             00006500
            MOVE LNK-DP-DATA TO WRK-DATA-NEGOCIO.                       00006510
                                                                        00006520
            INITIALIZE WRK-PROVA.                                       00006530
                                                                        00006540
            OPEN INPUT  MIGMAP.                                         00006550
            OPEN INPUT  AGENSEQ.                                        00006560
            OPEN I-O    CLIENTES.                                       00006570
            OPEN I-O    CADCLI.                                         00006580
            OPEN I-O    HISTMOV.                                        00006590
            OPEN I-O    CDBMAS.                                         00006600
            OPEN I-O    BLOQJUD.                                        00006610
            OPEN I-O    LIMCON.                                         00006620
            OPEN I-O    POUDEP.                                         00006630
            OPEN I-O    TALCHQ.                                         00006640
            OPEN I-O    EMPMAS.                                         00006650
            OPEN I-O    EMPPAR.                                         00006660
            OPEN I-O    PACCTA.                                         00006670
            OPEN I-O    CBRCTL.                                         00006680
            OPEN I-O    CRDCAD.                                         00006690
            OPEN I-O    MIGXREF.                                        00006700
            OPEN OUTPUT AGMOV.                                          00006710
            OPEN OUTPUT RELMIG.                                         00006720
                                                                        00006730
            IF WRK-FS-MIGMAP NOT EQUAL ZEROS                            00006740
               MOVE 'FR21MIG1'                  TO WRK-PROGRAMA         00006750
               MOVE '1000'                      TO WRK-SECAO            00006760
               MOVE 'ERRO OPEN MIGMAP         ' TO WRK-MENSAGEM         00006770
               MOVE WRK-FS-MIGMAP               TO WRK-STATUS           00006780
               PERFORM 9000-TRATARERROS                                 00006790
            END-IF.                                                     00006800
                                                                        00006810
            IF WRK-FS-AGENSEQ NOT EQUAL ZEROS                           00006820
               MOVE 'FR21MIG1'                  TO WRK-PROGRAMA         00006830
               MOVE '1000'                      TO WRK-SECAO            00006840
               MOVE 'ERRO OPEN AGENSEQ        ' TO WRK-MENSAGEM         00006850
               MOVE WRK-FS-AGENSEQ              TO WRK-STATUS           00006860
               PERFORM 9000-TRATARERROS                                 00006870
            END-IF.                                                     00006880
                                                                        00006890
            IF WRK-FS-CLIENTES NOT EQUAL ZEROS                          00006900
               MOVE 'FR21MIG1'                  TO WRK-PROGRAMA         00006910
               MOVE '1000'                      TO WRK-SECAO            00006920
               MOVE 'ERRO OPEN CLIENTES       ' TO WRK-MENSAGEM         00006930
               MOVE WRK-FS-CLIENTES             TO WRK-STATUS           00006940
               PERFORM 9000-TRATARERROS                                 00006950
            END-IF.                                                     00006960
                                                                        00006970
            IF WRK-FS-CADCLI NOT EQUAL ZEROS                            00006980
               MOVE 'FR21MIG1'                  TO WRK-PROGRAMA         00006990
               MOVE '1000'                      TO WRK-SECAO            00007000
               MOVE 'ERRO OPEN CADCLI         ' TO WRK-MENSAGEM         00007010
               MOVE WRK-FS-CADCLI               TO WRK-STATUS           00007020
               PERFORM 9000-TRATARERROS                                 00007030
            END-IF.                                                     00007040
                                                                        00007050
            IF WRK-FS-HISTMOV NOT EQUAL ZEROS                           00007060
               MOVE 'FR21MIG1'                  TO WRK-PROGRAMA         00007070
               MOVE '1000'                      TO WRK-SECAO            00007080
               MOVE 'ERRO OPEN HISTMOV        ' TO WRK-MENSAGEM         00007090
               MOVE WRK-FS-HISTMOV              TO WRK-STATUS           00007100
               PERFORM 9000-TRATARERROS                                 00007110
            END-IF.                                                     00007120
                                                                        00007130
            IF WRK-FS-CDBMAS NOT EQUAL ZEROS                            00007140
               MOVE 'FR21MIG1'                  TO WRK-PROGRAMA         00007150
               MOVE '1000'                      TO WRK-SECAO            00007160
               MOVE 'ERRO OPEN CDBMAS         ' TO WRK-MENSAGEM         00007170
               MOVE WRK-FS-CDBMAS               TO WRK-STATUS           00007180
               PERFORM 9000-TRATARERROS                                 00007190
            END-IF.                                                     00007200
                                                                        00007210
            IF WRK-FS-BLOQJUD NOT EQUAL ZEROS                           00007220
               MOVE 'FR21MIG1'                  TO WRK-PROGRAMA         00007230
               MOVE '1000'                      TO WRK-SECAO            00007240
               MOVE 'ERRO OPEN BLOQJUD        ' TO WRK-MENSAGEM         00007250
               MOVE WRK-FS-BLOQJUD              TO WRK-STATUS           00007260
               PERFORM 9000-TRATARERROS                                 00007270
            END-IF.                                                     00007280
                                                                        00007290
            IF WRK-FS-LIMCON NOT EQUAL ZEROS                            00007300
               MOVE 'FR21MIG1'                  TO WRK-PROGRAMA         00007310
               MOVE '1000'                      TO WRK-SECAO            00007320
               MOVE 'ERRO OPEN LIMCON         ' TO WRK-MENSAGEM         00007330
               MOVE WRK-FS-LIMCON               TO WRK-STATUS           00007340
               PERFORM 9000-TRATARERROS                                 00007350
            END-IF.                                                     00007360
                                                                        00007370
            IF WRK-FS-POUDEP NOT EQUAL ZEROS                            00007380
               MOVE 'FR21MIG1'                  TO WRK-PROGRAMA         00007390
               MOVE '1000'                      TO WRK-SECAO            00007400
               MOVE 'ERRO OPEN POUDEP         ' TO WRK-MENSAGEM         00007410
               MOVE WRK-FS-POUDEP               TO WRK-STATUS           00007420
               PERFORM 9000-TRATARERROS                                 00007430
            END-IF.                                                     00007440
                                                                        00007450
            IF WRK-FS-TALCHQ NOT EQUAL ZEROS                            00007460
               MOVE 'FR21MIG1'                  TO WRK-PROGRAMA         00007470
               MOVE '1000'                      TO WRK-SECAO            00007480
               MOVE 'ERRO OPEN TALCHQ         ' TO WRK-MENSAGEM         00007490
               MOVE WRK-FS-TALCHQ               TO WRK-STATUS           00007500
               PERFORM 9000-TRATARERROS                                 00007510
            END-IF.                                                     00007520
                                                                        00007530
            IF WRK-FS-EMPMAS NOT EQUAL ZEROS                            00007540
               MOVE 'FR21MIG1'                  TO WRK-PROGRAMA         00007550
               MOVE '1000'                      TO WRK-SECAO            00007560
               MOVE 'ERRO OPEN EMPMAS         ' TO WRK-MENSAGEM         00007570
               MOVE WRK-FS-EMPMAS               TO WRK-STATUS           00007580
               PERFORM 9000-TRATARERROS                                 00007590
            END-IF.                                                     00007600
                                                                        00007610
            IF WRK-FS-EMPPAR NOT EQUAL ZEROS                            00007620
               MOVE 'FR21MIG1'                  TO WRK-PROGRAMA         00007630
               MOVE '1000'                      TO WRK-SECAO            00007640
               MOVE 'ERRO OPEN EMPPAR         ' TO WRK-MENSAGEM         00007650
               MOVE WRK-FS-EMPPAR               TO WRK-STATUS           00007660
               PERFORM 9000-TRATARERROS                                 00007670
            END-IF.                                                     00007680
                                                                        00007690
            IF WRK-FS-PACCTA NOT EQUAL ZEROS                            00007700
               MOVE 'FR21MIG1'                  TO WRK-PROGRAMA         00007710
               MOVE '1000'                      TO WRK-SECAO            00007720
               MOVE 'ERRO OPEN PACCTA         ' TO WRK-MENSAGEM         00007730
               MOVE WRK-FS-PACCTA               TO WRK-STATUS           00007740
               PERFORM 9000-TRATARERROS                                 00007750
            END-IF.                                                     00007760
                                                                        00007770
            IF WRK-FS-CBRCTL NOT EQUAL ZEROS                            00007780
               MOVE 'FR21MIG1'                  TO WRK-PROGRAMA         00007790
               MOVE '1000'                      TO WRK-SECAO            00007800
               MOVE 'ERRO OPEN CBRCTL         ' TO WRK-MENSAGEM         00007810
               MOVE WRK-FS-CBRCTL               TO WRK-STATUS           00007820
               PERFORM 9000-TRATARERROS                                 00007830
            END-IF.                                                     00007840
                                                                        00007850
            IF WRK-FS-CRDCAD NOT EQUAL ZEROS                            00007860
               MOVE 'FR21MIG1'                  TO WRK-PROGRAMA         00007870
               MOVE '1000'                      TO WRK-SECAO            00007880
               MOVE 'ERRO OPEN CRDCAD         ' TO WRK-MENSAGEM         00007890
               MOVE WRK-FS-CRDCAD               TO WRK-STATUS           00007900
               PERFORM 9000-TRATARERROS                                 00007910
            END-IF.                                                     00007920
                                                                        00007930
            IF WRK-FS-MIGXREF NOT EQUAL ZEROS                           00007940
               MOVE 'FR21MIG1'                  TO WRK-PROGRAMA         00007950
               MOVE '1000'                      TO WRK-SECAO            00007960
               MOVE 'ERRO OPEN MIGXREF        ' TO WRK-MENSAGEM         00007970
               MOVE WRK-FS-MIGXREF              TO WRK-STATUS           00007980
               PERFORM 9000-TRATARERROS                                 00007990
            END-IF.                                                     00008000
                                                                        00008010
            IF WRK-FS-AGMOV NOT EQUAL ZEROS                             00008020
               MOVE 'FR21MIG1'                  TO WRK-PROGRAMA         00008030
               MOVE '1000'                      TO WRK-SECAO            00008040
               MOVE 'ERRO OPEN AGMOV          ' TO WRK-MENSAGEM         00008050
               MOVE WRK-FS-AGMOV                TO WRK-STATUS           00008060
               PERFORM 9000-TRATARERROS                                 00008070
            END-IF.                                                     00008080
                                                                        00008090
            IF WRK-FS-RELMIG NOT EQUAL ZEROS                            00008100
               MOVE 'FR21MIG1'                  TO WRK-PROGRAMA         00008110
               MOVE '1000'                      TO WRK-SECAO            00008120
               MOVE 'ERRO OPEN RELMIG         ' TO WRK-MENSAGEM         00008130
               MOVE WRK-FS-RELMIG               TO WRK-STATUS           00008140
               PERFORM 9000-TRATARERROS                                 00008150
            END-IF.                                                     00008160
                                                                        00008170
            MOVE WRK-DATA-NEGOCIO TO WRK-C1-DATA.                       00008180
            WRITE FD-RELMIG FROM WRK-CABEC1.                            00008190
                                                                        00008200
       1000-99-FIM.                                            EXIT.    00008210
      *=============================================================*   00008220
                                                                        00008230
      *=============================================================*   00008240
       1100-LER-MAPA                                        SECTION.    00008250
                                                                        00008260
      *                 O PRIMEIRO REGISTRO DO MAPA E O DA AGENCIA      00008270
                                                                        00008280
           READ MIGMAP.                                                 00008290
                                                                        00008300
           IF WRK-FS-MIGMAP NOT EQUAL ZEROS                             00008310
              OR FD-MP-TIPO NOT EQUAL 'A'                               00008320
              MOVE 'FR21MIG1'                  TO WRK-PROGRAMA          00008330
              MOVE '1100'                      TO WRK-SECAO             00008340
              MOVE 'MAPA SEM REGISTRO DE AGENCIA' TO WRK-MENSAGEM       00008350
              MOVE WRK-FS-MIGMAP               TO WRK-STATUS            00008360
              PERFORM 9000-TRATARERROS                                  00008370
           END-IF.                                                      00008380
                                                                        00008390
           MOVE FD-MP-AG-ANT    TO WRK-AG-ANT.                          00008400
           MOVE FD-MP-AG-NOVA   TO WRK-AG-NOVA.                         00008410
                                                                        00008420
           IF FD-MP-FIM-TRANS IS NUMERIC                                00008430
              MOVE FD-MP-FIM-TRANS TO WRK-FIM-TRANS                     00008440
           END-IF.                                                      00008450
                                                                        00008460
           MOVE WRK-AG-ANT      TO WRK-C2-AG-ANT.                       00008470
           MOVE WRK-AG-NOVA     TO WRK-C2-AG-NOVA.                      00008480
           MOVE WRK-FIM-TRANS   TO WRK-C2-FIM-TRANS.                    00008490
           WRITE FD-RELMIG FROM WRK-CABEC2.                             00008500
           WRITE FD-RELMIG FROM WRK-LINHA-VAZIA.                        00008510
                                                                        00008520
           MOVE SPACES TO WRK-CHAVE-ANT WRK-CHAVE-NOVA.                 00008530
           MOVE WRK-AG-ANT  TO WRK-CA-AGENCIA.                          00008540
           MOVE WRK-AG-NOVA TO WRK-CN-AGENCIA.                          00008550
                                                                        00008560
           IF WRK-AG-ANT IS NOT NUMERIC                                 00008570
              OR WRK-AG-NOVA IS NOT NUMERIC                             00008580
              MOVE 'AGENCIA NAO NUMERICA NO MAPA' TO WRK-MOTIVO         00008590
              PERFORM 1800-LISTAR-ERRO                                  00008600
           END-IF.                                                      00008610
                                                                        00008620
           IF WRK-AG-ANT EQUAL WRK-AG-NOVA                              00008630
              MOVE 'AGENCIA NOVA IGUAL A ANTIGA' TO WRK-MOTIVO          00008640
              PERFORM 1800-LISTAR-ERRO                                  00008650
           END-IF.                                                      00008660
                                                                        00008670
           IF WRK-FIM-TRANS NOT GREATER WRK-DATA-NEGOCIO                00008680
              MOVE 'FIM DA TRANSICAO INVALIDO OU VENCIDO'               00008690
                                                TO WRK-MOTIVO           00008700
              PERFORM 1800-LISTAR-ERRO                                  00008710
           END-IF.                                                      00008720
                                                                        00008730
           READ MIGMAP.                                                 00008740
                                                                        00008750
       1100-99-FIM.                                            EXIT.    00008760
      *=============================================================*   00008770
                                                                        00008780
      *=============================================================*   00008790
       1200-VALIDAR-AGENCIAS                                SECTION.    00008800
                                                                        00008810
      *                 AS DUAS AGENCIAS TEM QUE ESTAR ATIVAS NO        00008820
      *                 CADASTRO (DESCARGA DO FR21AGM1)                 00008830
                                                                        00008840
           READ AGENSEQ.                                                00008850
                                                                        00008860
           PERFORM UNTIL WRK-FS-AGENSEQ NOT EQUAL ZEROS                 00008870
              IF FD-AS-CODAGEN EQUAL WRK-AG-ANT                         00008880
                 MOVE FD-AS-NOMEAGEN TO WRK-AA-NOME                     00008890
                 MOVE FD-AS-REGIAO   TO WRK-AA-REGIAO                   00008900
                 MOVE FD-AS-STATUS   TO WRK-AA-STATUS                   00008910
              END-IF                                                    00008920
              IF FD-AS-CODAGEN EQUAL WRK-AG-NOVA                        00008930
                 MOVE FD-AS-STATUS   TO WRK-AN-STATUS                   00008940
              END-IF                                                    00008950
              READ AGENSEQ                                              00008960
           END-PERFORM.                                                 00008970
                                                                        00008980
           IF WRK-AA-STATUS NOT EQUAL 'A'                               00008990
              MOVE 'AGENCIA ANTIGA INEXISTENTE OU INATIVA'              00009000
                                                TO WRK-MOTIVO           00009010
              PERFORM 1800-LISTAR-ERRO                                  00009020
           END-IF.                                                      00009030
                                                                        00009040
           IF WRK-AN-STATUS NOT EQUAL 'A'                               00009050
              MOVE 'AGENCIA NOVA INEXISTENTE OU INATIVA'                00009060
                                                TO WRK-MOTIVO           00009070
              PERFORM 1800-LISTAR-ERRO                                  00009080
           END-IF.                                                      00009090
                                                                        00009100
       1200-99-FIM.                                            EXIT.    00009110
      *=============================================================*   00009120
                                                                        00009130
      *=============================================================*   00009140
       1300-CARREGAR-CONTAS                                 SECTION.    00009150
                                                                        00009160
      *                 TODAS AS CONTAS DA AGENCIA ANTIGA; POR          00009170
      *                 PADRAO A CONTA MANTEM O NUMERO                  00009180
                                                                        00009190
           MOVE LOW-VALUES TO CLI-CHAVE.                                00009200
           MOVE WRK-AG-ANT TO CLI-AGENCIA.                              00009210
           START CLIENTES KEY NOT LESS CLI-CHAVE.                       00009220
                                                                        00009230
           IF WRK-FS-CLIENTES NOT EQUAL ZEROS                           00009240
              GO TO 1300-99-FIM                                         00009250
           END-IF.                                                      00009260
                                                                        00009270
           READ CLIENTES NEXT.                                          00009280
                                                                        00009290
           PERFORM UNTIL WRK-FS-CLIENTES NOT EQUAL ZEROS                00009300
                      OR CLI-AGENCIA NOT EQUAL WRK-AG-ANT               00009310
              IF WRK-TAB-QTD EQUAL 9999                                 00009320
                 MOVE 'FR21MIG1'                  TO WRK-PROGRAMA       00009330
                 MOVE '1300'                      TO WRK-SECAO          00009340
                 MOVE 'TABELA DE CONTAS ESTOUROU ' TO WRK-MENSAGEM      00009350
                 MOVE SPACES                      TO WRK-STATUS         00009360
                 PERFORM 9000-TRATARERROS                               00009370
              END-IF                                                    00009380
              ADD 1 TO WRK-TAB-QTD                                      00009390
              MOVE CLI-CONTA TO WRK-TB-CONTA-ANT(WRK-TAB-QTD)           00009400
              MOVE CLI-CONTA TO WRK-TB-CONTA-NOVA(WRK-TAB-QTD)          00009410
              MOVE 'N'       TO WRK-TB-TROCADA(WRK-TAB-QTD)             00009420
              READ CLIENTES NEXT                                        00009430
           END-PERFORM.                                                 00009440
                                                                        00009450
       1300-99-FIM.                                            EXIT.    00009460
      *=============================================================*   00009470
                                                                        00009480
      *=============================================================*   00009490
       1400-APLICAR-NUMEROS                                 SECTION.    00009500
                                                                        00009510
      *                 REGISTRO 'C': CONTA QUE GANHA NUMERO NOVO       00009520
                                                                        00009530
           MOVE SPACES         TO WRK-CHAVE-ANT WRK-CHAVE-NOVA.         00009540
           MOVE FD-MP-AG-ANT   TO WRK-CA-AGENCIA.                       00009550
           MOVE FD-MP-CONTA-ANT TO WRK-CA-CONTA.                        00009560
           MOVE WRK-AG-NOVA    TO WRK-CN-AGENCIA.                       00009570
           MOVE FD-MP-CONTA-NOVA TO WRK-CN-CONTA.                       00009580
                                                                        00009590
           IF FD-MP-TIPO NOT EQUAL 'C'                                  00009600
              OR FD-MP-AG-ANT NOT EQUAL WRK-AG-ANT                      00009610
              MOVE 'REGISTRO DO MAPA FORA DA AGENCIA' TO WRK-MOTIVO     00009620
              PERFORM 1800-LISTAR-ERRO                                  00009630
              GO TO 1400-90-LER                                         00009640
           END-IF.                                                      00009650
                                                                        00009660
           IF FD-MP-CONTA-NOVA IS NOT NUMERIC                           00009670
              MOVE 'NUMERO NOVO NAO NUMERICO' TO WRK-MOTIVO             00009680
              PERFORM 1800-LISTAR-ERRO                                  00009690
              GO TO 1400-90-LER                                         00009700
           END-IF.                                                      00009710
                                                                        00009720
           MOVE 'N' TO WRK-ACHOU.                                       00009730
           PERFORM VARYING WRK-IND2 FROM 1 BY 1                         00009740
                     UNTIL WRK-IND2 > WRK-TAB-QTD OR WRK-ACHOU = 'S'    00009750
              IF WRK-TB-CONTA-ANT(WRK-IND2) EQUAL FD-MP-CONTA-ANT       00009760
                 MOVE 'S' TO WRK-ACHOU                                  00009770
                 MOVE FD-MP-CONTA-NOVA TO WRK-TB-CONTA-NOVA(WRK-IND2)   00009780
                 MOVE 'S' TO WRK-TB-TROCADA(WRK-IND2)                   00009790
              END-IF                                                    00009800
           END-PERFORM.                                                 00009810
                                                                        00009820
           IF WRK-ACHOU EQUAL 'S'                                       00009830
              GO TO 1400-90-LER                                         00009840
           END-IF.                                                      00009850
                                                                        00009860
      *                 FORA DO CLIENTES: SE JA ESTA NO MIGXREF E       00009870
      *                 REEXECUCAO, SENAO E ERRO DO MAPA                00009880
                                                                        00009890
           MOVE WRK-CHAVE-ANT TO MIG-CHAVE-ANT.                         00009900
           READ MIGXREF.                                                00009910
                                                                        00009920
           IF WRK-FS-MIGXREF EQUAL ZEROS                                00009930
              ADD 1 TO WRK-JA-MIGRADAS                                  00009940
           ELSE                                                         00009950
              MOVE 'CONTA NAO EXISTE NA AGENCIA ANTIGA' TO WRK-MOTIVO   00009960
              PERFORM 1800-LISTAR-ERRO                                  00009970
           END-IF.                                                      00009980
                                                                        00009990
       1400-90-LER.                                                     00010000
           READ MIGMAP.                                                 00010010
                                                                        00010020
       1400-99-FIM.                                            EXIT.    00010030
      *=============================================================*   00010040
                                                                        00010050
      *=============================================================*   00010060
       1500-CRITICAR-CHAVES                                 SECTION.    00010070
                                                                        00010080
      *                 A CHAVE NOVA NAO PODE EXISTIR EM NENHUM         00010090
      *                 CLUSTER NEM SE REPETIR NO PROPRIO MAPA          00010100
                                                                        00010110
           MOVE WRK-AG-ANT  TO WRK-CA-AGENCIA.                          00010120
           MOVE WRK-TB-CONTA-ANT(WRK-IND)  TO WRK-CA-CONTA.             00010130
           MOVE WRK-AG-NOVA TO WRK-CN-AGENCIA.                          00010140
           MOVE WRK-TB-CONTA-NOVA(WRK-IND) TO WRK-CN-CONTA.             00010150
                                                                        00010160
           MOVE WRK-CHAVE-NOVA TO CLI-CHAVE.                            00010170
           READ CLIENTES.                                               00010180
           IF WRK-FS-CLIENTES EQUAL ZEROS                               00010190
              MOVE 'CHAVE NOVA JA EXISTE NO CLIENTES' TO WRK-MOTIVO     00010200
              PERFORM 1800-LISTAR-ERRO                                  00010210
           END-IF.                                                      00010220
                                                                        00010230
           MOVE WRK-CHAVE-NOVA TO CAD-CHAVE.                            00010240
           READ CADCLI.                                                 00010250
           IF WRK-FS-CADCLI EQUAL ZEROS                                 00010260
              MOVE 'CHAVE NOVA JA EXISTE NO CADCLI' TO WRK-MOTIVO       00010270
              PERFORM 1800-LISTAR-ERRO                                  00010280
           END-IF.                                                      00010290
                                                                        00010300
           MOVE LOW-VALUES     TO HIS-CHAVE-REG.                        00010310
           MOVE WRK-CHAVE-NOVA TO HIS-CHAVE.                            00010320
           START HISTMOV KEY NOT LESS HIS-CHAVE-REG.                    00010330
           IF WRK-FS-HISTMOV EQUAL ZEROS                                00010340
              READ HISTMOV NEXT                                         00010350
              IF WRK-FS-HISTMOV EQUAL ZEROS                             00010360
                 AND HIS-CHAVE EQUAL WRK-CHAVE-NOVA                     00010370
                 MOVE 'CHAVE NOVA JA TEM HISTORICO' TO WRK-MOTIVO       00010380
                 PERFORM 1800-LISTAR-ERRO                               00010390
              END-IF                                                    00010400
           END-IF.                                                      00010410
                                                                        00010420
           MOVE LOW-VALUES     TO CDB-CHAVE-REG.                        00010430
           MOVE WRK-CHAVE-NOVA TO CDB-CHAVE.                            00010440
           START CDBMAS KEY NOT LESS CDB-CHAVE-REG.                     00010450
           IF WRK-FS-CDBMAS EQUAL ZEROS                                 00010460
              READ CDBMAS NEXT                                          00010470
              IF WRK-FS-CDBMAS EQUAL ZEROS                              00010480
                 AND CDB-CHAVE EQUAL WRK-CHAVE-NOVA                     00010490
                 MOVE 'CHAVE NOVA JA TEM CDB' TO WRK-MOTIVO             00010500
                 PERFORM 1800-LISTAR-ERRO                               00010510
              END-IF                                                    00010520
           END-IF.                                                      00010530
                                                                        00010540
           MOVE LOW-VALUES     TO BLQ-CHAVE-REG.                        00010550
           MOVE WRK-CHAVE-NOVA TO BLQ-CHAVE.                            00010560
           START BLOQJUD KEY NOT LESS BLQ-CHAVE-REG.                    00010570
           IF WRK-FS-BLOQJUD EQUAL ZEROS                                00010580
              READ BLOQJUD NEXT                                         00010590
              IF WRK-FS-BLOQJUD EQUAL ZEROS                             00010600
                 AND BLQ-CHAVE EQUAL WRK-CHAVE-NOVA                     00010610
                 MOVE 'CHAVE NOVA JA TEM BLOQUEIO' TO WRK-MOTIVO        00010620
                 PERFORM 1800-LISTAR-ERRO                               00010630
              END-IF                                                    00010640
           END-IF.                                                      00010650
                                                                        00010660
           MOVE WRK-CHAVE-NOVA TO LIC-CHAVE.                            00010670
           READ LIMCON.                                                 00010680
           IF WRK-FS-LIMCON EQUAL ZEROS                                 00010690
              MOVE 'CHAVE NOVA JA TEM CHEQUE ESPECIAL' TO WRK-MOTIVO    00010700
              PERFORM 1800-LISTAR-ERRO                                  00010710
           END-IF.                                                      00010720
                                                                        00010730
           MOVE LOW-VALUES     TO PDP-CHAVE-REG.                        00010740
           MOVE WRK-CHAVE-NOVA TO PDP-CHAVE.                            00010750
           START POUDEP KEY NOT LESS PDP-CHAVE-REG.                     00010760
           IF WRK-FS-POUDEP EQUAL ZEROS                                 00010770
              READ POUDEP NEXT                                          00010780
              IF WRK-FS-POUDEP EQUAL ZEROS                              00010790
                 AND PDP-CHAVE EQUAL WRK-CHAVE-NOVA                     00010800
                 MOVE 'CHAVE NOVA JA TEM POUPANCA' TO WRK-MOTIVO        00010810
                 PERFORM 1800-LISTAR-ERRO                               00010820
              END-IF                                                    00010830
           END-IF.                                                      00010840
                                                                        00010850
           MOVE LOW-VALUES     TO TAL-CHAVE-REG.                        00010860
           MOVE WRK-CHAVE-NOVA TO TAL-CHAVE.                            00010870
           START TALCHQ KEY NOT LESS TAL-CHAVE-REG.                     00010880
           IF WRK-FS-TALCHQ EQUAL ZEROS                                 00010890
              READ TALCHQ NEXT                                          00010900
              IF WRK-FS-TALCHQ EQUAL ZEROS                              00010910
                 AND TAL-CHAVE EQUAL WRK-CHAVE-NOVA                     00010920
                 MOVE 'CHAVE NOVA JA TEM TALAO' TO WRK-MOTIVO           00010930
                 PERFORM 1800-LISTAR-ERRO                               00010940
              END-IF                                                    00010950
           END-IF.                                                      00010960
                                                                        00010970
           MOVE LOW-VALUES     TO EMP-CHAVE-REG.                        00010980
           MOVE WRK-CHAVE-NOVA TO EMP-CHAVE.                            00010990
           START EMPMAS KEY NOT LESS EMP-CHAVE-REG.                     00011000
           IF WRK-FS-EMPMAS EQUAL ZEROS                                 00011010
              READ EMPMAS NEXT                                          00011020
              IF WRK-FS-EMPMAS EQUAL ZEROS                              00011030
                 AND EMP-CHAVE EQUAL WRK-CHAVE-NOVA                     00011040
                 MOVE 'CHAVE NOVA JA TEM EMPRESTIMO' TO WRK-MOTIVO      00011050
                 PERFORM 1800-LISTAR-ERRO                               00011060
              END-IF                                                    00011070
           END-IF.                                                      00011080
                                                                        00011090
           MOVE LOW-VALUES     TO EPA-CHAVE-REG.                        00011100
           MOVE WRK-CHAVE-NOVA TO EPA-CHAVE.                            00011110
           START EMPPAR KEY NOT LESS EPA-CHAVE-REG.                     00011120
           IF WRK-FS-EMPPAR EQUAL ZEROS                                 00011130
              READ EMPPAR NEXT                                          00011140
              IF WRK-FS-EMPPAR EQUAL ZEROS                              00011150
                 AND EPA-CHAVE EQUAL WRK-CHAVE-NOVA                     00011160
                 MOVE 'CHAVE NOVA JA TEM PARCELA' TO WRK-MOTIVO         00011170
                 PERFORM 1800-LISTAR-ERRO                               00011180
              END-IF                                                    00011190
           END-IF.                                                      00011200
                                                                        00011210
           MOVE WRK-CHAVE-NOVA TO PAC-CHAVE.                            00011220
           READ PACCTA.                                                 00011230
           IF WRK-FS-PACCTA EQUAL ZEROS                                 00011240
              MOVE 'CHAVE NOVA JA TEM PACOTE' TO WRK-MOTIVO             00011250
              PERFORM 1800-LISTAR-ERRO                                  00011260
           END-IF.                                                      00011270
                                                                        00011280
           MOVE WRK-CHAVE-NOVA TO CBR-CHAVE.                            00011290
           READ CBRCTL.                                                 00011300
           IF WRK-FS-CBRCTL EQUAL ZEROS                                 00011310
              MOVE 'CHAVE NOVA JA TEM COBRANCA' TO WRK-MOTIVO           00011320
              PERFORM 1800-LISTAR-ERRO                                  00011330
           END-IF.                                                      00011340
                                                                        00011350
      *                 REPETICAO SO E POSSIVEL QUANDO HA NUMERO        00011360
      *                 TROCADO NO MAPA                                 00011370
                                                                        00011380
           IF WRK-TB-TROCADA(WRK-IND) EQUAL 'S'                         00011390
              ADD 1 TO WRK-NUM-TROCADO                                  00011400
              PERFORM VARYING WRK-IND2 FROM 1 BY 1                      00011410
                        UNTIL WRK-IND2 > WRK-TAB-QTD                    00011420
                 IF WRK-IND2 NOT EQUAL WRK-IND                          00011430
                    AND WRK-TB-CONTA-NOVA(WRK-IND2)                     00011440
                        EQUAL WRK-TB-CONTA-NOVA(WRK-IND)                00011450
                    MOVE 'NUMERO NOVO REPETIDO NO MAPA' TO WRK-MOTIVO   00011460
                    PERFORM 1800-LISTAR-ERRO                            00011470
                 END-IF                                                 00011480
              END-PERFORM                                               00011490
           END-IF.                                                      00011500
                                                                        00011510
       1500-99-FIM.                                            EXIT.    00011520
      *=============================================================*   00011530
                                                                        00011540
      *=============================================================*   00011550
       1800-LISTAR-ERRO                                     SECTION.    00011560
                                                                        00011570
           ADD 1 TO WRK-ERROS.                                          00011580
           MOVE WRK-CHAVE-ANT  TO WRK-LC-CHAVE-ANT.                     00011590
           MOVE WRK-CHAVE-NOVA TO WRK-LC-CHAVE-NOVA.                    00011600
           MOVE WRK-MOTIVO     TO WRK-LC-MOTIVO.                        00011610
           WRITE FD-RELMIG FROM WRK-LINHA-CRITICA.                      00011620
                                                                        00011630
       1800-99-FIM.                                            EXIT.    00011640
      *=============================================================*   00011650
                                                                        00011660
      *=============================================================*   00011670
       1900-REJEITAR-MAPA                                   SECTION.    00011680
                                                                        00011690
      *                 MAPA COM ERRO: NADA FOI ALTERADO                00011700
                                                                        00011710
             WRITE FD-RELMIG FROM WRK-LINHA-VAZIA.                      00011720
             MOVE 'ERROS NO MAPA - NADA MIGRADO:' TO WRK-LT-TEXTO.      00011730
             MOVE WRK-ERROS                 TO WRK-LT-VALOR.            00011740
             WRITE FD-RELMIG FROM WRK-LINHA-TOTAL.                      00011750
                                                                        00011760
             DISPLAY 'MAPA DA INCORPORACAO REJEITADO - ERROS: '         00011770
                     WRK-ERROS.                                         00011780
                                                                        00011790
             CLOSE MIGMAP AGENSEQ.                                      00011800
             CLOSE CLIENTES CADCLI HISTMOV CDBMAS BLOQJUD.              00011810
             CLOSE LIMCON POUDEP TALCHQ EMPMAS EMPPAR PACCTA.           00011820
             CLOSE CBRCTL CRDCAD.                                       00011830
             CLOSE MIGXREF AGMOV RELMIG.                                00011840
                                                                        00011850
             MOVE 8 TO RETURN-CODE.                                     00011860
             STOP RUN.                                                  00011870
                                                                        00011880
       1900-99-FIM.                                            EXIT.    00011890
      *=============================================================*   00011900
                                                                        00011910
      *=============================================================*   00011920
       2000-MIGRAR-CONTA                                    SECTION.    00011930
                                                                        00011940
           MOVE WRK-AG-ANT  TO WRK-CA-AGENCIA.                          00011950
           MOVE WRK-TB-CONTA-ANT(WRK-IND)  TO WRK-CA-CONTA.             00011960
           MOVE WRK-AG-NOVA TO WRK-CN-AGENCIA.                          00011970
           MOVE WRK-TB-CONTA-NOVA(WRK-IND) TO WRK-CN-CONTA.             00011980
                                                                        00011990
           PERFORM 2100-MIGRAR-CLIENTES.                                00012000
           PERFORM 2200-MIGRAR-CADCLI.                                  00012010
                                                                        00012020
           MOVE 'N' TO WRK-FIM-BROWSE.                                  00012030
           PERFORM 2300-MIGRAR-HISTMOV UNTIL WRK-FIM-BROWSE = 'S'.      00012040
           MOVE 'N' TO WRK-FIM-BROWSE.                                  00012050
           PERFORM 2400-MIGRAR-CDBMAS  UNTIL WRK-FIM-BROWSE = 'S'.      00012060
           MOVE 'N' TO WRK-FIM-BROWSE.                                  00012070
           PERFORM 2500-MIGRAR-BLOQJUD UNTIL WRK-FIM-BROWSE = 'S'.      00012080
                                                                        00012090
           PERFORM 2700-MIGRAR-LIMCON.                                  00012100
           MOVE 'N' TO WRK-FIM-BROWSE.                                  00012110
           PERFORM 2710-MIGRAR-POUDEP  UNTIL WRK-FIM-BROWSE = 'S'.      00012120
           MOVE 'N' TO WRK-FIM-BROWSE.                                  00012130
           PERFORM 2720-MIGRAR-TALCHQ  UNTIL WRK-FIM-BROWSE = 'S'.      00012140
           MOVE 'N' TO WRK-FIM-BROWSE.                                  00012150
           PERFORM 2730-MIGRAR-EMPMAS  UNTIL WRK-FIM-BROWSE = 'S'.      00012160
           MOVE 'N' TO WRK-FIM-BROWSE.                                  00012170
           PERFORM 2740-MIGRAR-EMPPAR  UNTIL WRK-FIM-BROWSE = 'S'.      00012180
           PERFORM 2750-MIGRAR-PACCTA.                                  00012190
           PERFORM 2760-MIGRAR-CBRCTL.                                  00012200
                                                                        00012210
           PERFORM 2600-GRAVAR-XREF.                                    00012220
                                                                        00012230
           ADD 1 TO WRK-MIGRADAS.                                       00012240
                                                                        00012250
           MOVE WRK-CHAVE-ANT  TO WRK-LD-CHAVE-ANT.                     00012260
           MOVE WRK-CHAVE-NOVA TO WRK-LD-CHAVE-NOVA.                    00012270
           IF WRK-TB-TROCADA(WRK-IND) EQUAL 'S'                         00012280
              MOVE 'NUMERO TROCADO'  TO WRK-LD-OBS                      00012290
           ELSE                                                         00012300
              MOVE SPACES            TO WRK-LD-OBS                      00012310
           END-IF.                                                      00012320
           WRITE FD-RELMIG FROM WRK-LINHA-CONTA.                        00012330
                                                                        00012340
       2000-99-FIM.                                            EXIT.    00012350
      *=============================================================*   00012360
                                                                        00012370
      *=============================================================*   00012380
       2100-MIGRAR-CLIENTES                                 SECTION.    00012390
                                                                        00012400
           MOVE WRK-CHAVE-ANT TO CLI-CHAVE.                             00012410
           READ CLIENTES.                                               00012420
                                                                        00012430
           IF WRK-FS-CLIENTES NOT EQUAL ZEROS                           00012440
              MOVE 'FR21MIG1'                  TO WRK-PROGRAMA          00012450
              MOVE '2100'                      TO WRK-SECAO             00012460
              MOVE 'ERRO READ CLIENTES       ' TO WRK-MENSAGEM          00012470
              MOVE WRK-FS-CLIENTES             TO WRK-STATUS            00012480
              PERFORM 9000-TRATARERROS                                  00012490
           END-IF.                                                      00012500
                                                                        00012510
           MOVE WRK-CHAVE-NOVA TO CLI-CHAVE.                            00012520
           WRITE REG-CLIENTES.                                          00012530
                                                                        00012540
           IF WRK-FS-CLIENTES NOT EQUAL ZEROS                           00012550
              MOVE 'FR21MIG1'                  TO WRK-PROGRAMA          00012560
              MOVE '2100'                      TO WRK-SECAO             00012570
              MOVE 'ERRO WRITE CLIENTES      ' TO WRK-MENSAGEM          00012580
              MOVE WRK-FS-CLIENTES             TO WRK-STATUS            00012590
              PERFORM 9000-TRATARERROS                                  00012600
           END-IF.                                                      00012610
                                                                        00012620
           MOVE WRK-CHAVE-ANT TO CLI-CHAVE.                             00012630
           DELETE CLIENTES.                                             00012640
                                                                        00012650
           IF WRK-FS-CLIENTES NOT EQUAL ZEROS                           00012660
              MOVE 'FR21MIG1'                  TO WRK-PROGRAMA          00012670
              MOVE '2100'                      TO WRK-SECAO             00012680
              MOVE 'ERRO DELETE CLIENTES     ' TO WRK-MENSAGEM          00012690
              MOVE WRK-FS-CLIENTES             TO WRK-STATUS            00012700
              PERFORM 9000-TRATARERROS                                  00012710
           END-IF.                                                      00012720
                                                                        00012730
       2100-99-FIM.                                            EXIT.    00012740
      *=============================================================*   00012750
                                                                        00012760
      *=============================================================*   00012770
       2200-MIGRAR-CADCLI                                   SECTION.    00012780
                                                                        00012790
      *                 CONTA SEM CADASTRO COMPLEMENTAR: NADA A FAZER   00012800
                                                                        00012810
           MOVE WRK-CHAVE-ANT TO CAD-CHAVE.                             00012820
           READ CADCLI.                                                 00012830
                                                                        00012840
           IF WRK-FS-CADCLI NOT EQUAL ZEROS                             00012850
              GO TO 2200-99-FIM                                         00012860
           END-IF.                                                      00012870
                                                                        00012880
           MOVE WRK-CHAVE-NOVA TO CAD-CHAVE.                            00012890
           WRITE REG-CADCLI.                                            00012900
                                                                        00012910
           IF WRK-FS-CADCLI NOT EQUAL ZEROS                             00012920
              MOVE 'FR21MIG1'                  TO WRK-PROGRAMA          00012930
              MOVE '2200'                      TO WRK-SECAO             00012940
              MOVE 'ERRO WRITE CADCLI        ' TO WRK-MENSAGEM          00012950
              MOVE WRK-FS-CADCLI               TO WRK-STATUS            00012960
              PERFORM 9000-TRATARERROS                                  00012970
           END-IF.                                                      00012980
                                                                        00012990
           MOVE WRK-CHAVE-ANT TO CAD-CHAVE.                             00013000
           DELETE CADCLI.                                               00013010
                                                                        00013020
           IF WRK-FS-CADCLI NOT EQUAL ZEROS                             00013030
              MOVE 'FR21MIG1'                  TO WRK-PROGRAMA          00013040
              MOVE '2200'                      TO WRK-SECAO             00013050
              MOVE 'ERRO DELETE CADCLI       ' TO WRK-MENSAGEM          00013060
              MOVE WRK-FS-CADCLI               TO WRK-STATUS            00013070
              PERFORM 9000-TRATARERROS                                  00013080
           END-IF.                                                      00013090
                                                                        00013100
       2200-99-FIM.                                            EXIT.    00013110
      *=============================================================*   00013120
                                                                        00013130
      *=============================================================*   00013140
       2300-MIGRAR-HISTMOV                                  SECTION.    00013150
                                                                        00013160
      *                 UM REGISTRO POR VEZ: POSICIONA NO PRIMEIRO      00013170
      *                 DA CONTA ANTIGA, GRAVA NA NOVA E EXCLUI; O      00013180
      *                 PROXIMO START JA ACHA O SEGUINTE                00013190
                                                                        00013200
           MOVE LOW-VALUES    TO HIS-CHAVE-REG.                         00013210
           MOVE WRK-CHAVE-ANT TO HIS-CHAVE.                             00013220
           START HISTMOV KEY NOT LESS HIS-CHAVE-REG.                    00013230
                                                                        00013240
           IF WRK-FS-HISTMOV NOT EQUAL ZEROS                            00013250
              MOVE 'S' TO WRK-FIM-BROWSE                                00013260
              GO TO 2300-99-FIM                                         00013270
           END-IF.                                                      00013280
                                                                        00013290
           READ HISTMOV NEXT.                                           00013300
                                                                        00013310
           IF WRK-FS-HISTMOV NOT EQUAL ZEROS                            00013320
              OR HIS-CHAVE NOT EQUAL WRK-CHAVE-ANT                      00013330
              MOVE 'S' TO WRK-FIM-BROWSE                                00013340
              GO TO 2300-99-FIM                                         00013350
           END-IF.                                                      00013360
                                                                        00013370
           MOVE HIS-CHAVE-REG  TO WRK-HIS-SALVA.                        00013380
           MOVE WRK-CHAVE-NOVA TO HIS-CHAVE.                            00013390
           WRITE REG-HISTMOV.                                           00013400
                                                                        00013410
           IF WRK-FS-HISTMOV NOT EQUAL ZEROS                            00013420
              MOVE 'FR21MIG1'                  TO WRK-PROGRAMA          00013430
              MOVE '2300'                      TO WRK-SECAO             00013440
              MOVE 'ERRO WRITE HISTMOV       ' TO WRK-MENSAGEM          00013450
              MOVE WRK-FS-HISTMOV              TO WRK-STATUS            00013460
              PERFORM 9000-TRATARERROS                                  00013470
           END-IF.                                                      00013480
                                                                        00013490
           MOVE WRK-HIS-SALVA TO HIS-CHAVE-REG.                         00013500
           DELETE HISTMOV.                                              00013510
                                                                        00013520
           IF WRK-FS-HISTMOV NOT EQUAL ZEROS                            00013530
              MOVE 'FR21MIG1'                  TO WRK-PROGRAMA          00013540
              MOVE '2300'                      TO WRK-SECAO             00013550
              MOVE 'ERRO DELETE HISTMOV      ' TO WRK-MENSAGEM          00013560
              MOVE WRK-FS-HISTMOV              TO WRK-STATUS            00013570
              PERFORM 9000-TRATARERROS                                  00013580
           END-IF.                                                      00013590
                                                                        00013600
       2300-99-FIM.                                            EXIT.    00013610
      *=============================================================*   00013620
                                                                        00013630
      *=============================================================*   00013640
       2400-MIGRAR-CDBMAS                                   SECTION.    00013650
                                                                        00013660
           MOVE LOW-VALUES    TO CDB-CHAVE-REG.                         00013670
           MOVE WRK-CHAVE-ANT TO CDB-CHAVE.                             00013680
           START CDBMAS KEY NOT LESS CDB-CHAVE-REG.                     00013690
                                                                        00013700
           IF WRK-FS-CDBMAS NOT EQUAL ZEROS                             00013710
              MOVE 'S' TO WRK-FIM-BROWSE                                00013720
              GO TO 2400-99-FIM                                         00013730
           END-IF.                                                      00013740
                                                                        00013750
           READ CDBMAS NEXT.                                            00013760
                                                                        00013770
           IF WRK-FS-CDBMAS NOT EQUAL ZEROS                             00013780
              OR CDB-CHAVE NOT EQUAL WRK-CHAVE-ANT                      00013790
              MOVE 'S' TO WRK-FIM-BROWSE                                00013800
              GO TO 2400-99-FIM                                         00013810
           END-IF.                                                      00013820
                                                                        00013830
           MOVE CDB-CHAVE-REG  TO WRK-CDB-SALVA.                        00013840
           MOVE WRK-CHAVE-NOVA TO CDB-CHAVE.                            00013850
           WRITE REG-CDBMAS.                                            00013860
                                                                        00013870
           IF WRK-FS-CDBMAS NOT EQUAL ZEROS                             00013880
              MOVE 'FR21MIG1'                  TO WRK-PROGRAMA          00013890
              MOVE '2400'                      TO WRK-SECAO             00013900
              MOVE 'ERRO WRITE CDBMAS        ' TO WRK-MENSAGEM          00013910
              MOVE WRK-FS-CDBMAS               TO WRK-STATUS            00013920
              PERFORM 9000-TRATARERROS                                  00013930
           END-IF.                                                      00013940
                                                                        00013950
           MOVE WRK-CDB-SALVA TO CDB-CHAVE-REG.                         00013960
           DELETE CDBMAS.                                               00013970
                                                                        00013980
           IF WRK-FS-CDBMAS NOT EQUAL ZEROS                             00013990
              MOVE 'FR21MIG1'                  TO WRK-PROGRAMA          00014000
              MOVE '2400'                      TO WRK-SECAO             00014010
              MOVE 'ERRO DELETE CDBMAS       ' TO WRK-MENSAGEM          00014020
              MOVE WRK-FS-CDBMAS               TO WRK-STATUS            00014030
              PERFORM 9000-TRATARERROS                                  00014040
           END-IF.                                                      00014050
                                                                        00014060
       2400-99-FIM.                                            EXIT.    00014070
      *=============================================================*   00014080
                                                                        00014090
      *=============================================================*   00014100
       2500-MIGRAR-BLOQJUD                                  SECTION.    00014110
                                                                        00014120
           MOVE LOW-VALUES    TO BLQ-CHAVE-REG.                         00014130
           MOVE WRK-CHAVE-ANT TO BLQ-CHAVE.                             00014140
           START BLOQJUD KEY NOT LESS BLQ-CHAVE-REG.                    00014150
                                                                        00014160
           IF WRK-FS-BLOQJUD NOT EQUAL ZEROS                            00014170
              MOVE 'S' TO WRK-FIM-BROWSE                                00014180
              GO TO 2500-99-FIM                                         00014190
           END-IF.                                                      00014200
                                                                        00014210
           READ BLOQJUD NEXT.                                           00014220
                                                                        00014230
           IF WRK-FS-BLOQJUD NOT EQUAL ZEROS                            00014240
              OR BLQ-CHAVE NOT EQUAL WRK-CHAVE-ANT                      00014250
              MOVE 'S' TO WRK-FIM-BROWSE                                00014260
              GO TO 2500-99-FIM                                         00014270
           END-IF.                                                      00014280
                                                                        00014290
           MOVE BLQ-CHAVE-REG  TO WRK-BLQ-SALVA.                        00014300
           MOVE WRK-CHAVE-NOVA TO BLQ-CHAVE.                            00014310
           WRITE REG-BLOQJUD.                                           00014320
                                                                        00014330
           IF WRK-FS-BLOQJUD NOT EQUAL ZEROS                            00014340
              MOVE 'FR21MIG1'                  TO WRK-PROGRAMA          00014350
              MOVE '2500'                      TO WRK-SECAO             00014360
              MOVE 'ERRO WRITE BLOQJUD       ' TO WRK-MENSAGEM          00014370
              MOVE WRK-FS-BLOQJUD              TO WRK-STATUS            00014380
              PERFORM 9000-TRATARERROS                                  00014390
           END-IF.                                                      00014400
                                                                        00014410
           MOVE WRK-BLQ-SALVA TO BLQ-CHAVE-REG.                         00014420
           DELETE BLOQJUD.                                              00014430
                                                                        00014440
           IF WRK-FS-BLOQJUD NOT EQUAL ZEROS                            00014450
              MOVE 'FR21MIG1'                  TO WRK-PROGRAMA          00014460
              MOVE '2500'                      TO WRK-SECAO             00014470
              MOVE 'ERRO DELETE BLOQJUD      ' TO WRK-MENSAGEM          00014480
              MOVE WRK-FS-BLOQJUD              TO WRK-STATUS            00014490
              PERFORM 9000-TRATARERROS                                  00014500
           END-IF.                                                      00014510
                                                                        00014520
       2500-99-FIM.                                            EXIT.    00014530
      *=============================================================*   00014540
                                                                        00014550
      *=============================================================*   00014560
       2600-GRAVAR-XREF                                     SECTION.    00014570
                                                                        00014580
      *                 CHAVE ANTIGA JA NO MIGXREF (AGENCIA QUE         00014590
      *                 REABRIU E FECHOU DE NOVO) E REGRAVADA           00014600
                                                                        00014610
           MOVE WRK-CHAVE-ANT    TO MIG-CHAVE-ANT.                      00014620
           MOVE WRK-CHAVE-NOVA   TO MIG-CHAVE-NOVA.                     00014630
           MOVE WRK-DATA-NEGOCIO TO MIG-DATA-MIGR.                      00014640
           MOVE WRK-FIM-TRANS    TO MIG-FIM-TRANS.                      00014650
           WRITE REG-MIGXREF.                                           00014660
                                                                        00014670
           IF WRK-FS-MIGXREF EQUAL 22                                   00014680
              REWRITE REG-MIGXREF                                       00014690
           END-IF.                                                      00014700
                                                                        00014710
           IF WRK-FS-MIGXREF NOT EQUAL ZEROS                            00014720
              MOVE 'FR21MIG1'                  TO WRK-PROGRAMA          00014730
              MOVE '2600'                      TO WRK-SECAO             00014740
              MOVE 'ERRO WRITE MIGXREF       ' TO WRK-MENSAGEM          00014750
              MOVE WRK-FS-MIGXREF              TO WRK-STATUS            00014760
              PERFORM 9000-TRATARERROS                                  00014770
           END-IF.                                                      00014780
                                                                        00014790
       2600-99-FIM.                                            EXIT.    00014800
      *=============================================================*   00014810
                                                                        00014820
      *=============================================================*   00014830
       2700-MIGRAR-LIMCON                                   SECTION.    00014840
                                                                        00014850
      *                 CONTA SEM CHEQUE ESPECIAL: NADA A FAZER         00014860
                                                                        00014870
           MOVE WRK-CHAVE-ANT TO LIC-CHAVE.                             00014880
           READ LIMCON.                                                 00014890
                                                                        00014900
           IF WRK-FS-LIMCON NOT EQUAL ZEROS                             00014910
              GO TO 2700-99-FIM                                         00014920
           END-IF.                                                      00014930
                                                                        00014940
           MOVE WRK-CHAVE-NOVA TO LIC-CHAVE.                            00014950
           WRITE REG-LIMCON.                                            00014960
                                                                        00014970
           IF WRK-FS-LIMCON NOT EQUAL ZEROS                             00014980
              MOVE 'FR21MIG1'                  TO WRK-PROGRAMA          00014990
              MOVE '2700'                      TO WRK-SECAO             00015000
              MOVE 'ERRO WRITE LIMCON        ' TO WRK-MENSAGEM          00015010
              MOVE WRK-FS-LIMCON               TO WRK-STATUS            00015020
              PERFORM 9000-TRATARERROS                                  00015030
           END-IF.                                                      00015040
                                                                        00015050
           MOVE WRK-CHAVE-ANT TO LIC-CHAVE.                             00015060
           DELETE LIMCON.                                               00015070
                                                                        00015080
           IF WRK-FS-LIMCON NOT EQUAL ZEROS                             00015090
              MOVE 'FR21MIG1'                  TO WRK-PROGRAMA          00015100
              MOVE '2700'                      TO WRK-SECAO             00015110
              MOVE 'ERRO DELETE LIMCON       ' TO WRK-MENSAGEM          00015120
              MOVE WRK-FS-LIMCON               TO WRK-STATUS            00015130
              PERFORM 9000-TRATARERROS                                  00015140
           END-IF.                                                      00015150
                                                                        00015160
       2700-99-FIM.                                            EXIT.    00015170
      *=============================================================*   00015180
                                                                        00015190
      *=============================================================*   00015200
       2710-MIGRAR-POUDEP                                   SECTION.    00015210
                                                                        00015220
      *                 UM DEPOSITO POR VEZ, COMO NO HISTMOV            00015230
                                                                        00015240
           MOVE LOW-VALUES    TO PDP-CHAVE-REG.                         00015250
           MOVE WRK-CHAVE-ANT TO PDP-CHAVE.                             00015260
           START POUDEP KEY NOT LESS PDP-CHAVE-REG.                     00015270
                                                                        00015280
           IF WRK-FS-POUDEP NOT EQUAL ZEROS                             00015290
              MOVE 'S' TO WRK-FIM-BROWSE                                00015300
              GO TO 2710-99-FIM                                         00015310
           END-IF.                                                      00015320
                                                                        00015330
           READ POUDEP NEXT.                                            00015340
                                                                        00015350
           IF WRK-FS-POUDEP NOT EQUAL ZEROS                             00015360
              OR PDP-CHAVE NOT EQUAL WRK-CHAVE-ANT                      00015370
              MOVE 'S' TO WRK-FIM-BROWSE                                00015380
              GO TO 2710-99-FIM                                         00015390
           END-IF.                                                      00015400
                                                                        00015410
           MOVE PDP-CHAVE-REG  TO WRK-PDP-SALVA.                        00015420
           MOVE WRK-CHAVE-NOVA TO PDP-CHAVE.                            00015430
           WRITE REG-POUDEP.                                            00015440
                                                                        00015450
           IF WRK-FS-POUDEP NOT EQUAL ZEROS                             00015460
              MOVE 'FR21MIG1'                  TO WRK-PROGRAMA          00015470
              MOVE '2710'                      TO WRK-SECAO             00015480
              MOVE 'ERRO WRITE POUDEP        ' TO WRK-MENSAGEM          00015490
              MOVE WRK-FS-POUDEP               TO WRK-STATUS            00015500
              PERFORM 9000-TRATARERROS                                  00015510
           END-IF.                                                      00015520
                                                                        00015530
           MOVE WRK-PDP-SALVA TO PDP-CHAVE-REG.                         00015540
           DELETE POUDEP.                                               00015550
                                                                        00015560
           IF WRK-FS-POUDEP NOT EQUAL ZEROS                             00015570
              MOVE 'FR21MIG1'                  TO WRK-PROGRAMA          00015580
              MOVE '2710'                      TO WRK-SECAO             00015590
              MOVE 'ERRO DELETE POUDEP       ' TO WRK-MENSAGEM          00015600
              MOVE WRK-FS-POUDEP               TO WRK-STATUS            00015610
              PERFORM 9000-TRATARERROS                                  00015620
           END-IF.                                                      00015630
                                                                        00015640
       2710-99-FIM.                                            EXIT.    00015650
      *=============================================================*   00015660
                                                                        00015670
      *=============================================================*   00015680
       2720-MIGRAR-TALCHQ                                   SECTION.    00015690
                                                                        00015700
      *                 REGISTRO DE CONTROLE (FOLHA ZERO) E FOLHAS      00015710
                                                                        00015720
           MOVE LOW-VALUES    TO TAL-CHAVE-REG.                         00015730
           MOVE WRK-CHAVE-ANT TO TAL-CHAVE.                             00015740
           START TALCHQ KEY NOT LESS TAL-CHAVE-REG.                     00015750
                                                                        00015760
           IF WRK-FS-TALCHQ NOT EQUAL ZEROS                             00015770
              MOVE 'S' TO WRK-FIM-BROWSE                                00015780
              GO TO 2720-99-FIM                                         00015790
           END-IF.                                                      00015800
                                                                        00015810
           READ TALCHQ NEXT.                                            00015820
                                                                        00015830
           IF WRK-FS-TALCHQ NOT EQUAL ZEROS                             00015840
              OR TAL-CHAVE NOT EQUAL WRK-CHAVE-ANT                      00015850
              MOVE 'S' TO WRK-FIM-BROWSE                                00015860
              GO TO 2720-99-FIM                                         00015870
           END-IF.                                                      00015880
                                                                        00015890
           MOVE TAL-CHAVE-REG  TO WRK-TAL-SALVA.                        00015900
           MOVE WRK-CHAVE-NOVA TO TAL-CHAVE.                            00015910
           WRITE REG-TALCHQ.                                            00015920
                                                                        00015930
           IF WRK-FS-TALCHQ NOT EQUAL ZEROS                             00015940
              MOVE 'FR21MIG1'                  TO WRK-PROGRAMA          00015950
              MOVE '2720'                      TO WRK-SECAO             00015960
              MOVE 'ERRO WRITE TALCHQ        ' TO WRK-MENSAGEM          00015970
              MOVE WRK-FS-TALCHQ               TO WRK-STATUS            00015980
              PERFORM 9000-TRATARERROS                                  00015990
           END-IF.                                                      00016000
                                                                        00016010
           MOVE WRK-TAL-SALVA TO TAL-CHAVE-REG.                         00016020
           DELETE TALCHQ.                                               00016030
                                                                        00016040
           IF WRK-FS-TALCHQ NOT EQUAL ZEROS                             00016050
              MOVE 'FR21MIG1'                  TO WRK-PROGRAMA          00016060
              MOVE '2720'                      TO WRK-SECAO             00016070
              MOVE 'ERRO DELETE TALCHQ       ' TO WRK-MENSAGEM          00016080
              MOVE WRK-FS-TALCHQ               TO WRK-STATUS            00016090
              PERFORM 9000-TRATARERROS                                  00016100
           END-IF.                                                      00016110
                                                                        00016120
       2720-99-FIM.                                            EXIT.    00016130
      *=============================================================*   00016140
                                                                        00016150
      *=============================================================*   00016160
       2730-MIGRAR-EMPMAS                                   SECTION.    00016170
                                                                        00016180
           MOVE LOW-VALUES    TO EMP-CHAVE-REG.                         00016190
           MOVE WRK-CHAVE-ANT TO EMP-CHAVE.                             00016200
           START EMPMAS KEY NOT LESS EMP-CHAVE-REG.                     00016210
                                                                        00016220
           IF WRK-FS-EMPMAS NOT EQUAL ZEROS                             00016230
              MOVE 'S' TO WRK-FIM-BROWSE                                00016240
              GO TO 2730-99-FIM                                         00016250
           END-IF.                                                      00016260
                                                                        00016270
           READ EMPMAS NEXT.                                            00016280
                                                                        00016290
           IF WRK-FS-EMPMAS NOT EQUAL ZEROS                             00016300
              OR EMP-CHAVE NOT EQUAL WRK-CHAVE-ANT                      00016310
              MOVE 'S' TO WRK-FIM-BROWSE                                00016320
              GO TO 2730-99-FIM                                         00016330
           END-IF.                                                      00016340
                                                                        00016350
           MOVE EMP-CHAVE-REG  TO WRK-EMP-SALVA.                        00016360
           MOVE WRK-CHAVE-NOVA TO EMP-CHAVE.                            00016370
           WRITE REG-EMPMAS.                                            00016380
                                                                        00016390
           IF WRK-FS-EMPMAS NOT EQUAL ZEROS                             00016400
              MOVE 'FR21MIG1'                  TO WRK-PROGRAMA          00016410
              MOVE '2730'                      TO WRK-SECAO             00016420
              MOVE 'ERRO WRITE EMPMAS        ' TO WRK-MENSAGEM          00016430
              MOVE WRK-FS-EMPMAS               TO WRK-STATUS            00016440
              PERFORM 9000-TRATARERROS                                  00016450
           END-IF.                                                      00016460
                                                                        00016470
           MOVE WRK-EMP-SALVA TO EMP-CHAVE-REG.                         00016480
           DELETE EMPMAS.                                               00016490
                                                                        00016500
           IF WRK-FS-EMPMAS NOT EQUAL ZEROS                             00016510
              MOVE 'FR21MIG1'                  TO WRK-PROGRAMA          00016520
              MOVE '2730'                      TO WRK-SECAO             00016530
              MOVE 'ERRO DELETE EMPMAS       ' TO WRK-MENSAGEM          00016540
              MOVE WRK-FS-EMPMAS               TO WRK-STATUS            00016550
              PERFORM 9000-TRATARERROS                                  00016560
           END-IF.                                                      00016570
                                                                        00016580
       2730-99-FIM.                                            EXIT.    00016590
      *=============================================================*   00016600
                                                                        00016610
      *=============================================================*   00016620
       2740-MIGRAR-EMPPAR                                   SECTION.    00016630
                                                                        00016640
           MOVE LOW-VALUES    TO EPA-CHAVE-REG.                         00016650
           MOVE WRK-CHAVE-ANT TO EPA-CHAVE.                             00016660
           START EMPPAR KEY NOT LESS EPA-CHAVE-REG.                     00016670
                                                                        00016680
           IF WRK-FS-EMPPAR NOT EQUAL ZEROS                             00016690
              MOVE 'S' TO WRK-FIM-BROWSE                                00016700
              GO TO 2740-99-FIM                                         00016710
           END-IF.                                                      00016720
                                                                        00016730
           READ EMPPAR NEXT.                                            00016740
                                                                        00016750
           IF WRK-FS-EMPPAR NOT EQUAL ZEROS                             00016760
              OR EPA-CHAVE NOT EQUAL WRK-CHAVE-ANT                      00016770
              MOVE 'S' TO WRK-FIM-BROWSE                                00016780
              GO TO 2740-99-FIM                                         00016790
           END-IF.                                                      00016800
                                                                        00016810
           MOVE EPA-CHAVE-REG  TO WRK-EPA-SALVA.                        00016820
           MOVE WRK-CHAVE-NOVA TO EPA-CHAVE.                            00016830
           WRITE REG-EMPPAR.                                            00016840
                                                                        00016850
           IF WRK-FS-EMPPAR NOT EQUAL ZEROS                             00016860
              MOVE 'FR21MIG1'                  TO WRK-PROGRAMA          00016870
              MOVE '2740'                      TO WRK-SECAO             00016880
              MOVE 'ERRO WRITE EMPPAR        ' TO WRK-MENSAGEM          00016890
              MOVE WRK-FS-EMPPAR               TO WRK-STATUS            00016900
              PERFORM 9000-TRATARERROS                                  00016910
           END-IF.                                                      00016920
                                                                        00016930
           MOVE WRK-EPA-SALVA TO EPA-CHAVE-REG.                         00016940
           DELETE EMPPAR.                                               00016950
                                                                        00016960
           IF WRK-FS-EMPPAR NOT EQUAL ZEROS                             00016970
              MOVE 'FR21MIG1'                  TO WRK-PROGRAMA          00016980
              MOVE '2740'                      TO WRK-SECAO             00016990
              MOVE 'ERRO DELETE EMPPAR       ' TO WRK-MENSAGEM          00017000
              MOVE WRK-FS-EMPPAR               TO WRK-STATUS            00017010
              PERFORM 9000-TRATARERROS                                  00017020
           END-IF.                                                      00017030
                                                                        00017040
       2740-99-FIM.                                            EXIT.    00017050
      *=============================================================*   00017060
                                                                        00017070
      *=============================================================*   00017080
       2750-MIGRAR-PACCTA                                   SECTION.    00017090
                                                                        00017100
      *                 CONTA SEM PACOTE DE SERVICOS: NADA A FAZER      00017110
                                                                        00017120
           MOVE WRK-CHAVE-ANT TO PAC-CHAVE.                             00017130
           READ PACCTA.                                                 00017140
                                                                        00017150
           IF WRK-FS-PACCTA NOT EQUAL ZEROS                             00017160
              GO TO 2750-99-FIM                                         00017170
           END-IF.                                                      00017180
                                                                        00017190
           MOVE WRK-CHAVE-NOVA TO PAC-CHAVE.                            00017200
           WRITE REG-PACCTA.                                            00017210
                                                                        00017220
           IF WRK-FS-PACCTA NOT EQUAL ZEROS                             00017230
              MOVE 'FR21MIG1'                  TO WRK-PROGRAMA          00017240
              MOVE '2750'                      TO WRK-SECAO             00017250
              MOVE 'ERRO WRITE PACCTA        ' TO WRK-MENSAGEM          00017260
              MOVE WRK-FS-PACCTA               TO WRK-STATUS            00017270
              PERFORM 9000-TRATARERROS                                  00017280
           END-IF.                                                      00017290
                                                                        00017300
           MOVE WRK-CHAVE-ANT TO PAC-CHAVE.                             00017310
           DELETE PACCTA.                                               00017320
                                                                        00017330
           IF WRK-FS-PACCTA NOT EQUAL ZEROS                             00017340
              MOVE 'FR21MIG1'                  TO WRK-PROGRAMA          00017350
              MOVE '2750'                      TO WRK-SECAO             00017360
              MOVE 'ERRO DELETE PACCTA       ' TO WRK-MENSAGEM          00017370
              MOVE WRK-FS-PACCTA               TO WRK-STATUS            00017380
              PERFORM 9000-TRATARERROS                                  00017390
           END-IF.                                                      00017400
                                                                        00017410
       2750-99-FIM.                                            EXIT.    00017420
      *=============================================================*   00017430
                                                                        00017440
      *=============================================================*   00017450
       2760-MIGRAR-CBRCTL                                   SECTION.    00017460
                                                                        00017470
      *                 CONTA FORA DA COBRANCA: NADA A FAZER            00017480
                                                                        00017490
           MOVE WRK-CHAVE-ANT TO CBR-CHAVE.                             00017500
           READ CBRCTL.                                                 00017510
                                                                        00017520
           IF WRK-FS-CBRCTL NOT EQUAL ZEROS                             00017530
              GO TO 2760-99-FIM                                         00017540
           END-IF.                                                      00017550
                                                                        00017560
           MOVE WRK-CHAVE-NOVA TO CBR-CHAVE.                            00017570
           WRITE REG-CBRCTL.                                            00017580
                                                                        00017590
           IF WRK-FS-CBRCTL NOT EQUAL ZEROS                             00017600
              MOVE 'FR21MIG1'                  TO WRK-PROGRAMA          00017610
              MOVE '2760'                      TO WRK-SECAO             00017620
              MOVE 'ERRO WRITE CBRCTL        ' TO WRK-MENSAGEM          00017630
              MOVE WRK-FS-CBRCTL               TO WRK-STATUS            00017640
              PERFORM 9000-TRATARERROS                                  00017650
           END-IF.                                                      00017660
                                                                        00017670
           MOVE WRK-CHAVE-ANT TO CBR-CHAVE.                             00017680
           DELETE CBRCTL.                                               00017690
                                                                        00017700
           IF WRK-FS-CBRCTL NOT EQUAL ZEROS                             00017710
              MOVE 'FR21MIG1'                  TO WRK-PROGRAMA          00017720
              MOVE '2760'                      TO WRK-SECAO             00017730
              MOVE 'ERRO DELETE CBRCTL       ' TO WRK-MENSAGEM          00017740
              MOVE WRK-FS-CBRCTL               TO WRK-STATUS            00017750
              PERFORM 9000-TRATARERROS                                  00017760
           END-IF.                                                      00017770
                                                                        00017780
       2760-99-FIM.                                            EXIT.    00017790
      *=============================================================*   00017800
                                                                        00017810
      *=============================================================*   00017820
       2800-MIGRAR-CARTOES                                  SECTION.    00017830
                                                                        00017840
      *                 A CHAVE DO CRDCAD E O NUMERO DO CARTAO: UMA     00017850
      *                 PASSADA NO CADASTRO INTEIRO TROCA A CONTA DOS   00017860
      *                 CARTOES DA AGENCIA ANTIGA PELO DE-PARA DO       00017870
      *                 MIGXREF. CARTAO DE CONTA SEM DE-PARA FICA NA    00017880
      *                 AGENCIA ANTIGA E APARECE COMO SOBRA NA PROVA    00017890
                                                                        00017900
           MOVE LOW-VALUES TO CRD-NUMERO.                               00017910
           START CRDCAD KEY NOT LESS CRD-NUMERO.                        00017920
                                                                        00017930
           IF WRK-FS-CRDCAD NOT EQUAL ZEROS                             00017940
              GO TO 2800-99-FIM                                         00017950
           END-IF.                                                      00017960
                                                                        00017970
           READ CRDCAD NEXT.                                            00017980
                                                                        00017990
           PERFORM UNTIL WRK-FS-CRDCAD NOT EQUAL ZEROS                  00018000
              IF CRD-AGENCIA EQUAL WRK-AG-ANT                           00018010
                 MOVE CRD-CHAVE TO MIG-CHAVE-ANT                        00018020
                 READ MIGXREF                                           00018030
                 IF WRK-FS-MIGXREF EQUAL ZEROS                          00018040
                    MOVE MIG-CHAVE-NOVA TO CRD-CHAVE                    00018050
                    REWRITE REG-CRDCAD                                  00018060
                    IF WRK-FS-CRDCAD NOT EQUAL ZEROS                    00018070
                       MOVE 'FR21MIG1'                  TO WRK-PROGRAMA 00018080
                       MOVE '2800'                      TO WRK-SECAO    00018090
                       MOVE 'ERRO REWRITE CRDCAD      ' TO WRK-MENSAGEM 00018100
                       MOVE WRK-FS-CRDCAD               TO WRK-STATUS   00018110
                       PERFORM 9000-TRATARERROS                         00018120
                    END-IF                                              00018130
                    ADD 1 TO WRK-CARTOES                                00018140
                 END-IF                                                 00018150
              END-IF                                                    00018160
              READ CRDCAD NEXT                                          00018170
           END-PERFORM.                                                 00018180
                                                                        00018190
       2800-99-FIM.                                            EXIT.    00018200
      *=============================================================*   00018210
                                                                        00018220
      *=============================================================*   00018230
       3000-FINALIZAR                                       SECTION.    00018240
                                                                        00018250
             WRITE FD-RELMIG FROM WRK-LINHA-VAZIA.                      00018260
             MOVE 'CONTAS MIGRADAS..............:' TO WRK-LT-TEXTO.     00018270
             MOVE WRK-MIGRADAS                     TO WRK-LT-VALOR.     00018280
             WRITE FD-RELMIG FROM WRK-LINHA-TOTAL.                      00018290
             MOVE 'COM NUMERO TROCADO...........:' TO WRK-LT-TEXTO.     00018300
             MOVE WRK-NUM-TROCADO                  TO WRK-LT-VALOR.     00018310
             WRITE FD-RELMIG FROM WRK-LINHA-TOTAL.                      00018320
             MOVE 'JA MIGRADAS EM EXECUCAO ANT..:' TO WRK-LT-TEXTO.     00018330
             MOVE WRK-JA-MIGRADAS                  TO WRK-LT-VALOR.     00018340
             WRITE FD-RELMIG FROM WRK-LINHA-TOTAL.                      00018350
             MOVE 'CARTOES REAPONTADOS..........:' TO WRK-LT-TEXTO.     00018360
             MOVE WRK-CARTOES                      TO WRK-LT-VALOR.     00018370
             WRITE FD-RELMIG FROM WRK-LINHA-TOTAL.                      00018380
                                                                        00018390
             DISPLAY 'CONTAS MIGRADAS.......' WRK-MIGRADAS.             00018400
             DISPLAY 'COM NUMERO TROCADO....' WRK-NUM-TROCADO.          00018410
             DISPLAY 'JA MIGRADAS...........' WRK-JA-MIGRADAS.          00018420
             DISPLAY 'CARTOES REAPONTADOS...' WRK-CARTOES.              00018430
             DISPLAY WRK-MSG-FINAL.                                     00018440
                                                                        00018450
             CLOSE MIGMAP AGENSEQ.                                      00018460
             CLOSE CLIENTES CADCLI HISTMOV CDBMAS BLOQJUD.              00018470
             CLOSE LIMCON POUDEP TALCHQ EMPMAS EMPPAR PACCTA.           00018480
             CLOSE CBRCTL CRDCAD.                                       00018490
             CLOSE MIGXREF AGMOV RELMIG.                                00018500
                                                                        00018510
             IF WRK-DIVERGE EQUAL 'S'                                   00018520
                DISPLAY 'PROVA DE TOTAIS DIVERGENTE'                    00018530
                MOVE 8 TO RETURN-CODE                                   00018540
             ELSE                                                       00018550
                IF WRK-RESIDUO EQUAL 'S'                                00018560
                   DISPLAY 'SOBRA NA AGENCIA ENCERRADA'                 00018570
                   MOVE 4 TO RETURN-CODE                                00018580
                END-IF                                                  00018590
             END-IF.                                                    00018600
                                                                        00018610
             STOP RUN.                                                  00018620
                                                                        00018630
       3000-99-FIM.                                            EXIT.    00018640
      *=============================================================*   00018650
                                                                        00018660
      *=============================================================*   00018670
       4000-TOTALIZAR                                       SECTION.    00018680
                                                                        00018690
      *                 QUANTIDADE E VALOR DA AGENCIA WRK-AG-TOTAL      00018700
      *                 EM CADA CLUSTER, NA COLUNA WRK-COL              00018710
                                                                        00018720
           MOVE LOW-VALUES   TO CLI-CHAVE.                              00018730
           MOVE WRK-AG-TOTAL TO CLI-AGENCIA.                            00018740
           START CLIENTES KEY NOT LESS CLI-CHAVE.                       00018750
           IF WRK-FS-CLIENTES EQUAL ZEROS                               00018760
              READ CLIENTES NEXT                                        00018770
           END-IF.                                                      00018780
           PERFORM UNTIL WRK-FS-CLIENTES NOT EQUAL ZEROS                00018790
                      OR CLI-AGENCIA NOT EQUAL WRK-AG-TOTAL             00018800
              ADD 1        TO WRK-PV-QTD(1, WRK-COL)                    00018810
              ADD CLI-SALDO TO WRK-PV-VAL(1, WRK-COL)                   00018820
              READ CLIENTES NEXT                                        00018830
           END-PERFORM.                                                 00018840
                                                                        00018850
           MOVE LOW-VALUES   TO CAD-CHAVE.                              00018860
           MOVE WRK-AG-TOTAL TO CAD-AGENCIA.                            00018870
           START CADCLI KEY NOT LESS CAD-CHAVE.                         00018880
           IF WRK-FS-CADCLI EQUAL ZEROS                                 00018890
              READ CADCLI NEXT                                          00018900
           END-IF.                                                      00018910
           PERFORM UNTIL WRK-FS-CADCLI NOT EQUAL ZEROS                  00018920
                      OR CAD-AGENCIA NOT EQUAL WRK-AG-TOTAL             00018930
              ADD 1        TO WRK-PV-QTD(2, WRK-COL)                    00018940
              READ CADCLI NEXT                                          00018950
           END-PERFORM.                                                 00018960
                                                                        00018970
           MOVE LOW-VALUES   TO HIS-CHAVE-REG.                          00018980
           MOVE WRK-AG-TOTAL TO HIS-AGENCIA.                            00018990
           START HISTMOV KEY NOT LESS HIS-CHAVE-REG.                    00019000
           IF WRK-FS-HISTMOV EQUAL ZEROS                                00019010
              READ HISTMOV NEXT                                         00019020
           END-IF.                                                      00019030
           PERFORM UNTIL WRK-FS-HISTMOV NOT EQUAL ZEROS                 00019040
                      OR HIS-AGENCIA NOT EQUAL WRK-AG-TOTAL             00019050
              ADD 1        TO WRK-PV-QTD(3, WRK-COL)                    00019060
              ADD HIS-VALOR TO WRK-PV-VAL(3, WRK-COL)                   00019070
              READ HISTMOV NEXT                                         00019080
           END-PERFORM.                                                 00019090
                                                                        00019100
           MOVE LOW-VALUES   TO CDB-CHAVE-REG.                          00019110
           MOVE WRK-AG-TOTAL TO CDB-AGENCIA.                            00019120
           START CDBMAS KEY NOT LESS CDB-CHAVE-REG.                     00019130
           IF WRK-FS-CDBMAS EQUAL ZEROS                                 00019140
              READ CDBMAS NEXT                                          00019150
           END-IF.                                                      00019160
           PERFORM UNTIL WRK-FS-CDBMAS NOT EQUAL ZEROS                  00019170
                      OR CDB-AGENCIA NOT EQUAL WRK-AG-TOTAL             00019180
              ADD 1        TO WRK-PV-QTD(4, WRK-COL)                    00019190
              ADD CDB-SALDO-ATU TO WRK-PV-VAL(4, WRK-COL)               00019200
              READ CDBMAS NEXT                                          00019210
           END-PERFORM.                                                 00019220
                                                                        00019230
           MOVE LOW-VALUES   TO BLQ-CHAVE-REG.                          00019240
           MOVE WRK-AG-TOTAL TO BLQ-AGENCIA.                            00019250
           START BLOQJUD KEY NOT LESS BLQ-CHAVE-REG.                    00019260
           IF WRK-FS-BLOQJUD EQUAL ZEROS                                00019270
              READ BLOQJUD NEXT                                         00019280
           END-IF.                                                      00019290
           PERFORM UNTIL WRK-FS-BLOQJUD NOT EQUAL ZEROS                 00019300
                      OR BLQ-AGENCIA NOT EQUAL WRK-AG-TOTAL             00019310
              ADD 1        TO WRK-PV-QTD(5, WRK-COL)                    00019320
              ADD BLQ-VALOR TO WRK-PV-VAL(5, WRK-COL)                   00019330
              READ BLOQJUD NEXT                                         00019340
           END-PERFORM.                                                 00019350
                                                                        00019360
           MOVE LOW-VALUES   TO LIC-CHAVE.                              00019370
           MOVE WRK-AG-TOTAL TO LIC-AGENCIA.                            00019380
           START LIMCON KEY NOT LESS LIC-CHAVE.                         00019390
           IF WRK-FS-LIMCON EQUAL ZEROS                                 00019400
              READ LIMCON NEXT                                          00019410
           END-IF.                                                      00019420
           PERFORM UNTIL WRK-FS-LIMCON NOT EQUAL ZEROS                  00019430
                      OR LIC-AGENCIA NOT EQUAL WRK-AG-TOTAL             00019440
              ADD 1        TO WRK-PV-QTD(6, WRK-COL)                    00019450
              ADD LIC-JUROS-ACM TO WRK-PV-VAL(6, WRK-COL)               00019460
              READ LIMCON NEXT                                          00019470
           END-PERFORM.                                                 00019480
                                                                        00019490
           MOVE LOW-VALUES   TO PDP-CHAVE-REG.                          00019500
           MOVE WRK-AG-TOTAL TO PDP-AGENCIA.                            00019510
           START POUDEP KEY NOT LESS PDP-CHAVE-REG.                     00019520
           IF WRK-FS-POUDEP EQUAL ZEROS                                 00019530
              READ POUDEP NEXT                                          00019540
           END-IF.                                                      00019550
           PERFORM UNTIL WRK-FS-POUDEP NOT EQUAL ZEROS                  00019560
                      OR PDP-AGENCIA NOT EQUAL WRK-AG-TOTAL             00019570
              ADD 1        TO WRK-PV-QTD(7, WRK-COL)                    00019580
              ADD PDP-SALDO TO WRK-PV-VAL(7, WRK-COL)                   00019590
              READ POUDEP NEXT                                          00019600
           END-PERFORM.                                                 00019610
                                                                        00019620
           MOVE LOW-VALUES   TO TAL-CHAVE-REG.                          00019630
           MOVE WRK-AG-TOTAL TO TAL-AGENCIA.                            00019640
           START TALCHQ KEY NOT LESS TAL-CHAVE-REG.                     00019650
           IF WRK-FS-TALCHQ EQUAL ZEROS                                 00019660
              READ TALCHQ NEXT                                          00019670
           END-IF.                                                      00019680
           PERFORM UNTIL WRK-FS-TALCHQ NOT EQUAL ZEROS                  00019690
                      OR TAL-AGENCIA NOT EQUAL WRK-AG-TOTAL             00019700
              ADD 1        TO WRK-PV-QTD(8, WRK-COL)                    00019710
              READ TALCHQ NEXT                                          00019720
           END-PERFORM.                                                 00019730
                                                                        00019740
           MOVE LOW-VALUES   TO EMP-CHAVE-REG.                          00019750
           MOVE WRK-AG-TOTAL TO EMP-AGENCIA.                            00019760
           START EMPMAS KEY NOT LESS EMP-CHAVE-REG.                     00019770
           IF WRK-FS-EMPMAS EQUAL ZEROS                                 00019780
              READ EMPMAS NEXT                                          00019790
           END-IF.                                                      00019800
           PERFORM UNTIL WRK-FS-EMPMAS NOT EQUAL ZEROS                  00019810
                      OR EMP-AGENCIA NOT EQUAL WRK-AG-TOTAL             00019820
              ADD 1        TO WRK-PV-QTD(9, WRK-COL)                    00019830
              ADD EMP-SALDO-DEVEDOR TO WRK-PV-VAL(9, WRK-COL)           00019840
              READ EMPMAS NEXT                                          00019850
           END-PERFORM.                                                 00019860
                                                                        00019870
           MOVE LOW-VALUES   TO EPA-CHAVE-REG.                          00019880
           MOVE WRK-AG-TOTAL TO EPA-CHAVE(1:4).                         00019890
           START EMPPAR KEY NOT LESS EPA-CHAVE-REG.                     00019900
           IF WRK-FS-EMPPAR EQUAL ZEROS                                 00019910
              READ EMPPAR NEXT                                          00019920
           END-IF.                                                      00019930
           PERFORM UNTIL WRK-FS-EMPPAR NOT EQUAL ZEROS                  00019940
                      OR EPA-CHAVE(1:4) NOT EQUAL WRK-AG-TOTAL          00019950
              ADD 1        TO WRK-PV-QTD(10, WRK-COL)                   00019960
              ADD EPA-VALOR TO WRK-PV-VAL(10, WRK-COL)                  00019970
              READ EMPPAR NEXT                                          00019980
           END-PERFORM.                                                 00019990
                                                                        00020000
           MOVE LOW-VALUES   TO PAC-CHAVE.                              00020010
           MOVE WRK-AG-TOTAL TO PAC-AGENCIA.                            00020020
           START PACCTA KEY NOT LESS PAC-CHAVE.                         00020030
           IF WRK-FS-PACCTA EQUAL ZEROS                                 00020040
              READ PACCTA NEXT                                          00020050
           END-IF.                                                      00020060
           PERFORM UNTIL WRK-FS-PACCTA NOT EQUAL ZEROS                  00020070
                      OR PAC-AGENCIA NOT EQUAL WRK-AG-TOTAL             00020080
              ADD 1        TO WRK-PV-QTD(11, WRK-COL)                   00020090
              READ PACCTA NEXT                                          00020100
           END-PERFORM.                                                 00020110
                                                                        00020120
           MOVE LOW-VALUES   TO CBR-CHAVE.                              00020130
           MOVE WRK-AG-TOTAL TO CBR-AGENCIA.                            00020140
           START CBRCTL KEY NOT LESS CBR-CHAVE.                         00020150
           IF WRK-FS-CBRCTL EQUAL ZEROS                                 00020160
              READ CBRCTL NEXT                                          00020170
           END-IF.                                                      00020180
           PERFORM UNTIL WRK-FS-CBRCTL NOT EQUAL ZEROS                  00020190
                      OR CBR-AGENCIA NOT EQUAL WRK-AG-TOTAL             00020200
              ADD 1        TO WRK-PV-QTD(12, WRK-COL)                   00020210
              ADD CBR-SALDO TO WRK-PV-VAL(12, WRK-COL)                  00020220
              READ CBRCTL NEXT                                          00020230
           END-PERFORM.                                                 00020240
                                                                        00020250
      *                 CARTOES: O CADASTRO NAO E POR CONTA, LE TODO    00020260
                                                                        00020270
           MOVE LOW-VALUES   TO CRD-NUMERO.                             00020280
           START CRDCAD KEY NOT LESS CRD-NUMERO.                        00020290
           IF WRK-FS-CRDCAD EQUAL ZEROS                                 00020300
              READ CRDCAD NEXT                                          00020310
           END-IF.                                                      00020320
           PERFORM UNTIL WRK-FS-CRDCAD NOT EQUAL ZEROS                  00020330
              IF CRD-AGENCIA EQUAL WRK-AG-TOTAL                         00020340
                 ADD 1     TO WRK-PV-QTD(13, WRK-COL)                   00020350
              END-IF                                                    00020360
              READ CRDCAD NEXT                                          00020370
           END-PERFORM.                                                 00020380
                                                                        00020390
       4000-99-FIM.                                            EXIT.    00020400
      *=============================================================*   00020410
                                                                        00020420
      *=============================================================*   00020430
       5000-EMITIR-PROVA                                    SECTION.    00020440
                                                                        00020450
      *                 O QUE SAIU DA ANTIGA TEM QUE TER ENTRADO NA     00020460
      *                 NOVA: ANTIGA + NOVA ANTES = ANTIGA + NOVA       00020470
      *                 DEPOIS, EM QUANTIDADE E VALOR, POR ARQUIVO      00020480
                                                                        00020490
             WRITE FD-RELMIG FROM WRK-LINHA-VAZIA.                      00020500
             WRITE FD-RELMIG FROM WRK-CAB-PROVA1.                       00020510
             WRITE FD-RELMIG FROM WRK-CAB-PROVA2.                       00020520
                                                                        00020530
             PERFORM 5100-PROVAR-ARQUIVO                                00020540
                VARYING WRK-IND-AR FROM 1 BY 1                          00020550
                  UNTIL WRK-IND-AR > 13.                                00020560
                                                                        00020570
       5000-99-FIM.                                            EXIT.    00020580
      *=============================================================*   00020590
                                                                        00020600
      *=============================================================*   00020610
       5100-PROVAR-ARQUIVO                                  SECTION.    00020620
                                                                        00020630
             COMPUTE WRK-QTD-ANTES  = WRK-PV-QTD(WRK-IND-AR, 1)         00020640
                                    + WRK-PV-QTD(WRK-IND-AR, 2).        00020650
             COMPUTE WRK-QTD-DEPOIS = WRK-PV-QTD(WRK-IND-AR, 3)         00020660
                                    + WRK-PV-QTD(WRK-IND-AR, 4).        00020670
             COMPUTE WRK-VAL-ANTES  = WRK-PV-VAL(WRK-IND-AR, 1)         00020680
                                    + WRK-PV-VAL(WRK-IND-AR, 2).        00020690
             COMPUTE WRK-VAL-DEPOIS = WRK-PV-VAL(WRK-IND-AR, 3)         00020700
                                    + WRK-PV-VAL(WRK-IND-AR, 4).        00020710
                                                                        00020720
             MOVE WRK-NOME-ARQ(WRK-IND-AR)  TO WRK-LP-ARQ.              00020730
             MOVE WRK-PV-QTD(WRK-IND-AR, 1) TO WRK-LP-QTD1.             00020740
             MOVE WRK-PV-QTD(WRK-IND-AR, 2) TO WRK-LP-QTD2.             00020750
             MOVE WRK-PV-QTD(WRK-IND-AR, 3) TO WRK-LP-QTD3.             00020760
             MOVE WRK-PV-QTD(WRK-IND-AR, 4) TO WRK-LP-QTD4.             00020770
                                                                        00020780
             IF WRK-QTD-ANTES NOT EQUAL WRK-QTD-DEPOIS                  00020790
                OR WRK-VAL-ANTES NOT EQUAL WRK-VAL-DEPOIS               00020800
                MOVE 'DIVERGE   ' TO WRK-LP-VEREDITO                    00020810
                MOVE 'S'          TO WRK-DIVERGE                        00020820
             ELSE                                                       00020830
                IF WRK-PV-QTD(WRK-IND-AR, 3) GREATER ZEROS              00020840
                   MOVE 'SOBRA     ' TO WRK-LP-VEREDITO                 00020850
                   MOVE 'S'          TO WRK-RESIDUO                     00020860
                ELSE                                                    00020870
                   MOVE 'CONFERE   ' TO WRK-LP-VEREDITO                 00020880
                END-IF                                                  00020890
             END-IF.                                                    00020900
                                                                        00020910
             WRITE FD-RELMIG FROM WRK-LINHA-PROVA.                      00020920
                                                                        00020930
             MOVE WRK-VAL-ANTES  TO WRK-LV-ANTES.                       00020940
             MOVE WRK-VAL-DEPOIS TO WRK-LV-DEPOIS.                      00020950
             WRITE FD-RELMIG FROM WRK-LINHA-VALOR.                      00020960
                                                                        00020970
       5100-99-FIM.                                            EXIT.    00020980
      *=============================================================*   00020990
                                                                        00021000
      *=============================================================*   00021010
       6000-GRAVAR-AGMOV                                    SECTION.    00021020
                                                                        00021030
      *                 AGENCIA ENCERRADA PASSA A INCORPORADA ('M')     00021040
      *                 NO IVAN.AGENCIA PELO FR21AGM1, QUE TAMBEM       00021050
      *                 REDESCARREGA O AGENSEQ DA CRITICA NOTURNA       00021060
                                                                        00021070
             MOVE 'A'           TO FD-AG-OPERACAO.                      00021080
             MOVE WRK-AG-ANT    TO FD-AG-CODAGEN.                       00021090
             MOVE WRK-AA-NOME   TO FD-AG-NOMEAGEN.                      00021100
             MOVE WRK-AA-REGIAO TO FD-AG-REGIAO.                        00021110
             MOVE 'M'           TO FD-AG-STATUS.                        00021120
             WRITE FD-AGMOV.                                            00021130
                                                                        00021140
             IF WRK-FS-AGMOV NOT EQUAL ZEROS                            00021150
                MOVE 'FR21MIG1'                  TO WRK-PROGRAMA        00021160
                MOVE '6000'                      TO WRK-SECAO           00021170
                MOVE 'ERRO WRITE AGMOV         ' TO WRK-MENSAGEM        00021180
                MOVE WRK-FS-AGMOV                TO WRK-STATUS          00021190
                PERFORM 9000-TRATARERROS                                00021200
             END-IF.                                                    00021210
                                                                        00021220
       6000-99-FIM.                                            EXIT.    00021230
      *=============================================================*   00021240
                                                                        00021250
      *=============================================================*   00021260
       9000-TRATARERROS                                     SECTION.    00021270
                                                                        00021280
             MOVE 'E' TO WRK-SEVERIDADE.                                00021290
             CALL 'GRAVALOG' USING WRK-DADOS.                           00021300
             STOP RUN.                                                  00021310
                                                                        00021320
       9000-99-FIM.                                            EXIT.    00021330
      *=============================================================*   00021340
