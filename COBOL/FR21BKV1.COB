      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21BKV1.                                            00000050
                                                                        00000060
      *=============================================================*   00000070
      *   AUTOR....:VICTOR ARANDA                                       00000080
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000090
      *   DATA ....:15/10/2026                                          00000100
      *-------------------------------------------------------------*   00000110
      *   OBJETIVO: CONFERENCIA DOS BACKUPS (REPRO) DOS CLUSTERS        00000120
      *      CLIENTES, EVSA0407, HISTMOV, CDBMAS E BLOQJUD. UM          00000130
      *      ARQUIVO POR EXECUCAO, EM DOIS MODOS:                       00000140
      *      'V' VERIFICACAO - RODA LOGO DEPOIS DO REPRO NOTURNO,       00000150
      *          NO MESMO JOB. TOTALIZA O CLUSTER E A GERACAO NOVA      00000160
      *          DO BACKUP (QUANTIDADE DE REGISTROS, HASH DAS           00000170
      *          CHAVES E TOTAL DO CAMPO DE VALOR), GRAVA A LINHA       00000180
      *          'V' NO CATALOGO BKPCAT COM A DATA E A GERACAO E,       00000190
      *          SE NAO CONFERIR, ALERTA PELO GRAVALOG (SEVERIDADE      00000200
      *          'E' - CONSOLE E ARQUIVO DE ALERTAS, RC 8).             00000210
      *      'R' TESTE DE RESTAURACAO (MENSAL) - O JOB CARREGA A        00000220
      *          GERACAO ESCOLHIDA NUM CLUSTER DE TESTE, APONTADO       00000230
      *          PELO DD DO PROPRIO ARQUIVO; O PROGRAMA TOTALIZA O      00000240
      *          CLUSTER DE TESTE E CONFERE COM OS TOTAIS DO BACKUP     00000250
      *          GRAVADOS NA LINHA 'V' DAQUELA GERACAO. O RESULTADO     00000260
      *          VAI PARA O CATALOGO COMO LINHA 'R', COM O MESMO        00000270
      *          ALERTA SE NAO CONFERIR.                                00000280
      *      A GERACAO DA VERIFICACAO E A ULTIMA DO ARQUIVO NO          00000290
      *      CATALOGO MAIS UM (ACOMPANHA O NUMERO ABSOLUTO DO GDG,      00000300
      *      JA QUE TODO BACKUP E VERIFICADO NO MESMO JOB); A PARM      00000310
      *      PODE INFORMAR A GERACAO QUANDO FOR PRECISO ACERTAR.        00000320
      *-------------------------------------------------------------*   00000330
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000340
      *  1.0   15/10/26   VICTOR ARANDA    VERSAO INICIAL               00000350
      *-------------------------------------------------------------*   00000360
      *   ARQUIVOS:                                                     00000370
      *    DDNAME              I/O                  COPY/BOOK           00000380
      *   CLIENTES              I   (KSDS - CLIBOOK)                    00000390
      *   EVSA0407              I   (KSDS - EVSABOOK)                   00000400
      *   HISTMOV               I   (KSDS - HISBOOK)                    00000410
      *   CDBMAS                I   (KSDS - CDBBOOK)                    00000420
      *   BLOQJUD               I   (KSDS - BLQBOOK)                    00000430
      *   BKPCLI                I   (GERACAO DO BACKUP DO CLIENTES)     00000440
      *   BKPEVSA               I   (GERACAO DO BACKUP DO EVSA0407)     00000450
      *   BKPHIS                I   (GERACAO DO BACKUP DO HISTMOV)      00000460
      *   BKPCDB                I   (GERACAO DO BACKUP DO CDBMAS)       00000470
      *   BKPBLQ                I   (GERACAO DO BACKUP DO BLOQJUD)      00000480
      *   BKPCAT               I/O  (CATALOGO - EXTEND) BKCBOOK---      00000490
      *   RELBKV                O   (RESULTADO DA CONFERENCIA)          00000500
      *   SO O CLUSTER DO ARQUIVO DA PARM (E, NO MODO 'V', O SEU        00000510
      *   BACKUP) E ABERTO; OS DEMAIS DD PODEM FALTAR NO PASSO.         00000520
      *-------------------------------------------------------------*   00000530
      *   MODULOS....:                                                  00000540
      *   GRAVALOG             GRAVA LOG DE ERROS / ALERTA CRITICO      00000550
      *   FR21DTA1             DATA DE PROCESSAMENTO (LNKDPRC)          00000560
      *-------------------------------------------------------------*   00000570
      *   PARM.....: MODO    PIC X(01) - 'V' / 'R'                      00000580
      *              GERACAO PIC 9(04) - OBRIGATORIA NO MODO 'R';       00000590
      *                                  NO 'V', ZEROS = ULTIMA + 1     00000600
      *              ARQUIVO PIC X(08) - CLIENTES, EVSA0407, HISTMOV,   00000610
      *                                  CDBMAS OU BLOQJUD              00000620
      *=============================================================*   00000630
       ENVIRONMENT                               DIVISION.              00000640
      *=============================================================*   00000650
                                                                        00000660
      *-------------------------------------------------------------*   00000670
       CONFIGURATION                                        SECTION.    00000680
      *-------------------------------------------------------------*   00000690
       SPECIAL-NAMES.                                                   00000700
           DECIMAL-POINT IS COMMA.                                      00000710
                                                                        00000720
                                                                        00000730
       INPUT-OUTPUT                                         SECTION.    00000740
       FILE-CONTROL.                                                    00000750
           SELECT CLIENTES ASSIGN TO CLIENTES                           00000760
               ORGANIZATION  IS INDEXED                                 00000770
               ACCESS MODE   IS SEQUENTIAL                              00000780
               RECORD KEY    IS CLI-CHAVE                               00000790
               FILE STATUS   IS WRK-FS-CLIENTES.                        00000800
                                                                        00000810
           SELECT EVSA0407 ASSIGN TO EVSA0407                           00000820
               ORGANIZATION  IS INDEXED                                 00000830
               ACCESS MODE   IS SEQUENTIAL                              00000840
               RECORD KEY    IS ARQ-CHAVE                               00000850
               FILE STATUS   IS WRK-FS-EVSA0407.                        00000860
                                                                        00000870
           SELECT HISTMOV  ASSIGN TO HISTMOV                            00000880
               ORGANIZATION  IS INDEXED                                 00000890
               ACCESS MODE   IS SEQUENTIAL                              00000900
               RECORD KEY    IS HIS-CHAVE-REG                           00000910
               FILE STATUS   IS WRK-FS-HISTMOV.                         00000920
                                                                        00000930
           SELECT CDBMAS   ASSIGN TO CDBMAS                             00000940
               ORGANIZATION  IS INDEXED                                 00000950
               ACCESS MODE   IS SEQUENTIAL                              00000960
               RECORD KEY    IS CDB-CHAVE-REG                           00000970
               FILE STATUS   IS WRK-FS-CDBMAS.                          00000980
                                                                        00000990
           SELECT BLOQJUD  ASSIGN TO BLOQJUD                            00001000
               ORGANIZATION  IS INDEXED                                 00001010
               ACCESS MODE   IS SEQUENTIAL                              00001020
               RECORD KEY    IS BLQ-CHAVE-REG                           00001030
               FILE STATUS   IS WRK-FS-BLOQJUD.                         00001040
                                                                        00001050
           SELECT BKPCLI   ASSIGN TO BKPCLI                             00001060
               FILE STATUS  IS WRK-FS-BKPCLI.                           00001070
                                                                        00001080
           SELECT BKPEVSA  ASSIGN TO BKPEVSA                            00001090
               FILE STATUS  IS WRK-FS-BKPEVSA.                          00001100
                                                                        00001110
           SELECT BKPHIS   ASSIGN TO BKPHIS                             00001120
               FILE STATUS  IS WRK-FS-BKPHIS.                           00001130
                                                                        00001140
           SELECT BKPCDB   ASSIGN TO BKPCDB                             00001150
               FILE STATUS  IS WRK-FS-BKPCDB.                           00001160
                                                                        00001170
           SELECT BKPBLQ   ASSIGN TO BKPBLQ                             00001180
               FILE STATUS  IS WRK-FS-BKPBLQ.                           00001190
                                                                        00001200
           SELECT BKPCAT   ASSIGN TO BKPCAT                             00001210
               FILE STATUS  IS WRK-FS-BKPCAT.                           00001220
                                                                        00001230
           SELECT RELBKV   ASSIGN TO RELBKV                             00001240
               FILE STATUS  IS WRK-FS-RELBKV.                           00001250
                                                                        00001260
      *=============================================================*   00001270
       DATA                                                DIVISION.    00001280
      *=============================================================*   00001290
       FILE                                                 SECTION.    00001300
      *=============================================================*   00001310
                                                                        00001320
      *-------------------------------------------------------------*   00001330
      *       ARQUIVO CLIENTES (KSDS)   LRECL = 73                  *   00001340
      *-------------------------------------------------------------*   00001350
       FD CLIENTES.                                                     00001360
                                                                        00001370
       COPY 'CLIBOOK'.                                                  00001380
                                                                        00001390
      *-------------------------------------------------------------*   00001400
      *       ARQUIVO EVSA0407 (KSDS)   LRECL = 19                  *   00001410
      *-------------------------------------------------------------*   00001420
       FD EVSA0407.                                                     00001430
                                                                        00001440
       COPY 'EVSABOOK'.                                                 00001450
                                                                        00001460
      *-------------------------------------------------------------*   00001470
      *       HISTORICO DE MOVIMENTOS (KSDS)   LRECL = 59           *   00001480
      *-------------------------------------------------------------*   00001490
       FD HISTMOV.                                                      00001500
                                                                        00001510
       COPY 'HISBOOK'.                                                  00001520
                                                                        00001530
      *-------------------------------------------------------------*   00001540
      *       MESTRE DE CDB (KSDS)   LRECL = 49                     *   00001550
      *-------------------------------------------------------------*   00001560
       FD CDBMAS.                                                       00001570
                                                                        00001580
       COPY 'CDBBOOK'.                                                  00001590
                                                                        00001600
      *-------------------------------------------------------------*   00001610
      *       BLOQUEIOS JUDICIAIS (KSDS)   LRECL = 56               *   00001620
      *-------------------------------------------------------------*   00001630
       FD BLOQJUD.                                                      00001640
                                                                        00001650
       COPY 'BLQBOOK'.                                                  00001660
                                                                        00001670
      *      GERACOES DO BACKUP (SAIDA DO REPRO, MESMO LAYOUT)          00001680
                                                                        00001690
       FD BKPCLI                                                        00001700
           RECORDING  MODE IS F                                         00001710
           BLOCK CONTAINS 0 RECORDS.                                    00001720
                                                                        00001730
       01 FD-BKPCLI       PIC X(73).                                    00001740
                                                                        00001750
       FD BKPEVSA                                                       00001760
           RECORDING  MODE IS F                                         00001770
           BLOCK CONTAINS 0 RECORDS.                                    00001780
                                                                        00001790
       01 FD-BKPEVSA      PIC X(19).                                    00001800
                                                                        00001810
       FD BKPHIS                                                        00001820
           RECORDING  MODE IS F                                         00001830
           BLOCK CONTAINS 0 RECORDS.                                    00001840
                                                                        00001850
       01 FD-BKPHIS       PIC X(59).                                    00001860
                                                                        00001870
       FD BKPCDB                                                        00001880
           RECORDING  MODE IS F                                         00001890
           BLOCK CONTAINS 0 RECORDS.                                    00001900
                                                                        00001910
       01 FD-BKPCDB       PIC X(49).                                    00001920
                                                                        00001930
       FD BKPBLQ                                                        00001940
           RECORDING  MODE IS F                                         00001950
           BLOCK CONTAINS 0 RECORDS.                                    00001960
                                                                        00001970
       01 FD-BKPBLQ       PIC X(56).                                    00001980
                                                                        00001990
      *      CATALOGO DE BACKUPS                    LRECL = 120         00002000
                                                                        00002010
       FD BKPCAT                                                        00002020
           RECORDING  MODE IS F                                         00002030
           BLOCK CONTAINS 0 RECORDS.                                    00002040
                                                                        00002050
       COPY 'BKCBOOK'.                                                  00002060
                                                                        00002070
      *      SAIDA - RESULTADO DA CONFERENCIA       LRECL = 80          00002080
                                                                        00002090
       FD RELBKV                                                        00002100
           RECORDING  MODE IS F                                         00002110
           BLOCK CONTAINS 0 RECORDS.                                    00002120
                                                                        00002130
       01 FD-RELBKV       PIC X(80).                                    00002140
                                                                        00002150
      *-------------------------------------------------------------*   00002160
       WORKING-STORAGE                                      SECTION.    00002170
      *-------------------------------------------------------------*   00002180
                                                                        00002190
      *------------------LOG-DE-ERROS-------------------------------*   00002200
                                                                        00002210
       01 WRK-DADOS.                                                    00002220
           05 WRK-PROGRAMA  PIC X(08).                                  00002230
           05 WRK-SECAO     PIC X(04).                                  00002240
           05 WRK-MENSAGEM  PIC X(30).                                  00002250
           05 WRK-STATUS    PIC X(02).                                  00002260
           05 WRK-SEVERIDADE PIC X(01).                                 00002270
           05 FILLER        PIC X(22).                                  00002280
                                                                        00002290
      *------------------DATA DE PROCESSAMENTO----------------------*   00002300
                                                                        00002310
           COPY 'LNKDPRC'.                                              00002320
                                                                        00002330
      *--------------------PARAMETROS-------------------------------*   00002340
                                                                        00002350
       77 WRK-MODO            PIC X(01) VALUE SPACE.                    00002360
          88 WRK-MODO-VERIFICAR   VALUE 'V'.                            00002370
          88 WRK-MODO-RESTAURAR   VALUE 'R'.                            00002380
                                                                        00002390
       77 WRK-ARQUIVO         PIC X(08) VALUE SPACES.                   00002400
          88 WRK-ARQ-CLIENTES     VALUE 'CLIENTES'.                     00002410
          88 WRK-ARQ-EVSA0407     VALUE 'EVSA0407'.                     00002420
          88 WRK-ARQ-HISTMOV      VALUE 'HISTMOV '.                     00002430
          88 WRK-ARQ-CDBMAS       VALUE 'CDBMAS  '.                     00002440
          88 WRK-ARQ-BLOQJUD      VALUE 'BLOQJUD '.                     00002450
          88 WRK-ARQ-VALIDO       VALUE 'CLIENTES' 'EVSA0407'           00002460
                                        'HISTMOV ' 'CDBMAS  '           00002470
                                        'BLOQJUD '.                     00002480
                                                                        00002490
       77 WRK-GERACAO         PIC 9(04) VALUE 0.                        00002500
       77 WRK-TAM-ARQ         PIC 9(02) VALUE 0.                        00002510
                                                                        00002520
      *--------------------DATAS------------------------------------*   00002530
                                                                        00002540
       77 WRK-HOJE            PIC 9(08) VALUE 0.                        00002550
       77 WRK-HORA            PIC 9(06) VALUE 0.                        00002560
                                                                        00002570
      *--------------------REGISTRO LIDO (CLUSTER OU BACKUP)--------*   00002580
                                                                        00002590
       01 WRK-REGISTRO        PIC X(73).                                00002600
                                                                        00002610
       01 WRK-V-CLIENTES REDEFINES WRK-REGISTRO.                        00002620
          05 WRK-VC-CHAVE     PIC X(08).                                00002630
          05 FILLER           PIC X(30).                                00002640
          05 WRK-VC-SALDO     PIC S9(08).                               00002650
          05 FILLER           PIC X(27).                                00002660
                                                                        00002670
       01 WRK-V-EVSA0407 REDEFINES WRK-REGISTRO.                        00002680
          05 WRK-VE-CHAVE     PIC X(09).                                00002690
          05 WRK-VE-SALARIO   PIC X(10).                                00002700
          05 FILLER           PIC X(54).                                00002710
                                                                        00002720
       01 WRK-V-HISTMOV REDEFINES WRK-REGISTRO.                         00002730
          05 WRK-VH-CHAVE     PIC X(08).                                00002740
          05 WRK-VH-COMPL     PIC X(11).                                00002750
          05 FILLER           PIC X(30).                                00002760
          05 WRK-VH-VALOR     PIC 9(08).                                00002770
          05 FILLER           PIC X(16).                                00002780
                                                                        00002790
       01 WRK-V-CDBMAS REDEFINES WRK-REGISTRO.                          00002800
          05 WRK-VD-CHAVE     PIC X(08).                                00002810
          05 WRK-VD-COMPL     PIC X(03).                                00002820
          05 FILLER           PIC X(29).                                00002830
          05 WRK-VD-SALDO     PIC 9(08).                                00002840
          05 FILLER           PIC X(25).                                00002850
                                                                        00002860
       01 WRK-V-BLOQJUD REDEFINES WRK-REGISTRO.                         00002870
          05 WRK-VB-CHAVE     PIC X(08).                                00002880
          05 WRK-VB-COMPL     PIC X(03).                                00002890
          05 WRK-VB-VALOR     PIC 9(08).                                00002900
          05 FILLER           PIC X(54).                                00002910
                                                                        00002920
      *   PARTES NUMERICAS DA CHAVE E VALOR DO REGISTRO                 00002930
                                                                        00002940
       77 WRK-CHAVE-X         PIC X(09).                                00002950
       77 WRK-COMPL-X         PIC X(11).                                00002960
       77 WRK-CHAVE-NUM       PIC 9(09).                                00002970
       77 WRK-COMPL-NUM       PIC 9(11).                                00002980
       77 WRK-VALOR-X10       PIC X(10).                                00002990
       77 WRK-VALOR-NUM       PIC S9(10).                               00003000
                                                                        00003010
      *--------------------TOTAIS-----------------------------------*   00003020
                                                                        00003030
      *   ACUMULADORES DA FONTE EM LEITURA                              00003040
                                                                        00003050
       77 WRK-ACU-QTDE        PIC 9(09) VALUE 0.                        00003060
       77 WRK-ACU-HASH        PIC 9(17) VALUE 0.                        00003070
       77 WRK-ACU-TOTAL       PIC S9(15) VALUE 0.                       00003080
       77 WRK-ACU-NAO-NUM     PIC 9(09) VALUE 0.                        00003090
                                                                        00003100
      *   ORIG = CLUSTER (MODO 'V') OU CATALOGO (MODO 'R')              00003110
      *   BKP  = BACKUP (MODO 'V') OU CLUSTER DE TESTE (MODO 'R')       00003120
                                                                        00003130
       77 WRK-ORIG-QTDE       PIC 9(09) VALUE 0.                        00003140
       77 WRK-ORIG-HASH       PIC 9(17) VALUE 0.                        00003150
       77 WRK-ORIG-TOTAL      PIC S9(15) VALUE 0.                       00003160
       77 WRK-ORIG-NAO-NUM    PIC 9(09) VALUE 0.                        00003170
       77 WRK-BKP-QTDE        PIC 9(09) VALUE 0.                        00003180
       77 WRK-BKP-HASH        PIC 9(17) VALUE 0.                        00003190
       77 WRK-BKP-TOTAL       PIC S9(15) VALUE 0.                       00003200
       77 WRK-BKP-NAO-NUM     PIC 9(09) VALUE 0.                        00003210
                                                                        00003220
      *--------------------CATALOGO---------------------------------*   00003230
                                                                        00003240
       77 WRK-ULT-GERACAO     PIC 9(04) VALUE 0.                        00003250
       77 WRK-ACHOU-GERACAO   PIC X(01) VALUE 'N'.                      00003260
                                                                        00003270
      *--------------------LOGICA-----------------------------------*   00003280
                                                                        00003290
       77 WRK-FIM-LEITURA     PIC X(01) VALUE 'N'.                      00003300
       77 WRK-SITUACAO        PIC X(01) VALUE 'C'.                      00003310
                                                                        00003320
       77 WRK-MSG-FINAL       PIC X(17) VALUE 'FINAL DE PROGRAMA'.      00003330
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00003340
                                                                        00003350
      *--------------------STATUS-----------------------------------*   00003360
                                                                        00003370
       77 WRK-FS-CLIENTES PIC 9(02).                                    00003380
       77 WRK-FS-EVSA0407 PIC 9(02).                                    00003390
       77 WRK-FS-HISTMOV  PIC 9(02).                                    00003400
       77 WRK-FS-CDBMAS   PIC 9(02).                                    00003410
       77 WRK-FS-BLOQJUD  PIC 9(02).                                    00003420
       77 WRK-FS-BKPCLI   PIC 9(02).                                    00003430
       77 WRK-FS-BKPEVSA  PIC 9(02).                                    00003440
       77 WRK-FS-BKPHIS   PIC 9(02).                                    00003450
       77 WRK-FS-BKPCDB   PIC 9(02).                                    00003460
       77 WRK-FS-BKPBLQ   PIC 9(02).                                    00003470
       77 WRK-FS-BKPCAT   PIC 9(02).                                    00003480
       77 WRK-FS-RELBKV   PIC 9(02).                                    00003490
                                                                        00003500
      *   STATUS DA FONTE EM LEITURA (CLUSTER OU BACKUP)                00003510
                                                                        00003520
       77 WRK-FS-FONTE    PIC 9(02).                                    00003530
                                                                        00003540
      *--------------------LINHAS DO RELATORIO----------------------*   00003550
                                                                        00003560
       01 WRK-CABEC1.                                                   00003570
          05 FILLER   PIC X(30) VALUE                                   00003580
             'CONFERENCIA DE BACKUP - MODO '.                           00003590
          05 WRK-C-MODO       PIC X(01).                                00003600
          05 FILLER   PIC X(11) VALUE '  ARQUIVO: '.                    00003610
          05 WRK-C-ARQUIVO    PIC X(08).                                00003620
          05 FILLER   PIC X(11) VALUE '  GERACAO: '.                    00003630
          05 WRK-C-GERACAO    PIC 9(04).                                00003640
          05 FILLER   PIC X(07) VALUE '  DATA '.                        00003650
          05 WRK-C-DATA       PIC 9999/99/99.                           00003660
                                                                        00003670
       01 WRK-CABEC2.                                                   00003680
          05 FILLER   PIC X(23) VALUE SPACES.                           00003690
          05 FILLER   PIC X(10) VALUE 'REGISTROS '.                     00003700
          05 FILLER   PIC X(24) VALUE '         HASH DAS CHAVES'.       00003710
          05 FILLER   PIC X(22) VALUE '       TOTAL DE VALOR'.          00003720
          05 FILLER   PIC X(01) VALUE SPACES.                           00003730
                                                                        00003740
       01 WRK-LINHA-TOTAIS.                                             00003750
          05 WRK-LT-FONTE     PIC X(20).                                00003760
          05 FILLER           PIC X(02) VALUE SPACES.                   00003770
          05 WRK-LT-QTDE      PIC ZZZ.ZZZ.ZZ9.                          00003780
          05 FILLER           PIC X(02) VALUE SPACES.                   00003790
          05 WRK-LT-HASH      PIC ZZ.ZZZ.ZZZ.ZZZ.ZZZ.ZZ9.               00003800
          05 FILLER           PIC X(01) VALUE SPACES.                   00003810
          05 WRK-LT-TOTAL     PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9.                 00003820
          05 FILLER           PIC X(02) VALUE SPACES.                   00003830
                                                                        00003840
       01 WRK-LINHA.                                                    00003850
          05 WRK-L-TEXTO     PIC X(30).                                 00003860
          05 WRK-L-VALOR     PIC ZZZ.ZZZ.ZZ9.                           00003870
          05 FILLER          PIC X(39).                                 00003880
                                                                        00003890
       01 WRK-LINHA-RESULT.                                             00003900
          05 FILLER          PIC X(11) VALUE 'RESULTADO: '.             00003910
          05 WRK-LR-TEXTO    PIC X(60).                                 00003920
          05 FILLER          PIC X(09).                                 00003930
                                                                        00003940
      *-------------------------------------------------------------*   00003950
       LINKAGE                                              SECTION.    00003960
      *-------------------------------------------------------------*   00003970
       01 LNK-ENTRADA.                                                  00003980
          05 LNK-LEN            PIC 9(04) COMP.                         00003990
          05 LNK-MODO           PIC X(01).                              00004000
          05 LNK-GERACAO        PIC X(04).                              00004010
          05 LNK-ARQUIVO        PIC X(08).                              00004020
                                                                        00004030
      *=============================================================*   00004040
       PROCEDURE DIVISION USING LNK-ENTRADA.                            00004050
      *=============================================================*   00004060
                                                                        00004070
      *=============================================================*   00004080
       0000-PRINCIPAL                                       SECTION.    00004090
                                                                        00004100
            PERFORM 1000-INICIAR.                                       00004110
                                                                        00004120
            EVALUATE TRUE                                               00004130
              WHEN WRK-MODO-VERIFICAR                                   00004140
                   PERFORM 2000-VERIFICAR                               00004150
              WHEN WRK-MODO-RESTAURAR                                   00004160
                   PERFORM 3000-TESTAR-RESTAURACAO                      00004170
            END-EVALUATE.                                               00004180
                                                                        00004190
            PERFORM 8000-FINALIZAR.                                     00004200
                                                                        00004210
       0000-99-FIM.                                            EXIT.    00004220
      *=============================================================*   00004230
                                                                        00004240
      *=============================================================*   00004250
       1000-INICIAR                                         SECTION.    00004260
                                                                        00004270
            IF LNK-LEN LESS 6 OR LNK-LEN GREATER 13                     00004280
               MOVE 'FR21BKV1'                  TO WRK-PROGRAMA         00004290
               MOVE '1000'                      TO WRK-SECAO            00004300
               MOVE 'PARM MODO/GER/ARQ INVALIDA' TO WRK-MENSAGEM        00004310
               MOVE ZEROS                       TO WRK-STATUS           00004320
               PERFORM 9000-TRATARERROS                                 00004330
            END-IF.                                                     00004340
                                                                        00004350
            MOVE LNK-MODO    TO WRK-MODO.                               00004360
                                                                        00004370
            IF LNK-GERACAO IS NUMERIC                                   00004380
               MOVE LNK-GERACAO TO WRK-GERACAO                          00004390
            END-IF.                                                     00004400
                                                                        00004410
      *          NOME DO ARQUIVO TEM TAMANHO VARIAVEL NA PARM           00004420
                                                                        00004430
            COMPUTE WRK-TAM-ARQ = LNK-LEN - 5.                          00004440
            MOVE LNK-ARQUIVO(1:WRK-TAM-ARQ) TO WRK-ARQUIVO.             00004450
                                                                        00004460
            IF NOT WRK-MODO-VERIFICAR AND NOT WRK-MODO-RESTAURAR        00004470
               MOVE 'FR21BKV1'                  TO WRK-PROGRAMA         00004480
               MOVE '1000'                      TO WRK-SECAO            00004490
               MOVE 'MODO INVALIDO NA PARM    - ' TO WRK-MENSAGEM       00004500
               MOVE ZEROS                       TO WRK-STATUS           00004510
               PERFORM 9000-TRATARERROS                                 00004520
            END-IF.                                                     00004530
                                                                        00004540
            IF NOT WRK-ARQ-VALIDO                                       00004550
               MOVE 'FR21BKV1'                  TO WRK-PROGRAMA         00004560
               MOVE '1000'                      TO WRK-SECAO            00004570
               MOVE 'ARQUIVO INVALIDO NA PARM - ' TO WRK-MENSAGEM       00004580
               MOVE ZEROS                       TO WRK-STATUS           00004590
               PERFORM 9000-TRATARERROS                                 00004600
            END-IF.                                                     00004610
                                                                        00004620
            IF WRK-MODO-RESTAURAR AND WRK-GERACAO EQUAL ZEROS           00004630
               MOVE 'FR21BKV1'                  TO WRK-PROGRAMA         00004640
               MOVE '1000'                      TO WRK-SECAO            00004650
               MOVE 'GERACAO OBRIGATORIA (R)  - ' TO WRK-MENSAGEM       00004660
               MOVE ZEROS                       TO WRK-STATUS           00004670
               PERFORM 9000-TRATARERROS                                 00004680
            END-IF.                                                     00004690
                                                                        00004700
            MOVE 'FR21BKV1' TO LNK-DP-PROGRAMA.                         00004710
            MOVE ZEROS      TO LNK-DP-DIAS-TOL.                         00004720
            CALL 'FR21DTA1' USING LNK-DPRC.                             00004730
            MOVE LNK-DP-DATA TO WRK-HOJE.                               00004740
            ACCEPT WRK-HORA FROM TIME.                                  00004750
                                                                        00004760
            OPEN OUTPUT RELBKV.                                         00004770
                                                                        00004780
            IF WRK-FS-RELBKV NOT EQUAL ZEROS                            00004790
               MOVE 'FR21BKV1'                  TO WRK-PROGRAMA         00004800
               MOVE '1000'                      TO WRK-SECAO            00004810
               MOVE 'ERRO OPEN RELBKV         - ' TO WRK-MENSAGEM       00004820
               MOVE WRK-FS-RELBKV               TO WRK-STATUS           00004830
               PERFORM 9000-TRATARERROS                                 00004840
            END-IF.                                                     00004850
                                                                        00004860
       1000-99-FIM.                                            EXIT.    00004870
      *=============================================================*   00004880
                                                                        00004890
      *=============================================================*   00004900
       1100-LER-CATALOGO                                    SECTION.    00004910
                                                                        00004920
      *          ULTIMA GERACAO VERIFICADA DO ARQUIVO E, QUANDO A       00004930
      *          GERACAO JA ESTA DEFINIDA, A SUA LINHA 'V'              00004940
                                                                        00004950
            MOVE ZEROS TO WRK-ULT-GERACAO.                              00004960
            MOVE 'N'   TO WRK-ACHOU-GERACAO.                            00004970
                                                                        00004980
            OPEN INPUT BKPCAT.                                          00004990
                                                                        00005000
            IF WRK-FS-BKPCAT NOT EQUAL ZEROS                            00005010
               MOVE 'FR21BKV1'                  TO WRK-PROGRAMA         00005020
               MOVE '1100'                      TO WRK-SECAO            00005030
               MOVE 'ERRO OPEN BKPCAT         - ' TO WRK-MENSAGEM       00005040
               MOVE WRK-FS-BKPCAT               TO WRK-STATUS           00005050
               PERFORM 9000-TRATARERROS                                 00005060
            END-IF.                                                     00005070
                                                                        00005080
            READ BKPCAT.                                                00005090
                                                                        00005100
            PERFORM UNTIL WRK-FS-BKPCAT NOT EQUAL ZEROS                 00005110
               IF BKC-TIPO EQUAL 'V' AND BKC-ARQUIVO EQUAL WRK-ARQUIVO  00005120
                  IF BKC-GERACAO GREATER WRK-ULT-GERACAO                00005130
                     MOVE BKC-GERACAO TO WRK-ULT-GERACAO                00005140
                  END-IF                                                00005150
                  IF BKC-GERACAO EQUAL WRK-GERACAO                      00005160
                     MOVE 'S'            TO WRK-ACHOU-GERACAO           00005170
                     MOVE BKC-QTDE-BKP   TO WRK-ORIG-QTDE               00005180
                     MOVE BKC-HASH-BKP   TO WRK-ORIG-HASH               00005190
                     MOVE BKC-TOTAL-BKP  TO WRK-ORIG-TOTAL              00005200
                  END-IF                                                00005210
               END-IF                                                   00005220
               READ BKPCAT                                              00005230
            END-PERFORM.                                                00005240
                                                                        00005250
            IF WRK-FS-BKPCAT NOT EQUAL 10                               00005260
               MOVE 'FR21BKV1'                  TO WRK-PROGRAMA         00005270
               MOVE '1100'                      TO WRK-SECAO            00005280
               MOVE 'ERRO LEITURA BKPCAT      - ' TO WRK-MENSAGEM       00005290
               MOVE WRK-FS-BKPCAT               TO WRK-STATUS           00005300
               PERFORM 9000-TRATARERROS                                 00005310
            END-IF.                                                     00005320
                                                                        00005330
            CLOSE BKPCAT.                                               00005340
                                                                        00005350
       1100-99-FIM.                                            EXIT.    00005360
      *=============================================================*   00005370
                                                                        00005380
      *=============================================================*   00005390
       2000-VERIFICAR                                       SECTION.    00005400
                                                                        00005410
            PERFORM 1100-LER-CATALOGO.                                  00005420
                                                                        00005430
            IF WRK-GERACAO EQUAL ZEROS                                  00005440
               COMPUTE WRK-GERACAO = WRK-ULT-GERACAO + 1                00005450
            END-IF.                                                     00005460
                                                                        00005470
            PERFORM 2900-CABECALHO.                                     00005480
                                                                        00005490
      *          CLUSTER                                                00005500
                                                                        00005510
            PERFORM 4000-TOTALIZAR-CLUSTER.                             00005520
            MOVE WRK-ACU-QTDE    TO WRK-ORIG-QTDE.                      00005530
            MOVE WRK-ACU-HASH    TO WRK-ORIG-HASH.                      00005540
            MOVE WRK-ACU-TOTAL   TO WRK-ORIG-TOTAL.                     00005550
            MOVE WRK-ACU-NAO-NUM TO WRK-ORIG-NAO-NUM.                   00005560
                                                                        00005570
      *          GERACAO NOVA DO BACKUP                                 00005580
                                                                        00005590
            PERFORM 5000-TOTALIZAR-BACKUP.                              00005600
            MOVE WRK-ACU-QTDE    TO WRK-BKP-QTDE.                       00005610
            MOVE WRK-ACU-HASH    TO WRK-BKP-HASH.                       00005620
            MOVE WRK-ACU-TOTAL   TO WRK-BKP-TOTAL.                      00005630
            MOVE WRK-ACU-NAO-NUM TO WRK-BKP-NAO-NUM.                    00005640
                                                                        00005650
            PERFORM 6000-COMPARAR.                                      00005660
                                                                        00005670
            MOVE 'CLUSTER'             TO WRK-LT-FONTE.                 00005680
            MOVE WRK-ORIG-QTDE         TO WRK-LT-QTDE.                  00005690
            MOVE WRK-ORIG-HASH         TO WRK-LT-HASH.                  00005700
            MOVE WRK-ORIG-TOTAL        TO WRK-LT-TOTAL.                 00005710
            WRITE FD-RELBKV FROM WRK-LINHA-TOTAIS.                      00005720
                                                                        00005730
            MOVE 'BACKUP'              TO WRK-LT-FONTE.                 00005740
            MOVE WRK-BKP-QTDE          TO WRK-LT-QTDE.                  00005750
            MOVE WRK-BKP-HASH          TO WRK-LT-HASH.                  00005760
            MOVE WRK-BKP-TOTAL         TO WRK-LT-TOTAL.                 00005770
            WRITE FD-RELBKV FROM WRK-LINHA-TOTAIS.                      00005780
                                                                        00005790
            WRITE FD-RELBKV FROM WRK-LINHA-VAZIA.                       00005800
            MOVE 'CHAVES/VALORES NAO NUMERICOS'  TO WRK-L-TEXTO.        00005810
            MOVE WRK-ORIG-NAO-NUM      TO WRK-L-VALOR.                  00005820
            WRITE FD-RELBKV FROM WRK-LINHA.                             00005830
                                                                        00005840
            PERFORM 7000-GRAVAR-CATALOGO.                               00005850
                                                                        00005860
       2000-99-FIM.                                            EXIT.    00005870
      *=============================================================*   00005880
                                                                        00005890
      *=============================================================*   00005900
       2900-CABECALHO                                       SECTION.    00005910
                                                                        00005920
            MOVE WRK-MODO      TO WRK-C-MODO.                           00005930
            MOVE WRK-ARQUIVO   TO WRK-C-ARQUIVO.                        00005940
            MOVE WRK-GERACAO   TO WRK-C-GERACAO.                        00005950
            MOVE WRK-HOJE      TO WRK-C-DATA.                           00005960
            WRITE FD-RELBKV FROM WRK-CABEC1.                            00005970
            WRITE FD-RELBKV FROM WRK-LINHA-VAZIA.                       00005980
            WRITE FD-RELBKV FROM WRK-CABEC2.                            00005990
                                                                        00006000
       2900-99-FIM.                                            EXIT.    00006010
      *=============================================================*   00006020
                                                                        00006030
      *=============================================================*   00006040
       3000-TESTAR-RESTAURACAO                              SECTION.    00006050
                                                                        00006060
            PERFORM 1100-LER-CATALOGO.                                  00006070
                                                                        00006080
            IF WRK-ACHOU-GERACAO NOT EQUAL 'S'                          00006090
               DISPLAY 'GERACAO ' WRK-GERACAO ' DE ' WRK-ARQUIVO        00006100
                       ' NAO CONSTA NO CATALOGO'                        00006110
               MOVE 'FR21BKV1'                  TO WRK-PROGRAMA         00006120
               MOVE '3000'                      TO WRK-SECAO            00006130
               MOVE 'GERACAO FORA DO CATALOGO - ' TO WRK-MENSAGEM       00006140
               MOVE ZEROS                       TO WRK-STATUS           00006150
               PERFORM 9000-TRATARERROS                                 00006160
            END-IF.                                                     00006170
                                                                        00006180
            PERFORM 2900-CABECALHO.                                     00006190
                                                                        00006200
      *          CLUSTER DE TESTE (DD DO ARQUIVO APONTA PARA ELE)       00006210
                                                                        00006220
            PERFORM 4000-TOTALIZAR-CLUSTER.                             00006230
            MOVE WRK-ACU-QTDE    TO WRK-BKP-QTDE.                       00006240
            MOVE WRK-ACU-HASH    TO WRK-BKP-HASH.                       00006250
            MOVE WRK-ACU-TOTAL   TO WRK-BKP-TOTAL.                      00006260
            MOVE WRK-ACU-NAO-NUM TO WRK-BKP-NAO-NUM.                    00006270
                                                                        00006280
            PERFORM 6000-COMPARAR.                                      00006290
                                                                        00006300
            MOVE 'CATALOGO (BACKUP)'   TO WRK-LT-FONTE.                 00006310
            MOVE WRK-ORIG-QTDE         TO WRK-LT-QTDE.                  00006320
            MOVE WRK-ORIG-HASH         TO WRK-LT-HASH.                  00006330
            MOVE WRK-ORIG-TOTAL        TO WRK-LT-TOTAL.                 00006340
            WRITE FD-RELBKV FROM WRK-LINHA-TOTAIS.                      00006350
                                                                        00006360
            MOVE 'CLUSTER DE TESTE'    TO WRK-LT-FONTE.                 00006370
            MOVE WRK-BKP-QTDE          TO WRK-LT-QTDE.                  00006380
            MOVE WRK-BKP-HASH          TO WRK-LT-HASH.                  00006390
            MOVE WRK-BKP-TOTAL         TO WRK-LT-TOTAL.                 00006400
            WRITE FD-RELBKV FROM WRK-LINHA-TOTAIS.                      00006410
                                                                        00006420
            PERFORM 7000-GRAVAR-CATALOGO.                               00006430
                                                                        00006440
       3000-99-FIM.                                            EXIT.    00006450
      *=============================================================*   00006460
                                                                        00006470
      *=============================================================*   00006480
       4000-TOTALIZAR-CLUSTER                               SECTION.    00006490
                                                                        00006500
            MOVE ZEROS TO WRK-ACU-QTDE                                  00006510
                          WRK-ACU-HASH                                  00006520
                          WRK-ACU-TOTAL                                 00006530
                          WRK-ACU-NAO-NUM.                              00006540
                                                                        00006550
            EVALUATE TRUE                                               00006560
              WHEN WRK-ARQ-CLIENTES                                     00006570
                   OPEN INPUT CLIENTES                                  00006580
                   MOVE WRK-FS-CLIENTES TO WRK-FS-FONTE                 00006590
              WHEN WRK-ARQ-EVSA0407                                     00006600
                   OPEN INPUT EVSA0407                                  00006610
                   MOVE WRK-FS-EVSA0407 TO WRK-FS-FONTE                 00006620
              WHEN WRK-ARQ-HISTMOV                                      00006630
                   OPEN INPUT HISTMOV                                   00006640
                   MOVE WRK-FS-HISTMOV  TO WRK-FS-FONTE                 00006650
              WHEN WRK-ARQ-CDBMAS                                       00006660
                   OPEN INPUT CDBMAS                                    00006670
                   MOVE WRK-FS-CDBMAS   TO WRK-FS-FONTE                 00006680
              WHEN WRK-ARQ-BLOQJUD                                      00006690
                   OPEN INPUT BLOQJUD                                   00006700
                   MOVE WRK-FS-BLOQJUD  TO WRK-FS-FONTE                 00006710
            END-EVALUATE.                                               00006720
                                                                        00006730
            IF WRK-FS-FONTE NOT EQUAL ZEROS                             00006740
               MOVE 'FR21BKV1'                  TO WRK-PROGRAMA         00006750
               MOVE '4000'                      TO WRK-SECAO            00006760
               MOVE 'ERRO OPEN CLUSTER        - ' TO WRK-MENSAGEM       00006770
               MOVE WRK-FS-FONTE                TO WRK-STATUS           00006780
               PERFORM 9000-TRATARERROS                                 00006790
            END-IF.                                                     00006800
                                                                        00006810
            PERFORM 4100-LER-CLUSTER.                                   00006820
                                                                        00006830
            PERFORM UNTIL WRK-FS-FONTE NOT EQUAL ZEROS                  00006840
               PERFORM 5500-ACUMULAR                                    00006850
               PERFORM 4100-LER-CLUSTER                                 00006860
            END-PERFORM.                                                00006870
                                                                        00006880
            IF WRK-FS-FONTE NOT EQUAL 10                                00006890
               MOVE 'FR21BKV1'                  TO WRK-PROGRAMA         00006900
               MOVE '4000'                      TO WRK-SECAO            00006910
               MOVE 'ERRO LEITURA CLUSTER     - ' TO WRK-MENSAGEM       00006920
               MOVE WRK-FS-FONTE                TO WRK-STATUS           00006930
               PERFORM 9000-TRATARERROS                                 00006940
            END-IF.                                                     00006950
                                                                        00006960
            EVALUATE TRUE                                               00006970
              WHEN WRK-ARQ-CLIENTES                                     00006980
                   CLOSE CLIENTES                                       00006990
              WHEN WRK-ARQ-EVSA0407                                     00007000
                   CLOSE EVSA0407                                       00007010
              WHEN WRK-ARQ-HISTMOV                                      00007020
                   CLOSE HISTMOV                                        00007030
              WHEN WRK-ARQ-CDBMAS                                       00007040
                   CLOSE CDBMAS                                         00007050
              WHEN WRK-ARQ-BLOQJUD                                      00007060
                   CLOSE BLOQJUD                                        00007070
            END-EVALUATE.                                               00007080
                                                                        00007090
       4000-99-FIM.                                            EXIT.    00007100
      *=============================================================*   00007110
                                                                        00007120
      *=============================================================*   00007130
       4100-LER-CLUSTER                                     SECTION.    00007140
                                                                        00007150
            MOVE SPACES TO WRK-REGISTRO.                                00007160
                                                                        00007170
            EVALUATE TRUE                                               00007180
              WHEN WRK-ARQ-CLIENTES                                     00007190
                   READ CLIENTES INTO WRK-REGISTRO                      00007200
                   MOVE WRK-FS-CLIENTES TO WRK-FS-FONTE                 00007210
              WHEN WRK-ARQ-EVSA0407                                     00007220
                   READ EVSA0407 INTO WRK-REGISTRO                      00007230
                   MOVE WRK-FS-EVSA0407 TO WRK-FS-FONTE                 00007240
              WHEN WRK-ARQ-HISTMOV                                      00007250
                   READ HISTMOV  INTO WRK-REGISTRO                      00007260
                   MOVE WRK-FS-HISTMOV  TO WRK-FS-FONTE                 00007270
              WHEN WRK-ARQ-CDBMAS                                       00007280
                   READ CDBMAS   INTO WRK-REGISTRO                      00007290
                   MOVE WRK-FS-CDBMAS   TO WRK-FS-FONTE                 00007300
              WHEN WRK-ARQ-BLOQJUD                                      00007310
                   READ BLOQJUD  INTO WRK-REGISTRO                      00007320
                   MOVE WRK-FS-BLOQJUD  TO WRK-FS-FONTE                 00007330
            END-EVALUATE.                                               00007340
                                                                        00007350
       4100-99-FIM.                                            EXIT.    00007360
      *=============================================================*   00007370
                                                                        00007380
      *=============================================================*   00007390
       5000-TOTALIZAR-BACKUP                                SECTION.    00007400
                                                                        00007410
            MOVE ZEROS TO WRK-ACU-QTDE                                  00007420
                          WRK-ACU-HASH                                  00007430
                          WRK-ACU-TOTAL                                 00007440
                          WRK-ACU-NAO-NUM.                              00007450
                                                                        00007460
            EVALUATE TRUE                                               00007470
              WHEN WRK-ARQ-CLIENTES                                     00007480
                   OPEN INPUT BKPCLI                                    00007490
                   MOVE WRK-FS-BKPCLI   TO WRK-FS-FONTE                 00007500
              WHEN WRK-ARQ-EVSA0407                                     00007510
                   OPEN INPUT BKPEVSA                                   00007520
                   MOVE WRK-FS-BKPEVSA  TO WRK-FS-FONTE                 00007530
              WHEN WRK-ARQ-HISTMOV                                      00007540
                   OPEN INPUT BKPHIS                                    00007550
                   MOVE WRK-FS-BKPHIS   TO WRK-FS-FONTE                 00007560
              WHEN WRK-ARQ-CDBMAS                                       00007570
                   OPEN INPUT BKPCDB                                    00007580
                   MOVE WRK-FS-BKPCDB   TO WRK-FS-FONTE                 00007590
              WHEN WRK-ARQ-BLOQJUD                                      00007600
                   OPEN INPUT BKPBLQ                                    00007610
                   MOVE WRK-FS-BKPBLQ   TO WRK-FS-FONTE                 00007620
            END-EVALUATE.                                               00007630
                                                                        00007640
            IF WRK-FS-FONTE NOT EQUAL ZEROS                             00007650
               MOVE 'FR21BKV1'                  TO WRK-PROGRAMA         00007660
               MOVE '5000'                      TO WRK-SECAO            00007670
               MOVE 'ERRO OPEN BACKUP         - ' TO WRK-MENSAGEM       00007680
               MOVE WRK-FS-FONTE                TO WRK-STATUS           00007690
               PERFORM 9000-TRATARERROS                                 00007700
            END-IF.                                                     00007710
                                                                        00007720
            PERFORM 5100-LER-BACKUP.                                    00007730
                                                                        00007740
            PERFORM UNTIL WRK-FS-FONTE NOT EQUAL ZEROS                  00007750
               PERFORM 5500-ACUMULAR                                    00007760
               PERFORM 5100-LER-BACKUP                                  00007770
            END-PERFORM.                                                00007780
                                                                        00007790
            IF WRK-FS-FONTE NOT EQUAL 10                                00007800
               MOVE 'FR21BKV1'                  TO WRK-PROGRAMA         00007810
               MOVE '5000'                      TO WRK-SECAO            00007820
               MOVE 'ERRO LEITURA BACKUP      - ' TO WRK-MENSAGEM       00007830
               MOVE WRK-FS-FONTE                TO WRK-STATUS           00007840
               PERFORM 9000-TRATARERROS                                 00007850
            END-IF.                                                     00007860
                                                                        00007870
            EVALUATE TRUE                                               00007880
              WHEN WRK-ARQ-CLIENTES                                     00007890
                   CLOSE BKPCLI                                         00007900
              WHEN WRK-ARQ-EVSA0407                                     00007910
                   CLOSE BKPEVSA                                        00007920
              WHEN WRK-ARQ-HISTMOV                                      00007930
                   CLOSE BKPHIS                                         00007940
              WHEN WRK-ARQ-CDBMAS                                       00007950
                   CLOSE BKPCDB                                         00007960
              WHEN WRK-ARQ-BLOQJUD                                      00007970
                   CLOSE BKPBLQ                                         00007980
            END-EVALUATE.                                               00007990
                                                                        00008000
       5000-99-FIM.                                            EXIT.    00008010
      *=============================================================*   00008020
                                                                        00008030
      *=============================================================*   00008040
       5100-LER-BACKUP                                      SECTION.    00008050
                                                                        00008060
            MOVE SPACES TO WRK-REGISTRO.                                00008070
                                                                        00008080
            EVALUATE TRUE                                               00008090
              WHEN WRK-ARQ-CLIENTES                                     00008100
                   READ BKPCLI   INTO WRK-REGISTRO                      00008110
                   MOVE WRK-FS-BKPCLI   TO WRK-FS-FONTE                 00008120
              WHEN WRK-ARQ-EVSA0407                                     00008130
                   READ BKPEVSA  INTO WRK-REGISTRO                      00008140
                   MOVE WRK-FS-BKPEVSA  TO WRK-FS-FONTE                 00008150
              WHEN WRK-ARQ-HISTMOV                                      00008160
                   READ BKPHIS   INTO WRK-REGISTRO                      00008170
                   MOVE WRK-FS-BKPHIS   TO WRK-FS-FONTE                 00008180
              WHEN WRK-ARQ-CDBMAS                                       00008190
                   READ BKPCDB   INTO WRK-REGISTRO                      00008200
                   MOVE WRK-FS-BKPCDB   TO WRK-FS-FONTE                 00008210
              WHEN WRK-ARQ-BLOQJUD                                      00008220
                   READ BKPBLQ   INTO WRK-REGISTRO                      00008230
                   MOVE WRK-FS-BKPBLQ   TO WRK-FS-FONTE                 00008240
            END-EVALUATE.                                               00008250
                                                                        00008260
       5100-99-FIM.                                            EXIT.    00008270
      *=============================================================*   00008280
                                                                        00008290
      *=============================================================*   00008300
       5500-ACUMULAR                                        SECTION.    00008310
                                                                        00008320
      *          CHAVE = AGENCIA+CONTA; COMPLEMENTO = O RESTO DA        00008330
      *          CHAVE (DATA+SEQ DO HISTMOV, SEQ DO CDBMAS/BLOQJUD)     00008340
                                                                        00008350
            MOVE SPACES TO WRK-CHAVE-X WRK-COMPL-X.                     00008360
            MOVE ZEROS  TO WRK-VALOR-NUM.                               00008370
                                                                        00008380
            EVALUATE TRUE                                               00008390
              WHEN WRK-ARQ-CLIENTES                                     00008400
                   MOVE WRK-VC-CHAVE     TO WRK-CHAVE-X                 00008410
                   IF WRK-VC-SALDO IS NUMERIC                           00008420
                      MOVE WRK-VC-SALDO  TO WRK-VALOR-NUM               00008430
                   ELSE                                                 00008440
                      ADD 1 TO WRK-ACU-NAO-NUM                          00008450
                   END-IF                                               00008460
              WHEN WRK-ARQ-EVSA0407                                     00008470
                   MOVE WRK-VE-CHAVE     TO WRK-CHAVE-X                 00008480
                   MOVE WRK-VE-SALARIO   TO WRK-VALOR-X10               00008490
                   IF WRK-VALOR-X10 IS NUMERIC                          00008500
                      MOVE WRK-VALOR-X10 TO WRK-VALOR-NUM               00008510
                   ELSE                                                 00008520
                      ADD 1 TO WRK-ACU-NAO-NUM                          00008530
                   END-IF                                               00008540
              WHEN WRK-ARQ-HISTMOV                                      00008550
                   MOVE WRK-VH-CHAVE     TO WRK-CHAVE-X                 00008560
                   MOVE WRK-VH-COMPL     TO WRK-COMPL-X                 00008570
                   IF WRK-VH-VALOR IS NUMERIC                           00008580
                      MOVE WRK-VH-VALOR  TO WRK-VALOR-NUM               00008590
                   ELSE                                                 00008600
                      ADD 1 TO WRK-ACU-NAO-NUM                          00008610
                   END-IF                                               00008620
              WHEN WRK-ARQ-CDBMAS                                       00008630
                   MOVE WRK-VD-CHAVE     TO WRK-CHAVE-X                 00008640
                   MOVE WRK-VD-COMPL     TO WRK-COMPL-X                 00008650
                   IF WRK-VD-SALDO IS NUMERIC                           00008660
                      MOVE WRK-VD-SALDO  TO WRK-VALOR-NUM               00008670
                   ELSE                                                 00008680
                      ADD 1 TO WRK-ACU-NAO-NUM                          00008690
                   END-IF                                               00008700
              WHEN WRK-ARQ-BLOQJUD                                      00008710
                   MOVE WRK-VB-CHAVE     TO WRK-CHAVE-X                 00008720
                   MOVE WRK-VB-COMPL     TO WRK-COMPL-X                 00008730
                   IF WRK-VB-VALOR IS NUMERIC                           00008740
                      MOVE WRK-VB-VALOR  TO WRK-VALOR-NUM               00008750
                   ELSE                                                 00008760
                      ADD 1 TO WRK-ACU-NAO-NUM                          00008770
                   END-IF                                               00008780
            END-EVALUATE.                                               00008790
                                                                        00008800
      *          CHAVE COM BRANCOS OU LETRAS NAO ENTRA NO HASH, MAS     00008810
      *          ENTRA NA CONTAGEM (AS DUAS FONTES RECEBEM O MESMO      00008820
      *          TRATAMENTO)                                            00008830
                                                                        00008840
            MOVE ZEROS TO WRK-CHAVE-NUM WRK-COMPL-NUM.                  00008850
                                                                        00008860
            IF WRK-CHAVE-X(1:8) IS NUMERIC                              00008870
               IF WRK-ARQ-EVSA0407                                      00008880
                  IF WRK-CHAVE-X IS NUMERIC                             00008890
                     MOVE WRK-CHAVE-X      TO WRK-CHAVE-NUM             00008900
                  ELSE                                                  00008910
                     ADD 1 TO WRK-ACU-NAO-NUM                           00008920
                  END-IF                                                00008930
               ELSE                                                     00008940
                  MOVE WRK-CHAVE-X(1:8)    TO WRK-CHAVE-NUM             00008950
               END-IF                                                   00008960
            ELSE                                                        00008970
               ADD 1 TO WRK-ACU-NAO-NUM                                 00008980
            END-IF.                                                     00008990
                                                                        00009000
            IF WRK-COMPL-X NOT EQUAL SPACES                             00009010
               IF WRK-ARQ-HISTMOV                                       00009020
                  IF WRK-COMPL-X IS NUMERIC                             00009030
                     MOVE WRK-COMPL-X      TO WRK-COMPL-NUM             00009040
                  END-IF                                                00009050
               ELSE                                                     00009060
                  IF WRK-COMPL-X(1:3) IS NUMERIC                        00009070
                     MOVE WRK-COMPL-X(1:3) TO WRK-COMPL-NUM             00009080
                  END-IF                                                00009090
               END-IF                                                   00009100
            END-IF.                                                     00009110
                                                                        00009120
            ADD 1             TO WRK-ACU-QTDE.                          00009130
            ADD WRK-CHAVE-NUM WRK-COMPL-NUM TO WRK-ACU-HASH.            00009140
            ADD WRK-VALOR-NUM TO WRK-ACU-TOTAL.                         00009150
                                                                        00009160
       5500-99-FIM.                                            EXIT.    00009170
      *=============================================================*   00009180
                                                                        00009190
      *=============================================================*   00009200
       6000-COMPARAR                                        SECTION.    00009210
                                                                        00009220
            IF WRK-ORIG-QTDE  EQUAL WRK-BKP-QTDE                        00009230
               AND WRK-ORIG-HASH  EQUAL WRK-BKP-HASH                    00009240
               AND WRK-ORIG-TOTAL EQUAL WRK-BKP-TOTAL                   00009250
               MOVE 'C' TO WRK-SITUACAO                                 00009260
               MOVE 'CONFERE' TO WRK-LR-TEXTO                           00009270
            ELSE                                                        00009280
               MOVE 'D' TO WRK-SITUACAO                                 00009290
               EVALUATE TRUE                                            00009300
                 WHEN WRK-ORIG-QTDE NOT EQUAL WRK-BKP-QTDE              00009310
                      MOVE 'DIVERGENTE - QUANTIDADE DE REGISTROS'       00009320
                                     TO WRK-LR-TEXTO                    00009330
                 WHEN WRK-ORIG-HASH NOT EQUAL WRK-BKP-HASH              00009340
                      MOVE 'DIVERGENTE - HASH DAS CHAVES'               00009350
                                     TO WRK-LR-TEXTO                    00009360
                 WHEN OTHER                                             00009370
                      MOVE 'DIVERGENTE - TOTAL DE VALOR'                00009380
                                     TO WRK-LR-TEXTO                    00009390
               END-EVALUATE                                             00009400
            END-IF.                                                     00009410
                                                                        00009420
       6000-99-FIM.                                            EXIT.    00009430
      *=============================================================*   00009440
                                                                        00009450
      *=============================================================*   00009460
       7000-GRAVAR-CATALOGO                                 SECTION.    00009470
                                                                        00009480
            WRITE FD-RELBKV FROM WRK-LINHA-VAZIA.                       00009490
            WRITE FD-RELBKV FROM WRK-LINHA-RESULT.                      00009500
                                                                        00009510
            OPEN EXTEND BKPCAT.                                         00009520
                                                                        00009530
            IF WRK-FS-BKPCAT NOT EQUAL ZEROS                            00009540
               MOVE 'FR21BKV1'                  TO WRK-PROGRAMA         00009550
               MOVE '7000'                      TO WRK-SECAO            00009560
               MOVE 'ERRO OPEN EXTEND BKPCAT  - ' TO WRK-MENSAGEM       00009570
               MOVE WRK-FS-BKPCAT               TO WRK-STATUS           00009580
               PERFORM 9000-TRATARERROS                                 00009590
            END-IF.                                                     00009600
                                                                        00009610
            MOVE SPACES          TO REG-BKPCAT.                         00009620
            MOVE WRK-MODO        TO BKC-TIPO.                           00009630
            MOVE WRK-ARQUIVO     TO BKC-ARQUIVO.                        00009640
            MOVE WRK-GERACAO     TO BKC-GERACAO.                        00009650
            MOVE WRK-HOJE        TO BKC-DATA.                           00009660
            MOVE WRK-HORA        TO BKC-HORA.                           00009670
            MOVE WRK-ORIG-QTDE   TO BKC-QTDE-ORIG.                      00009680
            MOVE WRK-ORIG-HASH   TO BKC-HASH-ORIG.                      00009690
            MOVE WRK-ORIG-TOTAL  TO BKC-TOTAL-ORIG.                     00009700
            MOVE WRK-BKP-QTDE    TO BKC-QTDE-BKP.                       00009710
            MOVE WRK-BKP-HASH    TO BKC-HASH-BKP.                       00009720
            MOVE WRK-BKP-TOTAL   TO BKC-TOTAL-BKP.                      00009730
            MOVE WRK-SITUACAO    TO BKC-SITUACAO.                       00009740
            WRITE REG-BKPCAT.                                           00009750
                                                                        00009760
            IF WRK-FS-BKPCAT NOT EQUAL ZEROS                            00009770
               MOVE 'FR21BKV1'                  TO WRK-PROGRAMA         00009780
               MOVE '7000'                      TO WRK-SECAO            00009790
               MOVE 'ERRO GRAVACAO BKPCAT     - ' TO WRK-MENSAGEM       00009800
               MOVE WRK-FS-BKPCAT               TO WRK-STATUS           00009810
               PERFORM 9000-TRATARERROS                                 00009820
            END-IF.                                                     00009830
                                                                        00009840
            CLOSE BKPCAT.                                               00009850
                                                                        00009860
       7000-99-FIM.                                            EXIT.    00009870
      *=============================================================*   00009880
                                                                        00009890
      *=============================================================*   00009900
       8000-FINALIZAR                                       SECTION.    00009910
                                                                        00009920
             CLOSE RELBKV.                                              00009930
                                                                        00009940
             DISPLAY 'MODO..................' WRK-MODO.                 00009950
             DISPLAY 'ARQUIVO...............' WRK-ARQUIVO.              00009960
             DISPLAY 'GERACAO...............' WRK-GERACAO.              00009970
             DISPLAY 'SITUACAO..............' WRK-SITUACAO.             00009980
                                                                        00009990
      *          BACKUP QUE NAO CONFERE: ALERTA CRITICO (RC 8),         00010000
      *          DEPOIS DE GRAVADO O CATALOGO                           00010010
                                                                        00010020
             IF WRK-SITUACAO EQUAL 'D'                                  00010030
                MOVE 'FR21BKV1'                  TO WRK-PROGRAMA        00010040
                MOVE '8000'                      TO WRK-SECAO           00010050
                MOVE 'BACKUP DIVERGENTE -'       TO WRK-MENSAGEM        00010060
                MOVE WRK-ARQUIVO          TO WRK-MENSAGEM(21:8)         00010070
                MOVE ZEROS                       TO WRK-STATUS          00010080
                PERFORM 9000-TRATARERROS                                00010090
             END-IF.                                                    00010100
                                                                        00010110
             DISPLAY WRK-MSG-FINAL.                                     00010120
             STOP RUN.                                                  00010130
                                                                        00010140
       8000-99-FIM.                                            EXIT.    00010150
      *=============================================================*   00010160
                                                                        00010170
      *=============================================================*   00010180
       9000-TRATARERROS                                     SECTION.    00010190
                                                                        00010200
             MOVE 'E' TO WRK-SEVERIDADE.                                00010210
             CALL 'GRAVALOG' USING WRK-DADOS.                           00010220
             STOP RUN.                                                  00010230
                                                                        00010240
       9000-99-FIM.                                            EXIT.    00010250
      *=============================================================*   00010260
