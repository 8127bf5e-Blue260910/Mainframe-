      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21DRF1.                                            00000050
                                                                        00000060
      *=============================================================*   00000070
      *   AUTOR....:VICTOR ARANDA                                       00000080
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000090
      *   DATA ....:15/10/2026                                          00000100
      *-------------------------------------------------------------*   00000110
      *   OBJETIVO: DECLARACAO ANUAL DO IMPOSTO RETIDO NA FONTE DO      00000120
      *      ANO-CALENDARIO (ANO ANTERIOR AO DA DATA DE NEGOCIO).       00000130
      *      CONSOLIDA POR DOCUMENTO DO BENEFICIARIO:                   00000140
      *      - 0561: BRUTO E IRRF DAS DOZE FOLHAS DO ANO (FOLHANO,      00000150
      *        POR FOLH-COMPET) E DO 13o (FOLH13, DO FR21DEC1);         00000160
      *      - 3562: PLR PAGA NO ANO (PLRANO, DO FR21PLR1);             00000170
      *      - 8053: JUROS DE CREDITO E IMPOSTO RETIDO DOS DOZE         00000180
      *        DIARIOS DE JUROS DO ANO (JURANO, DO FR21EX07).           00000190
      *      O CPF DO FUNCIONARIO VEM DE IVAN.FUNCCOMP E O CPF/CNPJ     00000200
      *      DO CLIENTE DO CADCLI (NOME NO CLIENTES). BENEFICIARIO      00000210
      *      SEM DOCUMENTO NAO ENTRA NA DECLARACAO: SAI LISTADO NO      00000220
      *      RELATORIO PARA ACERTO DO CADASTRO.                         00000230
      *      GRAVA A DECLARACAO (DIRFARQ) COM O TOTAL POR CODIGO DE     00000240
      *      RECEITA E IMPRIME A CONCILIACAO (RELDIRF): IRRF DA         00000250
      *      FOLHA MES A MES CONTRA AS DOZE GUIAS DO FR21GIA1           00000260
      *      (GUIAANO, TIPO 'R') E IRRF DOS JUROS CONTRA OS TOTAIS      00000270
      *      DE RECOLHIMENTO DO FR21EX07 (IRFANO). DIVERGENCIA OU       00000280
      *      GUIA FALTANDO ENCERRA COM RETURN-CODE 8.                   00000290
      *                                                                 00000300
      *      PARM DA EXECUCAO: CNPJ DO DECLARANTE (14 DIGITOS).         00000310
      *-------------------------------------------------------------*   00000320
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000330
      *  1.0   15/10/26   VICTOR ARANDA    VERSAO INICIAL               00000340
      *-------------------------------------------------------------*   00000350
      *   BASE DE DADOS:                                                00000360
      *   TABELA.DB2..                                                  00000370
      *    ------              I/O                 INCLUDE/BOOK         00000380
      *   IVAN.FUNCCOMP         I                  #BKFCOMP---          00000390
      *-------------------------------------------------------------*   00000400
      *   ARQUIVOS:                                                     00000410
      *    DDNAME              I/O                  COPY/BOOK           00000420
      *   FOLHANO               I   (12 GERACOES DO FOLHPAG) FOLHBOOK   00000430
      *   FOLH13                I   (13o SALARIO - FR21DEC1)            00000440
      *   PLRANO                I                  PLRBOOK----          00000450
      *   JURANO                I   (12 GERACOES DO JURNAL)             00000460
      *   IRFANO                I   (12 GERACOES DO IRFREM)             00000470
      *   GUIAANO               I   (12 GERACOES DO GUIAREM)            00000480
      *   CADCLI                I   (KSDS)         CADBOOK----          00000490
      *   CLIENTES              I   (KSDS)         CLIBOOK----          00000500
      *   DIRFARQ               O                  DIRFBOOK---          00000510
      *   RELDIRF               O   (CONCILIACAO)                       00000520
      *-------------------------------------------------------------*   00000530
      *   MODULOS....:                                                  00000540
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000550
      *   FR21DTA1             DATA DE PROCESSAMENTO (LNKDPRC)          00000560
      *=============================================================*   00000570
       ENVIRONMENT                               DIVISION.              00000580
      *=============================================================*   00000590
                                                                        00000600
      *-------------------------------------------------------------*   00000610
       CONFIGURATION                                        SECTION.    00000620
      *-------------------------------------------------------------*   00000630
       SPECIAL-NAMES.                                                   00000640
           DECIMAL-POINT IS COMMA.                                      00000650
                                                                        00000660
                                                                        00000670
       INPUT-OUTPUT                                         SECTION.    00000680
       FILE-CONTROL.                                                    00000690
           SELECT FOLHANO  ASSIGN TO FOLHANO                            00000700
               FILE STATUS  IS WRK-FS-FOLHANO.                          00000710
                                                                        00000720
           SELECT FOLH13   ASSIGN TO FOLH13                             00000730
               FILE STATUS  IS WRK-FS-FOLH13.                           00000740
                                                                        00000750
           SELECT PLRANO   ASSIGN TO PLRANO                             00000760
               FILE STATUS  IS WRK-FS-PLRANO.                           00000770
                                                                        00000780
           SELECT JURANO   ASSIGN TO JURANO                             00000790
               FILE STATUS  IS WRK-FS-JURANO.                           00000800
                                                                        00000810
           SELECT IRFANO   ASSIGN TO IRFANO                             00000820
               FILE STATUS  IS WRK-FS-IRFANO.                           00000830
                                                                        00000840
           SELECT GUIAANO  ASSIGN TO GUIAANO                            00000850
               FILE STATUS  IS WRK-FS-GUIAANO.                          00000860
                                                                        00000870
           SELECT CADCLI   ASSIGN TO CADCLI                             00000880
               ORGANIZATION  IS INDEXED                                 00000890
               ACCESS MODE   IS DYNAMIC                                 00000900
               RECORD KEY    IS CAD-CHAVE                               00000910
               FILE STATUS  IS WRK-FS-CADCLI.                           00000920
                                                                        00000930
           SELECT CLIENTES ASSIGN TO CLIENTES                           00000940
               ORGANIZATION  IS INDEXED                                 00000950
               ACCESS MODE   IS DYNAMIC                                 00000960
               RECORD KEY    IS CLI-CHAVE                               00000970
               FILE STATUS  IS WRK-FS-CLIENTES.                         00000980
                                                                        00000990
           SELECT DIRFARQ  ASSIGN TO DIRFARQ                            00001000
               FILE STATUS  IS WRK-FS-DIRFARQ.                          00001010
                                                                        00001020
           SELECT RELDIRF  ASSIGN TO RELDIRF                            00001030
               FILE STATUS  IS WRK-FS-RELDIRF.                          00001040
                                                                        00001050
      *=============================================================*   00001060
       DATA                                                DIVISION.    00001070
      *=============================================================*   00001080
       FILE                                                 SECTION.    00001090
      *=============================================================*   00001100
                                                                        00001110
      *      ENTRADA - FOLHAS DO ANO (LAYOUT FOLHBOOK) LRECL = 250      00001120
                                                                        00001130
       FD FOLHANO                                                       00001140
           RECORDING  MODE IS F                                         00001150
           BLOCK CONTAINS 0 RECORDS.                                    00001160
                                                                        00001170
       COPY 'FOLHBOOK'.                                                 00001180
                                                                        00001190
      *      ENTRADA - 13o SALARIO (MESMO LAYOUT)                       00001200
                                                                        00001210
       FD FOLH13                                                        00001220
           RECORDING  MODE IS F                                         00001230
           BLOCK CONTAINS 0 RECORDS.                                    00001240
                                                                        00001250
       01 FD-FOLH13.                                                    00001260
          05 FD-13-IDFUNC    PIC 9(05).                                 00001270
          05 FD-13-NOME      PIC X(30).                                 00001280
          05 FD-13-HORAS     PIC 9(05).                                 00001290
          05 FD-13-SALBASE   PIC 9(07)V99.                              00001300
          05 FD-13-VALHORA   PIC 9(05)V99.                              00001310
          05 FD-13-BRUTO     PIC 9(07)V99.                              00001320
          05 FD-13-INSS      PIC 9(07)V99.                              00001330
          05 FD-13-IRRF      PIC 9(07)V99.                              00001340
          05 FD-13-LIQUIDO   PIC 9(07)V99.                              00001350
          05 FILLER          PIC X(158).                                00001360
                                                                        00001370
      *      ENTRADA - PLR PAGA (FR21PLR1)           LRECL = 100        00001380
                                                                        00001390
       FD PLRANO                                                        00001400
           RECORDING  MODE IS F                                         00001410
           BLOCK CONTAINS 0 RECORDS.                                    00001420
                                                                        00001430
       COPY 'PLRBOOK'.                                                  00001440
                                                                        00001450
      *      ENTRADA - DIARIOS DE JUROS (FR21EX07)   LRECL = 40         00001460
                                                                        00001470
       FD JURANO                                                        00001480
           RECORDING  MODE IS F                                         00001490
           BLOCK CONTAINS 0 RECORDS.                                    00001500
                                                                        00001510
       01 FD-JURANO.                                                    00001520
          05 FD-JN-CHAVE     PIC X(08).                                 00001530
          05 FILLER          PIC X(01).                                 00001540
          05 FD-JN-BASE      PIC 9(08).                                 00001550
          05 FILLER          PIC X(01).                                 00001560
          05 FD-JN-TAXA      PIC 9(03)V99.                              00001570
          05 FILLER          PIC X(01).                                 00001580
          05 FD-JN-JUROS     PIC 9(08).                                 00001590
          05 FD-JN-IRRF      PIC 9(08).                                 00001600
                                                                        00001610
      *      ENTRADA - RECOLHIMENTO DOS JUROS (FR21EX07) LRECL = 33     00001620
                                                                        00001630
       FD IRFANO                                                        00001640
           RECORDING  MODE IS F                                         00001650
           BLOCK CONTAINS 0 RECORDS.                                    00001660
                                                                        00001670
       01 FD-IRFANO.                                                    00001680
          05 FD-RM-COMPET    PIC 9(06).                                 00001690
          05 FD-RM-CONTAS    PIC 9(07).                                 00001700
          05 FD-RM-BASE      PIC 9(10).                                 00001710
          05 FD-RM-RETIDO    PIC 9(10).                                 00001720
                                                                        00001730
      *      ENTRADA - GUIAS DA FOLHA (FR21GIA1)     LRECL = 22         00001740
                                                                        00001750
       FD GUIAANO                                                       00001760
           RECORDING  MODE IS F                                         00001770
           BLOCK CONTAINS 0 RECORDS.                                    00001780
                                                                        00001790
       01 FD-GUIAANO.                                                   00001800
          05 FD-GR-COMPET    PIC 9(06).                                 00001810
          05 FD-GR-TIPO      PIC X(01).                                 00001820
          05 FD-GR-VALOR     PIC 9(13)V99.                              00001830
                                                                        00001840
      *      ENTRADA - CADASTRO COMPLEMENTAR (KSDS)  LRECL = 132        00001850
                                                                        00001860
       FD CADCLI.                                                       00001870
                                                                        00001880
       COPY 'CADBOOK'.                                                  00001890
                                                                        00001900
      *      ENTRADA - CADASTRO DE CLIENTES (KSDS)   LRECL = 73         00001910
                                                                        00001920
       FD CLIENTES.                                                     00001930
                                                                        00001940
       COPY 'CLIBOOK'.                                                  00001950
                                                                        00001960
      *      SAIDA - DECLARACAO                      LRECL = 200        00001970
                                                                        00001980
       FD DIRFARQ                                                       00001990
           RECORDING  MODE IS F                                         00002000
           BLOCK CONTAINS 0 RECORDS.                                    00002010
                                                                        00002020
       COPY 'DIRFBOOK'.                                                 00002030
                                                                        00002040
      *      SAIDA - CONCILIACAO                     LRECL = 80         00002050
                                                                        00002060
       FD RELDIRF                                                       00002070
           RECORDING  MODE IS F                                         00002080
           BLOCK CONTAINS 0 RECORDS.                                    00002090
                                                                        00002100
       01 FD-RELDIRF      PIC X(80).                                    00002110
                                                                        00002120
      *-------------------------------------------------------------*   00002130
       WORKING-STORAGE                                      SECTION.    00002140
      *-------------------------------------------------------------*   00002150
                                                                        00002160
           EXEC SQL                                                     00002170
              INCLUDE #BKFCOMP                                          00002180
           END-EXEC.                                                    00002190
                                                                        00002200
           EXEC SQL                                                     00002210
              INCLUDE SQLCA                                             00002220
           END-EXEC.                                                    00002230
                                                                        00002240
      *------------------LOG-DE-ERROS-------------------------------*   00002250
                                                                        00002260
       01 WRK-DADOS.                                                    00002270
           05 WRK-PROGRAMA  PIC X(08).                                  00002280
           05 WRK-SECAO     PIC X(04).                                  00002290
           05 WRK-MENSAGEM  PIC X(30).                                  00002300
           05 WRK-STATUS    PIC X(02).                                  00002310
           05 WRK-SEVERIDADE PIC X(01).                                 00002320
           05 FILLER        PIC X(22).                                  00002330
                                                                        00002340
      *------------------DATA DE PROCESSAMENTO----------------------*   00002350
                                                                        00002360
           COPY 'LNKDPRC'.                                              00002370
                                                                        00002380
      *--------------------LOGICA-----------------------------------*   00002390
                                                                        00002400
       77 WRK-SQLCODE         PIC -999.                                 00002410
                                                                        00002420
       77 WRK-FOLHAS-LIDAS    PIC 9(07) VALUE 0.                        00002430
                                                                        00002440
       77 WRK-FOLHAS-FORA     PIC 9(07) VALUE 0.                        00002450
                                                                        00002460
       77 WRK-REGS-13         PIC 9(05) VALUE 0.                        00002470
                                                                        00002480
       77 WRK-REGS-PLR        PIC 9(05) VALUE 0.                        00002490
                                                                        00002500
       77 WRK-REGS-JUROS      PIC 9(07) VALUE 0.                        00002510
                                                                        00002520
       77 WRK-GUIAS-LIDAS     PIC 9(03) VALUE 0.                        00002530
                                                                        00002540
       77 WRK-SEM-DOC         PIC 9(05) VALUE 0.                        00002550
                                                                        00002560
       77 WRK-REGS-GRAVADOS   PIC 9(07) VALUE 0.                        00002570
                                                                        00002580
       77 WRK-DIVERGENCIAS    PIC 9(03) VALUE 0.                        00002590
                                                                        00002600
       01 WRK-DATA-SISTEMA.                                             00002610
          05 WRK-SIS-ANO      PIC 9(04).                                00002620
          05 WRK-SIS-MES      PIC 9(02).                                00002630
          05 WRK-SIS-DIA      PIC 9(02).                                00002640
                                                                        00002650
       77 WRK-ANO-BASE        PIC 9(04) VALUE 0.                        00002660
       77 WRK-CNPJ-DECL       PIC X(14).                                00002670
                                                                        00002680
       01 WRK-COMPET          PIC 9(06).                                00002690
       01 WRK-COMPET-R REDEFINES WRK-COMPET.                            00002700
          05 WRK-CP-ANO       PIC 9(04).                                00002710
          05 WRK-CP-MES       PIC 9(02).                                00002720
                                                                        00002730
       77 WRK-IND-MES         PIC 9(02).                                00002740
       77 WRK-ANO-PLR         PIC 9(04).                                00002750
       77 WRK-IDFUNC-ALVO     PIC 9(05).                                00002760
       77 WRK-NOME-ALVO       PIC X(30).                                00002770
       77 WRK-ACHOU-FN        PIC X(01).                                00002780
       77 WRK-ACHOU-BN        PIC X(01).                                00002790
                                                                        00002800
      *-----------ACUMULADO POR FUNCIONARIO-------------------------*   00002810
                                                                        00002820
       01 WRK-TAB-FN.                                                   00002830
          05 WRK-TAB-FN-QTD  PIC 9(04) VALUE 0.                         00002840
          05 WRK-TAB-FN-OCR OCCURS 1000 TIMES.                          00002850
             10 WRK-FN-IDFUNC    PIC 9(05).                             00002860
             10 WRK-FN-NOME      PIC X(30).                             00002870
             10 WRK-FN-RENDIM    PIC 9(09)V99.                          00002880
             10 WRK-FN-IRRF-MES  PIC 9(07)V99 OCCURS 13 TIMES.          00002890
             10 WRK-FN-PLR-REND  PIC 9(09)V99.                          00002900
             10 WRK-FN-PLR-MES   PIC 9(07)V99 OCCURS 13 TIMES.          00002910
                                                                        00002920
       77 WRK-IND-FN          PIC 9(04).                                00002930
                                                                        00002940
      *-----------BENEFICIARIOS (ORDEM DE CODIGO E DOCUMENTO)-------*   00002950
                                                                        00002960
       01 WRK-BN-NOVO.                                                  00002970
          05 WRK-BN-N-CHAVE.                                            00002980
             10 WRK-BN-N-CODREC  PIC 9(04).                             00002990
             10 WRK-BN-N-DOC     PIC X(14).                             00003000
          05 WRK-BN-N-TIPO-DOC   PIC X(01).                             00003010
          05 WRK-BN-N-NOME       PIC X(30).                             00003020
          05 WRK-BN-N-RENDIM     PIC 9(11)V99.                          00003030
          05 WRK-BN-N-IRRF-MES   PIC 9(07)V99 OCCURS 13 TIMES.          00003040
          05 WRK-BN-N-IRRF-ANO   PIC 9(11)V99.                          00003050
                                                                        00003060
       01 WRK-TAB-BN.                                                   00003070
          05 WRK-TAB-BN-QTD  PIC 9(04) VALUE 0.                         00003080
          05 WRK-TAB-BN-OCR OCCURS 5000 TIMES.                          00003090
             10 WRK-BN-CHAVE.                                           00003100
                15 WRK-BN-CODREC PIC 9(04).                             00003110
                15 WRK-BN-DOC    PIC X(14).                             00003120
             10 WRK-BN-TIPO-DOC  PIC X(01).                             00003130
             10 WRK-BN-NOME      PIC X(30).                             00003140
             10 WRK-BN-RENDIM    PIC 9(11)V99.                          00003150
             10 WRK-BN-IRRF-MES  PIC 9(07)V99 OCCURS 13 TIMES.          00003160
             10 WRK-BN-IRRF-ANO  PIC 9(11)V99.                          00003170
                                                                        00003180
       77 WRK-IND-BN          PIC 9(04).                                00003190
       77 WRK-IND-MV          PIC 9(04).                                00003200
                                                                        00003210
      *-----------CONCILIACAO---------------------------------------*   00003220
                                                                        00003230
       01 WRK-TAB-CONC.                                                 00003240
          05 WRK-CC-OCR OCCURS 12 TIMES.                                00003250
             10 WRK-CC-FOLHA     PIC 9(11)V99.                          00003260
             10 WRK-CC-GUIA      PIC 9(13)V99.                          00003270
             10 WRK-CC-TEM-GUIA  PIC X(01).                             00003280
                                                                        00003290
       77 WRK-IRRF-13         PIC 9(11)V99 VALUE 0.                     00003300
       77 WRK-IRRF-PLR        PIC 9(11)V99 VALUE 0.                     00003310
       77 WRK-IRRF-JUROS      PIC 9(11)V99 VALUE 0.                     00003320
       77 WRK-IRRF-JUR-REM    PIC 9(11)V99 VALUE 0.                     00003330
       77 WRK-IRRF-SEM-DOC    PIC 9(11)V99 VALUE 0.                     00003340
       77 WRK-IRRF-SD         PIC 9(11)V99 VALUE 0.                     00003341
       77 WRK-DIFERENCA       PIC S9(13)V99 VALUE 0.                    00003350
                                                                        00003360
      *-----------TOTAIS DA DECLARACAO------------------------------*   00003370
                                                                        00003380
       77 WRK-COD-ATUAL       PIC 9(04) VALUE 0.                        00003390
       77 WRK-TOT-COD-QTD     PIC 9(07) VALUE 0.                        00003400
       77 WRK-TOT-COD-REND    PIC 9(13)V99 VALUE 0.                     00003410
       77 WRK-TOT-COD-IRRF    PIC 9(13)V99 VALUE 0.                     00003420
       77 WRK-TOT-DECL-IRRF   PIC 9(13)V99 VALUE 0.                     00003430
                                                                        00003440
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00003450
                                                                        00003460
       77 WRK-MSG-FINAL       PIC X(17) VALUE 'FINAL DE PROGRAMA'.      00003470
                                                                        00003480
      *--------------------STATUS-----------------------------------*   00003490
                                                                        00003500
       77 WRK-FS-FOLHANO   PIC 9(02).                                   00003510
                                                                        00003520
       77 WRK-FS-FOLH13    PIC 9(02).                                   00003530
                                                                        00003540
       77 WRK-FS-PLRANO    PIC 9(02).                                   00003550
                                                                        00003560
       77 WRK-FS-JURANO    PIC 9(02).                                   00003570
                                                                        00003580
       77 WRK-FS-IRFANO    PIC 9(02).                                   00003590
                                                                        00003600
       77 WRK-FS-GUIAANO   PIC 9(02).                                   00003610
                                                                        00003620
       77 WRK-FS-CADCLI    PIC 9(02).                                   00003630
                                                                        00003640
       77 WRK-FS-CLIENTES  PIC 9(02).                                   00003650
                                                                        00003660
       77 WRK-FS-DIRFARQ   PIC 9(02).                                   00003670
                                                                        00003680
       77 WRK-FS-RELDIRF   PIC 9(02).                                   00003690
                                                                        00003700
      *--------------------LINHAS DO RELATORIO----------------------*   00003710
                                                                        00003720
       01 WRK-CABEC1.                                                   00003730
          05 FILLER   PIC X(42) VALUE                                   00003740
             'DECLARACAO DO IMPOSTO RETIDO - ANO-CALEND.'.              00003750
          05 FILLER           PIC X(01).                                00003760
          05 WRK-C-ANO        PIC 9(04).                                00003770
          05 FILLER           PIC X(08) VALUE '  CNPJ: '.               00003780
          05 WRK-C-CNPJ       PIC X(14).                                00003790
          05 FILLER   PIC X(11).                                        00003800
                                                                        00003810
       01 WRK-TITULO.                                                   00003820
          05 WRK-T-TEXTO      PIC X(60).                                00003830
          05 FILLER           PIC X(20).                                00003840
                                                                        00003850
       01 WRK-CAB-SEMDOC.                                               00003860
          05 FILLER   PIC X(40) VALUE                                   00003870
             'COD. ORIGEM     NOME                    '.                00003880
          05 FILLER   PIC X(40) VALUE                                   00003890
             '            IRRF DO ANO                 '.                00003900
                                                                        00003910
       01 WRK-DET-SEMDOC.                                               00003920
          05 WRK-S-CODREC     PIC 9(04).                                00003930
          05 FILLER           PIC X(01).                                00003940
          05 WRK-S-ORIGEM     PIC X(10).                                00003950
          05 FILLER           PIC X(01).                                00003960
          05 WRK-S-NOME       PIC X(30).                                00003970
          05 FILLER           PIC X(01).                                00003980
          05 WRK-S-IRRF       PIC ZZ.ZZZ.ZZ9,99.                        00003990
          05 FILLER           PIC X(20).                                00004000
                                                                        00004010
       01 WRK-CAB-CONC.                                                 00004020
          05 FILLER   PIC X(40) VALUE                                   00004030
             'MES     IRRF DA FOLHA     GUIA FR21GIA1 '.                00004040
          05 FILLER   PIC X(40) VALUE                                   00004050
             '       DIFERENCA                        '.                00004060
                                                                        00004070
       01 WRK-DET-CONC.                                                 00004080
          05 WRK-K-MES        PIC 9(02).                                00004090
          05 FILLER           PIC X(01) VALUE '/'.                      00004100
          05 WRK-K-ANO        PIC 9(04).                                00004110
          05 FILLER           PIC X(01).                                00004120
          05 WRK-K-FOLHA      PIC Z.ZZZ.ZZZ.ZZ9,99.                     00004130
          05 FILLER           PIC X(01).                                00004140
          05 WRK-K-GUIA       PIC Z.ZZZ.ZZZ.ZZ9,99.                     00004150
          05 FILLER           PIC X(01).                                00004160
          05 WRK-K-DIFER      PIC -.ZZZ.ZZZ.ZZ9,99.                     00004170
          05 FILLER           PIC X(01).                                00004180
          05 WRK-K-OCORR      PIC X(15).                                00004190
                                                                        00004200
       01 WRK-CAB-COD.                                                  00004210
          05 FILLER   PIC X(40) VALUE                                   00004220
             'COD.  BENEFIC.        RENDIMENTOS      '.                 00004230
          05 FILLER   PIC X(40) VALUE                                   00004240
             '      IMPOSTO RETIDO                    '.                00004250
                                                                        00004260
       01 WRK-DET-COD.                                                  00004270
          05 WRK-D-CODREC     PIC 9(04).                                00004280
          05 FILLER           PIC X(01).                                00004290
          05 WRK-D-QTD        PIC ZZZ.ZZ9.                              00004300
          05 FILLER           PIC X(03).                                00004310
          05 WRK-D-RENDIM     PIC ZZ.ZZZ.ZZZ.ZZ9,99.                    00004320
          05 FILLER           PIC X(03).                                00004330
          05 WRK-D-IRRF       PIC ZZ.ZZZ.ZZZ.ZZ9,99.                    00004340
          05 FILLER           PIC X(28).                                00004350
                                                                        00004360
       01 WRK-TOTGERAL.                                                 00004370
          05 WRK-G-TITULO    PIC X(30).                                 00004380
          05 WRK-G-VALOR     PIC -.ZZZ.ZZZ.ZZZ.ZZ9,99.                  00004390
          05 FILLER          PIC X(30).                                 00004400
                                                                        00004410
      *-------------------------------------------------------------*   00004420
       LINKAGE                                              SECTION.    00004430
      *-------------------------------------------------------------*   00004440
       01 LNK-ENTRADA.                                                  00004450
          05 LNK-LEN            PIC 9(04) COMP.                         00004460
          05 LNK-CNPJ           PIC X(14).                              00004470
                                                                        00004480
      *=============================================================*   00004490
       PROCEDURE DIVISION USING LNK-ENTRADA.                            00004500
      *=============================================================*   00004510
                                                                        00004520
      *=============================================================*   00004530
       0000-PRINCIPAL                                       SECTION.    00004540
                                                                        00004550
            PERFORM 1000-INICIAR.                                       00004560
            PERFORM 2000-ACUMULAR-FOLHAS                                00004570
               UNTIL WRK-FS-FOLHANO NOT EQUAL ZEROS.                    00004580
            PERFORM 2200-ACUMULAR-13                                    00004590
               UNTIL WRK-FS-FOLH13 NOT EQUAL ZEROS.                     00004600
            PERFORM 2300-ACUMULAR-PLR                                   00004610
               UNTIL WRK-FS-PLRANO NOT EQUAL ZEROS.                     00004620
            PERFORM 2400-ACUMULAR-JUROS                                 00004630
               UNTIL WRK-FS-JURANO NOT EQUAL ZEROS.                     00004640
            PERFORM 2500-DOCUMENTAR-FUNC                                00004650
               VARYING WRK-IND-FN FROM 1 BY 1                           00004660
                 UNTIL WRK-IND-FN GREATER WRK-TAB-FN-QTD.               00004670
            PERFORM 3000-GRAVAR-DECLARACAO.                             00004680
            PERFORM 4000-CONCILIAR.                                     00004690
            PERFORM 5000-FINALIZAR.                                     00004700
                                                                        00004710
       0000-99-FIM.                                            EXIT.    00004720
      *=============================================================*   00004730
                                                                        00004740
      *=============================================================*   00004750
       1000-INICIAR                                         SECTION.    00004760
                                                                        00004770
            IF LNK-LEN LESS 14                                          00004780
               MOVE 'FR21DRF1'                  TO WRK-PROGRAMA         00004790
               MOVE '1000'                      TO WRK-SECAO            00004800
               MOVE 'PARM CNPJ OBRIGATORIA   - ' TO WRK-MENSAGEM        00004810
               MOVE ZEROS                       TO WRK-STATUS           00004820
               PERFORM 9000-TRATARERROS                                 00004830
            END-IF.                                                     00004840
                                                                        00004850
            MOVE LNK-CNPJ TO WRK-CNPJ-DECL.                             00004860
                                                                        00004870
      *          O ANO-CALENDARIO E O ANTERIOR AO DA DATA DE NEGOCIO    00004880
      *          (DECLARACAO ENTREGUE NO INICIO DO ANO SEGUINTE)        00004890
                                                                        00004900
            MOVE 'FR21DRF1' TO LNK-DP-PROGRAMA.                         00004910
            MOVE ZEROS      TO LNK-DP-DIAS-TOL.                         00004920
            CALL 'FR21DTA1' USING LNK-DPRC.                             00004930
            MOVE LNK-DP-DATA TO WRK-DATA-SISTEMA.                       00004940
            COMPUTE WRK-ANO-BASE = WRK-SIS-ANO - 1.                     00004950
                                                                        00004960
            OPEN INPUT  FOLHANO.                                        00004970
            OPEN INPUT  FOLH13.                                         00004980
            OPEN INPUT  PLRANO.                                         00004990
            OPEN INPUT  JURANO.                                         00005000
            OPEN INPUT  IRFANO.                                         00005010
            OPEN INPUT  GUIAANO.                                        00005020
            OPEN INPUT  CADCLI.                                         00005030
            OPEN INPUT  CLIENTES.                                       00005040
            OPEN OUTPUT DIRFARQ.                                        00005050
            OPEN OUTPUT RELDIRF.                                        00005060
                                                                        00005070
            IF WRK-FS-FOLHANO NOT EQUAL ZEROS                           00005080
               MOVE 'FR21DRF1'                  TO WRK-PROGRAMA         00005090
               MOVE '1000'                      TO WRK-SECAO            00005100
               MOVE 'ERRO OPEN FOLHAS DO ANO - ' TO WRK-MENSAGEM        00005110
               MOVE WRK-FS-FOLHANO              TO WRK-STATUS           00005120
               PERFORM 9000-TRATARERROS                                 00005130
            END-IF.                                                     00005140
                                                                        00005150
            IF WRK-FS-GUIAANO NOT EQUAL ZEROS                           00005160
               MOVE 'FR21DRF1'                  TO WRK-PROGRAMA         00005170
               MOVE '1000'                      TO WRK-SECAO            00005180
               MOVE 'ERRO OPEN GUIAS DO ANO  - ' TO WRK-MENSAGEM        00005190
               MOVE WRK-FS-GUIAANO              TO WRK-STATUS           00005200
               PERFORM 9000-TRATARERROS                                 00005210
            END-IF.                                                     00005220
                                                                        00005230
            IF WRK-FS-DIRFARQ NOT EQUAL ZEROS                           00005240
               MOVE 'FR21DRF1'                  TO WRK-PROGRAMA         00005250
               MOVE '1000'                      TO WRK-SECAO            00005260
               MOVE 'ERRO OPEN DIRFARQ       - ' TO WRK-MENSAGEM        00005270
               MOVE WRK-FS-DIRFARQ              TO WRK-STATUS           00005280
               PERFORM 9000-TRATARERROS                                 00005290
            END-IF.                                                     00005300
                                                                        00005310
            IF WRK-FS-RELDIRF NOT EQUAL ZEROS                           00005320
               MOVE 'FR21DRF1'                  TO WRK-PROGRAMA         00005330
               MOVE '1000'                      TO WRK-SECAO            00005340
               MOVE 'ERRO OPEN RELDIRF       - ' TO WRK-MENSAGEM        00005350
               MOVE WRK-FS-RELDIRF              TO WRK-STATUS           00005360
               PERFORM 9000-TRATARERROS                                 00005370
            END-IF.                                                     00005380
                                                                        00005390
            PERFORM VARYING WRK-IND-MES FROM 1 BY 1                     00005400
               UNTIL WRK-IND-MES GREATER 12                             00005410
               MOVE ZEROS TO WRK-CC-FOLHA(WRK-IND-MES)                  00005420
               MOVE ZEROS TO WRK-CC-GUIA(WRK-IND-MES)                   00005430
               MOVE 'N'   TO WRK-CC-TEM-GUIA(WRK-IND-MES)               00005440
            END-PERFORM.                                                00005450
                                                                        00005460
            PERFORM 1100-CARREGAR-GUIAS.                                00005470
            PERFORM 1200-CARREGAR-RECOLHIMENTO.                         00005480
                                                                        00005490
            MOVE WRK-ANO-BASE  TO WRK-C-ANO.                            00005500
            MOVE WRK-CNPJ-DECL TO WRK-C-CNPJ.                           00005510
            WRITE FD-RELDIRF FROM WRK-CABEC1.                           00005520
            WRITE FD-RELDIRF FROM WRK-LINHA-VAZIA.                      00005530
            MOVE 'BENEFICIARIOS SEM DOCUMENTO (FORA DA DECLARACAO)'     00005540
                 TO WRK-T-TEXTO.                                        00005550
            WRITE FD-RELDIRF FROM WRK-TITULO.                           00005560
            WRITE FD-RELDIRF FROM WRK-CAB-SEMDOC.                       00005570
                                                                        00005580
      *          13o, PLR E JUROS SAO OPCIONAIS: SEM O ARQUIVO A        00005590
      *          DECLARACAO SAI SEM O CODIGO                            00005600
                                                                        00005610
            READ FOLHANO.                                               00005620
                                                                        00005630
            IF WRK-FS-FOLH13 EQUAL ZEROS                                00005640
               READ FOLH13                                              00005650
            ELSE                                                        00005660
               DISPLAY 'SEM 13o SALARIO NO ANO'                         00005670
            END-IF.                                                     00005680
                                                                        00005690
            IF WRK-FS-PLRANO EQUAL ZEROS                                00005700
               READ PLRANO                                              00005710
            ELSE                                                        00005720
               DISPLAY 'SEM PLR PAGA NO ANO'                            00005730
            END-IF.                                                     00005740
                                                                        00005750
            IF WRK-FS-JURANO EQUAL ZEROS                                00005760
               READ JURANO                                              00005770
            ELSE                                                        00005780
               DISPLAY 'SEM DIARIOS DE JUROS NO ANO'                    00005790
            END-IF.                                                     00005800
                                                                        00005810
       1000-99-FIM.                                            EXIT.    00005820
      *=============================================================*   00005830
                                                                        00005840
      *=============================================================*   00005850
       1100-CARREGAR-GUIAS                                  SECTION.    00005860
                                                                        00005870
      *          IRRF DAS GUIAS MENSAIS DA FOLHA (TIPO 'R')             00005880
                                                                        00005890
            READ GUIAANO.                                               00005900
                                                                        00005910
            PERFORM UNTIL WRK-FS-GUIAANO NOT EQUAL ZEROS                00005920
               MOVE FD-GR-COMPET TO WRK-COMPET                          00005930
               IF FD-GR-TIPO EQUAL 'R'                                  00005940
                  AND WRK-CP-ANO EQUAL WRK-ANO-BASE                     00005950
                  AND WRK-CP-MES GREATER ZEROS                          00005960
                  AND WRK-CP-MES NOT GREATER 12                         00005970
                  ADD 1 TO WRK-GUIAS-LIDAS                              00005980
                  ADD FD-GR-VALOR TO WRK-CC-GUIA(WRK-CP-MES)            00005990
                  MOVE 'S'        TO WRK-CC-TEM-GUIA(WRK-CP-MES)        00006000
               END-IF                                                   00006010
               READ GUIAANO                                             00006020
            END-PERFORM.                                                00006030
                                                                        00006040
       1100-99-FIM.                                            EXIT.    00006050
      *=============================================================*   00006060
                                                                        00006070
      *=============================================================*   00006080
       1200-CARREGAR-RECOLHIMENTO                           SECTION.    00006090
                                                                        00006100
      *          RECOLHIMENTO DO IMPOSTO SOBRE JUROS (OPCIONAL)         00006110
                                                                        00006120
            IF WRK-FS-IRFANO NOT EQUAL ZEROS                            00006130
               DISPLAY 'SEM RECOLHIMENTOS DE JUROS NO ANO'              00006140
               GO TO 1200-99-FIM                                        00006150
            END-IF.                                                     00006160
                                                                        00006170
            READ IRFANO.                                                00006180
                                                                        00006190
            PERFORM UNTIL WRK-FS-IRFANO NOT EQUAL ZEROS                 00006200
               MOVE FD-RM-COMPET TO WRK-COMPET                          00006210
               IF WRK-CP-ANO EQUAL WRK-ANO-BASE                         00006220
                  ADD FD-RM-RETIDO TO WRK-IRRF-JUR-REM                  00006230
               END-IF                                                   00006240
               READ IRFANO                                              00006250
            END-PERFORM.                                                00006260
                                                                        00006270
       1200-99-FIM.                                            EXIT.    00006280
      *=============================================================*   00006290
                                                                        00006300
      *=============================================================*   00006310
       2000-ACUMULAR-FOLHAS                                 SECTION.    00006320
                                                                        00006330
      *          SO ENTRAM AS COMPETENCIAS DO ANO-CALENDARIO            00006340
                                                                        00006350
            ADD 1 TO WRK-FOLHAS-LIDAS.                                  00006360
            MOVE FOLH-COMPET TO WRK-COMPET.                             00006370
                                                                        00006380
            IF WRK-CP-ANO NOT EQUAL WRK-ANO-BASE                        00006390
               OR WRK-CP-MES EQUAL ZEROS                                00006400
               OR WRK-CP-MES GREATER 12                                 00006410
               ADD 1 TO WRK-FOLHAS-FORA                                 00006420
               DISPLAY 'FOLHA FORA DO ANO: ' FOLH-IDFUNC                00006430
                       ' COMPET. ' FOLH-COMPET                          00006440
               GO TO 2000-90-PROXIMO                                    00006450
            END-IF.                                                     00006460
                                                                        00006470
            MOVE FOLH-IDFUNC TO WRK-IDFUNC-ALVO.                        00006480
            MOVE FOLH-NOME   TO WRK-NOME-ALVO.                          00006490
            PERFORM 2100-ACHAR-FUNC.                                    00006500
                                                                        00006510
            ADD FOLH-BRUTO TO WRK-FN-RENDIM(WRK-IND-FN).                00006520
            ADD FOLH-IRRF  TO WRK-FN-IRRF-MES(WRK-IND-FN, WRK-CP-MES).  00006530
            ADD FOLH-IRRF  TO WRK-CC-FOLHA(WRK-CP-MES).                 00006540
                                                                        00006550
       2000-90-PROXIMO.                                                 00006560
                                                                        00006570
            READ FOLHANO.                                               00006580
                                                                        00006590
            IF WRK-FS-FOLHANO NOT EQUAL ZEROS AND 10                    00006600
               MOVE 'FR21DRF1'                  TO WRK-PROGRAMA         00006610
               MOVE '2000'                      TO WRK-SECAO            00006620
               MOVE 'ERRO LEITURA FOLHANO    - ' TO WRK-MENSAGEM        00006630
               MOVE WRK-FS-FOLHANO              TO WRK-STATUS           00006640
               PERFORM 9000-TRATARERROS                                 00006650
            END-IF.                                                     00006660
                                                                        00006670
       2000-99-FIM.                                            EXIT.    00006680
      *=============================================================*   00006690
                                                                        00006700
      *=============================================================*   00006710
       2100-ACHAR-FUNC                                      SECTION.    00006720
                                                                        00006730
           MOVE 'N' TO WRK-ACHOU-FN.                                    00006740
                                                                        00006750
           PERFORM VARYING WRK-IND-FN FROM 1 BY 1 UNTIL                 00006760
              WRK-IND-FN > WRK-TAB-FN-QTD OR WRK-ACHOU-FN = 'S'         00006770
              IF WRK-FN-IDFUNC(WRK-IND-FN) EQUAL WRK-IDFUNC-ALVO        00006780
                 MOVE 'S' TO WRK-ACHOU-FN                               00006790
                 SUBTRACT 1 FROM WRK-IND-FN                             00006800
              END-IF                                                    00006810
           END-PERFORM.                                                 00006820
                                                                        00006830
           IF WRK-ACHOU-FN NOT EQUAL 'S'                                00006840
              IF WRK-TAB-FN-QTD NOT LESS 1000                           00006850
                 MOVE 'FR21DRF1'                  TO WRK-PROGRAMA       00006860
                 MOVE '2100'                      TO WRK-SECAO          00006870
                 MOVE 'EXCESSO DE FUNCIONARIOS  ' TO WRK-MENSAGEM       00006880
                 MOVE SPACES                      TO WRK-STATUS         00006890
                 PERFORM 9000-TRATARERROS                               00006900
              END-IF                                                    00006910
              ADD 1 TO WRK-TAB-FN-QTD                                   00006920
              MOVE WRK-TAB-FN-QTD  TO WRK-IND-FN                        00006930
              MOVE WRK-IDFUNC-ALVO TO WRK-FN-IDFUNC(WRK-IND-FN)         00006940
              MOVE WRK-NOME-ALVO   TO WRK-FN-NOME(WRK-IND-FN)           00006950
              MOVE ZEROS TO WRK-FN-RENDIM(WRK-IND-FN)                   00006960
              MOVE ZEROS TO WRK-FN-PLR-REND(WRK-IND-FN)                 00006970
              PERFORM VARYING WRK-IND-MES FROM 1 BY 1                   00006980
                 UNTIL WRK-IND-MES GREATER 13                           00006990
                 MOVE ZEROS TO WRK-FN-IRRF-MES(WRK-IND-FN, WRK-IND-MES) 00007000
                 MOVE ZEROS TO WRK-FN-PLR-MES(WRK-IND-FN, WRK-IND-MES)  00007010
              END-PERFORM                                               00007020
           END-IF.                                                      00007030
                                                                        00007040
       2100-99-FIM.                                            EXIT.    00007050
      *=============================================================*   00007060
                                                                        00007070
      *=============================================================*   00007080
       2200-ACUMULAR-13                                     SECTION.    00007090
                                                                        00007100
      *          O 13o VAI NO MESMO CODIGO 0561, NA 13a POSICAO         00007110
                                                                        00007120
           ADD 1 TO WRK-REGS-13.                                        00007130
           MOVE FD-13-IDFUNC TO WRK-IDFUNC-ALVO.                        00007140
           MOVE FD-13-NOME   TO WRK-NOME-ALVO.                          00007150
           PERFORM 2100-ACHAR-FUNC.                                     00007160
                                                                        00007170
           ADD FD-13-BRUTO TO WRK-FN-RENDIM(WRK-IND-FN).                00007180
           ADD FD-13-IRRF  TO WRK-FN-IRRF-MES(WRK-IND-FN, 13).          00007190
           ADD FD-13-IRRF  TO WRK-IRRF-13.                              00007200
                                                                        00007210
           READ FOLH13.                                                 00007220
                                                                        00007230
       2200-99-FIM.                                            EXIT.    00007240
      *=============================================================*   00007250
                                                                        00007260
      *=============================================================*   00007270
       2300-ACUMULAR-PLR                                    SECTION.    00007280
                                                                        00007290
      *          A PLR ENTRA NO ANO E NO MES EM QUE FOI PAGA            00007300
                                                                        00007310
           COMPUTE WRK-ANO-PLR = PLR-DATA / 10000.                      00007320
                                                                        00007330
           IF WRK-ANO-PLR EQUAL WRK-ANO-BASE                            00007340
              ADD 1 TO WRK-REGS-PLR                                     00007350
              MOVE PLR-IDFUNC TO WRK-IDFUNC-ALVO                        00007360
              MOVE PLR-NOME   TO WRK-NOME-ALVO                          00007370
              PERFORM 2100-ACHAR-FUNC                                   00007380
              MOVE PLR-DATA(5:2) TO WRK-IND-MES                         00007390
              ADD PLR-BRUTO TO WRK-FN-PLR-REND(WRK-IND-FN)              00007400
              ADD PLR-IRRF  TO WRK-FN-PLR-MES(WRK-IND-FN, WRK-IND-MES)  00007410
              ADD PLR-IRRF  TO WRK-IRRF-PLR                             00007420
           END-IF.                                                      00007430
                                                                        00007440
           READ PLRANO.                                                 00007450
                                                                        00007460
       2300-99-FIM.                                            EXIT.    00007470
      *=============================================================*   00007480
                                                                        00007490
      *=============================================================*   00007500
       2400-ACUMULAR-JUROS                                  SECTION.    00007510
                                                                        00007520
      *          JUROS DE CREDITO DE CADA CONTA; CONTAS DO MESMO        00007530
      *          DOCUMENTO SE SOMAM NUM SO BENEFICIARIO. O DIARIO NAO   00007540
      *          TRAZ O MES: O IMPOSTO VAI SO NO TOTAL DO ANO           00007550
                                                                        00007560
           IF FD-JN-JUROS EQUAL ZEROS AND FD-JN-IRRF EQUAL ZEROS        00007570
              GO TO 2400-90-PROXIMO                                     00007580
           END-IF.                                                      00007590
                                                                        00007600
           ADD 1          TO WRK-REGS-JUROS.                            00007610
           ADD FD-JN-IRRF TO WRK-IRRF-JUROS.                            00007620
                                                                        00007630
           INITIALIZE WRK-BN-NOVO.                                      00007640
           MOVE 8053        TO WRK-BN-N-CODREC.                         00007650
           MOVE FD-JN-JUROS TO WRK-BN-N-RENDIM.                         00007660
           MOVE FD-JN-IRRF  TO WRK-BN-N-IRRF-ANO.                       00007670
                                                                        00007680
           MOVE FD-JN-CHAVE TO CLI-CHAVE.                               00007690
           READ CLIENTES.                                               00007700
           IF WRK-FS-CLIENTES EQUAL ZEROS                               00007710
              MOVE CLI-NOME TO WRK-BN-N-NOME                            00007720
           ELSE                                                         00007730
              MOVE FD-JN-CHAVE TO WRK-BN-N-NOME                         00007740
           END-IF.                                                      00007750
                                                                        00007760
           MOVE FD-JN-CHAVE TO CAD-CHAVE.                               00007770
           READ CADCLI.                                                 00007780
                                                                        00007790
           IF WRK-FS-CADCLI NOT EQUAL ZEROS                             00007800
              OR CAD-DOCUMENTO EQUAL SPACES                             00007810
              MOVE 8053            TO WRK-S-CODREC                      00007820
              MOVE FD-JN-CHAVE     TO WRK-S-ORIGEM                      00007830
              MOVE WRK-BN-N-NOME   TO WRK-S-NOME                        00007840
              MOVE FD-JN-IRRF      TO WRK-IRRF-SD                       00007850
              PERFORM 2800-LISTAR-SEM-DOC                               00007860
              GO TO 2400-90-PROXIMO                                     00007870
           END-IF.                                                      00007880
                                                                        00007890
           MOVE CAD-TIPO-DOC  TO WRK-BN-N-TIPO-DOC.                     00007900
           MOVE CAD-DOCUMENTO TO WRK-BN-N-DOC.                          00007910
           PERFORM 2600-GUARDAR-BENEF.                                  00007920
                                                                        00007930
       2400-90-PROXIMO.                                                 00007940
                                                                        00007950
           READ JURANO.                                                 00007960
                                                                        00007970
       2400-99-FIM.                                            EXIT.    00007980
      *=============================================================*   00007990
                                                                        00008000
      *=============================================================*   00008010
       2500-DOCUMENTAR-FUNC                                 SECTION.    00008020
                                                                        00008030
      *          CPF DO FUNCIONARIO NO CADASTRO COMPLEMENTAR            00008040
                                                                        00008050
           MOVE WRK-FN-IDFUNC(WRK-IND-FN) TO FCP-IDFUNC.                00008060
                                                                        00008070
           EXEC SQL                                                     00008080
                SELECT CPF                                              00008090
                  INTO :FCP-CPF                                         00008100
                  FROM IVAN.FUNCCOMP                                    00008110
                 WHERE IDFUNC = :FCP-IDFUNC                             00008120
           END-EXEC.                                                    00008130
                                                                        00008140
           IF SQLCODE NOT EQUAL 0 AND 100                               00008150
              MOVE SQLCODE TO WRK-SQLCODE                               00008160
              DISPLAY 'ERRO ' WRK-SQLCODE ' NO SELECT FUNCCOMP '        00008170
                      WRK-FN-IDFUNC(WRK-IND-FN)                         00008180
              MOVE 'FR21DRF1'                  TO WRK-PROGRAMA          00008190
              MOVE '2500'                      TO WRK-SECAO             00008200
              MOVE 'ERRO SELECT FUNCCOMP    - ' TO WRK-MENSAGEM         00008210
              MOVE ZEROS                       TO WRK-STATUS            00008220
              PERFORM 9000-TRATARERROS                                  00008230
           END-IF.                                                      00008240
                                                                        00008250
           IF SQLCODE EQUAL 100 OR FCP-CPF EQUAL SPACES                 00008260
              MOVE WRK-FN-IDFUNC(WRK-IND-FN) TO WRK-S-ORIGEM            00008270
              MOVE WRK-FN-NOME(WRK-IND-FN)   TO WRK-S-NOME              00008280
              MOVE 0561                      TO WRK-S-CODREC            00008290
              MOVE ZEROS                     TO WRK-IRRF-SD             00008300
              PERFORM VARYING WRK-IND-MES FROM 1 BY 1                   00008310
                 UNTIL WRK-IND-MES GREATER 13                           00008320
                 ADD WRK-FN-IRRF-MES(WRK-IND-FN, WRK-IND-MES)           00008330
                     TO WRK-IRRF-SD                                     00008340
              END-PERFORM                                               00008350
              PERFORM 2800-LISTAR-SEM-DOC                               00008360
              IF WRK-FN-PLR-REND(WRK-IND-FN) GREATER ZEROS              00008370
                 MOVE 3562  TO WRK-S-CODREC                             00008380
                 MOVE ZEROS TO WRK-IRRF-SD                              00008390
                 PERFORM VARYING WRK-IND-MES FROM 1 BY 1                00008400
                    UNTIL WRK-IND-MES GREATER 13                        00008410
                    ADD WRK-FN-PLR-MES(WRK-IND-FN, WRK-IND-MES)         00008420
                        TO WRK-IRRF-SD                                  00008430
                 END-PERFORM                                            00008440
                 PERFORM 2800-LISTAR-SEM-DOC                            00008450
              END-IF                                                    00008460
              GO TO 2500-99-FIM                                         00008470
           END-IF.                                                      00008480
                                                                        00008490
      *          0561 - FOLHA E 13o                                     00008500
                                                                        00008510
           IF WRK-FN-RENDIM(WRK-IND-FN) GREATER ZEROS                   00008520
              INITIALIZE WRK-BN-NOVO                                    00008530
              MOVE 0561    TO WRK-BN-N-CODREC                           00008540
              MOVE 'F'     TO WRK-BN-N-TIPO-DOC                         00008550
              MOVE FCP-CPF TO WRK-BN-N-DOC                              00008560
              MOVE WRK-FN-NOME(WRK-IND-FN)   TO WRK-BN-N-NOME           00008570
              MOVE WRK-FN-RENDIM(WRK-IND-FN) TO WRK-BN-N-RENDIM         00008580
              PERFORM VARYING WRK-IND-MES FROM 1 BY 1                   00008590
                 UNTIL WRK-IND-MES GREATER 13                           00008600
                 MOVE WRK-FN-IRRF-MES(WRK-IND-FN, WRK-IND-MES)          00008610
                      TO WRK-BN-N-IRRF-MES(WRK-IND-MES)                 00008620
                 ADD WRK-FN-IRRF-MES(WRK-IND-FN, WRK-IND-MES)           00008630
                      TO WRK-BN-N-IRRF-ANO                              00008640
              END-PERFORM                                               00008650
              PERFORM 2600-GUARDAR-BENEF                                00008660
           END-IF.                                                      00008670
                                                                        00008680
      *          3562 - PLR                                             00008690
                                                                        00008700
           IF WRK-FN-PLR-REND(WRK-IND-FN) GREATER ZEROS                 00008710
              INITIALIZE WRK-BN-NOVO                                    00008720
              MOVE 3562    TO WRK-BN-N-CODREC                           00008730
              MOVE 'F'     TO WRK-BN-N-TIPO-DOC                         00008740
              MOVE FCP-CPF TO WRK-BN-N-DOC                              00008750
              MOVE WRK-FN-NOME(WRK-IND-FN)     TO WRK-BN-N-NOME         00008760
              MOVE WRK-FN-PLR-REND(WRK-IND-FN) TO WRK-BN-N-RENDIM       00008770
              PERFORM VARYING WRK-IND-MES FROM 1 BY 1                   00008780
                 UNTIL WRK-IND-MES GREATER 13                           00008790
                 MOVE WRK-FN-PLR-MES(WRK-IND-FN, WRK-IND-MES)           00008800
                      TO WRK-BN-N-IRRF-MES(WRK-IND-MES)                 00008810
                 ADD WRK-FN-PLR-MES(WRK-IND-FN, WRK-IND-MES)            00008820
                      TO WRK-BN-N-IRRF-ANO                              00008830
              END-PERFORM                                               00008840
              PERFORM 2600-GUARDAR-BENEF                                00008850
           END-IF.                                                      00008860
                                                                        00008870
       2500-99-FIM.                                            EXIT.    00008880
      *=============================================================*   00008890
                                                                        00008900
      *=============================================================*   00008910
       2600-GUARDAR-BENEF                                   SECTION.    00008920
                                                                        00008930
      *          TABELA EM ORDEM DE CODIGO + DOCUMENTO; MESMA CHAVE     00008940
      *          SOMA NO BENEFICIARIO JA GUARDADO                       00008950
                                                                        00008960
           MOVE 'N' TO WRK-ACHOU-BN.                                    00008970
                                                                        00008980
           PERFORM VARYING WRK-IND-BN FROM 1 BY 1 UNTIL                 00008990
              WRK-IND-BN > WRK-TAB-BN-QTD OR WRK-ACHOU-BN = 'S'         00009000
              IF WRK-BN-CHAVE(WRK-IND-BN) NOT LESS WRK-BN-N-CHAVE       00009010
                 MOVE 'S' TO WRK-ACHOU-BN                               00009020
                 SUBTRACT 1 FROM WRK-IND-BN                             00009030
              END-IF                                                    00009040
           END-PERFORM.                                                 00009050
                                                                        00009060
           IF WRK-ACHOU-BN EQUAL 'S'                                    00009070
              AND WRK-BN-CHAVE(WRK-IND-BN) EQUAL WRK-BN-N-CHAVE         00009080
              ADD WRK-BN-N-RENDIM   TO WRK-BN-RENDIM(WRK-IND-BN)        00009090
              ADD WRK-BN-N-IRRF-ANO TO WRK-BN-IRRF-ANO(WRK-IND-BN)      00009100
              PERFORM VARYING WRK-IND-MES FROM 1 BY 1                   00009110
                 UNTIL WRK-IND-MES GREATER 13                           00009120
                 ADD WRK-BN-N-IRRF-MES(WRK-IND-MES)                     00009130
                     TO WRK-BN-IRRF-MES(WRK-IND-BN, WRK-IND-MES)        00009140
              END-PERFORM                                               00009150
              GO TO 2600-99-FIM                                         00009160
           END-IF.                                                      00009170
                                                                        00009180
           IF WRK-TAB-BN-QTD NOT LESS 5000                              00009190
              MOVE 'FR21DRF1'                  TO WRK-PROGRAMA          00009200
              MOVE '2600'                      TO WRK-SECAO             00009210
              MOVE 'EXCESSO DE BENEFICIARIOS ' TO WRK-MENSAGEM          00009220
              MOVE SPACES                      TO WRK-STATUS            00009230
              PERFORM 9000-TRATARERROS                                  00009240
           END-IF.                                                      00009250
                                                                        00009260
      *          ABRE A POSICAO DESLOCANDO OS MAIORES                   00009270
                                                                        00009280
           PERFORM VARYING WRK-IND-MV FROM WRK-TAB-BN-QTD BY -1         00009290
              UNTIL WRK-IND-MV LESS WRK-IND-BN                          00009300
              MOVE WRK-TAB-BN-OCR(WRK-IND-MV)                           00009310
                TO WRK-TAB-BN-OCR(WRK-IND-MV + 1)                       00009320
           END-PERFORM.                                                 00009330
                                                                        00009340
           ADD 1 TO WRK-TAB-BN-QTD.                                     00009350
                                                                        00009360
           MOVE WRK-BN-N-CHAVE    TO WRK-BN-CHAVE(WRK-IND-BN).          00009370
           MOVE WRK-BN-N-TIPO-DOC TO WRK-BN-TIPO-DOC(WRK-IND-BN).       00009380
           MOVE WRK-BN-N-NOME     TO WRK-BN-NOME(WRK-IND-BN).           00009390
           MOVE WRK-BN-N-RENDIM   TO WRK-BN-RENDIM(WRK-IND-BN).         00009400
           MOVE WRK-BN-N-IRRF-ANO TO WRK-BN-IRRF-ANO(WRK-IND-BN).       00009410
           PERFORM VARYING WRK-IND-MES FROM 1 BY 1                      00009420
              UNTIL WRK-IND-MES GREATER 13                              00009430
              MOVE WRK-BN-N-IRRF-MES(WRK-IND-MES)                       00009440
                TO WRK-BN-IRRF-MES(WRK-IND-BN, WRK-IND-MES)             00009450
           END-PERFORM.                                                 00009460
                                                                        00009470
       2600-99-FIM.                                            EXIT.    00009480
      *=============================================================*   00009490
                                                                        00009500
      *=============================================================*   00009510
       2800-LISTAR-SEM-DOC                                  SECTION.    00009520
                                                                        00009530
           ADD 1          TO WRK-SEM-DOC.                               00009540
           ADD WRK-IRRF-SD TO WRK-IRRF-SEM-DOC.                         00009550
           MOVE WRK-IRRF-SD TO WRK-S-IRRF.                              00009551
           WRITE FD-RELDIRF FROM WRK-DET-SEMDOC.                        00009560
                                                                        00009570
       2800-99-FIM.                                            EXIT.    00009580
      *=============================================================*   00009590
                                                                        00009600
      *=============================================================*   00009610
       3000-GRAVAR-DECLARACAO                               SECTION.    00009620
                                                                        00009630
           MOVE SPACES           TO REG-DIRF.                           00009640
           MOVE 'H'              TO DRF-TIPO-REG.                       00009650
           MOVE WRK-ANO-BASE     TO DRF-H-ANO-CAL.                      00009660
           MOVE WRK-SIS-ANO      TO DRF-H-ANO-REF.                      00009670
           MOVE WRK-CNPJ-DECL    TO DRF-H-CNPJ.                         00009680
           MOVE WRK-DATA-SISTEMA TO DRF-H-DATA.                         00009690
           PERFORM 3900-GRAVAR-REGISTRO.                                00009700
                                                                        00009710
           WRITE FD-RELDIRF FROM WRK-LINHA-VAZIA.                       00009720
           MOVE 'TOTAIS POR CODIGO DE RECEITA' TO WRK-T-TEXTO.          00009730
           WRITE FD-RELDIRF FROM WRK-TITULO.                            00009740
           WRITE FD-RELDIRF FROM WRK-CAB-COD.                           00009750
                                                                        00009760
           PERFORM 3100-GRAVAR-BENEF                                    00009770
              VARYING WRK-IND-BN FROM 1 BY 1                            00009780
                UNTIL WRK-IND-BN GREATER WRK-TAB-BN-QTD.                00009790
                                                                        00009800
           IF WRK-COD-ATUAL NOT EQUAL ZEROS                             00009810
              PERFORM 3200-GRAVAR-TOTAL                                 00009820
           END-IF.                                                      00009830
                                                                        00009840
           MOVE SPACES            TO REG-DIRF.                          00009850
           MOVE 'F'               TO DRF-TIPO-REG.                      00009860
           COMPUTE DRF-F-QTD-REG = WRK-REGS-GRAVADOS + 1.               00009870
           MOVE WRK-TOT-DECL-IRRF TO DRF-F-IRRF.                        00009880
           PERFORM 3900-GRAVAR-REGISTRO.                                00009890
                                                                        00009900
       3000-99-FIM.                                            EXIT.    00009910
      *=============================================================*   00009920
                                                                        00009930
      *=============================================================*   00009940
       3100-GRAVAR-BENEF                                    SECTION.    00009950
                                                                        00009960
           IF WRK-BN-CODREC(WRK-IND-BN) NOT EQUAL WRK-COD-ATUAL         00009970
              IF WRK-COD-ATUAL NOT EQUAL ZEROS                          00009980
                 PERFORM 3200-GRAVAR-TOTAL                              00009990
              END-IF                                                    00010000
              MOVE WRK-BN-CODREC(WRK-IND-BN) TO WRK-COD-ATUAL           00010010
              MOVE ZEROS TO WRK-TOT-COD-QTD                             00010020
              MOVE ZEROS TO WRK-TOT-COD-REND                            00010030
              MOVE ZEROS TO WRK-TOT-COD-IRRF                            00010040
           END-IF.                                                      00010050
                                                                        00010060
           MOVE SPACES                      TO REG-DIRF.                00010070
           MOVE 'B'                         TO DRF-TIPO-REG.            00010080
           MOVE WRK-BN-CODREC(WRK-IND-BN)   TO DRF-B-CODREC.            00010090
           MOVE WRK-BN-TIPO-DOC(WRK-IND-BN) TO DRF-B-TIPO-DOC.          00010100
           MOVE WRK-BN-DOC(WRK-IND-BN)      TO DRF-B-DOCUMENTO.         00010110
           MOVE WRK-BN-NOME(WRK-IND-BN)     TO DRF-B-NOME.              00010120
           MOVE WRK-BN-RENDIM(WRK-IND-BN)   TO DRF-B-RENDIM.            00010130
           MOVE WRK-BN-IRRF-ANO(WRK-IND-BN) TO DRF-B-IRRF.              00010140
           PERFORM VARYING WRK-IND-MES FROM 1 BY 1                      00010150
              UNTIL WRK-IND-MES GREATER 13                              00010160
              MOVE WRK-BN-IRRF-MES(WRK-IND-BN, WRK-IND-MES)             00010170
                TO DRF-B-IRRF-MES(WRK-IND-MES)                          00010180
           END-PERFORM.                                                 00010190
           PERFORM 3900-GRAVAR-REGISTRO.                                00010200
                                                                        00010210
           ADD 1                            TO WRK-TOT-COD-QTD.         00010220
           ADD WRK-BN-RENDIM(WRK-IND-BN)    TO WRK-TOT-COD-REND.        00010230
           ADD WRK-BN-IRRF-ANO(WRK-IND-BN)  TO WRK-TOT-COD-IRRF.        00010240
           ADD WRK-BN-IRRF-ANO(WRK-IND-BN)  TO WRK-TOT-DECL-IRRF.       00010250
                                                                        00010260
       3100-99-FIM.                                            EXIT.    00010270
      *=============================================================*   00010280
                                                                        00010290
      *=============================================================*   00010300
       3200-GRAVAR-TOTAL                                    SECTION.    00010310
                                                                        00010320
           MOVE SPACES           TO REG-DIRF.                           00010330
           MOVE 'T'              TO DRF-TIPO-REG.                       00010340
           MOVE WRK-COD-ATUAL    TO DRF-T-CODREC.                       00010350
           MOVE WRK-TOT-COD-QTD  TO DRF-T-QTD-BENEF.                    00010360
           MOVE WRK-TOT-COD-REND TO DRF-T-RENDIM.                       00010370
           MOVE WRK-TOT-COD-IRRF TO DRF-T-IRRF.                         00010380
           PERFORM 3900-GRAVAR-REGISTRO.                                00010390
                                                                        00010400
           MOVE WRK-COD-ATUAL    TO WRK-D-CODREC.                       00010410
           MOVE WRK-TOT-COD-QTD  TO WRK-D-QTD.                          00010420
           MOVE WRK-TOT-COD-REND TO WRK-D-RENDIM.                       00010430
           MOVE WRK-TOT-COD-IRRF TO WRK-D-IRRF.                         00010440
           WRITE FD-RELDIRF FROM WRK-DET-COD.                           00010450
                                                                        00010460
       3200-99-FIM.                                            EXIT.    00010470
      *=============================================================*   00010480
                                                                        00010490
      *=============================================================*   00010500
       3900-GRAVAR-REGISTRO                                 SECTION.    00010510
                                                                        00010520
           WRITE REG-DIRF.                                              00010530
                                                                        00010540
           IF WRK-FS-DIRFARQ NOT EQUAL ZEROS                            00010550
              MOVE 'FR21DRF1'                  TO WRK-PROGRAMA          00010560
              MOVE '3900'                      TO WRK-SECAO             00010570
              MOVE 'ERRO GRAVACAO DIRFARQ   - ' TO WRK-MENSAGEM         00010580
              MOVE WRK-FS-DIRFARQ              TO WRK-STATUS            00010590
              PERFORM 9000-TRATARERROS                                  00010600
           END-IF.                                                      00010610
                                                                        00010620
           ADD 1 TO WRK-REGS-GRAVADOS.                                  00010630
                                                                        00010640
       3900-99-FIM.                                            EXIT.    00010650
      *=============================================================*   00010660
                                                                        00010670
      *=============================================================*   00010680
       4000-CONCILIAR                                       SECTION.    00010690
                                                                        00010700
      *          IRRF DA FOLHA DE CADA MES CONTRA A GUIA DO FR21GIA1.   00010710
      *          O 13o E A PLR NAO PASSAM PELA GUIA MENSAL: SAEM SO     00010720
      *          INFORMADOS. A DIFERENCA INCLUI QUEM FICOU SEM CPF      00010730
                                                                        00010740
           WRITE FD-RELDIRF FROM WRK-LINHA-VAZIA.                       00010750
           MOVE 'CONCILIACAO DO IRRF DA FOLHA COM AS GUIAS DO FR21GIA1' 00010760
                TO WRK-T-TEXTO.                                         00010770
           WRITE FD-RELDIRF FROM WRK-TITULO.                            00010780
           WRITE FD-RELDIRF FROM WRK-CAB-CONC.                          00010790
                                                                        00010800
           PERFORM 4100-CONCILIAR-MES                                   00010810
              VARYING WRK-IND-MES FROM 1 BY 1                           00010820
                UNTIL WRK-IND-MES GREATER 12.                           00010830
                                                                        00010840
           WRITE FD-RELDIRF FROM WRK-LINHA-VAZIA.                       00010850
           MOVE 'IRRF DO 13o SALARIO.........:' TO WRK-G-TITULO.        00010860
           MOVE WRK-IRRF-13                     TO WRK-G-VALOR.         00010870
           WRITE FD-RELDIRF FROM WRK-TOTGERAL.                          00010880
           MOVE 'IRRF DA PLR.................:' TO WRK-G-TITULO.        00010890
           MOVE WRK-IRRF-PLR                    TO WRK-G-VALOR.         00010900
           WRITE FD-RELDIRF FROM WRK-TOTGERAL.                          00010910
                                                                        00010920
      *          JUROS: DIARIOS CONTRA OS TOTAIS DE RECOLHIMENTO        00010930
                                                                        00010940
           WRITE FD-RELDIRF FROM WRK-LINHA-VAZIA.                       00010950
           MOVE 'IRRF DOS JUROS (DIARIOS)....:' TO WRK-G-TITULO.        00010960
           MOVE WRK-IRRF-JUROS                  TO WRK-G-VALOR.         00010970
           WRITE FD-RELDIRF FROM WRK-TOTGERAL.                          00010980
                                                                        00010990
           IF WRK-FS-IRFANO EQUAL ZEROS OR 10                           00011000
              MOVE 'IRRF DOS JUROS (RECOLHIDO)..:' TO WRK-G-TITULO      00011010
              MOVE WRK-IRRF-JUR-REM                TO WRK-G-VALOR       00011020
              WRITE FD-RELDIRF FROM WRK-TOTGERAL                        00011030
              COMPUTE WRK-DIFERENCA = WRK-IRRF-JUROS - WRK-IRRF-JUR-REM 00011040
              MOVE 'DIFERENCA...................:' TO WRK-G-TITULO      00011050
              MOVE WRK-DIFERENCA                   TO WRK-G-VALOR       00011060
              WRITE FD-RELDIRF FROM WRK-TOTGERAL                        00011070
              IF WRK-DIFERENCA NOT EQUAL ZEROS                          00011080
                 ADD 1 TO WRK-DIVERGENCIAS                              00011090
              END-IF                                                    00011100
           END-IF.                                                      00011110
                                                                        00011120
           WRITE FD-RELDIRF FROM WRK-LINHA-VAZIA.                       00011130
           MOVE 'IRRF DE QUEM FICOU SEM DOC..:' TO WRK-G-TITULO.        00011140
           MOVE WRK-IRRF-SEM-DOC                TO WRK-G-VALOR.         00011150
           WRITE FD-RELDIRF FROM WRK-TOTGERAL.                          00011160
           MOVE 'IRRF TOTAL DA DECLARACAO....:' TO WRK-G-TITULO.        00011170
           MOVE WRK-TOT-DECL-IRRF               TO WRK-G-VALOR.         00011180
           WRITE FD-RELDIRF FROM WRK-TOTGERAL.                          00011190
                                                                        00011200
           IF WRK-DIVERGENCIAS GREATER ZEROS                            00011210
              WRITE FD-RELDIRF FROM WRK-LINHA-VAZIA                     00011220
              MOVE '*** DIVERGENCIA NA CONCILIACAO - CONFERIR ANTES DE  00011230
      -            ' ENVIAR' TO WRK-T-TEXTO                             00011240
              WRITE FD-RELDIRF FROM WRK-TITULO                          00011250
              MOVE 8 TO RETURN-CODE                                     00011260
           END-IF.                                                      00011270
                                                                        00011280
       4000-99-FIM.                                            EXIT.    00011290
      *=============================================================*   00011300
                                                                        00011310
      *=============================================================*   00011320
       4100-CONCILIAR-MES                                   SECTION.    00011330
                                                                        00011340
           MOVE WRK-IND-MES                TO WRK-K-MES.                00011350
           MOVE WRK-ANO-BASE               TO WRK-K-ANO.                00011360
           MOVE WRK-CC-FOLHA(WRK-IND-MES)  TO WRK-K-FOLHA.              00011370
           MOVE WRK-CC-GUIA(WRK-IND-MES)   TO WRK-K-GUIA.               00011380
           COMPUTE WRK-DIFERENCA =                                      00011390
              WRK-CC-FOLHA(WRK-IND-MES) - WRK-CC-GUIA(WRK-IND-MES).     00011400
           MOVE WRK-DIFERENCA              TO WRK-K-DIFER.              00011410
           MOVE SPACES                     TO WRK-K-OCORR.              00011420
                                                                        00011430
           IF WRK-CC-TEM-GUIA(WRK-IND-MES) NOT EQUAL 'S'                00011440
              MOVE 'SEM GUIA'  TO WRK-K-OCORR                           00011450
              ADD 1 TO WRK-DIVERGENCIAS                                 00011460
           ELSE                                                         00011470
              IF WRK-DIFERENCA NOT EQUAL ZEROS                          00011480
                 MOVE 'DIVERGENTE' TO WRK-K-OCORR                       00011490
                 ADD 1 TO WRK-DIVERGENCIAS                              00011500
              END-IF                                                    00011510
           END-IF.                                                      00011520
                                                                        00011530
           WRITE FD-RELDIRF FROM WRK-DET-CONC.                          00011540
                                                                        00011550
       4100-99-FIM.                                            EXIT.    00011560
      *=============================================================*   00011570
                                                                        00011580
      *=============================================================*   00011590
       5000-FINALIZAR                                       SECTION.    00011600
                                                                        00011610
             DISPLAY 'FOLHAS LIDAS..........' WRK-FOLHAS-LIDAS.         00011620
             DISPLAY 'FOLHAS FORA DO ANO....' WRK-FOLHAS-FORA.          00011630
             DISPLAY 'REGISTROS DE 13o......' WRK-REGS-13.              00011640
             DISPLAY 'REGISTROS DE PLR......' WRK-REGS-PLR.             00011650
             DISPLAY 'CONTAS COM JUROS......' WRK-REGS-JUROS.           00011660
             DISPLAY 'GUIAS DE IRRF LIDAS...' WRK-GUIAS-LIDAS.          00011670
             DISPLAY 'SEM DOCUMENTO.........' WRK-SEM-DOC.              00011680
             DISPLAY 'REGISTROS GRAVADOS....' WRK-REGS-GRAVADOS.        00011690
             DISPLAY 'DIVERGENCIAS..........' WRK-DIVERGENCIAS.         00011700
             DISPLAY WRK-MSG-FINAL.                                     00011710
                                                                        00011720
             CLOSE FOLHANO.                                             00011730
             IF WRK-FS-FOLH13 NOT EQUAL 35                              00011740
                CLOSE FOLH13                                            00011750
             END-IF.                                                    00011760
             IF WRK-FS-PLRANO NOT EQUAL 35                              00011770
                CLOSE PLRANO                                            00011780
             END-IF.                                                    00011790
             IF WRK-FS-JURANO NOT EQUAL 35                              00011800
                CLOSE JURANO                                            00011810
             END-IF.                                                    00011820
             IF WRK-FS-IRFANO NOT EQUAL 35                              00011830
                CLOSE IRFANO                                            00011840
             END-IF.                                                    00011850
             CLOSE GUIAANO.                                             00011860
             CLOSE CADCLI.                                              00011870
             CLOSE CLIENTES.                                            00011880
             CLOSE DIRFARQ.                                             00011890
             CLOSE RELDIRF.                                             00011900
                                                                        00011910
             STOP RUN.                                                  00011920
                                                                        00011930
       5000-99-FIM.                                            EXIT.    00011940
      *=============================================================*   00011950
                                                                        00011960
      *=============================================================*   00011970
       9000-TRATARERROS                                     SECTION.    00011980
                                                                        00011990
             MOVE 'E' TO WRK-SEVERIDADE.                                00012000
             CALL 'GRAVALOG' USING WRK-DADOS.                           00012010
             STOP RUN.                                                  00012020
                                                                        00012030
       9000-99-FIM.                                            EXIT.    00012040
      *=============================================================*   00012050
