      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21INF1.                                            00000050
                                                                        00000060
      *=============================================================*   00000070
      *   AUTOR....:VICTOR ARANDA                                       00000080
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000090
      *   DATA ....:15/10/2026                                          00000100
      *-------------------------------------------------------------*   00000110
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000120
      *  1.0   15/10/26   VICTOR ARANDA       VERSAO INICIAL            00000130
      *-------------------------------------------------------------*   00000140
      *   OBJETIVO: INFORME ANUAL DE RENDIMENTOS DE CLIENTES -          00000150
      *      CONSOLIDACAO POR CONTA DO ANO-CALENDARIO (ANO ANTERIOR     00000160
      *      AO DA DATA DE NEGOCIO). BALANCE-LINE PELA CHAVE DA         00000170
      *      CONTA ENTRE:                                               00000180
      *      - SLDATU: IMAGEM CLISEQ NA VIRADA DO ANO (SALDO EM         00000190
      *        31/12 DO ANO-CALENDARIO);                                00000200
      *      - SLDANT: A MESMA IMAGEM GUARDADA NO ANO ANTERIOR          00000210
      *        (SALDO EM 31/12 DO ANO ANTERIOR);                        00000220
      *      - JURSORT: DIARIOS DE JUROS DO ANO (JURANO, DO             00000230
      *        FR21EX07) COM O IMPOSTO RETIDO;                          00000240
      *      - CDRSORT: RENDIMENTOS REALIZADOS DE CDB (CDBREN, DO       00000250
      *        FR21CDB3) LIQUIDADOS NO ANO, COM O IMPOSTO RETIDO.       00000260
      *      O DOCUMENTO DO TITULAR VEM DO CADCLI; CONTA SEM            00000270
      *      DOCUMENTO NAO ENTRA NO INFORME: SAI LISTADA NO RELINF      00000280
      *      PARA ACERTO DO CADASTRO. GRAVA UM REGISTRO POR CONTA       00000290
      *      (INFCTA, INFBOOK) PARA A IMPRESSAO PELO FR21INF2 E         00000300
      *      CONCILIA O IMPOSTO RETIDO COM OS TOTAIS MENSAIS DE         00000310
      *      RECOLHIMENTO DO ANO (IRFANO DO FR21EX07 E IRFCDB DO        00000320
      *      FR21CDB3). DIVERGENCIA ENCERRA COM RETURN-CODE 8.          00000330
      *-------------------------------------------------------------*   00000340
      *   ARQUIVOS.....:                                                00000350
      *                                                                 00000360
      *   NAME                I/O                                       00000370
      *   SLDATU               I   (IMAGEM CLISEQ DE 31/12)             00000380
      *   SLDANT               I   (IMAGEM DE 31/12 DO ANO ANTERIOR)    00000390
      *   JURSORT              I   (JURANO CLASSIFICADO POR CONTA)      00000400
      *   CDRSORT              I   (CDBREN CLASSIFICADO - CDRBOOK)      00000410
      *   IRFANO               I   (RECOLHIMENTOS DOS JUROS)            00000420
      *   IRFCDB               I   (RECOLHIMENTOS DO CDB)               00000430
      *   CADCLI               I   (KSDS - CADBOOK)                     00000440
      *   CLIENTES             I   (KSDS - CLIBOOK, SO O NOME)          00000450
      *   INFCTA               O   (INFBOOK)                            00000460
      *   RELINF               O   (CONCILIACAO E PENDENCIAS)           00000470
      *-------------------------------------------------------------*   00000480
      *   MODULOS....:                                                  00000490
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000500
      *   FR21DTA1             DATA DE NEGOCIO DA JANELA (LNKDPRC)      00000510
      *=============================================================*   00000520
       ENVIRONMENT                               DIVISION.              00000530
      *=============================================================*   00000540
                                                                        00000550
      *-------------------------------------------------------------*   00000560
       CONFIGURATION                                        SECTION.    00000570
      *-------------------------------------------------------------*   00000580
       SPECIAL-NAMES.                                                   00000590
           DECIMAL-POINT IS COMMA.                                      00000600
                                                                        00000610
                                                                        00000620
       INPUT-OUTPUT                                         SECTION.    00000630
       FILE-CONTROL.                                                    00000640
           SELECT SLDATU   ASSIGN TO SLDATU                             00000650
               FILE STATUS  IS WRK-FS-SLDATU.                           00000660
                                                                        00000670
           SELECT SLDANT   ASSIGN TO SLDANT                             00000680
               FILE STATUS  IS WRK-FS-SLDANT.                           00000690
                                                                        00000700
           SELECT JURSORT  ASSIGN TO JURSORT                            00000710
               FILE STATUS  IS WRK-FS-JURSORT.                          00000720
                                                                        00000730
           SELECT CDRSORT  ASSIGN TO CDRSORT                            00000740
               FILE STATUS  IS WRK-FS-CDRSORT.                          00000750
                                                                        00000760
           SELECT IRFANO   ASSIGN TO IRFANO                             00000770
               FILE STATUS  IS WRK-FS-IRFANO.                           00000780
                                                                        00000790
           SELECT IRFCDB   ASSIGN TO IRFCDB                             00000800
               FILE STATUS  IS WRK-FS-IRFCDB.                           00000810
                                                                        00000820
           SELECT CADCLI   ASSIGN TO CADCLI                             00000830
               ORGANIZATION  IS INDEXED                                 00000840
               ACCESS MODE   IS RANDOM                                  00000850
               RECORD KEY    IS CAD-CHAVE                               00000860
               FILE STATUS   IS WRK-FS-CADCLI.                          00000870
                                                                        00000880
           SELECT CLIENTES ASSIGN TO CLIENTES                           00000890
               ORGANIZATION  IS INDEXED                                 00000900
               ACCESS MODE   IS RANDOM                                  00000910
               RECORD KEY    IS CLI-CHAVE                               00000920
               FILE STATUS   IS WRK-FS-CLIENTES.                        00000930
                                                                        00000940
           SELECT INFCTA   ASSIGN TO INFCTA                             00000950
               FILE STATUS  IS WRK-FS-INFCTA.                           00000960
                                                                        00000970
           SELECT RELINF   ASSIGN TO RELINF                             00000980
               FILE STATUS  IS WRK-FS-RELINF.                           00000990
                                                                        00001000
      *=============================================================*   00001010
       DATA                                                DIVISION.    00001020
      *=============================================================*   00001030
       FILE                                                 SECTION.    00001040
      *=============================================================*   00001050
                                                                        00001060
      *-------------------------------------------------------------*   00001070
      *       IMAGEM CLISEQ DE 31/12 DO ANO   LRECL = 46            *   00001080
      *-------------------------------------------------------------*   00001090
       FD SLDATU                                                        00001100
           RECORDING  MODE IS F                                         00001110
           BLOCK CONTAINS 0 RECORDS.                                    00001120
                                                                        00001130
       01 FD-SLDATU.                                                    00001140
          05 FD-SA-CHAVE     PIC X(08).                                 00001150
          05 FD-SA-NOME      PIC X(30).                                 00001160
          05 FD-SA-SALDO     PIC 9(08).                                 00001170
                                                                        00001180
      *-------------------------------------------------------------*   00001190
      *       IMAGEM DE 31/12 DO ANO ANTERIOR   LRECL = 46          *   00001200
      *-------------------------------------------------------------*   00001210
       FD SLDANT                                                        00001220
           RECORDING  MODE IS F                                         00001230
           BLOCK CONTAINS 0 RECORDS.                                    00001240
                                                                        00001250
       01 FD-SLDANT.                                                    00001260
          05 FD-SN-CHAVE     PIC X(08).                                 00001270
          05 FD-SN-NOME      PIC X(30).                                 00001280
          05 FD-SN-SALDO     PIC 9(08).                                 00001290
                                                                        00001300
      *-------------------------------------------------------------*   00001310
      *       DIARIOS DE JUROS DO ANO (FR21EX07)   LRECL = 40       *   00001320
      *-------------------------------------------------------------*   00001330
       FD JURSORT                                                       00001340
           RECORDING  MODE IS F                                         00001350
           BLOCK CONTAINS 0 RECORDS.                                    00001360
                                                                        00001370
       01 FD-JURSORT.                                                   00001380
          05 FD-JN-CHAVE     PIC X(08).                                 00001390
          05 FILLER          PIC X(01).                                 00001400
          05 FD-JN-BASE      PIC 9(08).                                 00001410
          05 FILLER          PIC X(01).                                 00001420
          05 FD-JN-TAXA      PIC 9(03)V99.                              00001430
          05 FILLER          PIC X(01).                                 00001440
          05 FD-JN-JUROS     PIC 9(08).                                 00001450
          05 FD-JN-IRRF      PIC 9(08).                                 00001460
                                                                        00001470
      *-------------------------------------------------------------*   00001480
      *       RENDIMENTOS REALIZADOS DE CDB   LRECL = 80            *   00001490
      *-------------------------------------------------------------*   00001500
       FD CDRSORT                                                       00001510
           RECORDING  MODE IS F                                         00001520
           BLOCK CONTAINS 0 RECORDS.                                    00001530
                                                                        00001540
       COPY 'CDRBOOK'.                                                  00001550
                                                                        00001560
      *-------------------------------------------------------------*   00001570
      *       RECOLHIMENTO DOS JUROS (FR21EX07)   LRECL = 40        *   00001580
      *-------------------------------------------------------------*   00001590
       FD IRFANO                                                        00001600
           RECORDING  MODE IS F                                         00001610
           BLOCK CONTAINS 0 RECORDS.                                    00001620
                                                                        00001630
       01 FD-IRFANO.                                                    00001640
          05 FD-RJ-COMPET    PIC 9(06).                                 00001650
          05 FD-RJ-CONTAS    PIC 9(07).                                 00001660
          05 FD-RJ-BASE      PIC 9(10).                                 00001670
          05 FD-RJ-RETIDO    PIC 9(10).                                 00001680
          05 FILLER          PIC X(07).                                 00001690
                                                                        00001700
      *-------------------------------------------------------------*   00001710
      *       RECOLHIMENTO DO CDB (FR21CDB3)   LRECL = 40           *   00001720
      *-------------------------------------------------------------*   00001730
       FD IRFCDB                                                        00001740
           RECORDING  MODE IS F                                         00001750
           BLOCK CONTAINS 0 RECORDS.                                    00001760
                                                                        00001770
       01 FD-IRFCDB.                                                    00001780
          05 FD-RC-COMPET    PIC 9(06).                                 00001790
          05 FD-RC-CONTAS    PIC 9(07).                                 00001800
          05 FD-RC-BASE      PIC 9(10).                                 00001810
          05 FD-RC-RETIDO    PIC 9(10).                                 00001820
          05 FILLER          PIC X(07).                                 00001830
                                                                        00001840
      *-------------------------------------------------------------*   00001850
      *       CADASTRO COMPLEMENTAR (KSDS)   LRECL = 132            *   00001860
      *-------------------------------------------------------------*   00001870
       FD CADCLI.                                                       00001880
                                                                        00001890
       COPY 'CADBOOK'.                                                  00001900
                                                                        00001910
      *-------------------------------------------------------------*   00001920
      *       ARQUIVO CLIENTES (KSDS)   LRECL = 73                  *   00001930
      *-------------------------------------------------------------*   00001940
       FD CLIENTES.                                                     00001950
                                                                        00001960
       COPY 'CLIBOOK'.                                                  00001970
                                                                        00001980
      *-------------------------------------------------------------*   00001990
      *       ARQUIVO DE SAIDA   INFCTA   LRECL = 120               *   00002000
      *-------------------------------------------------------------*   00002010
       FD INFCTA                                                        00002020
           RECORDING  MODE IS F                                         00002030
           BLOCK CONTAINS 0 RECORDS.                                    00002040
                                                                        00002050
       COPY 'INFBOOK'.                                                  00002060
                                                                        00002070
      *-------------------------------------------------------------*   00002080
      *       ARQUIVO DE SAIDA   RELINF   LRECL = 80                *   00002090
      *-------------------------------------------------------------*   00002100
       FD RELINF                                                        00002110
           RECORDING  MODE IS F                                         00002120
           BLOCK CONTAINS 0 RECORDS.                                    00002130
                                                                        00002140
       01 FD-RELINF     PIC X(80).                                      00002150
                                                                        00002160
      *-------------------------------------------------------------*   00002170
       WORKING-STORAGE                                      SECTION.    00002180
      *-------------------------------------------------------------*   00002190
                                                                        00002200
      *------------------LOG-DE-ERROS-------------------------------*   00002210
                                                                        00002220
       01 WRK-DADOS.                                                    00002230
           05 WRK-PROGRAMA  PIC X(08).                                  00002240
           05 WRK-SECAO     PIC X(04).                                  00002250
           05 WRK-MENSAGEM  PIC X(30).                                  00002260
           05 WRK-STATUS    PIC X(02).                                  00002270
           05 WRK-SEVERIDADE PIC X(01).                                 00002280
           05 FILLER        PIC X(22).                                  00002290
                                                                        00002300
      *--------------------LOGICA-----------------------------------*   00002310
                                                                        00002320
       77 WRK-CONTAS          PIC 9(07) VALUE 0.                        00002330
                                                                        00002340
       77 WRK-GRAVADOS        PIC 9(07) VALUE 0.                        00002350
                                                                        00002360
       77 WRK-SEM-DOC         PIC 9(05) VALUE 0.                        00002370
                                                                        00002380
       77 WRK-SEM-VALORES     PIC 9(07) VALUE 0.                        00002390
                                                                        00002400
       77 WRK-DIVERGENCIAS    PIC 9(02) VALUE 0.                        00002410
                                                                        00002420
       77 WRK-MSG-FINAL       PIC X(17) VALUE 'FINAL DE PROGRAMA'.      00002430
                                                                        00002440
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00002450
                                                                        00002460
       01 WRK-HOJE.                                                     00002470
          05 WRK-HJ-ANO      PIC 9(04).                                 00002480
          05 WRK-HJ-MES      PIC 9(02).                                 00002490
          05 WRK-HJ-DIA      PIC 9(02).                                 00002500
                                                                        00002510
       77 WRK-ANO-BASE        PIC 9(04) VALUE 0.                        00002520
                                                                        00002530
       01 WRK-COMPET.                                                   00002540
          05 WRK-CP-ANO      PIC 9(04).                                 00002550
          05 WRK-CP-MES      PIC 9(02).                                 00002560
                                                                        00002570
      *        CHAVES CORRENTES DO BALANCE-LINE (HIGH-VALUES NO FIM)    00002580
                                                                        00002590
       77 WRK-CH-ATU          PIC X(08) VALUE LOW-VALUES.               00002600
                                                                        00002610
       77 WRK-CH-ANT          PIC X(08) VALUE LOW-VALUES.               00002620
                                                                        00002630
       77 WRK-CH-JUR          PIC X(08) VALUE LOW-VALUES.               00002640
                                                                        00002650
       77 WRK-CH-CDR          PIC X(08) VALUE LOW-VALUES.               00002660
                                                                        00002670
       77 WRK-CH-MENOR        PIC X(08) VALUE LOW-VALUES.               00002680
                                                                        00002690
      *        ACUMULADOS DA CONTA CORRENTE                             00002700
                                                                        00002710
       77 WRK-NOME            PIC X(30) VALUE SPACES.                   00002720
                                                                        00002730
       77 WRK-SALDO-ANT       PIC 9(10) VALUE 0.                        00002740
                                                                        00002750
       77 WRK-SALDO-ATU       PIC 9(10) VALUE 0.                        00002760
                                                                        00002770
       77 WRK-JUROS           PIC 9(10) VALUE 0.                        00002780
                                                                        00002790
       77 WRK-IRRF-JUROS      PIC 9(10) VALUE 0.                        00002800
                                                                        00002810
       77 WRK-REND-CDB        PIC 9(10) VALUE 0.                        00002820
                                                                        00002830
       77 WRK-IRRF-CDB        PIC 9(10) VALUE 0.                        00002840
                                                                        00002850
      *        TOTAIS DA CONCILIACAO                                    00002860
                                                                        00002870
       77 WRK-TOT-JUROS       PIC 9(12) VALUE 0.                        00002880
                                                                        00002890
       77 WRK-TOT-IRRF-JUR    PIC 9(12) VALUE 0.                        00002900
                                                                        00002910
       77 WRK-TOT-REND-CDB    PIC 9(12) VALUE 0.                        00002920
                                                                        00002930
       77 WRK-TOT-IRRF-CDB    PIC 9(12) VALUE 0.                        00002940
                                                                        00002950
       77 WRK-REM-BASE-JUR    PIC 9(12) VALUE 0.                        00002960
                                                                        00002970
       77 WRK-REM-IRRF-JUR    PIC 9(12) VALUE 0.                        00002980
                                                                        00002990
       77 WRK-REM-BASE-CDB    PIC 9(12) VALUE 0.                        00003000
                                                                        00003010
       77 WRK-REM-IRRF-CDB    PIC 9(12) VALUE 0.                        00003020
                                                                        00003030
       77 WRK-INF-IRRF        PIC 9(12) VALUE 0.                        00003040
                                                                        00003050
       77 WRK-SEM-DOC-IRRF    PIC 9(12) VALUE 0.                        00003060
                                                                        00003070
       77 WRK-DIFERENCA       PIC S9(12) VALUE 0.                       00003080
                                                                        00003090
           COPY 'LNKDPRC'.                                              00003100
                                                                        00003110
      *--------------------STATUS-----------------------------------*   00003120
                                                                        00003130
       77 WRK-FS-SLDATU   PIC 9(02).                                    00003140
                                                                        00003150
       77 WRK-FS-SLDANT   PIC 9(02).                                    00003160
                                                                        00003170
       77 WRK-FS-JURSORT  PIC 9(02).                                    00003180
                                                                        00003190
       77 WRK-FS-CDRSORT  PIC 9(02).                                    00003200
                                                                        00003210
       77 WRK-FS-IRFANO   PIC 9(02).                                    00003220
                                                                        00003230
       77 WRK-FS-IRFCDB   PIC 9(02).                                    00003240
                                                                        00003250
       77 WRK-FS-CADCLI   PIC 9(02).                                    00003260
                                                                        00003270
       77 WRK-FS-CLIENTES PIC 9(02).                                    00003280
                                                                        00003290
       77 WRK-FS-INFCTA   PIC 9(02).                                    00003300
                                                                        00003310
       77 WRK-FS-RELINF   PIC 9(02).                                    00003320
                                                                        00003330
      *--------------------LINHAS DO RELATORIO----------------------*   00003340
                                                                        00003350
       01 WRK-CABEC1.                                                   00003360
          05 FILLER   PIC X(44) VALUE                                   00003370
             'INFORME DE RENDIMENTOS DE CLIENTES - ANO    '.            00003380
          05 WRK-C1-ANO PIC 9(04).                                      00003390
          05 FILLER   PIC X(32).                                        00003400
                                                                        00003410
       01 WRK-TITULO.                                                   00003420
          05 WRK-T-TEXTO     PIC X(80).                                 00003430
                                                                        00003440
       01 WRK-SEMDOC.                                                   00003450
          05 WRK-SD-CHAVE    PIC X(08).                                 00003460
          05 FILLER          PIC X(02).                                 00003470
          05 WRK-SD-NOME     PIC X(30).                                 00003480
          05 FILLER          PIC X(02).                                 00003490
          05 WRK-SD-IRRF     PIC Z.ZZZ.ZZZ.ZZ9.                         00003500
          05 FILLER          PIC X(25).                                 00003510
                                                                        00003520
       01 WRK-TOTGERAL.                                                 00003530
          05 WRK-G-TITULO    PIC X(30).                                 00003540
          05 WRK-G-VALOR     PIC -ZZZ.ZZZ.ZZZ.ZZ9.                      00003550
          05 FILLER          PIC X(34).                                 00003560
                                                                        00003570
      *=============================================================*   00003580
       PROCEDURE DIVISION.                                              00003590
      *=============================================================*   00003600
                                                                        00003610
      *=============================================================*   00003620
       0000-PRINCIPAL                                       SECTION.    00003630
                                                                        00003640
            PERFORM 1000-INICIAR.                                       00003650
            PERFORM 1200-CARREGAR-RECOLHIMENTOS.                        00003660
            PERFORM 1900-MENOR-CHAVE.                                   00003670
            PERFORM 2000-PROCESSAR                                      00003680
               UNTIL WRK-CH-MENOR EQUAL HIGH-VALUES.                    00003690
            PERFORM 3000-FINALIZAR.                                     00003700
                                                                        00003710
       0000-99-FIM.                                            EXIT.    00003720
      *=============================================================*   00003730
                                                                        00003740
      *=============================================================*   00003750
       1000-INICIAR                                         SECTION.    00003760
                                                                        00003770
            OPEN INPUT  SLDATU.                                         00003780
            OPEN INPUT  SLDANT.                                         00003790
            OPEN INPUT  JURSORT.                                        00003800
            OPEN INPUT  CDRSORT.                                        00003810
            OPEN INPUT  IRFANO.                                         00003820
            OPEN INPUT  IRFCDB.                                         00003830
            OPEN INPUT  CADCLI.                                         00003840
            OPEN INPUT  CLIENTES.                                       00003850
            OPEN OUTPUT INFCTA.                                         00003860
            OPEN OUTPUT RELINF.                                         00003870
                                                                        00003880
            IF WRK-FS-SLDATU NOT EQUAL ZEROS                            00003890
               MOVE 'FR21INF1'                  TO WRK-PROGRAMA         00003900
               MOVE '1000'                      TO WRK-SECAO            00003910
               MOVE 'ERRO OPEN SALDOS DO ANO  ' TO WRK-MENSAGEM         00003920
               MOVE WRK-FS-SLDATU               TO WRK-STATUS           00003930
               PERFORM 9000-TRATARERROS                                 00003940
            END-IF.                                                     00003950
                                                                        00003960
            IF WRK-FS-CADCLI NOT EQUAL ZEROS                            00003970
               MOVE 'FR21INF1'                  TO WRK-PROGRAMA         00003980
               MOVE '1000'                      TO WRK-SECAO            00003990
               MOVE 'ERRO OPEN CADCLI         ' TO WRK-MENSAGEM         00004000
               MOVE WRK-FS-CADCLI               TO WRK-STATUS           00004010
               PERFORM 9000-TRATARERROS                                 00004020
            END-IF.                                                     00004030
                                                                        00004040
            IF WRK-FS-CLIENTES NOT EQUAL ZEROS                          00004050
               MOVE 'FR21INF1'                  TO WRK-PROGRAMA         00004060
               MOVE '1000'                      TO WRK-SECAO            00004070
               MOVE 'ERRO OPEN CLIENTES       ' TO WRK-MENSAGEM         00004080
               MOVE WRK-FS-CLIENTES             TO WRK-STATUS           00004090
               PERFORM 9000-TRATARERROS                                 00004100
            END-IF.                                                     00004110
                                                                        00004120
            IF WRK-FS-INFCTA NOT EQUAL ZEROS                            00004130
               MOVE 'FR21INF1'                  TO WRK-PROGRAMA         00004140
               MOVE '1000'                      TO WRK-SECAO            00004150
               MOVE 'ERRO OPEN INFCTA         ' TO WRK-MENSAGEM         00004160
               MOVE WRK-FS-INFCTA               TO WRK-STATUS           00004170
               PERFORM 9000-TRATARERROS                                 00004180
            END-IF.                                                     00004190
                                                                        00004200
      *                 ANO-CALENDARIO: O ANTERIOR AO DA DATA DE        00004210
      *                 NEGOCIO (RODA NA VIRADA DO ANO)                 00004220
                                                                        00004230
            MOVE 'FR21INF1' TO LNK-DP-PROGRAMA.                         00004240
            MOVE ZEROS      TO LNK-DP-DIAS-TOL.                         00004250
            CALL 'FR21DTA1' USING LNK-DPRC.                             00004260
            MOVE LNK-DP-DATA TO WRK-HOJE.                               00004270
            COMPUTE WRK-ANO-BASE = WRK-HJ-ANO - 1.                      00004280
                                                                        00004290
            MOVE WRK-ANO-BASE TO WRK-C1-ANO.                            00004300
            WRITE FD-RELINF FROM WRK-CABEC1.                            00004310
            WRITE FD-RELINF FROM WRK-LINHA-VAZIA.                       00004320
            MOVE 'CONTAS SEM DOCUMENTO NO CADASTRO (FORA DO INFORME)'   00004330
                                TO WRK-T-TEXTO.                         00004340
            WRITE FD-RELINF FROM WRK-TITULO.                            00004350
            WRITE FD-RELINF FROM WRK-LINHA-VAZIA.                       00004360
                                                                        00004370
      *                 SLDANT, JURSORT E CDRSORT PODEM SER DUMMY       00004380
      *                 (PRIMEIRO ANO, ANO SEM JUROS OU SEM CDB)        00004390
                                                                        00004400
            PERFORM 1510-LER-SLDATU.                                    00004410
            PERFORM 1520-LER-SLDANT.                                    00004420
            PERFORM 1530-LER-JURSORT.                                   00004430
            PERFORM 1540-LER-CDRSORT.                                   00004440
                                                                        00004450
       1000-99-FIM.                                            EXIT.    00004460
      *=============================================================*   00004470
                                                                        00004480
      *=============================================================*   00004490
       1200-CARREGAR-RECOLHIMENTOS                          SECTION.    00004500
                                                                        00004510
      *          TOTAIS MENSAIS DE RECOLHIMENTO; SO ENTRAM AS           00004520
      *          COMPETENCIAS DO ANO-CALENDARIO                         00004530
                                                                        00004540
            IF WRK-FS-IRFANO EQUAL ZEROS                                00004550
               READ IRFANO                                              00004560
               PERFORM UNTIL WRK-FS-IRFANO NOT EQUAL ZEROS              00004570
                  MOVE FD-RJ-COMPET TO WRK-COMPET                       00004580
                  IF WRK-CP-ANO EQUAL WRK-ANO-BASE                      00004590
                     ADD FD-RJ-BASE   TO WRK-REM-BASE-JUR               00004600
                     ADD FD-RJ-RETIDO TO WRK-REM-IRRF-JUR               00004610
                  END-IF                                                00004620
                  READ IRFANO                                           00004630
               END-PERFORM                                              00004640
            END-IF.                                                     00004650
                                                                        00004660
            IF WRK-FS-IRFCDB EQUAL ZEROS                                00004670
               READ IRFCDB                                              00004680
               PERFORM UNTIL WRK-FS-IRFCDB NOT EQUAL ZEROS              00004690
                  MOVE FD-RC-COMPET TO WRK-COMPET                       00004700
                  IF WRK-CP-ANO EQUAL WRK-ANO-BASE                      00004710
                     ADD FD-RC-BASE   TO WRK-REM-BASE-CDB               00004720
                     ADD FD-RC-RETIDO TO WRK-REM-IRRF-CDB               00004730
                  END-IF                                                00004740
                  READ IRFCDB                                           00004750
               END-PERFORM                                              00004760
            END-IF.                                                     00004770
                                                                        00004780
       1200-99-FIM.                                            EXIT.    00004790
      *=============================================================*   00004800
                                                                        00004810
      *=============================================================*   00004820
       1510-LER-SLDATU                                      SECTION.    00004830
                                                                        00004840
            READ SLDATU.                                                00004850
                                                                        00004860
            IF WRK-FS-SLDATU EQUAL ZEROS                                00004870
               MOVE FD-SA-CHAVE TO WRK-CH-ATU                           00004880
            ELSE                                                        00004890
               MOVE HIGH-VALUES TO WRK-CH-ATU                           00004900
            END-IF.                                                     00004910
                                                                        00004920
       1510-99-FIM.                                            EXIT.    00004930
      *=============================================================*   00004940
                                                                        00004950
      *=============================================================*   00004960
       1520-LER-SLDANT                                      SECTION.    00004970
                                                                        00004980
            READ SLDANT.                                                00004990
                                                                        00005000
            IF WRK-FS-SLDANT EQUAL ZEROS                                00005010
               MOVE FD-SN-CHAVE TO WRK-CH-ANT                           00005020
            ELSE                                                        00005030
               MOVE HIGH-VALUES TO WRK-CH-ANT                           00005040
            END-IF.                                                     00005050
                                                                        00005060
       1520-99-FIM.                                            EXIT.    00005070
      *=============================================================*   00005080
                                                                        00005090
      *=============================================================*   00005100
       1530-LER-JURSORT                                     SECTION.    00005110
                                                                        00005120
            READ JURSORT.                                               00005130
                                                                        00005140
            IF WRK-FS-JURSORT EQUAL ZEROS                               00005150
               MOVE FD-JN-CHAVE TO WRK-CH-JUR                           00005160
            ELSE                                                        00005170
               MOVE HIGH-VALUES TO WRK-CH-JUR                           00005180
            END-IF.                                                     00005190
                                                                        00005200
       1530-99-FIM.                                            EXIT.    00005210
      *=============================================================*   00005220
                                                                        00005230
      *=============================================================*   00005240
       1540-LER-CDRSORT                                     SECTION.    00005250
                                                                        00005260
      *          O CDBREN ACUMULA: SO A LIQUIDACAO DO ANO-CALENDARIO    00005270
                                                                        00005280
       1540-10-LER.                                                     00005290
                                                                        00005300
            READ CDRSORT.                                               00005310
                                                                        00005320
            IF WRK-FS-CDRSORT NOT EQUAL ZEROS                           00005330
               MOVE HIGH-VALUES TO WRK-CH-CDR                           00005340
               GO TO 1540-99-FIM                                        00005350
            END-IF.                                                     00005360
                                                                        00005370
            IF CDR-DATA-LIQ(1:4) NOT EQUAL WRK-ANO-BASE                 00005380
               GO TO 1540-10-LER                                        00005390
            END-IF.                                                     00005400
                                                                        00005410
            MOVE CDR-CHAVE TO WRK-CH-CDR.                               00005420
                                                                        00005430
       1540-99-FIM.                                            EXIT.    00005440
      *=============================================================*   00005450
                                                                        00005460
      *=============================================================*   00005470
       1900-MENOR-CHAVE                                     SECTION.    00005480
                                                                        00005490
            MOVE WRK-CH-ATU TO WRK-CH-MENOR.                            00005500
                                                                        00005510
            IF WRK-CH-ANT LESS WRK-CH-MENOR                             00005520
               MOVE WRK-CH-ANT TO WRK-CH-MENOR                          00005530
            END-IF.                                                     00005540
                                                                        00005550
            IF WRK-CH-JUR LESS WRK-CH-MENOR                             00005560
               MOVE WRK-CH-JUR TO WRK-CH-MENOR                          00005570
            END-IF.                                                     00005580
                                                                        00005590
            IF WRK-CH-CDR LESS WRK-CH-MENOR                             00005600
               MOVE WRK-CH-CDR TO WRK-CH-MENOR                          00005610
            END-IF.                                                     00005620
                                                                        00005630
       1900-99-FIM.                                            EXIT.    00005640
      *=============================================================*   00005650
                                                                        00005660
      *=============================================================*   00005670
       2000-PROCESSAR                                       SECTION.    00005680
                                                                        00005690
           ADD 1 TO WRK-CONTAS.                                         00005700
           MOVE SPACES TO WRK-NOME.                                     00005710
           MOVE ZEROS  TO WRK-SALDO-ANT WRK-SALDO-ATU                   00005720
                          WRK-JUROS WRK-IRRF-JUROS                      00005730
                          WRK-REND-CDB WRK-IRRF-CDB.                    00005740
                                                                        00005750
           IF WRK-CH-ATU EQUAL WRK-CH-MENOR                             00005760
              MOVE FD-SA-NOME  TO WRK-NOME                              00005770
              MOVE FD-SA-SALDO TO WRK-SALDO-ATU                         00005780
              PERFORM 1510-LER-SLDATU                                   00005790
           END-IF.                                                      00005800
                                                                        00005810
           IF WRK-CH-ANT EQUAL WRK-CH-MENOR                             00005820
              IF WRK-NOME EQUAL SPACES                                  00005830
                 MOVE FD-SN-NOME TO WRK-NOME                            00005840
              END-IF                                                    00005850
              MOVE FD-SN-SALDO TO WRK-SALDO-ANT                         00005860
              PERFORM 1520-LER-SLDANT                                   00005870
           END-IF.                                                      00005880
                                                                        00005890
           PERFORM UNTIL WRK-CH-JUR NOT EQUAL WRK-CH-MENOR              00005900
              ADD FD-JN-JUROS TO WRK-JUROS                              00005910
              ADD FD-JN-IRRF  TO WRK-IRRF-JUROS                         00005920
              PERFORM 1530-LER-JURSORT                                  00005930
           END-PERFORM.                                                 00005940
                                                                        00005950
           PERFORM UNTIL WRK-CH-CDR NOT EQUAL WRK-CH-MENOR              00005960
              ADD CDR-RENDIMENTO TO WRK-REND-CDB                        00005970
              ADD CDR-IRRF       TO WRK-IRRF-CDB                        00005980
              PERFORM 1540-LER-CDRSORT                                  00005990
           END-PERFORM.                                                 00006000
                                                                        00006010
           ADD WRK-JUROS      TO WRK-TOT-JUROS.                         00006020
           ADD WRK-IRRF-JUROS TO WRK-TOT-IRRF-JUR.                      00006030
           ADD WRK-REND-CDB   TO WRK-TOT-REND-CDB.                      00006040
           ADD WRK-IRRF-CDB   TO WRK-TOT-IRRF-CDB.                      00006050
                                                                        00006060
           PERFORM 2500-GRAVAR-CONTA.                                   00006070
                                                                        00006080
           PERFORM 1900-MENOR-CHAVE.                                    00006090
                                                                        00006100
       2000-99-FIM.                                            EXIT.    00006110
      *=============================================================*   00006120
                                                                        00006130
      *=============================================================*   00006140
       2500-GRAVAR-CONTA                                    SECTION.    00006150
                                                                        00006160
      *          CONTA ZERADA NOS DOIS ANOS E SEM RENDIMENTO NAO        00006170
      *          TEM O QUE INFORMAR                                     00006180
                                                                        00006190
           IF WRK-SALDO-ANT EQUAL ZEROS AND WRK-SALDO-ATU EQUAL ZEROS   00006200
              AND WRK-JUROS EQUAL ZEROS AND WRK-REND-CDB EQUAL ZEROS    00006210
              ADD 1 TO WRK-SEM-VALORES                                  00006220
              GO TO 2500-99-FIM                                         00006230
           END-IF.                                                      00006240
                                                                        00006250
           IF WRK-NOME EQUAL SPACES                                     00006260
              MOVE WRK-CH-MENOR TO CLI-CHAVE                            00006270
              READ CLIENTES                                             00006280
              IF WRK-FS-CLIENTES EQUAL ZEROS                            00006290
                 MOVE CLI-NOME     TO WRK-NOME                          00006300
              ELSE                                                      00006310
                 MOVE WRK-CH-MENOR TO WRK-NOME                          00006320
              END-IF                                                    00006330
           END-IF.                                                      00006340
                                                                        00006350
           MOVE WRK-CH-MENOR TO CAD-CHAVE.                              00006360
           READ CADCLI.                                                 00006370
                                                                        00006380
           IF WRK-FS-CADCLI NOT EQUAL ZEROS                             00006390
              OR CAD-DOCUMENTO EQUAL SPACES                             00006400
              ADD 1 TO WRK-SEM-DOC                                      00006410
              COMPUTE WRK-SEM-DOC-IRRF = WRK-SEM-DOC-IRRF               00006420
                    + WRK-IRRF-JUROS + WRK-IRRF-CDB                     00006430
              MOVE SPACES       TO WRK-SEMDOC                           00006440
              MOVE WRK-CH-MENOR TO WRK-SD-CHAVE                         00006450
              MOVE WRK-NOME     TO WRK-SD-NOME                          00006460
              COMPUTE WRK-SD-IRRF = WRK-IRRF-JUROS + WRK-IRRF-CDB       00006470
              WRITE FD-RELINF FROM WRK-SEMDOC                           00006480
              GO TO 2500-99-FIM                                         00006490
           END-IF.                                                      00006500
                                                                        00006510
           MOVE SPACES         TO REG-INFCTA.                           00006520
           MOVE CAD-TIPO-DOC   TO INF-TIPO-DOC.                         00006530
           MOVE CAD-DOCUMENTO  TO INF-DOCUMENTO.                        00006540
           MOVE WRK-CH-MENOR   TO INF-CHAVE.                            00006550
           MOVE WRK-NOME       TO INF-NOME.                             00006560
           MOVE WRK-ANO-BASE   TO INF-ANO.                              00006570
           MOVE WRK-SALDO-ANT  TO INF-SALDO-ANT.                        00006580
           MOVE WRK-SALDO-ATU  TO INF-SALDO-ATU.                        00006590
           MOVE WRK-JUROS      TO INF-JUROS.                            00006600
           MOVE WRK-IRRF-JUROS TO INF-IRRF-JUROS.                       00006610
           MOVE WRK-REND-CDB   TO INF-REND-CDB.                         00006620
           MOVE WRK-IRRF-CDB   TO INF-IRRF-CDB.                         00006630
           WRITE REG-INFCTA.                                            00006640
                                                                        00006650
           IF WRK-FS-INFCTA NOT EQUAL ZEROS                             00006660
              MOVE 'FR21INF1'                  TO WRK-PROGRAMA          00006670
              MOVE '2500'                      TO WRK-SECAO             00006680
              MOVE 'ERRO WRITE INFCTA        ' TO WRK-MENSAGEM          00006690
              MOVE WRK-FS-INFCTA               TO WRK-STATUS            00006700
              PERFORM 9000-TRATARERROS                                  00006710
           END-IF.                                                      00006720
                                                                        00006730
           ADD 1 TO WRK-GRAVADOS.                                       00006740
           COMPUTE WRK-INF-IRRF = WRK-INF-IRRF                          00006750
                 + WRK-IRRF-JUROS + WRK-IRRF-CDB.                       00006760
                                                                        00006770
       2500-99-FIM.                                            EXIT.    00006780
      *=============================================================*   00006790
                                                                        00006800
      *=============================================================*   00006810
       2900-CONCILIAR                                       SECTION.    00006820
                                                                        00006830
      *          JUROS: DIARIOS DO ANO CONTRA OS RECOLHIMENTOS          00006840
                                                                        00006850
           WRITE FD-RELINF FROM WRK-LINHA-VAZIA.                        00006860
           MOVE 'CONCILIACAO COM OS RECOLHIMENTOS MENSAIS DO ANO'       00006870
                                TO WRK-T-TEXTO.                         00006880
           WRITE FD-RELINF FROM WRK-TITULO.                             00006890
           WRITE FD-RELINF FROM WRK-LINHA-VAZIA.                        00006900
                                                                        00006910
           MOVE 'JUROS DE CREDITO (DIARIOS)..:' TO WRK-G-TITULO.        00006920
           MOVE WRK-TOT-JUROS                   TO WRK-G-VALOR.         00006930
           WRITE FD-RELINF FROM WRK-TOTGERAL.                           00006940
           MOVE 'JUROS DE CREDITO (RECOLHIM.):' TO WRK-G-TITULO.        00006950
           MOVE WRK-REM-BASE-JUR                TO WRK-G-VALOR.         00006960
           WRITE FD-RELINF FROM WRK-TOTGERAL.                           00006970
           MOVE 'IRRF DOS JUROS (DIARIOS)....:' TO WRK-G-TITULO.        00006980
           MOVE WRK-TOT-IRRF-JUR                TO WRK-G-VALOR.         00006990
           WRITE FD-RELINF FROM WRK-TOTGERAL.                           00007000
           MOVE 'IRRF DOS JUROS (RECOLHIDO)..:' TO WRK-G-TITULO.        00007010
           MOVE WRK-REM-IRRF-JUR                TO WRK-G-VALOR.         00007020
           WRITE FD-RELINF FROM WRK-TOTGERAL.                           00007030
           COMPUTE WRK-DIFERENCA = WRK-TOT-IRRF-JUR - WRK-REM-IRRF-JUR. 00007040
           MOVE 'DIFERENCA...................:' TO WRK-G-TITULO.        00007050
           MOVE WRK-DIFERENCA                   TO WRK-G-VALOR.         00007060
           WRITE FD-RELINF FROM WRK-TOTGERAL.                           00007070
           IF WRK-DIFERENCA NOT EQUAL ZEROS                             00007080
              OR WRK-TOT-JUROS NOT EQUAL WRK-REM-BASE-JUR               00007090
              ADD 1 TO WRK-DIVERGENCIAS                                 00007100
           END-IF.                                                      00007110
                                                                        00007120
      *          CDB: RENDIMENTOS REALIZADOS CONTRA OS RECOLHIMENTOS    00007130
                                                                        00007140
           WRITE FD-RELINF FROM WRK-LINHA-VAZIA.                        00007150
           MOVE 'RENDIMENTO DE CDB (RESGATES):' TO WRK-G-TITULO.        00007160
           MOVE WRK-TOT-REND-CDB                TO WRK-G-VALOR.         00007170
           WRITE FD-RELINF FROM WRK-TOTGERAL.                           00007180
           MOVE 'RENDIMENTO DE CDB (RECOLHIM):' TO WRK-G-TITULO.        00007190
           MOVE WRK-REM-BASE-CDB                TO WRK-G-VALOR.         00007200
           WRITE FD-RELINF FROM WRK-TOTGERAL.                           00007210
           MOVE 'IRRF DO CDB (RESGATES)......:' TO WRK-G-TITULO.        00007220
           MOVE WRK-TOT-IRRF-CDB                TO WRK-G-VALOR.         00007230
           WRITE FD-RELINF FROM WRK-TOTGERAL.                           00007240
           MOVE 'IRRF DO CDB (RECOLHIDO).....:' TO WRK-G-TITULO.        00007250
           MOVE WRK-REM-IRRF-CDB                TO WRK-G-VALOR.         00007260
           WRITE FD-RELINF FROM WRK-TOTGERAL.                           00007270
           COMPUTE WRK-DIFERENCA = WRK-TOT-IRRF-CDB - WRK-REM-IRRF-CDB. 00007280
           MOVE 'DIFERENCA...................:' TO WRK-G-TITULO.        00007290
           MOVE WRK-DIFERENCA                   TO WRK-G-VALOR.         00007300
           WRITE FD-RELINF FROM WRK-TOTGERAL.                           00007310
           IF WRK-DIFERENCA NOT EQUAL ZEROS                             00007320
              OR WRK-TOT-REND-CDB NOT EQUAL WRK-REM-BASE-CDB            00007330
              ADD 1 TO WRK-DIVERGENCIAS                                 00007340
           END-IF.                                                      00007350
                                                                        00007360
      *          O QUE FICOU FORA DO INFORME FECHA A CONTA              00007370
                                                                        00007380
           WRITE FD-RELINF FROM WRK-LINHA-VAZIA.                        00007390
           MOVE 'IRRF NOS INFORMES...........:' TO WRK-G-TITULO.        00007400
           MOVE WRK-INF-IRRF                    TO WRK-G-VALOR.         00007410
           WRITE FD-RELINF FROM WRK-TOTGERAL.                           00007420
           MOVE 'IRRF DE QUEM FICOU SEM DOC..:' TO WRK-G-TITULO.        00007430
           MOVE WRK-SEM-DOC-IRRF                TO WRK-G-VALOR.         00007440
           WRITE FD-RELINF FROM WRK-TOTGERAL.                           00007450
                                                                        00007460
           IF WRK-DIVERGENCIAS GREATER ZEROS                            00007470
              WRITE FD-RELINF FROM WRK-LINHA-VAZIA                      00007480
              MOVE '*** DIVERGENCIA NA CONCILIACAO - CONFERIR ANTES DE  00007490
      -            ' IMPRIMIR' TO WRK-T-TEXTO                           00007500
              WRITE FD-RELINF FROM WRK-TITULO                           00007510
              MOVE 8 TO RETURN-CODE                                     00007520
           END-IF.                                                      00007530
                                                                        00007540
       2900-99-FIM.                                            EXIT.    00007550
      *=============================================================*   00007560
                                                                        00007570
      *=============================================================*   00007580
       3000-FINALIZAR                                       SECTION.    00007590
                                                                        00007600
             PERFORM 2900-CONCILIAR.                                    00007610
                                                                        00007620
             DISPLAY 'CONTAS PROCESSADAS....' WRK-CONTAS.               00007630
             DISPLAY 'CONTAS NO INFORME.....' WRK-GRAVADOS.             00007640
             DISPLAY 'CONTAS SEM DOCUMENTO..' WRK-SEM-DOC.              00007650
             DISPLAY 'CONTAS SEM VALORES....' WRK-SEM-VALORES.          00007660
             DISPLAY 'DIVERGENCIAS..........' WRK-DIVERGENCIAS.         00007670
             DISPLAY WRK-MSG-FINAL.                                     00007680
                                                                        00007690
             CLOSE SLDATU SLDANT JURSORT CDRSORT.                       00007700
             CLOSE IRFANO IRFCDB CADCLI CLIENTES.                       00007710
             CLOSE INFCTA RELINF.                                       00007720
             STOP RUN.                                                  00007730
                                                                        00007740
       3000-99-FIM.                                            EXIT.    00007750
      *=============================================================*   00007760
                                                                        00007770
      *=============================================================*   00007780
       9000-TRATARERROS                                     SECTION.    00007790
                                                                        00007800
             MOVE 'E' TO WRK-SEVERIDADE.                                00007810
             CALL 'GRAVALOG' USING WRK-DADOS.                           00007820
             STOP RUN.                                                  00007830
                                                                        00007840
       9000-99-FIM.                                            EXIT.    00007850
      *=============================================================*   00007860
