      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21INF2.                                            00000050
                                                                        00000060
      *=============================================================*   00000070
      *   AUTOR....:VICTOR ARANDA                                       00000080
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000090
      *   DATA ....:15/10/2026                                          00000100
      *-------------------------------------------------------------*   00000110
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000120
      *  1.0   15/10/26   VICTOR ARANDA       VERSAO INICIAL            00000130
      *  1.1   15/10/26   VICTOR ARANDA       SEM REMESSA PARA ENDERECO 00000131
      *                                       COM DEVOLUCAO DO CORREIO  00000132
      *-------------------------------------------------------------*   00000140
      *   OBJETIVO: IMPRESSAO DO INFORME ANUAL DE RENDIMENTOS DE        00000150
      *      CLIENTES. LE AS CONTAS CONSOLIDADAS PELO FR21INF1          00000160
      *      (INFSORT, CLASSIFICADO POR DOCUMENTO + CONTA) E MONTA      00000170
      *      UM INFORME POR DOCUMENTO DO TITULAR (CPF/CNPJ) COM         00000180
      *      TODAS AS SUAS CONTAS: SALDOS EM 31/12 DO ANO ANTERIOR      00000190
      *      E DO ANO-CALENDARIO, JUROS DE CREDITO E RENDIMENTOS DE     00000200
      *      CDB COM O IMPOSTO RETIDO DE CADA UM E OS TOTAIS DO         00000210
      *      DOCUMENTO. A SAIDA SEGUE O INTERCAMBIO DA GRAFICA DO       00000220
      *      FR21SPT1 (INFMAL: REGISTRO 'E' DE ENDERECO + REGISTROS     00000230
      *      'C' COM O CORPO DO INFORME), COM INDICE (INDINF) E A       00000240
      *      LISTA DE DOCUMENTOS SEM ENDERECO NO CADASTRO MAIS OS       00000250
      *      TOTAIS GERAIS (RELINF2), QUE FECHAM COM O RELINF.          00000260
      *      PARM: CNPJ DA FONTE PAGADORA (14 DIGITOS).                 00000270
      *-------------------------------------------------------------*   00000280
      *   ARQUIVOS.....:                                                00000290
      *                                                                 00000300
      *   NAME                I/O                                       00000310
      *   INFSORT              I   (INFBOOK - DOCUMENTO + CONTA)        00000320
      *   CADCLI               I   (KSDS - CADBOOK)                     00000330
      *   INFMAL               O   (INTERCAMBIO DA GRAFICA)             00000340
      *   INDINF               O   (INDICE DE DOCUMENTOS)               00000350
      *   RELINF2              O   (SEM ENDERECO E TOTAIS)              00000360
      *-------------------------------------------------------------*   00000370
      *   MODULOS....:                                                  00000380
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000390
      *=============================================================*   00000400
       ENVIRONMENT                               DIVISION.              00000410
      *=============================================================*   00000420
                                                                        00000430
      *-------------------------------------------------------------*   00000440
       CONFIGURATION                                        SECTION.    00000450
      *-------------------------------------------------------------*   00000460
       SPECIAL-NAMES.                                                   00000470
           DECIMAL-POINT IS COMMA.                                      00000480
                                                                        00000490
                                                                        00000500
       INPUT-OUTPUT                                         SECTION.    00000510
       FILE-CONTROL.                                                    00000520
           SELECT INFSORT  ASSIGN TO INFSORT                            00000530
               FILE STATUS  IS WRK-FS-INFSORT.                          00000540
                                                                        00000550
           SELECT CADCLI   ASSIGN TO CADCLI                             00000560
               ORGANIZATION  IS INDEXED                                 00000570
               ACCESS MODE   IS RANDOM                                  00000580
               RECORD KEY    IS CAD-CHAVE                               00000590
               FILE STATUS  IS WRK-FS-CADCLI.                           00000600
                                                                        00000610
           SELECT INFMAL   ASSIGN TO INFMAL                             00000620
               FILE STATUS  IS WRK-FS-INFMAL.                           00000630
                                                                        00000640
           SELECT INDINF   ASSIGN TO INDINF                             00000650
               FILE STATUS  IS WRK-FS-INDINF.                           00000660
                                                                        00000670
           SELECT RELINF2  ASSIGN TO RELINF2                            00000680
               FILE STATUS  IS WRK-FS-RELINF2.                          00000690
                                                                        00000700
      *=============================================================*   00000710
       DATA                                                DIVISION.    00000720
      *=============================================================*   00000730
       FILE                                                 SECTION.    00000740
      *=============================================================*   00000750
                                                                        00000760
      *-------------------------------------------------------------*   00000770
      *       CONTAS DO INFORME (FR21INF1)   LRECL = 120            *   00000780
      *-------------------------------------------------------------*   00000790
       FD INFSORT                                                       00000800
           RECORDING  MODE IS F                                         00000810
           BLOCK CONTAINS 0 RECORDS.                                    00000820
                                                                        00000830
       COPY 'INFBOOK'.                                                  00000840
                                                                        00000850
      *-------------------------------------------------------------*   00000860
      *       CADASTRO COMPLEMENTAR (KSDS)  LRECL = 132             *   00000870
      *-------------------------------------------------------------*   00000880
       FD CADCLI.                                                       00000890
                                                                        00000900
       COPY 'CADBOOK'.                                                  00000910
                                                                        00000920
      *-------------------------------------------------------------*   00000930
      *       INTERCAMBIO DA GRAFICA         LRECL = 99             *   00000940
      *       'E' ENDERECO DO TITULAR / 'C' LINHA DO INFORME        *   00000950
      *-------------------------------------------------------------*   00000960
       FD INFMAL                                                        00000970
           RECORDING  MODE IS F                                         00000980
           BLOCK CONTAINS 0 RECORDS.                                    00000990
                                                                        00001000
       01 FD-INFMAL     PIC X(99).                                      00001010
                                                                        00001020
      *-------------------------------------------------------------*   00001030
      *       INDICE DE DOCUMENTOS           LRECL = 30             *   00001040
      *-------------------------------------------------------------*   00001050
       FD INDINF                                                        00001060
           RECORDING  MODE IS F                                         00001070
           BLOCK CONTAINS 0 RECORDS.                                    00001080
                                                                        00001090
       01 FD-INDINF.                                                    00001100
          05 FD-II-DOCUMENTO PIC X(14).                                 00001110
          05 FD-II-LINHAS    PIC 9(05).                                 00001120
          05 FD-II-CONTAS    PIC 9(03).                                 00001130
          05 FD-II-ENDERECO  PIC X(01).                                 00001140
          05 FILLER          PIC X(07).                                 00001150
                                                                        00001160
      *-------------------------------------------------------------*   00001170
      *       ARQUIVO DE SAIDA   RELINF2  LRECL = 80                *   00001180
      *-------------------------------------------------------------*   00001190
       FD RELINF2                                                       00001200
           RECORDING  MODE IS F                                         00001210
           BLOCK CONTAINS 0 RECORDS.                                    00001220
                                                                        00001230
       01 FD-RELINF2    PIC X(80).                                      00001240
                                                                        00001250
      *-------------------------------------------------------------*   00001260
       WORKING-STORAGE                                      SECTION.    00001270
      *-------------------------------------------------------------*   00001280
                                                                        00001290
      *------------------LOG-DE-ERROS-------------------------------*   00001300
                                                                        00001310
       01 WRK-DADOS.                                                    00001320
           05 WRK-PROGRAMA  PIC X(08).                                  00001330
           05 WRK-SECAO     PIC X(04).                                  00001340
           05 WRK-MENSAGEM  PIC X(30).                                  00001350
           05 WRK-STATUS    PIC X(02).                                  00001360
           05 WRK-SEVERIDADE PIC X(01).                                 00001370
           05 FILLER        PIC X(22).                                  00001380
                                                                        00001390
      *--------------------LOGICA-----------------------------------*   00001400
                                                                        00001410
       77 WRK-LIDOS           PIC 9(07) VALUE 0.                        00001420
                                                                        00001430
       77 WRK-DOCUMENTOS      PIC 9(07) VALUE 0.                        00001440
                                                                        00001450
       77 WRK-SEM-ENDERECO    PIC 9(05) VALUE 0.                        00001460
                                                                        00001470
       77 WRK-TOT-LINHAS      PIC 9(07) VALUE 0.                        00001480
                                                                        00001490
       77 WRK-MSG-FINAL       PIC X(17) VALUE 'FINAL DE PROGRAMA'.      00001500
                                                                        00001510
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00001520
                                                                        00001530
       77 WRK-CNPJ-FONTE      PIC X(14) VALUE SPACES.                   00001540
                                                                        00001550
       77 WRK-ANO-ANT         PIC 9(04) VALUE 0.                        00001560
                                                                        00001570
      *-----------ESTADO DO DOCUMENTO CORRENTE----------------------*   00001580
                                                                        00001590
       77 WRK-EM-DOC          PIC X(01) VALUE 'N'.                      00001600
       77 WRK-DOC-ATUAL       PIC X(15) VALUE SPACES.                   00001610
       77 WRK-LINHAS-DOC      PIC 9(05) VALUE 0.                        00001620
       77 WRK-CONTAS-DOC      PIC 9(03) VALUE 0.                        00001630
       77 WRK-TEM-ENDERECO    PIC X(01) VALUE 'N'.                      00001640
                                                                        00001650
       77 WRK-DOC-JUROS       PIC 9(12) VALUE 0.                        00001660
       77 WRK-DOC-IRRF-JUR    PIC 9(12) VALUE 0.                        00001670
       77 WRK-DOC-REND-CDB    PIC 9(12) VALUE 0.                        00001680
       77 WRK-DOC-IRRF-CDB    PIC 9(12) VALUE 0.                        00001690
       77 WRK-DOC-REND        PIC 9(12) VALUE 0.                        00001700
       77 WRK-DOC-IRRF        PIC 9(12) VALUE 0.                        00001710
                                                                        00001720
      *-----------TOTAIS GERAIS-------------------------------------*   00001730
                                                                        00001740
       77 WRK-TOT-CONTAS      PIC 9(07) VALUE 0.                        00001750
       77 WRK-TOT-JUROS       PIC 9(12) VALUE 0.                        00001760
       77 WRK-TOT-IRRF-JUR    PIC 9(12) VALUE 0.                        00001770
       77 WRK-TOT-REND-CDB    PIC 9(12) VALUE 0.                        00001780
       77 WRK-TOT-IRRF-CDB    PIC 9(12) VALUE 0.                        00001790
                                                                        00001800
      *--------------------STATUS-----------------------------------*   00001810
                                                                        00001820
       77 WRK-FS-INFSORT  PIC 9(02).                                    00001830
                                                                        00001840
       77 WRK-FS-CADCLI   PIC 9(02).                                    00001850
                                                                        00001860
       77 WRK-FS-INFMAL   PIC 9(02).                                    00001870
                                                                        00001880
       77 WRK-FS-INDINF   PIC 9(02).                                    00001890
                                                                        00001900
       77 WRK-FS-RELINF2  PIC 9(02).                                    00001910
                                                                        00001920
      *--------------------LAYOUT DO MALOTE-------------------------*   00001930
                                                                        00001940
       01 WRK-REG-ENDERECO.                                             00001950
          05 FILLER          PIC X(01) VALUE 'E'.                       00001960
          05 WRK-RE-DOCUMENTO PIC X(14).                                00001970
          05 WRK-RE-ENDERECO PIC X(30).                                 00001980
          05 WRK-RE-CIDADE   PIC X(20).                                 00001990
          05 WRK-RE-UF       PIC X(02).                                 00002000
          05 WRK-RE-CEP      PIC X(08).                                 00002010
          05 FILLER          PIC X(24).                                 00002020
                                                                        00002030
       01 WRK-REG-CORPO.                                                00002040
          05 FILLER          PIC X(01) VALUE 'C'.                       00002050
          05 WRK-RC-DOCUMENTO PIC X(14).                                00002060
          05 WRK-RC-LINHA    PIC X(80).                                 00002070
          05 FILLER          PIC X(04).                                 00002080
                                                                        00002090
      *--------------------LINHAS DO INFORME------------------------*   00002100
                                                                        00002110
       01 WRK-L-TITULO.                                                 00002120
          05 FILLER          PIC X(04) VALUE SPACES.                    00002130
          05 FILLER          PIC X(52) VALUE                            00002140
             'INFORME DE RENDIMENTOS FINANCEIROS - ANO-CALENDARIO '.    00002150
          05 WRK-LT-ANO      PIC 9(04).                                 00002160
          05 FILLER          PIC X(20) VALUE SPACES.                    00002170
                                                                        00002180
       01 WRK-L-FONTE.                                                  00002190
          05 FILLER          PIC X(04) VALUE SPACES.                    00002200
          05 FILLER          PIC X(32) VALUE                            00002210
             'FONTE PAGADORA - CNPJ..........:'.                        00002220
          05 FILLER          PIC X(01) VALUE SPACE.                     00002230
          05 WRK-LF-CNPJ     PIC X(14).                                 00002240
          05 FILLER          PIC X(29) VALUE SPACES.                    00002250
                                                                        00002260
       01 WRK-L-BENEF.                                                  00002270
          05 FILLER          PIC X(04) VALUE SPACES.                    00002280
          05 FILLER          PIC X(15) VALUE 'BENEFICIARIO.: '.         00002290
          05 WRK-LB-NOME     PIC X(30).                                 00002300
          05 FILLER          PIC X(02) VALUE SPACES.                    00002310
          05 WRK-LB-TIPO     PIC X(05).                                 00002320
          05 FILLER          PIC X(01) VALUE SPACE.                     00002330
          05 WRK-LB-DOC      PIC X(14).                                 00002340
          05 FILLER          PIC X(09) VALUE SPACES.                    00002350
                                                                        00002360
       01 WRK-L-CONTA.                                                  00002370
          05 FILLER          PIC X(04) VALUE SPACES.                    00002380
          05 FILLER          PIC X(17) VALUE 'AGENCIA/CONTA.: '.        00002390
          05 WRK-LC-AGENCIA  PIC X(04).                                 00002400
          05 FILLER          PIC X(01) VALUE '-'.                       00002410
          05 WRK-LC-CONTA    PIC X(04).                                 00002420
          05 FILLER          PIC X(50) VALUE SPACES.                    00002430
                                                                        00002440
       01 WRK-L-SALDO.                                                  00002450
          05 FILLER          PIC X(06) VALUE SPACES.                    00002460
          05 FILLER          PIC X(15) VALUE 'SALDO EM 31/12/'.         00002470
          05 WRK-LS-ANO      PIC 9(04).                                 00002480
          05 FILLER          PIC X(11) VALUE '..........:'.             00002490
          05 WRK-LS-VALOR    PIC Z.ZZZ.ZZZ.ZZ9.                         00002500
          05 FILLER          PIC X(31) VALUE SPACES.                    00002510
                                                                        00002520
       01 WRK-L-REND.                                                   00002530
          05 FILLER          PIC X(06) VALUE SPACES.                    00002540
          05 WRK-LR-TEXTO    PIC X(30).                                 00002550
          05 WRK-LR-VALOR    PIC Z.ZZZ.ZZZ.ZZ9.                         00002560
          05 FILLER          PIC X(16) VALUE '   IRRF RETIDO: '.        00002570
          05 WRK-LR-IRRF     PIC Z.ZZZ.ZZZ.ZZ9.                         00002580
          05 FILLER          PIC X(02) VALUE SPACES.                    00002590
                                                                        00002600
       01 WRK-L-TRACO.                                                  00002610
          05 FILLER          PIC X(04) VALUE SPACES.                    00002620
          05 FILLER          PIC X(76) VALUE ALL '-'.                   00002630
                                                                        00002640
      *--------------------LINHAS DO RELATORIO----------------------*   00002650
                                                                        00002660
       01 WRK-SEM-CABEC.                                                00002670
          05 FILLER   PIC X(44) VALUE                                   00002680
             'INFORMES SEM ENDERECO NO CADASTRO           '.            00002690
          05 FILLER   PIC X(36) VALUE SPACES.                           00002700
                                                                        00002710
       01 WRK-SEM-LINHA.                                                00002720
          05 WRK-SL-TIPO     PIC X(01).                                 00002730
          05 FILLER          PIC X(01) VALUE SPACE.                     00002740
          05 WRK-SL-DOC      PIC X(14).                                 00002750
          05 FILLER          PIC X(02) VALUE SPACES.                    00002760
          05 WRK-SL-NOME     PIC X(30).                                 00002770
          05 FILLER          PIC X(02) VALUE SPACES.                    00002780
          05 WRK-SL-CONTAS   PIC ZZ9.                                   00002790
          05 FILLER          PIC X(08) VALUE ' CONTAS '.                00002800
          05 FILLER          PIC X(19) VALUE SPACES.                    00002810
                                                                        00002820
       01 WRK-TOTGERAL.                                                 00002830
          05 WRK-G-TITULO    PIC X(30).                                 00002840
          05 WRK-G-VALOR     PIC ZZZ.ZZZ.ZZZ.ZZ9.                       00002850
          05 FILLER          PIC X(35).                                 00002860
                                                                        00002870
      *-------------------------------------------------------------*   00002880
       LINKAGE                                              SECTION.    00002890
      *-------------------------------------------------------------*   00002900
       01 LNK-ENTRADA.                                                  00002910
          05 LNK-LEN            PIC 9(04) COMP.                         00002920
          05 LNK-CNPJ           PIC X(14).                              00002930
                                                                        00002940
      *=============================================================*   00002950
       PROCEDURE DIVISION USING LNK-ENTRADA.                            00002960
      *=============================================================*   00002970
                                                                        00002980
      *=============================================================*   00002990
       0000-PRINCIPAL                                       SECTION.    00003000
                                                                        00003010
            PERFORM 1000-INICIAR.                                       00003020
            PERFORM 2000-PROCESSAR UNTIL WRK-FS-INFSORT EQUAL 10.       00003030
            PERFORM 2900-FECHAR-DOCUMENTO.                              00003040
            PERFORM 3000-FINALIZAR.                                     00003050
                                                                        00003060
       0000-99-FIM.                                            EXIT.    00003070
      *=============================================================*   00003080
                                                                        00003090
      *=============================================================*   00003100
       1000-INICIAR                                         SECTION.    00003110
                                                                        00003120
            IF LNK-LEN LESS 14                                          00003130
               MOVE 'FR21INF2'                  TO WRK-PROGRAMA         00003140
               MOVE '1000'                      TO WRK-SECAO            00003150
               MOVE 'PARM CNPJ OBRIGATORIA   - ' TO WRK-MENSAGEM        00003160
               MOVE ZEROS                       TO WRK-STATUS           00003170
               PERFORM 9000-TRATARERROS                                 00003180
            END-IF.                                                     00003190
                                                                        00003200
            MOVE LNK-CNPJ TO WRK-CNPJ-FONTE.                            00003210
                                                                        00003220
            OPEN INPUT  INFSORT.                                        00003230
            OPEN INPUT  CADCLI.                                         00003240
            OPEN OUTPUT INFMAL.                                         00003250
            OPEN OUTPUT INDINF.                                         00003260
            OPEN OUTPUT RELINF2.                                        00003270
                                                                        00003280
            IF WRK-FS-INFSORT NOT EQUAL ZEROS                           00003290
               MOVE 'FR21INF2'                  TO WRK-PROGRAMA         00003300
               MOVE '1000'                      TO WRK-SECAO            00003310
               MOVE 'ERRO OPEN INFSORT        ' TO WRK-MENSAGEM         00003320
               MOVE WRK-FS-INFSORT              TO WRK-STATUS           00003330
               PERFORM 9000-TRATARERROS                                 00003340
            END-IF.                                                     00003350
                                                                        00003360
            IF WRK-FS-CADCLI NOT EQUAL ZEROS                            00003370
               MOVE 'FR21INF2'                  TO WRK-PROGRAMA         00003380
               MOVE '1000'                      TO WRK-SECAO            00003390
               MOVE 'ERRO OPEN CADCLI         ' TO WRK-MENSAGEM         00003400
               MOVE WRK-FS-CADCLI               TO WRK-STATUS           00003410
               PERFORM 9000-TRATARERROS                                 00003420
            END-IF.                                                     00003430
                                                                        00003440
            WRITE FD-RELINF2 FROM WRK-SEM-CABEC.                        00003450
            WRITE FD-RELINF2 FROM WRK-LINHA-VAZIA.                      00003460
                                                                        00003470
            READ INFSORT.                                               00003480
                                                                        00003490
       1000-99-FIM.                                            EXIT.    00003500
      *=============================================================*   00003510
                                                                        00003520
      *=============================================================*   00003530
       2000-PROCESSAR                                       SECTION.    00003540
                                                                        00003550
           ADD 1 TO WRK-LIDOS.                                          00003560
                                                                        00003570
      *                 QUEBRA POR DOCUMENTO DO TITULAR                 00003580
                                                                        00003590
           IF WRK-EM-DOC NOT EQUAL 'S'                                  00003600
              OR INF-TIPO-DOC NOT EQUAL WRK-DOC-ATUAL(1:1)              00003610
              OR INF-DOCUMENTO NOT EQUAL WRK-DOC-ATUAL(2:14)            00003620
              PERFORM 2900-FECHAR-DOCUMENTO                             00003630
              PERFORM 2100-ABRIR-DOCUMENTO                              00003640
           END-IF.                                                      00003650
                                                                        00003660
           ADD 1 TO WRK-CONTAS-DOC.                                     00003670
           ADD 1 TO WRK-TOT-CONTAS.                                     00003680
                                                                        00003690
           MOVE WRK-LINHA-VAZIA TO WRK-RC-LINHA.                        00003700
           PERFORM 2800-GRAVAR-LINHA.                                   00003710
                                                                        00003720
           MOVE INF-AGENCIA TO WRK-LC-AGENCIA.                          00003730
           MOVE INF-CONTA   TO WRK-LC-CONTA.                            00003740
           MOVE WRK-L-CONTA TO WRK-RC-LINHA.                            00003750
           PERFORM 2800-GRAVAR-LINHA.                                   00003760
                                                                        00003770
           MOVE WRK-ANO-ANT   TO WRK-LS-ANO.                            00003780
           MOVE INF-SALDO-ANT TO WRK-LS-VALOR.                          00003790
           MOVE WRK-L-SALDO   TO WRK-RC-LINHA.                          00003800
           PERFORM 2800-GRAVAR-LINHA.                                   00003810
                                                                        00003820
           MOVE INF-ANO       TO WRK-LS-ANO.                            00003830
           MOVE INF-SALDO-ATU TO WRK-LS-VALOR.                          00003840
           MOVE WRK-L-SALDO   TO WRK-RC-LINHA.                          00003850
           PERFORM 2800-GRAVAR-LINHA.                                   00003860
                                                                        00003870
           MOVE 'JUROS CREDITADOS.............:' TO WRK-LR-TEXTO.       00003880
           MOVE INF-JUROS      TO WRK-LR-VALOR.                         00003890
           MOVE INF-IRRF-JUROS TO WRK-LR-IRRF.                          00003900
           MOVE WRK-L-REND     TO WRK-RC-LINHA.                         00003910
           PERFORM 2800-GRAVAR-LINHA.                                   00003920
                                                                        00003930
           MOVE 'RENDIMENTOS DE CDB...........:' TO WRK-LR-TEXTO.       00003940
           MOVE INF-REND-CDB   TO WRK-LR-VALOR.                         00003950
           MOVE INF-IRRF-CDB   TO WRK-LR-IRRF.                          00003960
           MOVE WRK-L-REND     TO WRK-RC-LINHA.                         00003970
           PERFORM 2800-GRAVAR-LINHA.                                   00003980
                                                                        00003990
           ADD INF-JUROS      TO WRK-DOC-JUROS.                         00004000
           ADD INF-IRRF-JUROS TO WRK-DOC-IRRF-JUR.                      00004010
           ADD INF-REND-CDB   TO WRK-DOC-REND-CDB.                      00004020
           ADD INF-IRRF-CDB   TO WRK-DOC-IRRF-CDB.                      00004030
                                                                        00004040
           READ INFSORT.                                                00004050
                                                                        00004060
       2000-99-FIM.                                            EXIT.    00004070
      *=============================================================*   00004080
                                                                        00004090
      *=============================================================*   00004100
       2100-ABRIR-DOCUMENTO                                 SECTION.    00004110
                                                                        00004120
           MOVE 'S'           TO WRK-EM-DOC.                            00004130
           MOVE INF-TIPO-DOC  TO WRK-DOC-ATUAL(1:1).                    00004140
           MOVE INF-DOCUMENTO TO WRK-DOC-ATUAL(2:14).                   00004150
           MOVE ZEROS         TO WRK-LINHAS-DOC WRK-CONTAS-DOC.         00004160
           MOVE ZEROS         TO WRK-DOC-JUROS WRK-DOC-IRRF-JUR         00004170
                                 WRK-DOC-REND-CDB WRK-DOC-IRRF-CDB.     00004180
           COMPUTE WRK-ANO-ANT = INF-ANO - 1.                           00004190
                                                                        00004200
      *                 ENDERECO DO CADASTRO DA PRIMEIRA CONTA DO       00004210
      *                 TITULAR (O ARQUIVO VEM POR DOCUMENTO + CONTA)   00004220
      *                 CORRESPONDENCIA DEVOLVIDA (CAD-END-INVALIDO     00004221
      *                 'S') VAI PARA A LISTA SEM ENDERECO              00004222
                                                                        00004230
           MOVE INF-CHAVE TO CAD-CHAVE.                                 00004240
           READ CADCLI.                                                 00004250
                                                                        00004260
           IF WRK-FS-CADCLI EQUAL ZEROS                                 00004270
              AND CAD-ENDERECO NOT EQUAL SPACES                         00004280
              AND CAD-END-INVALIDO NOT EQUAL 'S'                        00004281
              MOVE 'S'           TO WRK-TEM-ENDERECO                    00004290
              MOVE INF-DOCUMENTO TO WRK-RE-DOCUMENTO                    00004300
              MOVE CAD-ENDERECO  TO WRK-RE-ENDERECO                     00004310
              MOVE CAD-CIDADE    TO WRK-RE-CIDADE                       00004320
              MOVE CAD-UF        TO WRK-RE-UF                           00004330
              MOVE CAD-CEP       TO WRK-RE-CEP                          00004340
              WRITE FD-INFMAL FROM WRK-REG-ENDERECO                     00004350
           ELSE                                                         00004360
              MOVE 'N' TO WRK-TEM-ENDERECO                              00004370
           END-IF.                                                      00004380
                                                                        00004390
           MOVE INF-ANO     TO WRK-LT-ANO.                              00004400
           MOVE WRK-L-TITULO TO WRK-RC-LINHA.                           00004410
           PERFORM 2800-GRAVAR-LINHA.                                   00004420
                                                                        00004430
           MOVE WRK-LINHA-VAZIA TO WRK-RC-LINHA.                        00004440
           PERFORM 2800-GRAVAR-LINHA.                                   00004450
                                                                        00004460
           MOVE WRK-CNPJ-FONTE TO WRK-LF-CNPJ.                          00004470
           MOVE WRK-L-FONTE    TO WRK-RC-LINHA.                         00004480
           PERFORM 2800-GRAVAR-LINHA.                                   00004490
                                                                        00004500
           MOVE INF-NOME      TO WRK-LB-NOME.                           00004510
           IF INF-TIPO-DOC EQUAL 'J'                                    00004520
              MOVE 'CNPJ:' TO WRK-LB-TIPO                               00004530
           ELSE                                                         00004540
              MOVE 'CPF.:' TO WRK-LB-TIPO                               00004550
           END-IF.                                                      00004560
           MOVE INF-DOCUMENTO TO WRK-LB-DOC.                            00004570
           MOVE WRK-L-BENEF   TO WRK-RC-LINHA.                          00004580
           PERFORM 2800-GRAVAR-LINHA.                                   00004590
                                                                        00004600
           MOVE WRK-L-TRACO TO WRK-RC-LINHA.                            00004610
           PERFORM 2800-GRAVAR-LINHA.                                   00004620
                                                                        00004630
       2100-99-FIM.                                            EXIT.    00004640
      *=============================================================*   00004650
                                                                        00004660
      *=============================================================*   00004670
       2800-GRAVAR-LINHA                                    SECTION.    00004680
                                                                        00004690
           MOVE WRK-DOC-ATUAL(2:14) TO WRK-RC-DOCUMENTO.                00004700
           WRITE FD-INFMAL FROM WRK-REG-CORPO.                          00004710
                                                                        00004720
           IF WRK-FS-INFMAL NOT EQUAL ZEROS                             00004730
              MOVE 'FR21INF2'                  TO WRK-PROGRAMA          00004740
              MOVE '2800'                      TO WRK-SECAO             00004750
              MOVE 'ERRO WRITE INFMAL        ' TO WRK-MENSAGEM          00004760
              MOVE WRK-FS-INFMAL               TO WRK-STATUS            00004770
              PERFORM 9000-TRATARERROS                                  00004780
           END-IF.                                                      00004790
                                                                        00004800
           ADD 1 TO WRK-LINHAS-DOC.                                     00004810
           ADD 1 TO WRK-TOT-LINHAS.                                     00004820
                                                                        00004830
       2800-99-FIM.                                            EXIT.    00004840
      *=============================================================*   00004850
                                                                        00004860
      *=============================================================*   00004870
       2900-FECHAR-DOCUMENTO                                SECTION.    00004880
                                                                        00004890
      *                 TOTAIS DO TITULAR, INDICE E, QUANDO NAO HA      00004900
      *                 ENDERECO, LINHA NA LISTA DE PENDENCIAS          00004910
                                                                        00004920
           IF WRK-EM-DOC NOT EQUAL 'S'                                  00004930
              GO TO 2900-99-FIM                                         00004940
           END-IF.                                                      00004950
                                                                        00004960
           MOVE WRK-LINHA-VAZIA TO WRK-RC-LINHA.                        00004970
           PERFORM 2800-GRAVAR-LINHA.                                   00004980
           MOVE WRK-L-TRACO TO WRK-RC-LINHA.                            00004990
           PERFORM 2800-GRAVAR-LINHA.                                   00005000
                                                                        00005010
           MOVE 'TOTAL DE JUROS CREDITADOS....:' TO WRK-LR-TEXTO.       00005020
           MOVE WRK-DOC-JUROS    TO WRK-LR-VALOR.                       00005030
           MOVE WRK-DOC-IRRF-JUR TO WRK-LR-IRRF.                        00005040
           MOVE WRK-L-REND       TO WRK-RC-LINHA.                       00005050
           PERFORM 2800-GRAVAR-LINHA.                                   00005060
                                                                        00005070
           MOVE 'TOTAL DE RENDIMENTOS DE CDB..:' TO WRK-LR-TEXTO.       00005080
           MOVE WRK-DOC-REND-CDB TO WRK-LR-VALOR.                       00005090
           MOVE WRK-DOC-IRRF-CDB TO WRK-LR-IRRF.                        00005100
           MOVE WRK-L-REND       TO WRK-RC-LINHA.                       00005110
           PERFORM 2800-GRAVAR-LINHA.                                   00005120
                                                                        00005130
           COMPUTE WRK-DOC-REND = WRK-DOC-JUROS + WRK-DOC-REND-CDB.     00005140
           COMPUTE WRK-DOC-IRRF = WRK-DOC-IRRF-JUR + WRK-DOC-IRRF-CDB.  00005150
           MOVE 'TOTAL DOS RENDIMENTOS........:' TO WRK-LR-TEXTO.       00005160
           MOVE WRK-DOC-REND     TO WRK-LR-VALOR.                       00005170
           MOVE WRK-DOC-IRRF     TO WRK-LR-IRRF.                        00005180
           MOVE WRK-L-REND       TO WRK-RC-LINHA.                       00005190
           PERFORM 2800-GRAVAR-LINHA.                                   00005200
                                                                        00005210
           ADD 1 TO WRK-DOCUMENTOS.                                     00005220
           ADD WRK-DOC-JUROS    TO WRK-TOT-JUROS.                       00005230
           ADD WRK-DOC-IRRF-JUR TO WRK-TOT-IRRF-JUR.                    00005240
           ADD WRK-DOC-REND-CDB TO WRK-TOT-REND-CDB.                    00005250
           ADD WRK-DOC-IRRF-CDB TO WRK-TOT-IRRF-CDB.                    00005260
                                                                        00005270
           MOVE WRK-DOC-ATUAL(2:14) TO FD-II-DOCUMENTO.                 00005280
           MOVE WRK-LINHAS-DOC      TO FD-II-LINHAS.                    00005290
           MOVE WRK-CONTAS-DOC      TO FD-II-CONTAS.                    00005300
           MOVE WRK-TEM-ENDERECO    TO FD-II-ENDERECO.                  00005310
           WRITE FD-INDINF.                                             00005320
                                                                        00005330
           IF WRK-TEM-ENDERECO NOT EQUAL 'S'                            00005340
              ADD 1 TO WRK-SEM-ENDERECO                                 00005350
              MOVE WRK-DOC-ATUAL(1:1)  TO WRK-SL-TIPO                   00005360
              MOVE WRK-DOC-ATUAL(2:14) TO WRK-SL-DOC                    00005370
              MOVE WRK-LB-NOME         TO WRK-SL-NOME                   00005380
              MOVE WRK-CONTAS-DOC      TO WRK-SL-CONTAS                 00005390
              WRITE FD-RELINF2 FROM WRK-SEM-LINHA                       00005400
           END-IF.                                                      00005410
                                                                        00005420
           MOVE 'N' TO WRK-EM-DOC.                                      00005430
                                                                        00005440
       2900-99-FIM.                                            EXIT.    00005450
      *=============================================================*   00005460
                                                                        00005470
      *=============================================================*   00005480
       3000-FINALIZAR                                       SECTION.    00005490
                                                                        00005500
      *                 TOTAIS GERAIS: FECHAM COM OS TOTAIS DOS         00005510
      *                 INFORMES NA CONCILIACAO DO RELINF               00005520
                                                                        00005530
             WRITE FD-RELINF2 FROM WRK-LINHA-VAZIA.                     00005540
             MOVE SPACES TO WRK-TOTGERAL.                               00005550
             MOVE 'INFORMES EMITIDOS...........:' TO WRK-G-TITULO.      00005560
             MOVE WRK-DOCUMENTOS                  TO WRK-G-VALOR.       00005570
             WRITE FD-RELINF2 FROM WRK-TOTGERAL.                        00005580
             MOVE 'CONTAS INFORMADAS...........:' TO WRK-G-TITULO.      00005590
             MOVE WRK-TOT-CONTAS                  TO WRK-G-VALOR.       00005600
             WRITE FD-RELINF2 FROM WRK-TOTGERAL.                        00005610
             MOVE 'JUROS CREDITADOS............:' TO WRK-G-TITULO.      00005620
             MOVE WRK-TOT-JUROS                   TO WRK-G-VALOR.       00005630
             WRITE FD-RELINF2 FROM WRK-TOTGERAL.                        00005640
             MOVE 'IRRF DOS JUROS..............:' TO WRK-G-TITULO.      00005650
             MOVE WRK-TOT-IRRF-JUR                TO WRK-G-VALOR.       00005660
             WRITE FD-RELINF2 FROM WRK-TOTGERAL.                        00005670
             MOVE 'RENDIMENTOS DE CDB..........:' TO WRK-G-TITULO.      00005680
             MOVE WRK-TOT-REND-CDB                TO WRK-G-VALOR.       00005690
             WRITE FD-RELINF2 FROM WRK-TOTGERAL.                        00005700
             MOVE 'IRRF DO CDB.................:' TO WRK-G-TITULO.      00005710
             MOVE WRK-TOT-IRRF-CDB                TO WRK-G-VALOR.       00005720
             WRITE FD-RELINF2 FROM WRK-TOTGERAL.                        00005730
                                                                        00005740
             DISPLAY 'CONTAS LIDAS..........' WRK-LIDOS.                00005750
             DISPLAY 'INFORMES EMITIDOS.....' WRK-DOCUMENTOS.           00005760
             DISPLAY 'LINHAS NO MALOTE......' WRK-TOT-LINHAS.           00005770
             DISPLAY 'SEM ENDERECO..........' WRK-SEM-ENDERECO.         00005780
             DISPLAY WRK-MSG-FINAL.                                     00005790
                                                                        00005800
             CLOSE INFSORT CADCLI.                                      00005810
             CLOSE INFMAL INDINF RELINF2.                               00005820
             STOP RUN.                                                  00005830
                                                                        00005840
       3000-99-FIM.                                            EXIT.    00005850
      *=============================================================*   00005860
                                                                        00005870
      *=============================================================*   00005880
       9000-TRATARERROS                                     SECTION.    00005890
                                                                        00005900
             MOVE 'E' TO WRK-SEVERIDADE.                                00005910
             CALL 'GRAVALOG' USING WRK-DADOS.                           00005920
             STOP RUN.                                                  00005930
                                                                        00005940
       9000-99-FIM.                                            EXIT.    00005950
      *=============================================================*   00005960
