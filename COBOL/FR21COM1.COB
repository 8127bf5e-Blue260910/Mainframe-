      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21COM1.                                            00000050
                                                                        00000060
      *=============================================================*   00000070
      *   AUTOR....:VICTOR ARANDA                                       00000080
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000090
      *   DATA ....:15/10/2026                                          00000100
      *-------------------------------------------------------------*   00000110
      *   OBJETIVO: COMISSAO DE VENDAS DA COMPETENCIA (MES DA DATA      00000120
      *      DE NEGOCIO OU AAAAMM DA PARM). LE AS GERACOES DO RESUMO    00000130
      *      DE VENDAS DO PRGTEST4 (VENDAS, UMA LINHA POR PRODUTO E     00000140
      *      VENDEDOR), VALORIZA CADA VENDA PELO PRECO DO PRODMAS       00000150
      *      (COMO O FR21VND1) E ACUMULA POR VENDEDOR E PRODUTO.        00000160
      *      O VENDEDOR E LIGADO AO FUNCIONARIO PELO VENDFUNC, QUE      00000170
      *      TRAZ TAMBEM A FAIXA DO VENDEDOR E A META DO MES. A TAXA    00000180
      *      DE COMISSAO (TABCOM TIPO 'C') E POR FAIXA E PRODUTO,       00000190
      *      COM '**' VALENDO PARA OS DEMAIS PRODUTOS DA FAIXA; O       00000200
      *      BONUS (TABCOM TIPO 'B') E O PERCENTUAL SOBRE AS VENDAS     00000210
      *      DO MAIOR DEGRAU DE ATINGIMENTO DA META ALCANCADO.          00000220
      *      GRAVA O COMISSAO (PAGO PELO FR21PAG1 NA LINHA              00000230
      *      FOLH-COMISSAO) SO PARA FUNCIONARIO ATIVO EM IVAN.FUNC      00000240
      *      E IMPRIME O EXTRATO POR VENDEDOR (RELCOM) COM AS           00000250
      *      EXCECOES: VENDEDOR SEM VENDFUNC, SEM FUNCIONARIO ATIVO,    00000260
      *      VENDA SEM VENDEDOR E PRODUTO FORA DO CADASTRO.             00000270
      *      PARM: COMPETENCIA AAAAMM OPCIONAL.                         00000280
      *-------------------------------------------------------------*   00000290
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000300
      *  1.0   15/10/26   VICTOR ARANDA    VERSAO INICIAL               00000310
      *-------------------------------------------------------------*   00000320
      *   BASE DE DADOS:                                                00000330
      *   TABELA.DB2..                                                  00000340
      *    ------              I/O                 INCLUDE/BOOK         00000350
      *   IVAN.FUNC             I                  #BKFUNC----          00000360
      *-------------------------------------------------------------*   00000370
      *   ARQUIVOS:                                                     00000380
      *    DDNAME              I/O                  COPY/BOOK           00000390
      *   VENDAS                I   (RESUMOS DO PRGTEST4)               00000400
      *   PRODMAS               I                  PRODBOOK---          00000410
      *   VENDFUNC              I   (VENDEDOR X FUNCIONARIO)            00000420
      *   TABCOM                I   (TAXAS DE COMISSAO E BONUS)         00000430
      *   COMISSAO              O                  CMSBOOK---           00000440
      *   RELCOM                O   (EXTRATO DE COMISSOES)              00000450
      *-------------------------------------------------------------*   00000460
      *   MODULOS....:                                                  00000470
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000480
      *   FR21DTA1             DATA DE PROCESSAMENTO (LNKDPRC)          00000490
      *=============================================================*   00000500
       ENVIRONMENT                               DIVISION.              00000510
      *=============================================================*   00000520
                                                                        00000530
      *-------------------------------------------------------------*   00000540
       CONFIGURATION                                        SECTION.    00000550
      *-------------------------------------------------------------*   00000560
       SPECIAL-NAMES.                                                   00000570
           DECIMAL-POINT IS COMMA.                                      00000580
                                                                        00000590
                                                                        00000600
       INPUT-OUTPUT                                         SECTION.    00000610
       FILE-CONTROL.                                                    00000620
           SELECT VENDAS    ASSIGN TO VENDAS                            00000630
               FILE STATUS  IS WRK-FS-VENDAS.                           00000640
                                                                        00000650
           SELECT PRODMAS   ASSIGN TO PRODMAS                           00000660
               ORGANIZATION  IS INDEXED                                 00000670
               ACCESS MODE   IS SEQUENTIAL                              00000680
               RECORD KEY    IS PRD-CODIGO                              00000690
               FILE STATUS  IS WRK-FS-PRODMAS.                          00000700
                                                                        00000710
           SELECT VENDFUNC  ASSIGN TO VENDFUNC                          00000720
               FILE STATUS  IS WRK-FS-VENDFUNC.                         00000730
                                                                        00000740
           SELECT TABCOM    ASSIGN TO TABCOM                            00000750
               FILE STATUS  IS WRK-FS-TABCOM.                           00000760
                                                                        00000770
           SELECT COMISSAO  ASSIGN TO COMISSAO                          00000780
               FILE STATUS  IS WRK-FS-COMISSAO.                         00000790
                                                                        00000800
           SELECT RELCOM    ASSIGN TO RELCOM                            00000810
               FILE STATUS  IS WRK-FS-RELCOM.                           00000820
                                                                        00000830
      *=============================================================*   00000840
       DATA                                                DIVISION.    00000850
      *=============================================================*   00000860
       FILE                                                 SECTION.    00000870
      *=============================================================*   00000880
                                                                        00000890
      *      ENTRADA - RESUMOS DO PRGTEST4            LRECL = 58        00000900
                                                                        00000910
       FD VENDAS                                                        00000920
           RECORDING  MODE IS F                                         00000930
           BLOCK CONTAINS 0 RECORDS.                                    00000940
                                                                        00000950
       01 FD-VENDAS.                                                    00000960
          05 FD-VD-QTDE      PIC 9(02).                                 00000970
          05 FD-VD-PRODUTO   PIC X(14).                                 00000980
          05 FD-VD-VALOR-ED  PIC 9(05).                                 00000990
          05 FD-VD-CODIGO    PIC X(02).                                 00001000
          05 FD-VD-DATA      PIC 9(08).                                 00001010
          05 FD-VD-DATA-R REDEFINES FD-VD-DATA.                         00001020
             10 FD-VD-ANOMES PIC 9(06).                                 00001030
             10 FD-VD-DIA    PIC 9(02).                                 00001040
          05 FD-VD-VENDEDOR  PIC 9(03).                                 00001050
          05 FILLER          PIC X(24).                                 00001060
                                                                        00001070
      *      ENTRADA - CADASTRO DE PRODUTOS (KSDS)    LRECL = 60        00001080
                                                                        00001090
       FD PRODMAS.                                                      00001100
                                                                        00001110
           COPY 'PRODBOOK'.                                             00001120
                                                                        00001160
      *      ENTRADA - VENDEDOR X FUNCIONARIO         LRECL = 30        00001170
      *      FAIXA DO VENDEDOR NA TABCOM E META DE VENDAS DO MES        00001180
                                                                        00001190
       FD VENDFUNC                                                      00001200
           RECORDING  MODE IS F                                         00001210
           BLOCK CONTAINS 0 RECORDS.                                    00001220
                                                                        00001230
       01 FD-VENDFUNC.                                                  00001240
          05 FD-VF-VENDEDOR  PIC 9(03).                                 00001250
          05 FD-VF-IDFUNC    PIC 9(05).                                 00001260
          05 FD-VF-FAIXA     PIC X(01).                                 00001270
          05 FD-VF-META      PIC 9(09)V99.                              00001280
          05 FILLER          PIC X(10).                                 00001290
                                                                        00001300
      *      ENTRADA - TAXAS DE COMISSAO E BONUS      LRECL = 20        00001310
      *      TIPO 'C': PERCENTUAL DA FAIXA SOBRE O PRODUTO ('**' =      00001320
      *      DEMAIS PRODUTOS); TIPO 'B': PERCENTUAL SOBRE AS VENDAS     00001330
      *      A PARTIR DE TC-ATING POR CENTO DA META                     00001340
                                                                        00001350
       FD TABCOM                                                        00001360
           RECORDING  MODE IS F                                         00001370
           BLOCK CONTAINS 0 RECORDS.                                    00001380
                                                                        00001390
       01 FD-TABCOM.                                                    00001400
          05 FD-TC-TIPO      PIC X(01).                                 00001410
          05 FD-TC-FAIXA     PIC X(01).                                 00001420
          05 FD-TC-PRODUTO   PIC X(02).                                 00001430
          05 FD-TC-ATING     PIC 9(03).                                 00001440
          05 FD-TC-PCT       PIC 9(03)V99.                              00001450
          05 FILLER          PIC X(08).                                 00001460
                                                                        00001470
      *      SAIDA - COMISSAO POR FUNCIONARIO         LRECL = 80        00001480
                                                                        00001490
       FD COMISSAO                                                      00001500
           RECORDING  MODE IS F                                         00001510
           BLOCK CONTAINS 0 RECORDS.                                    00001520
                                                                        00001530
           COPY 'CMSBOOK'.                                              00001540
                                                                        00001550
      *      SAIDA - EXTRATO DE COMISSOES             LRECL = 80        00001560
                                                                        00001570
       FD RELCOM                                                        00001580
           RECORDING  MODE IS F                                         00001590
           BLOCK CONTAINS 0 RECORDS.                                    00001600
                                                                        00001610
       01 FD-RELCOM       PIC X(80).                                    00001620
                                                                        00001630
      *-------------------------------------------------------------*   00001640
       WORKING-STORAGE                                      SECTION.    00001650
      *-------------------------------------------------------------*   00001660
                                                                        00001670
           EXEC SQL                                                     00001680
              INCLUDE #BKFUNC                                           00001690
           END-EXEC.                                                    00001700
                                                                        00001710
           EXEC SQL                                                     00001720
              INCLUDE SQLCA                                             00001730
           END-EXEC.                                                    00001740
                                                                        00001750
      *------------------LOG-DE-ERROS-------------------------------*   00001760
                                                                        00001770
       01 WRK-DADOS.                                                    00001780
           05 WRK-PROGRAMA  PIC X(08).                                  00001790
           05 WRK-SECAO     PIC X(04).                                  00001800
           05 WRK-MENSAGEM  PIC X(30).                                  00001810
           05 WRK-STATUS    PIC X(02).                                  00001820
           05 WRK-SEVERIDADE PIC X(01).                                 00001830
           05 FILLER        PIC X(22).                                  00001840
                                                                        00001850
      *------------------DATA DE PROCESSAMENTO----------------------*   00001860
                                                                        00001870
           COPY 'LNKDPRC'.                                              00001880
                                                                        00001890
      *--------------------LOGICA-----------------------------------*   00001900
                                                                        00001910
       77 WRK-SQLCODE         PIC -999.                                 00001920
                                                                        00001930
       77 WRK-LIDOS           PIC 9(07) VALUE 0.                        00001940
                                                                        00001950
       77 WRK-FORA-COMPET     PIC 9(07) VALUE 0.                        00001960
                                                                        00001970
       77 WRK-VALORIZADOS     PIC 9(07) VALUE 0.                        00001980
                                                                        00001990
       77 WRK-GRAVADOS        PIC 9(05) VALUE 0.                        00002000
                                                                        00002010
       77 WRK-EXCECOES        PIC 9(05) VALUE 0.                        00002020
                                                                        00002030
       01 WRK-DATA-SISTEMA.                                             00002040
          05 WRK-SIS-ANO      PIC 9(04).                                00002050
          05 WRK-SIS-MES      PIC 9(02).                                00002060
          05 WRK-SIS-DIA      PIC 9(02).                                00002070
                                                                        00002080
       01 WRK-COMPET-ATUAL.                                             00002090
          05 WRK-CP-ANO       PIC 9(04).                                00002100
          05 WRK-CP-MES       PIC 9(02).                                00002110
       01 WRK-COMPET-N REDEFINES WRK-COMPET-ATUAL PIC 9(06).            00002120
                                                                        00002130
       77 WRK-RECEITA         PIC 9(09)V99.                             00002140
                                                                        00002150
      *-----------CADASTRO DE PRODUTOS EM TABELA--------------------*   00002160
                                                                        00002170
       01 WRK-TAB-PRODUTOS.                                             00002180
          05 WRK-TAB-PR-QTD  PIC 9(02) VALUE 0.                         00002190
          05 WRK-TAB-PR-OCR OCCURS 50 TIMES.                            00002200
             10 WRK-PR-CODIGO  PIC X(02).                               00002210
             10 WRK-PR-PRODUTO PIC X(14).                               00002220
             10 WRK-PR-VALOR   PIC 9(05).                               00002230
                                                                        00002240
       77 WRK-IND-PR          PIC 9(02).                                00002250
       77 WRK-ACHOU           PIC X(01).                                00002260
                                                                        00002270
      *-----------VENDEDOR X FUNCIONARIO----------------------------*   00002280
                                                                        00002290
       01 WRK-TAB-VF.                                                   00002300
          05 WRK-TAB-VF-QTD  PIC 9(03) VALUE 0.                         00002310
          05 WRK-TAB-VF-OCR OCCURS 500 TIMES.                           00002320
             10 WRK-VF-VENDEDOR PIC 9(03).                              00002330
             10 WRK-VF-IDFUNC   PIC 9(05).                              00002340
             10 WRK-VF-FAIXA    PIC X(01).                              00002350
             10 WRK-VF-META     PIC 9(09)V99.                           00002360
                                                                        00002370
       77 WRK-IND-VF          PIC 9(03).                                00002380
                                                                        00002390
      *-----------TAXAS DE COMISSAO E BONUS-------------------------*   00002400
                                                                        00002410
       01 WRK-TAB-TC.                                                   00002420
          05 WRK-TAB-TC-QTD  PIC 9(03) VALUE 0.                         00002430
          05 WRK-TAB-TC-OCR OCCURS 200 TIMES.                           00002440
             10 WRK-TC-TIPO     PIC X(01).                              00002450
             10 WRK-TC-FAIXA    PIC X(01).                              00002460
             10 WRK-TC-PRODUTO  PIC X(02).                              00002470
             10 WRK-TC-ATING    PIC 9(03).                              00002480
             10 WRK-TC-PCT      PIC 9(03)V99.                           00002490
                                                                        00002500
       77 WRK-IND-TC          PIC 9(03).                                00002510
                                                                        00002520
      *-----------VENDAS DO MES POR VENDEDOR E PRODUTO--------------*   00002530
      *   CHAVE = VENDEDOR + PRODUTO, ORDENADA NO 3000 PARA O       *   00002540
      *   EXTRATO SAIR COM UMA QUEBRA POR VENDEDOR                  *   00002550
                                                                        00002560
       01 WRK-TAB-VP.                                                   00002570
          05 WRK-TAB-VP-QTD  PIC 9(04) VALUE 0.                         00002580
          05 WRK-TAB-VP-OCR OCCURS 2000 TIMES.                          00002590
             10 WRK-VP-CHAVE.                                           00002600
                15 WRK-VP-VENDEDOR PIC 9(03).                           00002610
                15 WRK-VP-CODIGO   PIC X(02).                           00002620
             10 WRK-VP-PRODUTO  PIC X(14).                              00002630
             10 WRK-VP-QTDE     PIC 9(07).                              00002640
             10 WRK-VP-RECEITA  PIC 9(09)V99.                           00002650
                                                                        00002660
       77 WRK-IND-VP          PIC 9(04).                                00002670
       77 WRK-IND-VS          PIC 9(04).                                00002680
       77 WRK-VP-TROCA        PIC X(37).                                00002690
                                                                        00002700
       01 WRK-CHAVE-VP.                                                 00002710
          05 WRK-CH-VENDEDOR  PIC 9(03).                                00002720
          05 WRK-CH-CODIGO    PIC X(02).                                00002730
                                                                        00002740
      *-----------VENDEDOR EM FECHAMENTO (QUEBRA DO EXTRATO)--------*   00002750
                                                                        00002760
       77 WRK-VEND-ATUAL      PIC 9(03).                                00002770
       77 WRK-TEM-VF          PIC X(01).                                00002780
       77 WRK-FUNC-ATIVO      PIC X(01).                                00002790
       77 WRK-FAIXA-ATUAL     PIC X(01).                                00002800
       77 WRK-META-ATUAL      PIC 9(09)V99.                             00002810
       77 WRK-IDFUNC-ATUAL    PIC 9(05).                                00002820
       77 WRK-PCT-COM         PIC 9(03)V99.                             00002830
       77 WRK-PCT-BONUS       PIC 9(03)V99.                             00002840
       77 WRK-ATING-BONUS     PIC 9(03).                                00002850
       77 WRK-VAL-LINHA       PIC 9(07)V99.                             00002860
       77 WRK-VS-QTDE         PIC 9(07).                                00002870
       77 WRK-VS-VENDAS       PIC 9(09)V99.                             00002880
       77 WRK-VS-COMISSAO     PIC 9(07)V99.                             00002890
       77 WRK-VS-BONUS        PIC 9(07)V99.                             00002900
       77 WRK-VS-TOTAL        PIC 9(07)V99.                             00002910
       77 WRK-VS-ATING        PIC 9(05)V99.                             00002920
       77 WRK-SITUACAO        PIC X(40).                                00002930
                                                                        00002940
       77 WRK-TOT-VENDAS      PIC 9(11)V99 VALUE 0.                     00002950
       77 WRK-TOT-PAGO        PIC 9(09)V99 VALUE 0.                     00002960
       77 WRK-TOT-RETIDO      PIC 9(09)V99 VALUE 0.                     00002970
                                                                        00002980
      *-----------EXCECOES------------------------------------------*   00002990
                                                                        00003000
       01 WRK-TAB-EXC.                                                  00003010
          05 WRK-TAB-EX-QTD  PIC 9(03) VALUE 0.                         00003020
          05 WRK-TAB-EX-OCR OCCURS 500 TIMES.                           00003030
             10 WRK-EX-VENDEDOR PIC 9(03).                              00003040
             10 WRK-EX-IDFUNC   PIC X(05).                              00003050
             10 WRK-EX-MOTIVO   PIC X(36).                              00003060
             10 WRK-EX-QTDE     PIC 9(07).                              00003070
             10 WRK-EX-VALOR    PIC 9(09)V99.                           00003080
                                                                        00003090
       77 WRK-IND-EX          PIC 9(03).                                00003100
                                                                        00003110
      *   VENDAS SEM VENDEDOR (ZERO OU INVALIDO NO RESUMO)              00003120
                                                                        00003130
       77 WRK-SV-QTDE         PIC 9(07) VALUE 0.                        00003140
       77 WRK-SV-RECEITA      PIC 9(09)V99 VALUE 0.                     00003150
                                                                        00003160
      *   CODIGOS DE PRODUTO QUE NAO ESTAO NO PRODMAS                   00003170
                                                                        00003180
       01 WRK-TAB-SP.                                                   00003190
          05 WRK-TAB-SP-QTD  PIC 9(02) VALUE 0.                         00003200
          05 WRK-TAB-SP-OCR OCCURS 50 TIMES.                            00003210
             10 WRK-SP-CODIGO   PIC X(02).                              00003220
             10 WRK-SP-QTDE     PIC 9(07).                              00003230
                                                                        00003240
       77 WRK-IND-SP          PIC 9(02).                                00003250
                                                                        00003260
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00003270
                                                                        00003280
       77 WRK-MSG-FINAL       PIC X(17) VALUE 'FINAL DE PROGRAMA'.      00003290
                                                                        00003300
      *--------------------STATUS-----------------------------------*   00003310
                                                                        00003320
       77 WRK-FS-VENDAS    PIC 9(02).                                   00003330
                                                                        00003340
       77 WRK-FS-PRODMAS   PIC 9(02).                                   00003350
                                                                        00003360
       77 WRK-FS-VENDFUNC  PIC 9(02).                                   00003370
                                                                        00003380
       77 WRK-FS-TABCOM    PIC 9(02).                                   00003390
                                                                        00003400
       77 WRK-FS-COMISSAO  PIC 9(02).                                   00003410
                                                                        00003420
       77 WRK-FS-RELCOM    PIC 9(02).                                   00003430
                                                                        00003440
      *--------------------LINHAS DO RELATORIO----------------------*   00003450
                                                                        00003460
       01 WRK-CABEC1.                                                   00003470
          05 FILLER   PIC X(44) VALUE                                   00003480
             'EXTRATO DE COMISSOES DE VENDAS - COMPET. '.               00003490
          05 WRK-C-MES        PIC 9(02).                                00003500
          05 FILLER           PIC X(01) VALUE '/'.                      00003510
          05 WRK-C-ANO        PIC 9(04).                                00003520
          05 FILLER           PIC X(29).                                00003530
                                                                        00003540
       01 WRK-CABEC-VEND.                                               00003550
          05 FILLER           PIC X(10) VALUE 'VENDEDOR: '.             00003560
          05 WRK-CV-VENDEDOR  PIC 9(03).                                00003570
          05 FILLER           PIC X(09) VALUE '  FUNC.: '.              00003580
          05 WRK-CV-IDFUNC    PIC X(05).                                00003590
          05 FILLER           PIC X(02).                                00003600
          05 WRK-CV-NOME      PIC X(30).                                00003610
          05 FILLER           PIC X(09) VALUE '  FAIXA: '.              00003620
          05 WRK-CV-FAIXA     PIC X(01).                                00003630
          05 FILLER           PIC X(11).                                00003640
                                                                        00003650
       01 WRK-CABEC-COL.                                                00003660
          05 FILLER   PIC X(44) VALUE                                   00003670
             'CD  PRODUTO            QTDE        RECEITA  '.            00003680
          05 FILLER   PIC X(36) VALUE                                   00003690
             '%COM.      COMISSAO'.                                     00003700
                                                                        00003710
       01 WRK-REL-DET.                                                  00003720
          05 WRK-R-CODIGO    PIC X(02).                                 00003730
          05 FILLER          PIC X(02).                                 00003740
          05 WRK-R-PRODUTO   PIC X(14).                                 00003750
          05 FILLER          PIC X(02).                                 00003760
          05 WRK-R-QTDE      PIC ZZZ.ZZ9.                               00003770
          05 FILLER          PIC X(02).                                 00003780
          05 WRK-R-RECEITA   PIC ZZZ.ZZZ.ZZ9,99.                        00003790
          05 FILLER          PIC X(02).                                 00003800
          05 WRK-R-PCT       PIC ZZ9,99.                                00003810
          05 FILLER          PIC X(02).                                 00003820
          05 WRK-R-COMISSAO  PIC Z.ZZZ.ZZ9,99.                          00003830
          05 FILLER          PIC X(15).                                 00003840
                                                                        00003850
       01 WRK-REL-RESUMO.                                               00003860
          05 FILLER          PIC X(04).                                 00003870
          05 WRK-RR-TITULO   PIC X(20).                                 00003880
          05 WRK-RR-VALOR    PIC ZZZ.ZZZ.ZZ9,99.                        00003890
          05 FILLER          PIC X(02).                                 00003900
          05 WRK-RR-COMPL    PIC X(20).                                 00003910
          05 WRK-RR-PCT      PIC ZZ9,99 BLANK WHEN ZERO.                00003920
          05 FILLER          PIC X(14).                                 00003930
                                                                        00003940
       01 WRK-REL-SITUACAO.                                             00003950
          05 FILLER          PIC X(04).                                 00003960
          05 FILLER          PIC X(20) VALUE 'SITUACAO............'.    00003970
          05 WRK-RS-SITUACAO PIC X(40).                                 00003980
          05 FILLER          PIC X(16).                                 00003990
                                                                        00004000
       01 WRK-CABEC-EXC.                                                00004010
          05 FILLER   PIC X(44) VALUE                                   00004020
             'EXCECOES'.                                                00004030
          05 FILLER   PIC X(36).                                        00004040
                                                                        00004050
       01 WRK-CABEC-EXC2.                                               00004060
          05 FILLER   PIC X(44) VALUE                                   00004070
             'VD.  FUNC.  MOTIVO                          '.            00004080
          05 FILLER   PIC X(36) VALUE                                   00004090
             '     QTDE          VALOR'.                                00004100
                                                                        00004110
       01 WRK-REL-EXC.                                                  00004120
          05 WRK-RX-CHAVE    PIC X(03).                                 00004130
          05 FILLER          PIC X(02).                                 00004140
          05 WRK-RX-IDFUNC   PIC X(05).                                 00004150
          05 FILLER          PIC X(02).                                 00004160
          05 WRK-RX-MOTIVO   PIC X(36).                                 00004170
          05 FILLER          PIC X(02).                                 00004180
          05 WRK-RX-QTDE     PIC ZZZ.ZZ9.                               00004190
          05 FILLER          PIC X(02).                                 00004200
          05 WRK-RX-VALOR    PIC ZZZ.ZZZ.ZZ9,99.                        00004210
          05 FILLER          PIC X(07).                                 00004220
                                                                        00004230
       01 WRK-REL-TOTAL.                                                00004240
          05 WRK-RT-TITULO   PIC X(24).                                 00004250
          05 WRK-RT-VALOR    PIC ZZ.ZZZ.ZZZ.ZZ9,99.                     00004260
          05 FILLER          PIC X(39).                                 00004270
                                                                        00004280
      *=============================================================*   00004290
       LINKAGE                                              SECTION.    00004300
      *-------------------------------------------------------------*   00004310
       01 LNK-ENTRADA.                                                  00004320
          05 LNK-LEN            PIC 9(04) COMP.                         00004330
          05 LNK-COMPET         PIC 9(06).                              00004340
                                                                        00004350
      *=============================================================*   00004360
       PROCEDURE DIVISION USING LNK-ENTRADA.                            00004370
      *=============================================================*   00004380
                                                                        00004390
      *=============================================================*   00004400
       0000-PRINCIPAL                                       SECTION.    00004410
                                                                        00004420
            PERFORM 1000-INICIAR.                                       00004430
            PERFORM 2000-PROCESSAR UNTIL WRK-FS-VENDAS EQUAL 10.        00004440
            PERFORM 3000-FINALIZAR.                                     00004450
                                                                        00004460
       0000-99-FIM.                                            EXIT.    00004470
      *=============================================================*   00004480
                                                                        00004490
      *=============================================================*   00004500
       1000-INICIAR                                         SECTION.    00004510
                                                                        00004520
      *          SEM COMPETENCIA NA PARM, O MES DA DATA DE NEGOCIO      00004530
      *          (A MESMA COMPETENCIA DA FOLHA DO FR21PAG1)             00004540
                                                                        00004550
            MOVE 'FR21COM1' TO LNK-DP-PROGRAMA.                         00004560
            MOVE ZEROS      TO LNK-DP-DIAS-TOL.                         00004570
            CALL 'FR21DTA1' USING LNK-DPRC.                             00004580
            MOVE LNK-DP-DATA TO WRK-DATA-SISTEMA.                       00004590
            MOVE WRK-DATA-SISTEMA(1:6) TO WRK-COMPET-N.                 00004600
                                                                        00004610
            IF LNK-LEN NOT LESS 6                                       00004620
               AND LNK-COMPET IS NUMERIC                                00004630
               AND LNK-COMPET GREATER ZEROS                             00004640
               MOVE LNK-COMPET TO WRK-COMPET-N                          00004650
            END-IF.                                                     00004660
                                                                        00004670
            IF WRK-CP-MES LESS 01 OR WRK-CP-MES GREATER 12              00004680
               MOVE 'FR21COM1'                  TO WRK-PROGRAMA         00004690
               MOVE '1000'                      TO WRK-SECAO            00004700
               MOVE 'COMPETENCIA INVALIDA     ' TO WRK-MENSAGEM         00004710
               MOVE SPACES                      TO WRK-STATUS           00004720
               PERFORM 9000-TRATARERROS                                 00004730
            END-IF.                                                     00004740
                                                                        00004750
            OPEN INPUT  VENDAS.                                         00004760
            OPEN INPUT  PRODMAS.                                        00004770
            OPEN INPUT  VENDFUNC.                                       00004780
            OPEN INPUT  TABCOM.                                         00004790
            OPEN OUTPUT COMISSAO.                                       00004800
            OPEN OUTPUT RELCOM.                                         00004810
                                                                        00004820
            IF WRK-FS-VENDAS NOT EQUAL ZEROS                            00004830
               MOVE 'FR21COM1'                  TO WRK-PROGRAMA         00004840
               MOVE '1000'                      TO WRK-SECAO            00004850
               MOVE 'ERRO OPEN VENDAS        - ' TO WRK-MENSAGEM        00004860
               MOVE WRK-FS-VENDAS               TO WRK-STATUS           00004870
               PERFORM 9000-TRATARERROS                                 00004880
            END-IF.                                                     00004890
                                                                        00004900
            IF WRK-FS-PRODMAS NOT EQUAL ZEROS                           00004910
               MOVE 'FR21COM1'                  TO WRK-PROGRAMA         00004920
               MOVE '1000'                      TO WRK-SECAO            00004930
               MOVE 'ERRO OPEN PRODUTOS      - ' TO WRK-MENSAGEM        00004940
               MOVE WRK-FS-PRODMAS              TO WRK-STATUS           00004950
               PERFORM 9000-TRATARERROS                                 00004960
            END-IF.                                                     00004970
                                                                        00004980
            IF WRK-FS-VENDFUNC NOT EQUAL ZEROS                          00004990
               MOVE 'FR21COM1'                  TO WRK-PROGRAMA         00005000
               MOVE '1000'                      TO WRK-SECAO            00005010
               MOVE 'ERRO OPEN VENDFUNC      - ' TO WRK-MENSAGEM        00005020
               MOVE WRK-FS-VENDFUNC             TO WRK-STATUS           00005030
               PERFORM 9000-TRATARERROS                                 00005040
            END-IF.                                                     00005050
                                                                        00005060
            IF WRK-FS-TABCOM NOT EQUAL ZEROS                            00005070
               MOVE 'FR21COM1'                  TO WRK-PROGRAMA         00005080
               MOVE '1000'                      TO WRK-SECAO            00005090
               MOVE 'ERRO OPEN TABCOM        - ' TO WRK-MENSAGEM        00005100
               MOVE WRK-FS-TABCOM               TO WRK-STATUS           00005110
               PERFORM 9000-TRATARERROS                                 00005120
            END-IF.                                                     00005130
                                                                        00005140
            IF WRK-FS-COMISSAO NOT EQUAL ZEROS                          00005150
               MOVE 'FR21COM1'                  TO WRK-PROGRAMA         00005160
               MOVE '1000'                      TO WRK-SECAO            00005170
               MOVE 'ERRO OPEN COMISSAO      - ' TO WRK-MENSAGEM        00005180
               MOVE WRK-FS-COMISSAO             TO WRK-STATUS           00005190
               PERFORM 9000-TRATARERROS                                 00005200
            END-IF.                                                     00005210
                                                                        00005220
            IF WRK-FS-RELCOM NOT EQUAL ZEROS                            00005230
               MOVE 'FR21COM1'                  TO WRK-PROGRAMA         00005240
               MOVE '1000'                      TO WRK-SECAO            00005250
               MOVE 'ERRO OPEN RELCOM        - ' TO WRK-MENSAGEM        00005260
               MOVE WRK-FS-RELCOM               TO WRK-STATUS           00005270
               PERFORM 9000-TRATARERROS                                 00005280
            END-IF.                                                     00005290
                                                                        00005300
            PERFORM 1200-CARREGAR-PRODUTOS.                             00005310
            PERFORM 1300-CARREGAR-VENDEDORES.                           00005320
            PERFORM 1400-CARREGAR-TAXAS.                                00005330
                                                                        00005340
            READ VENDAS.                                                00005350
                                                                        00005360
            IF WRK-FS-VENDAS NOT EQUAL ZEROS                            00005370
               DISPLAY 'VENDAS VAZIO - SEM COMISSAO NO MES'             00005380
            END-IF.                                                     00005390
                                                                        00005400
       1000-99-FIM.                                            EXIT.    00005410
      *=============================================================*   00005420
                                                                        00005430
      *=============================================================*   00005440
       1200-CARREGAR-PRODUTOS                               SECTION.    00005450
                                                                        00005460
           READ PRODMAS NEXT.                                           00005470
                                                                        00005480
           PERFORM UNTIL WRK-FS-PRODMAS NOT EQUAL ZEROS                 00005490
              IF WRK-TAB-PR-QTD LESS 50                                 00005500
                 ADD 1 TO WRK-TAB-PR-QTD                                00005510
                 MOVE WRK-TAB-PR-QTD TO WRK-IND-PR                      00005520
                 MOVE PRD-CODIGO  TO WRK-PR-CODIGO(WRK-IND-PR)          00005530
                 MOVE PRD-PRODUTO TO WRK-PR-PRODUTO(WRK-IND-PR)         00005540
                 MOVE PRD-VALOR   TO WRK-PR-VALOR(WRK-IND-PR)           00005550
              END-IF                                                    00005560
              READ PRODMAS NEXT                                         00005570
           END-PERFORM.                                                 00005580
                                                                        00005590
           IF WRK-TAB-PR-QTD EQUAL ZEROS                                00005600
              MOVE 'FR21COM1'                  TO WRK-PROGRAMA          00005610
              MOVE '1200'                      TO WRK-SECAO             00005620
              MOVE 'CADASTRO DE PRODUTOS VAZIO' TO WRK-MENSAGEM         00005630
              MOVE SPACES                      TO WRK-STATUS            00005640
              PERFORM 9000-TRATARERROS                                  00005650
           END-IF.                                                      00005660
                                                                        00005670
       1200-99-FIM.                                            EXIT.    00005680
      *=============================================================*   00005690
                                                                        00005700
      *=============================================================*   00005710
       1300-CARREGAR-VENDEDORES                             SECTION.    00005720
                                                                        00005730
           READ VENDFUNC.                                               00005740
                                                                        00005750
           PERFORM UNTIL WRK-FS-VENDFUNC NOT EQUAL ZEROS                00005760
              IF WRK-TAB-VF-QTD NOT LESS 500                            00005770
                 MOVE 'FR21COM1'                  TO WRK-PROGRAMA       00005780
                 MOVE '1300'                      TO WRK-SECAO          00005790
                 MOVE 'TABELA VENDFUNC ESTOUROU'  TO WRK-MENSAGEM       00005800
                 MOVE SPACES                      TO WRK-STATUS         00005810
                 PERFORM 9000-TRATARERROS                               00005820
              END-IF                                                    00005830
              ADD 1 TO WRK-TAB-VF-QTD                                   00005840
              MOVE WRK-TAB-VF-QTD TO WRK-IND-VF                         00005850
              MOVE FD-VF-VENDEDOR TO WRK-VF-VENDEDOR(WRK-IND-VF)        00005860
              MOVE FD-VF-IDFUNC   TO WRK-VF-IDFUNC(WRK-IND-VF)          00005870
              MOVE FD-VF-FAIXA    TO WRK-VF-FAIXA(WRK-IND-VF)           00005880
              MOVE FD-VF-META     TO WRK-VF-META(WRK-IND-VF)            00005890
              READ VENDFUNC                                             00005900
           END-PERFORM.                                                 00005910
                                                                        00005920
           IF WRK-TAB-VF-QTD EQUAL ZEROS                                00005930
              DISPLAY 'VENDFUNC VAZIO - NENHUM VENDEDOR LIGADO'         00005940
           END-IF.                                                      00005950
                                                                        00005960
       1300-99-FIM.                                            EXIT.    00005970
      *=============================================================*   00005980
                                                                        00005990
      *=============================================================*   00006000
       1400-CARREGAR-TAXAS                                  SECTION.    00006010
                                                                        00006020
           READ TABCOM.                                                 00006030
                                                                        00006040
           PERFORM UNTIL WRK-FS-TABCOM NOT EQUAL ZEROS                  00006050
              IF FD-TC-TIPO EQUAL 'C' OR FD-TC-TIPO EQUAL 'B'           00006060
                 IF WRK-TAB-TC-QTD NOT LESS 200                         00006070
                    MOVE 'FR21COM1'                  TO WRK-PROGRAMA    00006080
                    MOVE '1400'                      TO WRK-SECAO       00006090
                    MOVE 'TABELA TABCOM ESTOUROU'    TO WRK-MENSAGEM    00006100
                    MOVE SPACES                      TO WRK-STATUS      00006110
                    PERFORM 9000-TRATARERROS                            00006120
                 END-IF                                                 00006130
                 ADD 1 TO WRK-TAB-TC-QTD                                00006140
                 MOVE WRK-TAB-TC-QTD TO WRK-IND-TC                      00006150
                 MOVE FD-TC-TIPO    TO WRK-TC-TIPO(WRK-IND-TC)          00006160
                 MOVE FD-TC-FAIXA   TO WRK-TC-FAIXA(WRK-IND-TC)         00006170
                 MOVE FD-TC-PRODUTO TO WRK-TC-PRODUTO(WRK-IND-TC)       00006180
                 MOVE FD-TC-ATING   TO WRK-TC-ATING(WRK-IND-TC)         00006190
                 MOVE FD-TC-PCT     TO WRK-TC-PCT(WRK-IND-TC)           00006200
              END-IF                                                    00006210
              READ TABCOM                                               00006220
           END-PERFORM.                                                 00006230
                                                                        00006240
           IF WRK-TAB-TC-QTD EQUAL ZEROS                                00006250
              DISPLAY 'TABCOM VAZIO - COMISSOES ZERADAS'                00006260
           END-IF.                                                      00006270
                                                                        00006280
       1400-99-FIM.                                            EXIT.    00006290
      *=============================================================*   00006300
                                                                        00006310
      *=============================================================*   00006320
       2000-PROCESSAR                                       SECTION.    00006330
                                                                        00006340
           ADD 1 TO WRK-LIDOS.                                          00006350
                                                                        00006360
           IF FD-VD-ANOMES NOT EQUAL WRK-COMPET-N                       00006370
              ADD 1 TO WRK-FORA-COMPET                                  00006380
              GO TO 2000-50-LER                                         00006390
           END-IF.                                                      00006400
                                                                        00006410
      *                 EXTENSAO DA VENDA PELO PRECO DO CADASTRO        00006420
                                                                        00006430
           MOVE 'N' TO WRK-ACHOU.                                       00006440
           PERFORM VARYING WRK-IND-PR FROM 1 BY 1 UNTIL                 00006450
              WRK-IND-PR > WRK-TAB-PR-QTD OR WRK-ACHOU = 'S'            00006460
              IF WRK-PR-CODIGO(WRK-IND-PR) EQUAL FD-VD-CODIGO           00006470
                 MOVE 'S' TO WRK-ACHOU                                  00006480
                 SUBTRACT 1 FROM WRK-IND-PR                             00006490
              END-IF                                                    00006500
           END-PERFORM.                                                 00006510
                                                                        00006520
           IF WRK-ACHOU NOT EQUAL 'S'                                   00006530
              PERFORM 2050-PRODUTO-SEM-CADASTRO                         00006540
              GO TO 2000-50-LER                                         00006550
           END-IF.                                                      00006560
                                                                        00006570
           COMPUTE WRK-RECEITA =                                        00006580
              FD-VD-QTDE * WRK-PR-VALOR(WRK-IND-PR).                    00006590
                                                                        00006600
           ADD 1 TO WRK-VALORIZADOS.                                    00006610
                                                                        00006620
      *                 VENDA SEM VENDEDOR NAO GERA COMISSAO            00006630
                                                                        00006640
           IF FD-VD-VENDEDOR NOT NUMERIC                                00006650
              OR FD-VD-VENDEDOR EQUAL ZEROS                             00006660
              ADD FD-VD-QTDE  TO WRK-SV-QTDE                            00006670
              ADD WRK-RECEITA TO WRK-SV-RECEITA                         00006680
              GO TO 2000-50-LER                                         00006690
           END-IF.                                                      00006700
                                                                        00006710
           PERFORM 2100-ACUMULAR.                                       00006720
                                                                        00006730
       2000-50-LER.                                                     00006740
                                                                        00006750
           READ VENDAS.                                                 00006760
                                                                        00006770
       2000-99-FIM.                                            EXIT.    00006780
      *=============================================================*   00006790
                                                                        00006800
      *=============================================================*   00006810
       2050-PRODUTO-SEM-CADASTRO                            SECTION.    00006820
                                                                        00006830
           MOVE 'N' TO WRK-ACHOU.                                       00006840
           PERFORM VARYING WRK-IND-SP FROM 1 BY 1 UNTIL                 00006850
              WRK-IND-SP > WRK-TAB-SP-QTD OR WRK-ACHOU = 'S'            00006860
              IF WRK-SP-CODIGO(WRK-IND-SP) EQUAL FD-VD-CODIGO           00006870
                 MOVE 'S' TO WRK-ACHOU                                  00006880
                 SUBTRACT 1 FROM WRK-IND-SP                             00006890
              END-IF                                                    00006900
           END-PERFORM.                                                 00006910
                                                                        00006920
           IF WRK-ACHOU NOT EQUAL 'S'                                   00006930
              IF WRK-TAB-SP-QTD LESS 50                                 00006940
                 ADD 1 TO WRK-TAB-SP-QTD                                00006950
                 MOVE WRK-TAB-SP-QTD TO WRK-IND-SP                      00006960
                 MOVE FD-VD-CODIGO TO WRK-SP-CODIGO(WRK-IND-SP)         00006970
                 MOVE ZEROS        TO WRK-SP-QTDE(WRK-IND-SP)           00006980
              ELSE                                                      00006990
                 GO TO 2050-99-FIM                                      00007000
              END-IF                                                    00007010
           END-IF.                                                      00007020
                                                                        00007030
           ADD FD-VD-QTDE TO WRK-SP-QTDE(WRK-IND-SP).                   00007040
                                                                        00007050
       2050-99-FIM.                                            EXIT.    00007060
      *=============================================================*   00007070
                                                                        00007080
      *=============================================================*   00007090
       2100-ACUMULAR                                        SECTION.    00007100
                                                                        00007110
           MOVE FD-VD-VENDEDOR TO WRK-CH-VENDEDOR.                      00007120
           MOVE FD-VD-CODIGO   TO WRK-CH-CODIGO.                        00007130
                                                                        00007140
           MOVE 'N' TO WRK-ACHOU.                                       00007150
           PERFORM VARYING WRK-IND-VP FROM 1 BY 1 UNTIL                 00007160
              WRK-IND-VP > WRK-TAB-VP-QTD OR WRK-ACHOU = 'S'            00007170
              IF WRK-VP-CHAVE(WRK-IND-VP) EQUAL WRK-CHAVE-VP            00007180
                 MOVE 'S' TO WRK-ACHOU                                  00007190
                 SUBTRACT 1 FROM WRK-IND-VP                             00007200
              END-IF                                                    00007210
           END-PERFORM.                                                 00007220
                                                                        00007230
           IF WRK-ACHOU NOT EQUAL 'S'                                   00007240
              IF WRK-TAB-VP-QTD NOT LESS 2000                           00007250
                 MOVE 'FR21COM1'                  TO WRK-PROGRAMA       00007260
                 MOVE '2100'                      TO WRK-SECAO          00007270
                 MOVE 'TABELA DE VENDAS ESTOUROU' TO WRK-MENSAGEM       00007280
                 MOVE SPACES                      TO WRK-STATUS         00007290
                 PERFORM 9000-TRATARERROS                               00007300
              END-IF                                                    00007310
              ADD 1 TO WRK-TAB-VP-QTD                                   00007320
              MOVE WRK-TAB-VP-QTD TO WRK-IND-VP                         00007330
              MOVE WRK-CHAVE-VP   TO WRK-VP-CHAVE(WRK-IND-VP)           00007340
              MOVE WRK-PR-PRODUTO(WRK-IND-PR)                           00007350
                                  TO WRK-VP-PRODUTO(WRK-IND-VP)         00007360
              MOVE ZEROS          TO WRK-VP-QTDE(WRK-IND-VP)            00007370
              MOVE ZEROS          TO WRK-VP-RECEITA(WRK-IND-VP)         00007380
           END-IF.                                                      00007390
                                                                        00007400
           ADD FD-VD-QTDE  TO WRK-VP-QTDE(WRK-IND-VP).                  00007410
           ADD WRK-RECEITA TO WRK-VP-RECEITA(WRK-IND-VP).               00007420
                                                                        00007430
       2100-99-FIM.                                         EXIT.       00007440
      *=============================================================*   00007450
                                                                        00007460
      *=============================================================*   00007470
       3000-FINALIZAR                                       SECTION.    00007480
                                                                        00007490
      *                 ORDEM DE VENDEDOR E PRODUTO PARA O EXTRATO      00007500
                                                                        00007510
           PERFORM VARYING WRK-IND-VP FROM 1 BY 1                       00007520
                   UNTIL WRK-IND-VP NOT LESS WRK-TAB-VP-QTD             00007530
              COMPUTE WRK-IND-VS = WRK-IND-VP + 1                       00007540
              PERFORM UNTIL WRK-IND-VS GREATER WRK-TAB-VP-QTD           00007550
                 IF WRK-VP-CHAVE(WRK-IND-VS) LESS                       00007560
                    WRK-VP-CHAVE(WRK-IND-VP)                            00007570
                    MOVE WRK-TAB-VP-OCR(WRK-IND-VP)                     00007580
                         TO WRK-VP-TROCA                                00007590
                    MOVE WRK-TAB-VP-OCR(WRK-IND-VS)                     00007600
                         TO WRK-TAB-VP-OCR(WRK-IND-VP)                  00007610
                    MOVE WRK-VP-TROCA                                   00007620
                         TO WRK-TAB-VP-OCR(WRK-IND-VS)                  00007630
                 END-IF                                                 00007640
                 ADD 1 TO WRK-IND-VS                                    00007650
              END-PERFORM                                               00007660
           END-PERFORM.                                                 00007670
                                                                        00007680
           MOVE WRK-CP-MES TO WRK-C-MES.                                00007690
           MOVE WRK-CP-ANO TO WRK-C-ANO.                                00007700
           WRITE FD-RELCOM FROM WRK-CABEC1.                             00007710
                                                                        00007720
      *                 UM EXTRATO POR VENDEDOR                         00007730
                                                                        00007740
           MOVE 999 TO WRK-VEND-ATUAL.                                  00007750
           PERFORM VARYING WRK-IND-VP FROM 1 BY 1                       00007760
                   UNTIL WRK-IND-VP > WRK-TAB-VP-QTD                    00007770
              IF WRK-VP-VENDEDOR(WRK-IND-VP) NOT EQUAL WRK-VEND-ATUAL   00007780
                 OR WRK-IND-VP EQUAL 1                                  00007790
                 IF WRK-IND-VP GREATER 1                                00007800
                    PERFORM 3200-FECHAR-VENDEDOR                        00007810
                 END-IF                                                 00007820
                 PERFORM 3100-ABRIR-VENDEDOR                            00007830
              END-IF                                                    00007840
              PERFORM 3150-LINHA-PRODUTO                                00007850
           END-PERFORM.                                                 00007860
                                                                        00007870
           IF WRK-TAB-VP-QTD GREATER ZEROS                              00007880
              PERFORM 3200-FECHAR-VENDEDOR                              00007890
           END-IF.                                                      00007900
                                                                        00007910
           PERFORM 3500-EXCECOES.                                       00007920
                                                                        00007930
           WRITE FD-RELCOM FROM WRK-LINHA-VAZIA.                        00007940
           MOVE 'VENDAS DOS VENDEDORES..' TO WRK-RT-TITULO.             00007950
           MOVE WRK-TOT-VENDAS            TO WRK-RT-VALOR.              00007960
           WRITE FD-RELCOM FROM WRK-REL-TOTAL.                          00007970
           MOVE 'COMISSAO PAGA NA FOLHA.' TO WRK-RT-TITULO.             00007980
           MOVE WRK-TOT-PAGO              TO WRK-RT-VALOR.              00007990
           WRITE FD-RELCOM FROM WRK-REL-TOTAL.                          00008000
           MOVE 'COMISSAO NAO PAGA......' TO WRK-RT-TITULO.             00008010
           MOVE WRK-TOT-RETIDO            TO WRK-RT-VALOR.              00008020
           WRITE FD-RELCOM FROM WRK-REL-TOTAL.                          00008030
                                                                        00008040
           DISPLAY 'COMPETENCIA...........' WRK-COMPET-N.               00008050
           DISPLAY 'VENDAS LIDAS..........' WRK-LIDOS.                  00008060
           DISPLAY 'FORA DA COMPETENCIA...' WRK-FORA-COMPET.            00008070
           DISPLAY 'VENDAS VALORIZADAS....' WRK-VALORIZADOS.            00008080
           DISPLAY 'COMISSOES GRAVADAS....' WRK-GRAVADOS.               00008090
           DISPLAY 'EXCECOES..............' WRK-EXCECOES.               00008100
           DISPLAY WRK-MSG-FINAL.                                       00008110
                                                                        00008120
           CLOSE VENDAS.                                                00008130
           CLOSE PRODMAS.                                               00008140
           CLOSE VENDFUNC.                                              00008150
           CLOSE TABCOM.                                                00008160
           CLOSE COMISSAO.                                              00008170
           CLOSE RELCOM.                                                00008180
                                                                        00008190
           STOP RUN.                                                    00008200
                                                                        00008210
       3000-99-FIM.                                            EXIT.    00008220
      *=============================================================*   00008230
                                                                        00008240
      *=============================================================*   00008250
       3100-ABRIR-VENDEDOR                                  SECTION.    00008260
                                                                        00008270
           MOVE WRK-VP-VENDEDOR(WRK-IND-VP) TO WRK-VEND-ATUAL.          00008280
           MOVE ZEROS TO WRK-VS-QTDE.                                   00008290
           MOVE ZEROS TO WRK-VS-VENDAS.                                 00008300
           MOVE ZEROS TO WRK-VS-COMISSAO.                               00008310
           MOVE ZEROS TO WRK-IDFUNC-ATUAL.                              00008320
           MOVE ZEROS TO WRK-META-ATUAL.                                00008330
           MOVE SPACE TO WRK-FAIXA-ATUAL.                               00008340
                                                                        00008350
           MOVE 'N' TO WRK-TEM-VF.                                      00008360
           PERFORM VARYING WRK-IND-VF FROM 1 BY 1 UNTIL                 00008370
              WRK-IND-VF > WRK-TAB-VF-QTD OR WRK-TEM-VF = 'S'           00008380
              IF WRK-VF-VENDEDOR(WRK-IND-VF) EQUAL WRK-VEND-ATUAL       00008390
                 MOVE 'S' TO WRK-TEM-VF                                 00008400
                 MOVE WRK-VF-IDFUNC(WRK-IND-VF) TO WRK-IDFUNC-ATUAL     00008410
                 MOVE WRK-VF-FAIXA(WRK-IND-VF)  TO WRK-FAIXA-ATUAL      00008420
                 MOVE WRK-VF-META(WRK-IND-VF)   TO WRK-META-ATUAL       00008430
              END-IF                                                    00008440
           END-PERFORM.                                                 00008450
                                                                        00008460
      *                 FUNCIONARIO ATIVO DO VENDEDOR                   00008470
                                                                        00008480
           MOVE SPACES TO DB2-NOME.                                     00008490
           MOVE 'N'    TO WRK-FUNC-ATIVO.                               00008500
           MOVE 'SEM VENDFUNC - NAO PAGO' TO WRK-SITUACAO.              00008510
                                                                        00008520
           IF WRK-TEM-VF EQUAL 'S'                                      00008530
              MOVE WRK-IDFUNC-ATUAL TO DB2-ID                           00008540
              EXEC SQL                                                  00008550
                   SELECT NOME                                          00008560
                     INTO :DB2-NOME                                     00008570
                     FROM IVAN.FUNC                                     00008580
                    WHERE ID = :DB2-ID                                  00008590
                      AND DATADEM IS NULL                               00008600
                    FETCH FIRST ROW ONLY                                00008610
              END-EXEC                                                  00008620
              EVALUATE SQLCODE                                          00008630
                 WHEN 0                                                 00008640
                    MOVE 'S'             TO WRK-FUNC-ATIVO              00008650
                    MOVE 'PAGO NA FOLHA' TO WRK-SITUACAO                00008660
                 WHEN 100                                               00008670
                    MOVE 'SEM FUNCIONARIO ATIVO - NAO PAGO'             00008680
                                         TO WRK-SITUACAO                00008690
                 WHEN OTHER                                             00008700
                    MOVE SQLCODE TO WRK-SQLCODE                         00008710
                    MOVE 'FR21COM1'                  TO WRK-PROGRAMA    00008720
                    MOVE '3100'                      TO WRK-SECAO       00008730
                    MOVE 'ERRO SELECT FUNC        - ' TO WRK-MENSAGEM   00008740
                    MOVE ZEROS                       TO WRK-STATUS      00008750
                    PERFORM 9000-TRATARERROS                            00008760
              END-EVALUATE                                              00008770
           END-IF.                                                      00008780
                                                                        00008790
           WRITE FD-RELCOM FROM WRK-LINHA-VAZIA.                        00008800
           MOVE WRK-VEND-ATUAL   TO WRK-CV-VENDEDOR.                    00008810
           IF WRK-TEM-VF EQUAL 'S'                                      00008820
              MOVE WRK-IDFUNC-ATUAL TO WRK-CV-IDFUNC                    00008830
           ELSE                                                         00008840
              MOVE '-----'          TO WRK-CV-IDFUNC                    00008850
           END-IF.                                                      00008860
           MOVE DB2-NOME         TO WRK-CV-NOME.                        00008870
           MOVE WRK-FAIXA-ATUAL  TO WRK-CV-FAIXA.                       00008880
           WRITE FD-RELCOM FROM WRK-CABEC-VEND.                         00008890
           WRITE FD-RELCOM FROM WRK-CABEC-COL.                          00008900
                                                                        00008910
       3100-99-FIM.                                            EXIT.    00008920
      *=============================================================*   00008930
                                                                        00008940
      *=============================================================*   00008950
       3150-LINHA-PRODUTO                                   SECTION.    00008960
                                                                        00008970
      *          TAXA DA FAIXA PARA O PRODUTO; NA FALTA, A TAXA         00008980
      *          GERAL DA FAIXA ('**')                                  00008990
                                                                        00009000
           MOVE ZEROS TO WRK-PCT-COM.                                   00009010
                                                                        00009020
           IF WRK-TEM-VF EQUAL 'S'                                      00009030
              MOVE 'N' TO WRK-ACHOU                                     00009040
              PERFORM VARYING WRK-IND-TC FROM 1 BY 1 UNTIL              00009050
                 WRK-IND-TC > WRK-TAB-TC-QTD OR WRK-ACHOU = 'S'         00009060
                 IF WRK-TC-TIPO(WRK-IND-TC)    EQUAL 'C'                00009070
                    AND WRK-TC-FAIXA(WRK-IND-TC) EQUAL WRK-FAIXA-ATUAL  00009080
                    AND WRK-TC-PRODUTO(WRK-IND-TC)                      00009090
                        EQUAL WRK-VP-CODIGO(WRK-IND-VP)                 00009100
                    MOVE 'S' TO WRK-ACHOU                               00009110
                    MOVE WRK-TC-PCT(WRK-IND-TC) TO WRK-PCT-COM          00009120
                 END-IF                                                 00009130
              END-PERFORM                                               00009140
              PERFORM VARYING WRK-IND-TC FROM 1 BY 1 UNTIL              00009150
                 WRK-IND-TC > WRK-TAB-TC-QTD OR WRK-ACHOU = 'S'         00009160
                 IF WRK-TC-TIPO(WRK-IND-TC)    EQUAL 'C'                00009170
                    AND WRK-TC-FAIXA(WRK-IND-TC) EQUAL WRK-FAIXA-ATUAL  00009180
                    AND WRK-TC-PRODUTO(WRK-IND-TC) EQUAL '**'           00009190
                    MOVE 'S' TO WRK-ACHOU                               00009200
                    MOVE WRK-TC-PCT(WRK-IND-TC) TO WRK-PCT-COM          00009210
                 END-IF                                                 00009220
              END-PERFORM                                               00009230
           END-IF.                                                      00009240
                                                                        00009250
           COMPUTE WRK-VAL-LINHA ROUNDED =                              00009260
              WRK-VP-RECEITA(WRK-IND-VP) * WRK-PCT-COM / 100.           00009270
                                                                        00009280
           ADD WRK-VP-QTDE(WRK-IND-VP)    TO WRK-VS-QTDE.               00009290
           ADD WRK-VP-RECEITA(WRK-IND-VP) TO WRK-VS-VENDAS.             00009300
           ADD WRK-VAL-LINHA              TO WRK-VS-COMISSAO.           00009310
                                                                        00009320
           MOVE WRK-VP-CODIGO(WRK-IND-VP)  TO WRK-R-CODIGO.             00009330
           MOVE WRK-VP-PRODUTO(WRK-IND-VP) TO WRK-R-PRODUTO.            00009340
           MOVE WRK-VP-QTDE(WRK-IND-VP)    TO WRK-R-QTDE.               00009350
           MOVE WRK-VP-RECEITA(WRK-IND-VP) TO WRK-R-RECEITA.            00009360
           MOVE WRK-PCT-COM                TO WRK-R-PCT.                00009370
           MOVE WRK-VAL-LINHA              TO WRK-R-COMISSAO.           00009380
           WRITE FD-RELCOM FROM WRK-REL-DET.                            00009390
                                                                        00009400
       3150-99-FIM.                                            EXIT.    00009410
      *=============================================================*   00009420
                                                                        00009430
      *=============================================================*   00009440
       3200-FECHAR-VENDEDOR                                 SECTION.    00009450
                                                                        00009460
      *          ATINGIMENTO DA META E BONUS DO MAIOR DEGRAU ALCANCADO  00009470
                                                                        00009480
           MOVE ZEROS TO WRK-VS-ATING.                                  00009490
           MOVE ZEROS TO WRK-PCT-BONUS.                                 00009500
           MOVE ZEROS TO WRK-ATING-BONUS.                               00009510
           MOVE ZEROS TO WRK-VS-BONUS.                                  00009520
                                                                        00009530
           IF WRK-META-ATUAL GREATER ZEROS                              00009540
              COMPUTE WRK-VS-ATING ROUNDED =                            00009550
                 WRK-VS-VENDAS * 100 / WRK-META-ATUAL                   00009560
                 ON SIZE ERROR                                          00009570
                    MOVE 99999,99 TO WRK-VS-ATING                       00009580
              END-COMPUTE                                               00009590
              PERFORM VARYING WRK-IND-TC FROM 1 BY 1 UNTIL              00009600
                 WRK-IND-TC > WRK-TAB-TC-QTD                            00009610
                 IF WRK-TC-TIPO(WRK-IND-TC)    EQUAL 'B'                00009620
                    AND WRK-TC-FAIXA(WRK-IND-TC) EQUAL WRK-FAIXA-ATUAL  00009630
                    AND WRK-TC-ATING(WRK-IND-TC)                        00009640
                        NOT GREATER WRK-VS-ATING                        00009650
                    AND WRK-TC-ATING(WRK-IND-TC)                        00009660
                        NOT LESS WRK-ATING-BONUS                        00009670
                    MOVE WRK-TC-ATING(WRK-IND-TC) TO WRK-ATING-BONUS    00009680
                    MOVE WRK-TC-PCT(WRK-IND-TC)   TO WRK-PCT-BONUS      00009690
                 END-IF                                                 00009700
              END-PERFORM                                               00009710
              COMPUTE WRK-VS-BONUS ROUNDED =                            00009720
                 WRK-VS-VENDAS * WRK-PCT-BONUS / 100                    00009730
           END-IF.                                                      00009740
                                                                        00009750
           COMPUTE WRK-VS-TOTAL = WRK-VS-COMISSAO + WRK-VS-BONUS.       00009760
                                                                        00009770
           ADD WRK-VS-VENDAS TO WRK-TOT-VENDAS.                         00009780
                                                                        00009790
      *          SO FUNCIONARIO ATIVO RECEBE; O RESTO VAI PARA AS       00009800
      *          EXCECOES COM O VALOR QUE DEIXOU DE SER PAGO            00009810
                                                                        00009820
           IF WRK-FUNC-ATIVO EQUAL 'S'                                  00009830
              IF WRK-VS-TOTAL GREATER ZEROS                             00009840
                 MOVE SPACES           TO REG-COMISSAO                  00009850
                 MOVE WRK-IDFUNC-ATUAL TO CMS-IDFUNC                    00009860
                 MOVE WRK-COMPET-N     TO CMS-COMPET                    00009870
                 MOVE WRK-VEND-ATUAL   TO CMS-VENDEDOR                  00009880
                 MOVE WRK-VS-VENDAS    TO CMS-VENDAS                    00009890
                 MOVE WRK-VS-COMISSAO  TO CMS-COMISSAO                  00009900
                 MOVE WRK-VS-BONUS     TO CMS-BONUS                     00009910
                 MOVE WRK-VS-TOTAL     TO CMS-TOTAL                     00009920
                 MOVE WRK-DATA-SISTEMA TO CMS-DATA                      00009930
                 WRITE REG-COMISSAO                                     00009940
                 IF WRK-FS-COMISSAO NOT EQUAL ZEROS                     00009950
                    MOVE 'FR21COM1'                  TO WRK-PROGRAMA    00009960
                    MOVE '3200'                      TO WRK-SECAO       00009970
                    MOVE 'ERRO WRITE COMISSAO     - ' TO WRK-MENSAGEM   00009980
                    MOVE WRK-FS-COMISSAO             TO WRK-STATUS      00009990
                    PERFORM 9000-TRATARERROS                            00010000
                 END-IF                                                 00010010
                 ADD 1 TO WRK-GRAVADOS                                  00010020
                 ADD WRK-VS-TOTAL TO WRK-TOT-PAGO                       00010030
              END-IF                                                    00010040
           ELSE                                                         00010050
              ADD WRK-VS-TOTAL TO WRK-TOT-RETIDO                        00010060
              PERFORM 3250-GUARDAR-EXCECAO                              00010070
           END-IF.                                                      00010080
                                                                        00010090
           MOVE SPACES TO WRK-RR-COMPL.                                 00010100
           MOVE ZEROS  TO WRK-RR-PCT.                                   00010110
           MOVE 'VENDAS DO MES.......' TO WRK-RR-TITULO.                00010120
           MOVE WRK-VS-VENDAS          TO WRK-RR-VALOR.                 00010130
           WRITE FD-RELCOM FROM WRK-REL-RESUMO.                         00010140
           MOVE 'COMISSAO............' TO WRK-RR-TITULO.                00010150
           MOVE WRK-VS-COMISSAO        TO WRK-RR-VALOR.                 00010160
           WRITE FD-RELCOM FROM WRK-REL-RESUMO.                         00010170
           MOVE 'META DO MES.........' TO WRK-RR-TITULO.                00010180
           MOVE WRK-META-ATUAL         TO WRK-RR-VALOR.                 00010190
           MOVE 'ATINGIMENTO (%)....:' TO WRK-RR-COMPL.                 00010200
           MOVE WRK-VS-ATING           TO WRK-RR-PCT.                   00010210
           WRITE FD-RELCOM FROM WRK-REL-RESUMO.                         00010220
           MOVE 'BONUS...............' TO WRK-RR-TITULO.                00010230
           MOVE WRK-VS-BONUS           TO WRK-RR-VALOR.                 00010240
           MOVE 'PERCENTUAL BONUS...:' TO WRK-RR-COMPL.                 00010250
           MOVE WRK-PCT-BONUS          TO WRK-RR-PCT.                   00010260
           WRITE FD-RELCOM FROM WRK-REL-RESUMO.                         00010270
           MOVE SPACES TO WRK-RR-COMPL.                                 00010280
           MOVE ZEROS  TO WRK-RR-PCT.                                   00010290
           MOVE 'TOTAL A RECEBER.....' TO WRK-RR-TITULO.                00010300
           MOVE WRK-VS-TOTAL           TO WRK-RR-VALOR.                 00010310
           WRITE FD-RELCOM FROM WRK-REL-RESUMO.                         00010320
           MOVE WRK-SITUACAO           TO WRK-RS-SITUACAO.              00010330
           WRITE FD-RELCOM FROM WRK-REL-SITUACAO.                       00010340
                                                                        00010350
       3200-99-FIM.                                            EXIT.    00010360
      *=============================================================*   00010370
                                                                        00010380
      *=============================================================*   00010390
       3250-GUARDAR-EXCECAO                                 SECTION.    00010400
                                                                        00010410
           IF WRK-TAB-EX-QTD NOT LESS 500                               00010420
              GO TO 3250-99-FIM                                         00010430
           END-IF.                                                      00010440
                                                                        00010450
           ADD 1 TO WRK-TAB-EX-QTD.                                     00010460
           MOVE WRK-TAB-EX-QTD TO WRK-IND-EX.                           00010470
           MOVE WRK-VEND-ATUAL TO WRK-EX-VENDEDOR(WRK-IND-EX).          00010480
           MOVE WRK-VS-QTDE    TO WRK-EX-QTDE(WRK-IND-EX).              00010490
           MOVE WRK-VS-TOTAL   TO WRK-EX-VALOR(WRK-IND-EX).             00010500
                                                                        00010510
           IF WRK-TEM-VF EQUAL 'S'                                      00010520
              MOVE WRK-IDFUNC-ATUAL TO WRK-EX-IDFUNC(WRK-IND-EX)        00010530
              MOVE 'VENDEDOR SEM FUNCIONARIO ATIVO'                     00010540
                                    TO WRK-EX-MOTIVO(WRK-IND-EX)        00010550
           ELSE                                                         00010560
              MOVE '-----'          TO WRK-EX-IDFUNC(WRK-IND-EX)        00010570
              MOVE 'VENDEDOR SEM CADASTRO NO VENDFUNC'                  00010580
                                    TO WRK-EX-MOTIVO(WRK-IND-EX)        00010590
           END-IF.                                                      00010600
                                                                        00010610
       3250-99-FIM.                                            EXIT.    00010620
      *=============================================================*   00010630
                                                                        00010640
      *=============================================================*   00010650
       3500-EXCECOES                                        SECTION.    00010660
                                                                        00010670
           WRITE FD-RELCOM FROM WRK-LINHA-VAZIA.                        00010680
           WRITE FD-RELCOM FROM WRK-CABEC-EXC.                          00010690
           WRITE FD-RELCOM FROM WRK-LINHA-VAZIA.                        00010700
           WRITE FD-RELCOM FROM WRK-CABEC-EXC2.                         00010710
                                                                        00010720
      *                 VENDEDORES QUE NAO RECEBEM PELA FOLHA           00010730
                                                                        00010740
           PERFORM VARYING WRK-IND-EX FROM 1 BY 1                       00010750
                   UNTIL WRK-IND-EX > WRK-TAB-EX-QTD                    00010760
              MOVE WRK-EX-VENDEDOR(WRK-IND-EX) TO WRK-RX-CHAVE          00010770
              MOVE WRK-EX-IDFUNC(WRK-IND-EX)   TO WRK-RX-IDFUNC         00010780
              MOVE WRK-EX-MOTIVO(WRK-IND-EX)   TO WRK-RX-MOTIVO         00010790
              MOVE WRK-EX-QTDE(WRK-IND-EX)     TO WRK-RX-QTDE           00010800
              MOVE WRK-EX-VALOR(WRK-IND-EX)    TO WRK-RX-VALOR          00010810
              WRITE FD-RELCOM FROM WRK-REL-EXC                          00010820
              ADD 1 TO WRK-EXCECOES                                     00010830
           END-PERFORM.                                                 00010840
                                                                        00010850
      *                 VENDAS SEM VENDEDOR (VALOR = RECEITA)           00010860
                                                                        00010870
           IF WRK-SV-QTDE GREATER ZEROS                                 00010880
              MOVE '000'                       TO WRK-RX-CHAVE          00010890
              MOVE SPACES                      TO WRK-RX-IDFUNC         00010900
              MOVE 'VENDA SEM VENDEDOR NO RESUMO'                       00010910
                                               TO WRK-RX-MOTIVO         00010920
              MOVE WRK-SV-QTDE                 TO WRK-RX-QTDE           00010930
              MOVE WRK-SV-RECEITA              TO WRK-RX-VALOR          00010940
              WRITE FD-RELCOM FROM WRK-REL-EXC                          00010950
              ADD 1 TO WRK-EXCECOES                                     00010960
           END-IF.                                                      00010970
                                                                        00010980
      *                 PRODUTOS QUE NAO ESTAO NO CADASTRO              00010990
                                                                        00011000
           PERFORM VARYING WRK-IND-SP FROM 1 BY 1                       00011010
                   UNTIL WRK-IND-SP > WRK-TAB-SP-QTD                    00011020
              MOVE WRK-SP-CODIGO(WRK-IND-SP)   TO WRK-RX-CHAVE          00011030
              MOVE SPACES                      TO WRK-RX-IDFUNC         00011040
              MOVE 'PRODUTO FORA DO CADASTRO PRODMAS'                   00011050
                                               TO WRK-RX-MOTIVO         00011060
              MOVE WRK-SP-QTDE(WRK-IND-SP)     TO WRK-RX-QTDE           00011070
              MOVE ZEROS                       TO WRK-RX-VALOR          00011080
              WRITE FD-RELCOM FROM WRK-REL-EXC                          00011090
              ADD 1 TO WRK-EXCECOES                                     00011100
           END-PERFORM.                                                 00011110
                                                                        00011120
           IF WRK-EXCECOES EQUAL ZEROS                                  00011130
              MOVE SPACES                      TO WRK-REL-EXC           00011140
              MOVE 'NENHUMA EXCECAO NO MES'    TO WRK-RX-MOTIVO         00011150
              WRITE FD-RELCOM FROM WRK-REL-EXC                          00011160
           END-IF.                                                      00011170
                                                                        00011180
       3500-99-FIM.                                            EXIT.    00011190
      *=============================================================*   00011200
                                                                        00011210
      *=============================================================*   00011220
       9000-TRATARERROS                                     SECTION.    00011230
                                                                        00011240
             MOVE 'E' TO WRK-SEVERIDADE.                                00011250
             CALL 'GRAVALOG' USING WRK-DADOS.                           00011260
             STOP RUN.                                                  00011270
                                                                        00011280
       9000-99-FIM.                                            EXIT.    00011290
      *=============================================================*   00011300
