      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21CAP1.                                            00000050
                                                                        00000060
      *=============================================================*   00000070
      *   AUTOR....:VICTOR ARANDA                                       00000080
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000090
      *   DATA ....:15/10/2026                                          00000100
      *-------------------------------------------------------------*   00000110
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000120
      *  1.0   15/10/26   VICTOR ARANDA       VERSAO INICIAL            00000130
      *-------------------------------------------------------------*   00000140
      *   OBJETIVO: CONTAS A PAGAR - PROGRAMACAO DIARIA DE PAGAMENTOS.  00000150
      *      LE A CARTEIRA DE TITULOS A PAGAR (CTAPAG), INCLUI OS       00000160
      *      TITULOS ALIMENTADOS PELOS SISTEMAS (TITPAG: FATURA DA      00000170
      *      OPERADORA AUTORIZADA NO FR21CAR1, GUIAS DO FR21GIA1 E      00000180
      *      PEDIDO DOS VALES DO FR21VAL1) E OS LANCAMENTOS MANUAIS     00000190
      *      (PAGMAN), NUMERANDO CADA TITULO NOVO. A MESMA ORIGEM +     00000200
      *      FAVORECIDO + DOCUMENTO NAO ENTRA DUAS VEZES: TITULO        00000210
      *      AINDA EM ABERTO TEM VALOR E VENCIMENTO ATUALIZADOS,        00000220
      *      TITULO JA REMETIDO OU PAGO E CRITICADO. LANCAMENTO         00000230
      *      MANUAL COM SITUACAO 'C' CANCELA O TITULO EM ABERTO.        00000240
      *      O RETORNO DO BANCO (RETPAG) BAIXA OS TITULOS PAGOS;        00000250
      *      O REJEITADO VOLTA A FICAR EM ABERTO. EM SEGUIDA            00000260
      *      SELECIONA OS TITULOS EM ABERTO QUE VENCEM DENTRO DO        00000270
      *      PRAZO DO BANCO (DIAS UTEIS DO DATANEG, PARM) OU JA         00000280
      *      VENCIDOS E GRAVA A REMESSA DE PAGAMENTOS (REMPAG) COM      00000290
      *      OS DADOS BANCARIOS DO FAVORECIDO (FAVPAG); VENCIMENTO      00000300
      *      EM DIA NAO UTIL E PAGO NO DIA UTIL ANTERIOR, VENCIDO       00000310
      *      E PAGO HOJE. GRAVA A CARTEIRA ATUALIZADA (CTAPAGN)         00000320
      *      E O RELPAG (CRITICAS, RETORNO, REMESSA, ENVELHECIMENTO     00000330
      *      DOS TITULOS EM ABERTO E PREVISAO DE DESEMBOLSO POR         00000340
      *      FAIXA DE VENCIMENTO). TITULOS PAGOS OU CANCELADOS HA       00000350
      *      MAIS DE 60 DIAS SAEM DA CARTEIRA. COM CRITICA OU           00000360
      *      REJEICAO DO BANCO ENCERRA COM RETURN-CODE 4; ERRO DE       00000370
      *      ARQUIVO, COM 8.                                            00000380
      *-------------------------------------------------------------*   00000390
      *   ARQUIVOS.....:                                                00000400
      *                                                                 00000410
      *   NAME                I/O                                       00000420
      *   CTAPAG               I   (CARTEIRA ANTERIOR - PAGBOOK)        00000430
      *   FAVPAG               I   (CADASTRO DE FAVORECIDOS)            00000440
      *   TITPAG               I   (TITULOS DOS SISTEMAS - PAGBOOK)     00000450
      *   PAGMAN               I   (LANCAMENTOS MANUAIS - PAGBOOK)      00000460
      *   RETPAG               I   (RETORNO DOS PAGAMENTOS)             00000470
      *   CTAPAGN              O   (CARTEIRA ATUALIZADA)                00000480
      *   REMPAG               O   (REMESSA DE PAGAMENTOS)              00000490
      *   RELPAG               O   (PROGRAMACAO E PREVISAO)             00000500
      *-------------------------------------------------------------*   00000510
      *   MODULOS....:                                                  00000520
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000530
      *   FR21DTA1             DATA DE NEGOCIO DA JANELA (LNKDPRC)      00000540
      *   DATANEG              CALENDARIO DE DIAS UTEIS (LNKDTNEG)      00000550
      *-------------------------------------------------------------*   00000560
      *   PARM.....: PRAZO DO BANCO EM DIAS UTEIS 9(02) (OMITIDA =      00000570
      *               02)                                               00000580
      *=============================================================*   00000590
       ENVIRONMENT                               DIVISION.              00000600
      *=============================================================*   00000610
                                                                        00000620
      *-------------------------------------------------------------*   00000630
       CONFIGURATION                                        SECTION.    00000640
      *-------------------------------------------------------------*   00000650
       SPECIAL-NAMES.                                                   00000660
           DECIMAL-POINT IS COMMA.                                      00000670
                                                                        00000680
                                                                        00000690
       INPUT-OUTPUT                                         SECTION.    00000700
       FILE-CONTROL.                                                    00000710
           SELECT CTAPAG ASSIGN TO CTAPAG                               00000720
               FILE STATUS  IS WRK-FS-CTAPAG.                           00000730
                                                                        00000740
           SELECT FAVPAG    ASSIGN TO FAVPAG                            00000750
               FILE STATUS  IS WRK-FS-FAVPAG.                           00000760
                                                                        00000770
           SELECT TITPAG    ASSIGN TO TITPAG                            00000780
               FILE STATUS  IS WRK-FS-TITPAG.                           00000790
                                                                        00000800
           SELECT PAGMAN    ASSIGN TO PAGMAN                            00000810
               FILE STATUS  IS WRK-FS-PAGMAN.                           00000820
                                                                        00000830
           SELECT RETPAG    ASSIGN TO RETPAG                            00000840
               FILE STATUS  IS WRK-FS-RETPAG.                           00000850
                                                                        00000860
           SELECT CTAPAGN ASSIGN TO CTAPAGN                             00000870
               FILE STATUS  IS WRK-FS-CTAPAGN.                          00000880
                                                                        00000890
           SELECT REMPAG    ASSIGN TO REMPAG                            00000900
               FILE STATUS  IS WRK-FS-REMPAG.                           00000910
                                                                        00000920
           SELECT RELPAG    ASSIGN TO RELPAG                            00000930
               FILE STATUS  IS WRK-FS-RELPAG.                           00000940
                                                                        00000950
      *=============================================================*   00000960
       DATA                                                DIVISION.    00000970
      *=============================================================*   00000980
       FILE                                                 SECTION.    00000990
      *=============================================================*   00001000
                                                                        00001010
      *-------------------------------------------------------------*   00001020
      *       CARTEIRA DE TITULOS A PAGAR   LRECL = 140             *   00001030
      *-------------------------------------------------------------*   00001040
       FD CTAPAG                                                        00001050
           RECORDING  MODE IS F                                         00001060
           BLOCK CONTAINS 0 RECORDS.                                    00001070
                                                                        00001080
       COPY 'PAGBOOK'.                                                  00001090
                                                                        00001100
      *-------------------------------------------------------------*   00001110
      *       CADASTRO DE FAVORECIDOS       LRECL = 80              *   00001120
      *       FORMA 'C' CREDITO EM CONTA (BANCO/AGENCIA/CONTA       *   00001130
      *       OBRIGATORIOS) / 'T' TRIBUTO (GUIA COM CODIGO DE       *   00001140
      *       BARRAS, SEM CONTA). SITUACAO 'A' ATIVO / 'I' INATIVO  *   00001150
      *-------------------------------------------------------------*   00001160
       FD FAVPAG                                                        00001170
           RECORDING  MODE IS F                                         00001180
           BLOCK CONTAINS 0 RECORDS.                                    00001190
                                                                        00001200
       01 FD-FAVPAG.                                                    00001210
          05 FD-FV-CODIGO    PIC X(06).                                 00001220
          05 FD-FV-NOME      PIC X(30).                                 00001230
          05 FD-FV-CNPJ      PIC 9(14).                                 00001240
          05 FD-FV-FORMA     PIC X(01).                                 00001250
          05 FD-FV-BANCO     PIC 9(03).                                 00001260
          05 FD-FV-AGENCIA   PIC 9(05).                                 00001270
          05 FD-FV-CONTA     PIC X(12).                                 00001280
          05 FD-FV-SITUACAO  PIC X(01).                                 00001290
          05 FILLER          PIC X(08).                                 00001300
                                                                        00001310
      *-------------------------------------------------------------*   00001320
      *       TITULOS DOS SISTEMAS          LRECL = 140 (PAGBOOK)   *   00001330
      *-------------------------------------------------------------*   00001340
       FD TITPAG                                                        00001350
           RECORDING  MODE IS F                                         00001360
           BLOCK CONTAINS 0 RECORDS.                                    00001370
                                                                        00001380
       01 FD-TITPAG       PIC X(140).                                   00001390
                                                                        00001400
      *-------------------------------------------------------------*   00001410
      *       LANCAMENTOS MANUAIS           LRECL = 140 (PAGBOOK)   *   00001420
      *-------------------------------------------------------------*   00001430
       FD PAGMAN                                                        00001440
           RECORDING  MODE IS F                                         00001450
           BLOCK CONTAINS 0 RECORDS.                                    00001460
                                                                        00001470
       01 FD-PAGMAN       PIC X(140).                                   00001480
                                                                        00001490
      *-------------------------------------------------------------*   00001500
      *       RETORNO DOS PAGAMENTOS        LRECL = 80              *   00001510
      *       SEQ = NUMERO DO TITULO ENVIADO NA REMESSA             *   00001520
      *       OCORRENCIA '00' PAGO / OUTRA = REJEITADO PELO BANCO   *   00001530
      *-------------------------------------------------------------*   00001540
       FD RETPAG                                                        00001550
           RECORDING  MODE IS F                                         00001560
           BLOCK CONTAINS 0 RECORDS.                                    00001570
                                                                        00001580
       01 FD-RETPAG.                                                    00001590
          05 FD-RP-SEQ         PIC 9(07).                               00001600
          05 FD-RP-OCORRENCIA  PIC X(02).                               00001610
          05 FD-RP-DATA-PAGTO  PIC 9(08).                               00001620
          05 FD-RP-VALOR-PAGO  PIC 9(11)V99.                            00001630
          05 FILLER            PIC X(50).                               00001640
                                                                        00001650
      *-------------------------------------------------------------*   00001660
      *       CARTEIRA ATUALIZADA           LRECL = 140             *   00001670
      *-------------------------------------------------------------*   00001680
       FD CTAPAGN                                                       00001690
           RECORDING  MODE IS F                                         00001700
           BLOCK CONTAINS 0 RECORDS.                                    00001710
                                                                        00001720
       01 FD-CTAPAGN   PIC X(140).                                      00001730
                                                                        00001740
      *-------------------------------------------------------------*   00001750
      *       REMESSA DE PAGAMENTOS         LRECL = 120             *   00001760
      *       '0' HEADER / '1' PAGAMENTO / '9' TRAILER              *   00001770
      *-------------------------------------------------------------*   00001780
       FD REMPAG                                                        00001790
           RECORDING  MODE IS F                                         00001800
           BLOCK CONTAINS 0 RECORDS.                                    00001810
                                                                        00001820
       01 FD-REMPAG       PIC X(120).                                   00001830
                                                                        00001840
      *-------------------------------------------------------------*   00001850
      *       ARQUIVO DE SAIDA   RELPAG   LRECL = 100               *   00001860
      *-------------------------------------------------------------*   00001870
       FD RELPAG                                                        00001880
           RECORDING  MODE IS F                                         00001890
           BLOCK CONTAINS 0 RECORDS.                                    00001900
                                                                        00001910
       01 FD-RELPAG       PIC X(100).                                   00001920
                                                                        00001930
      *-------------------------------------------------------------*   00001940
       WORKING-STORAGE                                      SECTION.    00001950
      *-------------------------------------------------------------*   00001960
                                                                        00001970
      *------------------LOG-DE-ERROS-------------------------------*   00001980
                                                                        00001990
       01 WRK-DADOS.                                                    00002000
           05 WRK-PROGRAMA  PIC X(08).                                  00002010
           05 WRK-SECAO     PIC X(04).                                  00002020
           05 WRK-MENSAGEM  PIC X(30).                                  00002030
           05 WRK-STATUS    PIC X(02).                                  00002040
           05 WRK-SEVERIDADE PIC X(01).                                 00002050
           05 FILLER        PIC X(22).                                  00002060
                                                                        00002070
      *------------------DATA DE NEGOCIO----------------------------*   00002080
                                                                        00002090
           COPY 'LNKDPRC'.                                              00002100
                                                                        00002110
      *------------------CALENDARIO DE DIAS UTEIS-------------------*   00002120
                                                                        00002130
           COPY 'LNKDTNEG'.                                             00002140
                                                                        00002150
      *--------------------LOGICA-----------------------------------*   00002160
                                                                        00002170
       77 WRK-TITULOS-ANT     PIC 9(05) VALUE 0.                        00002180
       77 WRK-INCLUIDOS       PIC 9(05) VALUE 0.                        00002190
       77 WRK-ATUALIZADOS     PIC 9(05) VALUE 0.                        00002200
       77 WRK-DUPLICADOS      PIC 9(05) VALUE 0.                        00002210
       77 WRK-CANCELADOS      PIC 9(05) VALUE 0.                        00002220
       77 WRK-CRITICADOS      PIC 9(05) VALUE 0.                        00002230
       77 WRK-PAGOS           PIC 9(05) VALUE 0.                        00002240
       77 WRK-REJEITADOS      PIC 9(05) VALUE 0.                        00002250
       77 WRK-REMETIDOS       PIC 9(05) VALUE 0.                        00002260
       77 WRK-ATRASADOS       PIC 9(05) VALUE 0.                        00002270
       77 WRK-EXPURGADOS      PIC 9(05) VALUE 0.                        00002280
       77 WRK-GRAVADOS        PIC 9(05) VALUE 0.                        00002290
                                                                        00002300
       77 WRK-HOJE            PIC 9(08) VALUE 0.                        00002310
       77 WRK-HOJE-INT        PIC 9(08) VALUE 0.                        00002320
       77 WRK-VENC-INT        PIC 9(08) VALUE 0.                        00002330
       77 WRK-DATA-INT        PIC 9(08) VALUE 0.                        00002340
       77 WRK-DIAS            PIC S9(05) VALUE 0.                       00002350
       77 WRK-PRAZO           PIC 9(02) VALUE 02.                       00002360
       77 WRK-DIAS-UTEIS      PIC 9(08) VALUE 0.                        00002370
       77 WRK-DATA-PAGTO      PIC 9(08) VALUE 0.                        00002380
       77 WRK-ULT-SEQ         PIC 9(07) VALUE 0.                        00002390
       77 WRK-VALOR-REM       PIC 9(13)V99 VALUE 0.                     00002400
       77 WRK-EXPURGO-DIAS    PIC 9(03) VALUE 060.                      00002410
       77 WRK-CRITICA         PIC X(27).                                00002420
       77 WRK-ORIGEM-CARGA    PIC X(01).                                00002430
       77 WRK-MARCA-ATRASO    PIC X(07).                                00002440
                                                                        00002450
      *-----------CADASTRO DE FAVORECIDOS EM TABELA-----------------*   00002460
                                                                        00002470
       01 WRK-TAB-FAVORECIDOS.                                          00002480
          05 WRK-TAB-FV-QTD  PIC 9(03) VALUE 0.                         00002490
          05 WRK-TAB-FV-OCR OCCURS 200 TIMES.                           00002500
             10 WRK-FV-CODIGO   PIC X(06).                              00002510
             10 WRK-FV-NOME     PIC X(30).                              00002520
             10 WRK-FV-CNPJ     PIC 9(14).                              00002530
             10 WRK-FV-FORMA    PIC X(01).                              00002540
             10 WRK-FV-BANCO    PIC 9(03).                              00002550
             10 WRK-FV-AGENCIA  PIC 9(05).                              00002560
             10 WRK-FV-CONTA    PIC X(12).                              00002570
             10 WRK-FV-SITUACAO PIC X(01).                              00002580
                                                                        00002590
       77 WRK-IND-FV          PIC 9(03).                                00002600
                                                                        00002610
      *-----------CARTEIRA EM TABELA--------------------------------*   00002620
                                                                        00002630
       01 WRK-TAB-TITULOS.                                              00002640
          05 WRK-TAB-TI-QTD  PIC 9(04) VALUE 0.                         00002650
          05 WRK-TAB-TI-OCR OCCURS 2000 TIMES.                          00002660
             10 WRK-TI-SEQ        PIC 9(07).                            00002670
             10 WRK-TI-ORIGEM     PIC X(04).                            00002680
             10 WRK-TI-FAVORECIDO PIC X(06).                            00002690
             10 WRK-TI-DOCUMENTO  PIC X(15).                            00002700
             10 WRK-TI-EMISSAO    PIC 9(08).                            00002710
             10 WRK-TI-VENCTO     PIC 9(08).                            00002720
             10 WRK-TI-VALOR      PIC 9(11)V99.                         00002730
             10 WRK-TI-SITUACAO   PIC X(01).                            00002740
             10 WRK-TI-DATA-REM   PIC 9(08).                            00002750
             10 WRK-TI-DATA-PAGTO PIC 9(08).                            00002760
             10 WRK-TI-VALOR-PAGO PIC 9(11)V99.                         00002770
             10 WRK-TI-HISTORICO  PIC X(30).                            00002780
                                                                        00002790
       77 WRK-IND-TI          PIC 9(04).                                00002800
       77 WRK-ACHOU           PIC X(01).                                00002810
       77 WRK-ACHOU-FV        PIC X(01).                                00002820
                                                                        00002830
      *-----------ENVELHECIMENTO DOS TITULOS EM ABERTO--------------*   00002840
                                                                        00002850
       77 WRK-AG-A-VENCER     PIC 9(13)V99 VALUE 0.                     00002860
       77 WRK-AG-030          PIC 9(13)V99 VALUE 0.                     00002870
       77 WRK-AG-060          PIC 9(13)V99 VALUE 0.                     00002880
       77 WRK-AG-061          PIC 9(13)V99 VALUE 0.                     00002890
                                                                        00002900
      *-----------PREVISAO DE DESEMBOLSO POR VENCIMENTO-------------*   00002910
                                                                        00002920
       77 WRK-PV-VENCIDOS     PIC 9(13)V99 VALUE 0.                     00002930
       77 WRK-PV-007          PIC 9(13)V99 VALUE 0.                     00002940
       77 WRK-PV-015          PIC 9(13)V99 VALUE 0.                     00002950
       77 WRK-PV-030          PIC 9(13)V99 VALUE 0.                     00002960
       77 WRK-PV-060          PIC 9(13)V99 VALUE 0.                     00002970
       77 WRK-PV-MAIS         PIC 9(13)V99 VALUE 0.                     00002980
       77 WRK-PV-TOTAL        PIC 9(13)V99 VALUE 0.                     00002990
                                                                        00003000
       77 WRK-MSG-FINAL       PIC X(17) VALUE 'FINAL DE PROGRAMA'.      00003010
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00003020
                                                                        00003030
      *--------------------STATUS-----------------------------------*   00003040
                                                                        00003050
       77 WRK-FS-CTAPAG  PIC 9(02).                                     00003060
       77 WRK-FS-FAVPAG     PIC 9(02).                                  00003070
       77 WRK-FS-TITPAG     PIC 9(02).                                  00003080
       77 WRK-FS-PAGMAN     PIC 9(02).                                  00003090
       77 WRK-FS-RETPAG     PIC 9(02).                                  00003100
       77 WRK-FS-CTAPAGN PIC 9(02).                                     00003110
       77 WRK-FS-REMPAG     PIC 9(02).                                  00003120
       77 WRK-FS-RELPAG     PIC 9(02).                                  00003130
                                                                        00003140
      *--------------------REGISTROS DA REMESSA---------------------*   00003150
                                                                        00003160
       01 WRK-REM-HEADER.                                               00003170
          05 FILLER           PIC X(01) VALUE '0'.                      00003180
          05 WRK-RH-DATA      PIC 9(08).                                00003190
          05 FILLER           PIC X(111) VALUE SPACES.                  00003200
                                                                        00003210
       01 WRK-REM-DETALHE.                                              00003220
          05 FILLER           PIC X(01) VALUE '1'.                      00003230
          05 WRK-RD-SEQ       PIC 9(07).                                00003240
          05 WRK-RD-FAVORECIDO PIC X(06).                               00003250
          05 WRK-RD-NOME      PIC X(30).                                00003260
          05 WRK-RD-CNPJ      PIC 9(14).                                00003270
          05 WRK-RD-FORMA     PIC X(01).                                00003280
          05 WRK-RD-BANCO     PIC 9(03).                                00003290
          05 WRK-RD-AGENCIA   PIC 9(05).                                00003300
          05 WRK-RD-CONTA     PIC X(12).                                00003310
          05 WRK-RD-DOCUMENTO PIC X(15).                                00003320
          05 WRK-RD-DATA-PAGTO PIC 9(08).                               00003330
          05 WRK-RD-VALOR     PIC 9(11)V99.                             00003340
          05 FILLER           PIC X(05) VALUE SPACES.                   00003350
                                                                        00003360
       01 WRK-REM-TRAILER.                                              00003370
          05 FILLER           PIC X(01) VALUE '9'.                      00003380
          05 WRK-RT-QTDE      PIC 9(07).                                00003390
          05 WRK-RT-VALOR     PIC 9(13)V99.                             00003400
          05 FILLER           PIC X(97) VALUE SPACES.                   00003410
                                                                        00003420
      *--------------------LINHAS DO RELATORIO----------------------*   00003430
                                                                        00003440
       01 WRK-CABEC1.                                                   00003450
          05 FILLER   PIC X(43) VALUE                                   00003460
             'CONTAS A PAGAR - PROGRAMACAO DE PAGAMENTOS'.              00003470
          05 WRK-CAB-DATA PIC 9(08).                                    00003480
          05 FILLER   PIC X(16) VALUE '   PRAZO BANCO: '.               00003490
          05 WRK-CAB-PRAZO PIC Z9.                                      00003500
          05 FILLER   PIC X(31) VALUE ' DIAS UTEIS'.                    00003510
                                                                        00003520
       01 WRK-TITULO-SEC.                                               00003530
          05 WRK-TS-TEXTO    PIC X(60).                                 00003540
          05 FILLER          PIC X(40).                                 00003550
                                                                        00003560
       01 WRK-DETALHE.                                                  00003570
          05 WRK-D-SEQ       PIC 9(07).                                 00003580
          05 FILLER          PIC X(01).                                 00003590
          05 WRK-D-ORIGEM    PIC X(04).                                 00003600
          05 FILLER          PIC X(01).                                 00003610
          05 WRK-D-FAVOR     PIC X(06).                                 00003620
          05 FILLER          PIC X(01).                                 00003630
          05 WRK-D-DOCUMENTO PIC X(15).                                 00003640
          05 FILLER          PIC X(01).                                 00003650
          05 WRK-D-VENCTO    PIC 9(08).                                 00003660
          05 FILLER          PIC X(01).                                 00003670
          05 WRK-D-DATA      PIC 9(08).                                 00003680
          05 FILLER          PIC X(01).                                 00003690
          05 WRK-D-VALOR     PIC ZZ.ZZZ.ZZZ.ZZ9,99.                     00003700
          05 FILLER          PIC X(01).                                 00003710
          05 WRK-D-TEXTO     PIC X(27).                                 00003720
          05 FILLER          PIC X(01).                                 00003730
                                                                        00003740
       01 WRK-DET-AGE.                                                  00003750
          05 WRK-A-SEQ       PIC 9(07).                                 00003760
          05 FILLER          PIC X(01).                                 00003770
          05 WRK-A-FAVOR     PIC X(06).                                 00003780
          05 FILLER          PIC X(01).                                 00003790
          05 WRK-A-DOCUMENTO PIC X(15).                                 00003800
          05 FILLER          PIC X(01).                                 00003810
          05 WRK-A-VENCTO    PIC 9(08).                                 00003820
          05 FILLER          PIC X(01).                                 00003830
          05 WRK-A-VALOR     PIC ZZ.ZZZ.ZZZ.ZZ9,99.                     00003840
          05 FILLER          PIC X(01).                                 00003850
          05 WRK-A-DIAS      PIC ZZZZ9-.                                00003860
          05 FILLER          PIC X(01).                                 00003870
          05 WRK-A-FAIXA     PIC X(10).                                 00003880
          05 FILLER          PIC X(01).                                 00003890
          05 WRK-A-SITUACAO  PIC X(08).                                 00003900
          05 FILLER          PIC X(16).                                 00003910
                                                                        00003920
       01 WRK-TOTAL.                                                    00003930
          05 WRK-T-TEXTO     PIC X(30).                                 00003940
          05 WRK-T-VALOR     PIC ZZ.ZZZ.ZZZ.ZZ9,99.                     00003950
          05 FILLER          PIC X(53).                                 00003960
                                                                        00003970
       01 WRK-TOTAL-QTD.                                                00003980
          05 WRK-TQ-TEXTO    PIC X(30).                                 00003990
          05 WRK-TQ-QTD      PIC ZZ.ZZ9.                                00004000
          05 FILLER          PIC X(64).                                 00004010
                                                                        00004020
      *-------------------------------------------------------------*   00004030
       LINKAGE                                              SECTION.    00004040
      *-------------------------------------------------------------*   00004050
       01 LNK-ENTRADA.                                                  00004060
          05 LNK-LEN            PIC 9(04) COMP.                         00004070
          05 LNK-PRAZO          PIC 9(02).                              00004080
                                                                        00004090
      *=============================================================*   00004100
       PROCEDURE DIVISION USING LNK-ENTRADA.                            00004110
      *=============================================================*   00004120
                                                                        00004130
      *=============================================================*   00004140
       0000-PRINCIPAL                                       SECTION.    00004150
                                                                        00004160
            PERFORM 1000-INICIAR.                                       00004170
            PERFORM 1100-CARREGAR-FAVORECIDOS.                          00004180
            PERFORM 1300-CARREGAR-CARTEIRA.                             00004190
            PERFORM 1400-CARREGAR-ALIMENTACAO.                          00004200
            PERFORM 1500-APLICAR-RETORNO.                               00004210
            PERFORM 2000-SELECIONAR-REMESSA.                            00004220
            PERFORM 3000-FINALIZAR.                                     00004230
                                                                        00004240
       0000-99-FIM.                                            EXIT.    00004250
      *=============================================================*   00004260
                                                                        00004270
      *=============================================================*   00004280
       1000-INICIAR                                         SECTION.    00004290
                                                                        00004300
            MOVE 'FR21CAP1' TO LNK-DP-PROGRAMA.                         00004310
            MOVE ZEROS      TO LNK-DP-DIAS-TOL.                         00004320
            CALL 'FR21DTA1' USING LNK-DPRC.                             00004330
            MOVE LNK-DP-DATA TO WRK-HOJE.                               00004340
                                                                        00004350
            COMPUTE WRK-HOJE-INT =                                      00004360
               FUNCTION INTEGER-OF-DATE(WRK-HOJE).                      00004370
                                                                        00004380
            IF LNK-LEN NOT LESS 2                                       00004390
               IF LNK-PRAZO IS NUMERIC                                  00004400
                  MOVE LNK-PRAZO TO WRK-PRAZO                           00004410
               END-IF                                                   00004420
            END-IF.                                                     00004430
                                                                        00004440
            OPEN INPUT  CTAPAG.                                         00004450
            OPEN INPUT  FAVPAG.                                         00004460
            OPEN INPUT  TITPAG.                                         00004470
            OPEN INPUT  PAGMAN.                                         00004480
            OPEN INPUT  RETPAG.                                         00004490
            OPEN OUTPUT CTAPAGN.                                        00004500
            OPEN OUTPUT REMPAG.                                         00004510
            OPEN OUTPUT RELPAG.                                         00004520
                                                                        00004530
            IF WRK-FS-FAVPAG NOT EQUAL ZEROS                            00004540
               MOVE 'FR21CAP1'                  TO WRK-PROGRAMA         00004550
               MOVE '1000'                      TO WRK-SECAO            00004560
               MOVE 'ERRO OPEN FAVORECIDOS    ' TO WRK-MENSAGEM         00004570
               MOVE WRK-FS-FAVPAG               TO WRK-STATUS           00004580
               PERFORM 9000-TRATARERROS                                 00004590
            END-IF.                                                     00004600
                                                                        00004610
            IF WRK-FS-CTAPAGN NOT EQUAL ZEROS                           00004620
               MOVE 'FR21CAP1'                  TO WRK-PROGRAMA         00004630
               MOVE '1000'                      TO WRK-SECAO            00004640
               MOVE 'ERRO OPEN CARTEIRA NOVA  ' TO WRK-MENSAGEM         00004650
               MOVE WRK-FS-CTAPAGN           TO WRK-STATUS              00004660
               PERFORM 9000-TRATARERROS                                 00004670
            END-IF.                                                     00004680
                                                                        00004690
            IF WRK-FS-REMPAG NOT EQUAL ZEROS                            00004700
               MOVE 'FR21CAP1'                  TO WRK-PROGRAMA         00004710
               MOVE '1000'                      TO WRK-SECAO            00004720
               MOVE 'ERRO OPEN REMESSA        ' TO WRK-MENSAGEM         00004730
               MOVE WRK-FS-REMPAG               TO WRK-STATUS           00004740
               PERFORM 9000-TRATARERROS                                 00004750
            END-IF.                                                     00004760
                                                                        00004770
            MOVE WRK-HOJE  TO WRK-RH-DATA.                              00004780
            WRITE FD-REMPAG FROM WRK-REM-HEADER.                        00004790
                                                                        00004800
            MOVE WRK-HOJE  TO WRK-CAB-DATA.                             00004810
            MOVE WRK-PRAZO TO WRK-CAB-PRAZO.                            00004820
            WRITE FD-RELPAG FROM WRK-CABEC1.                            00004830
            WRITE FD-RELPAG FROM WRK-LINHA-VAZIA.                       00004840
                                                                        00004850
       1000-99-FIM.                                            EXIT.    00004860
      *=============================================================*   00004870
                                                                        00004880
      *=============================================================*   00004890
       1100-CARREGAR-FAVORECIDOS                            SECTION.    00004900
                                                                        00004910
           READ FAVPAG.                                                 00004920
                                                                        00004930
           PERFORM UNTIL WRK-FS-FAVPAG NOT EQUAL ZEROS                  00004940
              IF WRK-TAB-FV-QTD NOT LESS 200                            00004950
                 MOVE 'FR21CAP1'                  TO WRK-PROGRAMA       00004960
                 MOVE '1100'                      TO WRK-SECAO          00004970
                 MOVE 'EXCESSO DE FAVORECIDOS   ' TO WRK-MENSAGEM       00004980
                 MOVE SPACES                      TO WRK-STATUS         00004990
                 PERFORM 9000-TRATARERROS                               00005000
              END-IF                                                    00005010
              ADD 1 TO WRK-TAB-FV-QTD                                   00005020
              MOVE WRK-TAB-FV-QTD  TO WRK-IND-FV                        00005030
              MOVE FD-FV-CODIGO    TO WRK-FV-CODIGO(WRK-IND-FV)         00005040
              MOVE FD-FV-NOME      TO WRK-FV-NOME(WRK-IND-FV)           00005050
              MOVE FD-FV-CNPJ      TO WRK-FV-CNPJ(WRK-IND-FV)           00005060
              MOVE FD-FV-FORMA     TO WRK-FV-FORMA(WRK-IND-FV)          00005070
              MOVE FD-FV-BANCO     TO WRK-FV-BANCO(WRK-IND-FV)          00005080
              MOVE FD-FV-AGENCIA   TO WRK-FV-AGENCIA(WRK-IND-FV)        00005090
              MOVE FD-FV-CONTA     TO WRK-FV-CONTA(WRK-IND-FV)          00005100
              MOVE FD-FV-SITUACAO  TO WRK-FV-SITUACAO(WRK-IND-FV)       00005110
              READ FAVPAG                                               00005120
           END-PERFORM.                                                 00005130
                                                                        00005140
       1100-99-FIM.                                            EXIT.    00005150
      *=============================================================*   00005160
                                                                        00005170
      *=============================================================*   00005180
       1300-CARREGAR-CARTEIRA                               SECTION.    00005190
                                                                        00005200
           IF WRK-FS-CTAPAG NOT EQUAL ZEROS                             00005210
              DISPLAY 'SEM CARTEIRA ANTERIOR - SO TITULOS NOVOS'        00005220
              GO TO 1300-99-FIM                                         00005230
           END-IF.                                                      00005240
                                                                        00005250
           READ CTAPAG.                                                 00005260
                                                                        00005270
           PERFORM UNTIL WRK-FS-CTAPAG NOT EQUAL ZEROS                  00005280
              PERFORM 1350-GUARDAR-TITULO                               00005290
              ADD 1 TO WRK-TITULOS-ANT                                  00005300
              IF PAG-SEQ GREATER WRK-ULT-SEQ                            00005310
                 MOVE PAG-SEQ TO WRK-ULT-SEQ                            00005320
              END-IF                                                    00005330
              READ CTAPAG                                               00005340
           END-PERFORM.                                                 00005350
                                                                        00005360
       1300-99-FIM.                                            EXIT.    00005370
      *=============================================================*   00005380
                                                                        00005390
      *=============================================================*   00005400
       1350-GUARDAR-TITULO                                  SECTION.    00005410
                                                                        00005420
           IF WRK-TAB-TI-QTD NOT LESS 2000                              00005430
              MOVE 'FR21CAP1'                  TO WRK-PROGRAMA          00005440
              MOVE '1350'                      TO WRK-SECAO             00005450
              MOVE 'EXCESSO DE TITULOS       ' TO WRK-MENSAGEM          00005460
              MOVE SPACES                      TO WRK-STATUS            00005470
              PERFORM 9000-TRATARERROS                                  00005480
           END-IF.                                                      00005490
                                                                        00005500
           ADD 1 TO WRK-TAB-TI-QTD.                                     00005510
           MOVE WRK-TAB-TI-QTD   TO WRK-IND-TI.                         00005520
           MOVE PAG-SEQ          TO WRK-TI-SEQ(WRK-IND-TI).             00005530
           MOVE PAG-ORIGEM       TO WRK-TI-ORIGEM(WRK-IND-TI).          00005540
           MOVE PAG-FAVORECIDO   TO WRK-TI-FAVORECIDO(WRK-IND-TI).      00005550
           MOVE PAG-DOCUMENTO    TO WRK-TI-DOCUMENTO(WRK-IND-TI).       00005560
           MOVE PAG-EMISSAO      TO WRK-TI-EMISSAO(WRK-IND-TI).         00005570
           MOVE PAG-VENCTO       TO WRK-TI-VENCTO(WRK-IND-TI).          00005580
           MOVE PAG-VALOR        TO WRK-TI-VALOR(WRK-IND-TI).           00005590
           MOVE PAG-SITUACAO     TO WRK-TI-SITUACAO(WRK-IND-TI).        00005600
           MOVE PAG-DATA-REMESSA TO WRK-TI-DATA-REM(WRK-IND-TI).        00005610
           MOVE PAG-DATA-PAGTO   TO WRK-TI-DATA-PAGTO(WRK-IND-TI).      00005620
           MOVE PAG-VALOR-PAGO   TO WRK-TI-VALOR-PAGO(WRK-IND-TI).      00005630
           MOVE PAG-HISTORICO    TO WRK-TI-HISTORICO(WRK-IND-TI).       00005640
                                                                        00005650
       1350-99-FIM.                                            EXIT.    00005660
      *=============================================================*   00005670
                                                                        00005680
      *=============================================================*   00005690
       1400-CARREGAR-ALIMENTACAO                            SECTION.    00005700
                                                                        00005710
           MOVE 'CRITICA DA CARGA DE TITULOS' TO WRK-TS-TEXTO.          00005720
           WRITE FD-RELPAG FROM WRK-TITULO-SEC.                         00005730
           WRITE FD-RELPAG FROM WRK-LINHA-VAZIA.                        00005740
                                                                        00005750
      *          TITULOS GRAVADOS PELOS SISTEMAS                        00005760
                                                                        00005770
           IF WRK-FS-TITPAG NOT EQUAL ZEROS                             00005780
              DISPLAY 'SEM TITULOS DOS SISTEMAS NO DIA'                 00005790
           ELSE                                                         00005800
              MOVE 'S' TO WRK-ORIGEM-CARGA                              00005810
              READ TITPAG                                               00005820
              PERFORM UNTIL WRK-FS-TITPAG NOT EQUAL ZEROS               00005830
                 MOVE FD-TITPAG TO REG-CONTASPAG                        00005840
                 PERFORM 1420-INCLUIR-TITULO                            00005850
                 READ TITPAG                                            00005860
              END-PERFORM                                               00005870
           END-IF.                                                      00005880
                                                                        00005890
      *          LANCAMENTOS MANUAIS                                    00005900
                                                                        00005910
           IF WRK-FS-PAGMAN NOT EQUAL ZEROS                             00005920
              DISPLAY 'SEM LANCAMENTOS MANUAIS NO DIA'                  00005930
           ELSE                                                         00005940
              MOVE 'M' TO WRK-ORIGEM-CARGA                              00005950
              READ PAGMAN                                               00005960
              PERFORM UNTIL WRK-FS-PAGMAN NOT EQUAL ZEROS               00005970
                 MOVE FD-PAGMAN TO REG-CONTASPAG                        00005980
                 PERFORM 1420-INCLUIR-TITULO                            00005990
                 READ PAGMAN                                            00006000
              END-PERFORM                                               00006010
           END-IF.                                                      00006020
                                                                        00006030
           WRITE FD-RELPAG FROM WRK-LINHA-VAZIA.                        00006040
                                                                        00006050
       1400-99-FIM.                                            EXIT.    00006060
      *=============================================================*   00006070
                                                                        00006080
      *=============================================================*   00006090
       1420-INCLUIR-TITULO                                  SECTION.    00006100
                                                                        00006110
           MOVE SPACES TO WRK-CRITICA.                                  00006120
                                                                        00006130
      *          LANCAMENTO MANUAL SEM ORIGEM ASSUME 'MANU'             00006140
                                                                        00006150
           IF WRK-ORIGEM-CARGA EQUAL 'M'                                00006160
              AND PAG-ORIGEM EQUAL SPACES                               00006170
              MOVE 'MANU' TO PAG-ORIGEM                                 00006180
           END-IF.                                                      00006190
                                                                        00006200
           EVALUATE TRUE                                                00006210
             WHEN PAG-ORIGEM EQUAL SPACES                               00006220
               OR PAG-FAVORECIDO EQUAL SPACES                           00006230
               OR PAG-DOCUMENTO EQUAL SPACES                            00006240
                  MOVE 'TITULO SEM IDENTIFICACAO   ' TO WRK-CRITICA     00006250
             WHEN PAG-SITUACAO EQUAL 'C'                                00006260
               AND WRK-ORIGEM-CARGA NOT EQUAL 'M'                       00006270
                  MOVE 'CANCELAMENTO SO MANUAL     ' TO WRK-CRITICA     00006280
             WHEN PAG-SITUACAO EQUAL 'C'                                00006290
                  CONTINUE                                              00006300
             WHEN PAG-VENCTO NOT NUMERIC                                00006310
               OR PAG-VENCTO EQUAL ZEROS                                00006320
                  MOVE 'VENCIMENTO INVALIDO        ' TO WRK-CRITICA     00006330
             WHEN PAG-VALOR NOT NUMERIC                                 00006340
               OR PAG-VALOR EQUAL ZEROS                                 00006350
                  MOVE 'VALOR INVALIDO             ' TO WRK-CRITICA     00006360
           END-EVALUATE.                                                00006370
                                                                        00006380
           IF WRK-CRITICA NOT EQUAL SPACES                              00006390
              PERFORM 1490-CRITICAR-CARGA                               00006400
              GO TO 1420-99-FIM                                         00006410
           END-IF.                                                      00006420
                                                                        00006430
           MOVE 'N' TO WRK-ACHOU.                                       00006440
           PERFORM VARYING WRK-IND-TI FROM 1 BY 1 UNTIL                 00006450
              WRK-IND-TI > WRK-TAB-TI-QTD OR WRK-ACHOU = 'S'            00006460
              IF WRK-TI-ORIGEM(WRK-IND-TI)     EQUAL PAG-ORIGEM         00006470
                 AND WRK-TI-FAVORECIDO(WRK-IND-TI) EQUAL PAG-FAVORECIDO 00006480
                 AND WRK-TI-DOCUMENTO(WRK-IND-TI)  EQUAL PAG-DOCUMENTO  00006490
                 MOVE 'S' TO WRK-ACHOU                                  00006500
                 SUBTRACT 1 FROM WRK-IND-TI                             00006510
              END-IF                                                    00006520
           END-PERFORM.                                                 00006530
                                                                        00006540
           IF PAG-SITUACAO EQUAL 'C'                                    00006550
              PERFORM 1440-CANCELAR-TITULO                              00006560
              GO TO 1420-99-FIM                                         00006570
           END-IF.                                                      00006580
                                                                        00006590
           IF WRK-ACHOU EQUAL 'S'                                       00006600
              PERFORM 1460-TITULO-REPETIDO                              00006610
              GO TO 1420-99-FIM                                         00006620
           END-IF.                                                      00006630
                                                                        00006640
      *          TITULO NOVO: RECEBE O PROXIMO NUMERO DA CARTEIRA       00006650
                                                                        00006660
           ADD 1 TO WRK-ULT-SEQ.                                        00006670
           MOVE WRK-ULT-SEQ TO PAG-SEQ.                                 00006680
           IF PAG-EMISSAO NOT NUMERIC OR PAG-EMISSAO EQUAL ZEROS        00006690
              MOVE WRK-HOJE TO PAG-EMISSAO                              00006700
           END-IF.                                                      00006710
           MOVE 'A'    TO PAG-SITUACAO.                                 00006720
           MOVE ZEROS  TO PAG-DATA-REMESSA PAG-DATA-PAGTO               00006730
                          PAG-VALOR-PAGO.                               00006740
           PERFORM 1350-GUARDAR-TITULO.                                 00006750
           ADD 1 TO WRK-INCLUIDOS.                                      00006760
                                                                        00006770
       1420-99-FIM.                                            EXIT.    00006780
      *=============================================================*   00006790
                                                                        00006800
      *=============================================================*   00006810
       1440-CANCELAR-TITULO                                 SECTION.    00006820
                                                                        00006830
           EVALUATE TRUE                                                00006840
             WHEN WRK-ACHOU NOT EQUAL 'S'                               00006850
                  MOVE 'CANCELAMENTO SEM TITULO    ' TO WRK-CRITICA     00006860
             WHEN WRK-TI-SITUACAO(WRK-IND-TI) NOT EQUAL 'A'             00006870
                  MOVE 'TITULO NAO ESTA EM ABERTO  ' TO WRK-CRITICA     00006880
           END-EVALUATE.                                                00006890
                                                                        00006900
           IF WRK-CRITICA NOT EQUAL SPACES                              00006910
              PERFORM 1490-CRITICAR-CARGA                               00006920
              GO TO 1440-99-FIM                                         00006930
           END-IF.                                                      00006940
                                                                        00006950
           MOVE 'C'      TO WRK-TI-SITUACAO(WRK-IND-TI).                00006960
           MOVE WRK-HOJE TO WRK-TI-DATA-PAGTO(WRK-IND-TI).              00006970
           IF PAG-HISTORICO NOT EQUAL SPACES                            00006980
              MOVE PAG-HISTORICO TO WRK-TI-HISTORICO(WRK-IND-TI)        00006990
           ELSE                                                         00007000
              MOVE 'CANCELADO POR LANCTO MANUAL'                        00007010
                   TO WRK-TI-HISTORICO(WRK-IND-TI)                      00007020
           END-IF.                                                      00007030
           ADD 1 TO WRK-CANCELADOS.                                     00007040
                                                                        00007050
           MOVE 'TITULO CANCELADO           ' TO WRK-CRITICA.           00007060
           MOVE WRK-TI-SEQ(WRK-IND-TI)    TO WRK-D-SEQ.                 00007070
           MOVE WRK-TI-VALOR(WRK-IND-TI)  TO WRK-D-VALOR.               00007080
           MOVE WRK-TI-VENCTO(WRK-IND-TI) TO WRK-D-VENCTO.              00007090
           PERFORM 1495-LISTAR-CARGA.                                   00007100
                                                                        00007110
       1440-99-FIM.                                            EXIT.    00007120
      *=============================================================*   00007130
                                                                        00007140
      *=============================================================*   00007150
       1460-TITULO-REPETIDO                                 SECTION.    00007160
                                                                        00007170
      *          A MESMA CHAVE JA ESTA NA CARTEIRA (REEXECUCAO DO       00007180
      *          SISTEMA DE ORIGEM OU FATURA REENVIADA)                 00007190
                                                                        00007200
           IF WRK-TI-SITUACAO(WRK-IND-TI) NOT EQUAL 'A'                 00007210
              MOVE 'TITULO JA REMETIDO OU PAGO ' TO WRK-CRITICA         00007220
              PERFORM 1490-CRITICAR-CARGA                               00007230
              GO TO 1460-99-FIM                                         00007240
           END-IF.                                                      00007250
                                                                        00007260
           IF WRK-TI-VALOR(WRK-IND-TI)  EQUAL PAG-VALOR                 00007270
              AND WRK-TI-VENCTO(WRK-IND-TI) EQUAL PAG-VENCTO            00007280
              ADD 1 TO WRK-DUPLICADOS                                   00007290
              GO TO 1460-99-FIM                                         00007300
           END-IF.                                                      00007310
                                                                        00007320
           MOVE PAG-VALOR  TO WRK-TI-VALOR(WRK-IND-TI).                 00007330
           MOVE PAG-VENCTO TO WRK-TI-VENCTO(WRK-IND-TI).                00007340
           ADD 1 TO WRK-ATUALIZADOS.                                    00007350
                                                                        00007360
           MOVE 'VALOR/VENCIMENTO ATUALIZADO' TO WRK-CRITICA.           00007370
           MOVE WRK-TI-SEQ(WRK-IND-TI) TO WRK-D-SEQ.                    00007380
           MOVE PAG-VALOR              TO WRK-D-VALOR.                  00007390
           MOVE PAG-VENCTO             TO WRK-D-VENCTO.                 00007400
           PERFORM 1495-LISTAR-CARGA.                                   00007410
                                                                        00007420
       1460-99-FIM.                                            EXIT.    00007430
      *=============================================================*   00007440
                                                                        00007450
      *=============================================================*   00007460
       1490-CRITICAR-CARGA                                  SECTION.    00007470
                                                                        00007480
           ADD 1 TO WRK-CRITICADOS.                                     00007490
                                                                        00007500
           MOVE ZEROS TO WRK-D-SEQ.                                     00007510
           IF PAG-VALOR IS NUMERIC                                      00007520
              MOVE PAG-VALOR TO WRK-D-VALOR                             00007530
           ELSE                                                         00007540
              MOVE ZEROS     TO WRK-D-VALOR                             00007550
           END-IF.                                                      00007560
           IF PAG-VENCTO IS NUMERIC                                     00007570
              MOVE PAG-VENCTO TO WRK-D-VENCTO                           00007580
           ELSE                                                         00007590
              MOVE ZEROS      TO WRK-D-VENCTO                           00007600
           END-IF.                                                      00007610
           PERFORM 1495-LISTAR-CARGA.                                   00007620
                                                                        00007630
       1490-99-FIM.                                            EXIT.    00007640
      *=============================================================*   00007650
                                                                        00007660
      *=============================================================*   00007670
       1495-LISTAR-CARGA                                    SECTION.    00007680
                                                                        00007690
           MOVE PAG-ORIGEM     TO WRK-D-ORIGEM.                         00007700
           MOVE PAG-FAVORECIDO TO WRK-D-FAVOR.                          00007710
           MOVE PAG-DOCUMENTO  TO WRK-D-DOCUMENTO.                      00007720
           MOVE WRK-HOJE       TO WRK-D-DATA.                           00007730
           MOVE WRK-CRITICA    TO WRK-D-TEXTO.                          00007740
           WRITE FD-RELPAG FROM WRK-DETALHE.                            00007750
                                                                        00007760
       1495-99-FIM.                                            EXIT.    00007770
      *=============================================================*   00007780
                                                                        00007790
      *=============================================================*   00007800
       1500-APLICAR-RETORNO                                 SECTION.    00007810
                                                                        00007820
           MOVE 'RETORNO DO BANCO' TO WRK-TS-TEXTO.                     00007830
           WRITE FD-RELPAG FROM WRK-TITULO-SEC.                         00007840
           WRITE FD-RELPAG FROM WRK-LINHA-VAZIA.                        00007850
                                                                        00007860
           IF WRK-FS-RETPAG NOT EQUAL ZEROS                             00007870
              DISPLAY 'SEM RETORNO DO BANCO NO DIA'                     00007880
              GO TO 1500-99-FIM                                         00007890
           END-IF.                                                      00007900
                                                                        00007910
           READ RETPAG.                                                 00007920
                                                                        00007930
           PERFORM 1550-TRATAR-OCORRENCIA                               00007940
              UNTIL WRK-FS-RETPAG NOT EQUAL ZEROS.                      00007950
                                                                        00007960
           WRITE FD-RELPAG FROM WRK-LINHA-VAZIA.                        00007970
                                                                        00007980
       1500-99-FIM.                                            EXIT.    00007990
      *=============================================================*   00008000
                                                                        00008010
      *=============================================================*   00008020
       1550-TRATAR-OCORRENCIA                               SECTION.    00008030
                                                                        00008040
           MOVE SPACES TO WRK-CRITICA.                                  00008050
                                                                        00008060
           MOVE 'N' TO WRK-ACHOU.                                       00008070
           IF FD-RP-SEQ IS NUMERIC                                      00008080
              PERFORM VARYING WRK-IND-TI FROM 1 BY 1 UNTIL              00008090
                 WRK-IND-TI > WRK-TAB-TI-QTD OR WRK-ACHOU = 'S'         00008100
                 IF WRK-TI-SEQ(WRK-IND-TI) EQUAL FD-RP-SEQ              00008110
                    MOVE 'S' TO WRK-ACHOU                               00008120
                    SUBTRACT 1 FROM WRK-IND-TI                          00008130
                 END-IF                                                 00008140
              END-PERFORM                                               00008150
           END-IF.                                                      00008160
                                                                        00008170
           EVALUATE TRUE                                                00008180
             WHEN WRK-ACHOU NOT EQUAL 'S'                               00008190
                  MOVE 'TITULO NAO ENCONTRADO      ' TO WRK-CRITICA     00008200
             WHEN WRK-TI-SITUACAO(WRK-IND-TI) NOT EQUAL 'R'             00008210
                  MOVE 'TITULO NAO ESTAVA REMETIDO ' TO WRK-CRITICA     00008220
             WHEN FD-RP-OCORRENCIA EQUAL '00'                           00008230
                  PERFORM 1600-BAIXAR-PAGO                              00008240
             WHEN OTHER                                                 00008250
                  PERFORM 1700-DEVOLVER-REJEITADO                       00008260
           END-EVALUATE.                                                00008270
                                                                        00008280
           IF WRK-CRITICA NOT EQUAL SPACES                              00008290
              ADD 1 TO WRK-CRITICADOS                                   00008300
              MOVE FD-RP-SEQ        TO WRK-D-SEQ                        00008310
              MOVE SPACES           TO WRK-D-ORIGEM WRK-D-FAVOR         00008320
                                       WRK-D-DOCUMENTO                  00008330
              MOVE ZEROS            TO WRK-D-VENCTO                     00008340
              MOVE FD-RP-DATA-PAGTO TO WRK-D-DATA                       00008350
              MOVE FD-RP-VALOR-PAGO TO WRK-D-VALOR                      00008360
              MOVE WRK-CRITICA      TO WRK-D-TEXTO                      00008370
              WRITE FD-RELPAG FROM WRK-DETALHE                          00008380
           END-IF.                                                      00008390
                                                                        00008400
           READ RETPAG.                                                 00008410
                                                                        00008420
       1550-99-FIM.                                            EXIT.    00008430
      *=============================================================*   00008440
                                                                        00008450
      *=============================================================*   00008460
       1600-BAIXAR-PAGO                                     SECTION.    00008470
                                                                        00008480
           MOVE 'P'              TO WRK-TI-SITUACAO(WRK-IND-TI).        00008490
           MOVE FD-RP-DATA-PAGTO TO WRK-TI-DATA-PAGTO(WRK-IND-TI).      00008500
           MOVE FD-RP-VALOR-PAGO TO WRK-TI-VALOR-PAGO(WRK-IND-TI).      00008510
           ADD 1 TO WRK-PAGOS.                                          00008520
                                                                        00008530
           IF FD-RP-VALOR-PAGO EQUAL WRK-TI-VALOR(WRK-IND-TI)           00008540
              MOVE 'PAGO                       ' TO WRK-D-TEXTO         00008550
           ELSE                                                         00008560
              MOVE 'PAGO - VALOR DIVERGENTE    ' TO WRK-D-TEXTO         00008570
           END-IF.                                                      00008580
                                                                        00008590
           PERFORM 1800-LISTAR-TITULO.                                  00008600
           MOVE FD-RP-DATA-PAGTO TO WRK-D-DATA.                         00008610
           MOVE FD-RP-VALOR-PAGO TO WRK-D-VALOR.                        00008620
           WRITE FD-RELPAG FROM WRK-DETALHE.                            00008630
                                                                        00008640
       1600-99-FIM.                                            EXIT.    00008650
      *=============================================================*   00008660
                                                                        00008670
      *=============================================================*   00008680
       1700-DEVOLVER-REJEITADO                              SECTION.    00008690
                                                                        00008700
      *          REJEITADO PELO BANCO VOLTA A FICAR EM ABERTO E ENTRA   00008710
      *          DE NOVO NA SELECAO (DADOS DO FAVORECIDO CORRIGIDOS     00008720
      *          NO FAVPAG)                                             00008730
                                                                        00008740
           MOVE 'A'   TO WRK-TI-SITUACAO(WRK-IND-TI).                   00008750
           MOVE ZEROS TO WRK-TI-DATA-REM(WRK-IND-TI).                   00008760
           MOVE SPACES TO WRK-TI-HISTORICO(WRK-IND-TI).                 00008770
           STRING 'REJEITADO PELO BANCO OC ' FD-RP-OCORRENCIA           00008780
                  DELIMITED BY SIZE                                     00008790
                  INTO WRK-TI-HISTORICO(WRK-IND-TI).                    00008800
           ADD 1 TO WRK-REJEITADOS.                                     00008810
                                                                        00008820
           PERFORM 1800-LISTAR-TITULO.                                  00008830
           MOVE WRK-TI-HISTORICO(WRK-IND-TI) TO WRK-D-TEXTO.            00008840
           MOVE FD-RP-DATA-PAGTO TO WRK-D-DATA.                         00008850
           WRITE FD-RELPAG FROM WRK-DETALHE.                            00008860
                                                                        00008870
       1700-99-FIM.                                            EXIT.    00008880
      *=============================================================*   00008890
                                                                        00008900
      *=============================================================*   00008910
       1800-LISTAR-TITULO                                   SECTION.    00008920
                                                                        00008930
           MOVE WRK-TI-SEQ(WRK-IND-TI)        TO WRK-D-SEQ.             00008940
           MOVE WRK-TI-ORIGEM(WRK-IND-TI)     TO WRK-D-ORIGEM.          00008950
           MOVE WRK-TI-FAVORECIDO(WRK-IND-TI) TO WRK-D-FAVOR.           00008960
           MOVE WRK-TI-DOCUMENTO(WRK-IND-TI)  TO WRK-D-DOCUMENTO.       00008970
           MOVE WRK-TI-VENCTO(WRK-IND-TI)     TO WRK-D-VENCTO.          00008980
           MOVE WRK-TI-VALOR(WRK-IND-TI)      TO WRK-D-VALOR.           00008990
                                                                        00009000
       1800-99-FIM.                                            EXIT.    00009010
      *=============================================================*   00009020
                                                                        00009030
      *=============================================================*   00009040
       2000-SELECIONAR-REMESSA                              SECTION.    00009050
                                                                        00009060
           MOVE 'REMESSA DE PAGAMENTOS (DATA = DATA DO PAGAMENTO)'      00009070
                TO WRK-TS-TEXTO.                                        00009080
           WRITE FD-RELPAG FROM WRK-TITULO-SEC.                         00009090
           WRITE FD-RELPAG FROM WRK-LINHA-VAZIA.                        00009100
                                                                        00009110
           PERFORM 2100-AVALIAR-TITULO                                  00009120
              VARYING WRK-IND-TI FROM 1 BY 1                            00009130
              UNTIL WRK-IND-TI > WRK-TAB-TI-QTD.                        00009140
                                                                        00009150
           WRITE FD-RELPAG FROM WRK-LINHA-VAZIA.                        00009160
                                                                        00009170
       2000-99-FIM.                                            EXIT.    00009180
      *=============================================================*   00009190
                                                                        00009200
      *=============================================================*   00009210
       2100-AVALIAR-TITULO                                  SECTION.    00009220
                                                                        00009230
           IF WRK-TI-SITUACAO(WRK-IND-TI) NOT EQUAL 'A'                 00009240
              GO TO 2100-99-FIM                                         00009250
           END-IF.                                                      00009260
                                                                        00009270
      *          VENCIDO OU VENCENDO HOJE: PAGA HOJE. A VENCER: SO      00009280
      *          ENTRA QUANDO FALTAM ATE WRK-PRAZO DIAS UTEIS           00009290
                                                                        00009300
           MOVE SPACES TO WRK-MARCA-ATRASO.                             00009310
                                                                        00009320
           IF WRK-TI-VENCTO(WRK-IND-TI) NOT GREATER WRK-HOJE            00009330
              MOVE WRK-HOJE TO WRK-DATA-PAGTO                           00009340
              IF WRK-TI-VENCTO(WRK-IND-TI) LESS WRK-HOJE                00009350
                 MOVE 'ATRASO ' TO WRK-MARCA-ATRASO                     00009360
              END-IF                                                    00009370
           ELSE                                                         00009380
              MOVE 'E'                       TO LNK-DN-OPERACAO         00009390
              MOVE WRK-HOJE                  TO LNK-DN-DATA1            00009400
              MOVE WRK-TI-VENCTO(WRK-IND-TI) TO LNK-DN-DATA2            00009410
              PERFORM 2500-CHAMAR-DATANEG                               00009420
              MOVE LNK-DN-RESULTADO TO WRK-DIAS-UTEIS                   00009430
              IF WRK-DIAS-UTEIS GREATER WRK-PRAZO                       00009440
                 GO TO 2100-99-FIM                                      00009450
              END-IF                                                    00009460
              PERFORM 2200-DIA-UTIL-ANTERIOR                            00009470
           END-IF.                                                      00009480
                                                                        00009490
      *          FAVORECIDO CADASTRADO, ATIVO E COM DADOS PARA A FORMA  00009500
                                                                        00009510
           MOVE 'N' TO WRK-ACHOU-FV.                                    00009520
           PERFORM VARYING WRK-IND-FV FROM 1 BY 1 UNTIL                 00009530
              WRK-IND-FV > WRK-TAB-FV-QTD OR WRK-ACHOU-FV = 'S'         00009540
              IF WRK-FV-CODIGO(WRK-IND-FV) EQUAL                        00009550
                 WRK-TI-FAVORECIDO(WRK-IND-TI)                          00009560
                 MOVE 'S' TO WRK-ACHOU-FV                               00009570
                 SUBTRACT 1 FROM WRK-IND-FV                             00009580
              END-IF                                                    00009590
           END-PERFORM.                                                 00009600
                                                                        00009610
           MOVE SPACES TO WRK-CRITICA.                                  00009620
                                                                        00009630
           EVALUATE TRUE                                                00009640
             WHEN WRK-ACHOU-FV NOT EQUAL 'S'                            00009650
                  MOVE 'FAVORECIDO SEM CADASTRO    ' TO WRK-CRITICA     00009660
             WHEN WRK-FV-SITUACAO(WRK-IND-FV) NOT EQUAL 'A'             00009670
                  MOVE 'FAVORECIDO INATIVO         ' TO WRK-CRITICA     00009680
             WHEN WRK-FV-FORMA(WRK-IND-FV) EQUAL 'T'                    00009690
                  CONTINUE                                              00009700
             WHEN WRK-FV-FORMA(WRK-IND-FV) NOT EQUAL 'C'                00009710
                  MOVE 'FORMA DE PAGAMENTO INVALIDA' TO WRK-CRITICA     00009720
             WHEN WRK-FV-BANCO(WRK-IND-FV) NOT NUMERIC                  00009730
               OR WRK-FV-BANCO(WRK-IND-FV) EQUAL ZEROS                  00009740
               OR WRK-FV-CONTA(WRK-IND-FV) EQUAL SPACES                 00009750
                  MOVE 'DADOS BANCARIOS INCOMPLETOS' TO WRK-CRITICA     00009760
           END-EVALUATE.                                                00009770
                                                                        00009780
           IF WRK-CRITICA NOT EQUAL SPACES                              00009790
              ADD 1 TO WRK-CRITICADOS                                   00009800
              PERFORM 1800-LISTAR-TITULO                                00009810
              MOVE WRK-DATA-PAGTO TO WRK-D-DATA                         00009820
              MOVE WRK-CRITICA    TO WRK-D-TEXTO                        00009830
              WRITE FD-RELPAG FROM WRK-DETALHE                          00009840
              GO TO 2100-99-FIM                                         00009850
           END-IF.                                                      00009860
                                                                        00009870
           MOVE WRK-TI-SEQ(WRK-IND-TI)        TO WRK-RD-SEQ.            00009880
           MOVE WRK-TI-FAVORECIDO(WRK-IND-TI) TO WRK-RD-FAVORECIDO.     00009890
           MOVE WRK-FV-NOME(WRK-IND-FV)       TO WRK-RD-NOME.           00009900
           MOVE WRK-FV-CNPJ(WRK-IND-FV)       TO WRK-RD-CNPJ.           00009910
           MOVE WRK-FV-FORMA(WRK-IND-FV)      TO WRK-RD-FORMA.          00009920
           IF WRK-FV-FORMA(WRK-IND-FV) EQUAL 'C'                        00009930
              MOVE WRK-FV-BANCO(WRK-IND-FV)   TO WRK-RD-BANCO           00009940
              MOVE WRK-FV-AGENCIA(WRK-IND-FV) TO WRK-RD-AGENCIA         00009950
              MOVE WRK-FV-CONTA(WRK-IND-FV)   TO WRK-RD-CONTA           00009960
           ELSE                                                         00009970
              MOVE ZEROS  TO WRK-RD-BANCO WRK-RD-AGENCIA                00009980
              MOVE SPACES TO WRK-RD-CONTA                               00009990
           END-IF.                                                      00010000
           MOVE WRK-TI-DOCUMENTO(WRK-IND-TI)  TO WRK-RD-DOCUMENTO.      00010010
           MOVE WRK-DATA-PAGTO                TO WRK-RD-DATA-PAGTO.     00010020
           MOVE WRK-TI-VALOR(WRK-IND-TI)      TO WRK-RD-VALOR.          00010030
           WRITE FD-REMPAG FROM WRK-REM-DETALHE.                        00010040
                                                                        00010050
           MOVE 'R'      TO WRK-TI-SITUACAO(WRK-IND-TI).                00010060
           MOVE WRK-HOJE TO WRK-TI-DATA-REM(WRK-IND-TI).                00010070
           ADD 1 TO WRK-REMETIDOS.                                      00010080
           ADD WRK-TI-VALOR(WRK-IND-TI) TO WRK-VALOR-REM.               00010090
                                                                        00010100
           PERFORM 1800-LISTAR-TITULO.                                  00010110
           MOVE WRK-DATA-PAGTO TO WRK-D-DATA.                           00010120
           IF WRK-MARCA-ATRASO NOT EQUAL SPACES                         00010130
              ADD 1 TO WRK-ATRASADOS                                    00010140
              MOVE 'REMETIDO - VENCIDO         ' TO WRK-D-TEXTO         00010150
           ELSE                                                         00010160
              MOVE 'REMETIDO                   ' TO WRK-D-TEXTO         00010170
           END-IF.                                                      00010180
           WRITE FD-RELPAG FROM WRK-DETALHE.                            00010190
                                                                        00010200
       2100-99-FIM.                                            EXIT.    00010210
      *=============================================================*   00010220
                                                                        00010230
      *=============================================================*   00010240
       2200-DIA-UTIL-ANTERIOR                               SECTION.    00010250
                                                                        00010260
      *          VENCIMENTO EM DIA NAO UTIL E PAGO NO DIA UTIL          00010270
      *          ANTERIOR, NUNCA ANTES DE HOJE                          00010280
                                                                        00010290
           MOVE WRK-TI-VENCTO(WRK-IND-TI) TO WRK-DATA-PAGTO.            00010300
                                                                        00010310
           MOVE 'U'            TO LNK-DN-OPERACAO.                      00010320
           MOVE WRK-DATA-PAGTO TO LNK-DN-DATA1.                         00010330
           MOVE ZEROS          TO LNK-DN-DATA2.                         00010340
           PERFORM 2500-CHAMAR-DATANEG.                                 00010350
                                                                        00010360
           PERFORM UNTIL LNK-DN-EH-UTIL EQUAL 'S'                       00010370
                   OR WRK-DATA-PAGTO NOT GREATER WRK-HOJE               00010380
              COMPUTE WRK-DATA-INT =                                    00010390
                 FUNCTION INTEGER-OF-DATE(WRK-DATA-PAGTO) - 1           00010400
              COMPUTE WRK-DATA-PAGTO =                                  00010410
                 FUNCTION DATE-OF-INTEGER(WRK-DATA-INT)                 00010420
              MOVE 'U'            TO LNK-DN-OPERACAO                    00010430
              MOVE WRK-DATA-PAGTO TO LNK-DN-DATA1                       00010440
              PERFORM 2500-CHAMAR-DATANEG                               00010450
           END-PERFORM.                                                 00010460
                                                                        00010470
           IF WRK-DATA-PAGTO LESS WRK-HOJE                              00010480
              MOVE WRK-HOJE TO WRK-DATA-PAGTO                           00010490
           END-IF.                                                      00010500
                                                                        00010510
       2200-99-FIM.                                            EXIT.    00010520
      *=============================================================*   00010530
                                                                        00010540
      *=============================================================*   00010550
       2500-CHAMAR-DATANEG                                  SECTION.    00010560
                                                                        00010570
           CALL 'DATANEG' USING LNK-DATANEG.                            00010580
                                                                        00010590
           IF LNK-DN-STATUS NOT EQUAL '0'                               00010600
              MOVE 'FR21CAP1'                  TO WRK-PROGRAMA          00010610
              MOVE '2500'                      TO WRK-SECAO             00010620
              MOVE 'ERRO NO CALENDARIO DATANEG' TO WRK-MENSAGEM         00010630
              MOVE LNK-DN-STATUS               TO WRK-STATUS            00010640
              PERFORM 9000-TRATARERROS                                  00010650
           END-IF.                                                      00010660
                                                                        00010670
       2500-99-FIM.                                            EXIT.    00010680
      *=============================================================*   00010690
                                                                        00010700
      *=============================================================*   00010710
       3000-FINALIZAR                                       SECTION.    00010720
                                                                        00010730
           MOVE WRK-REMETIDOS TO WRK-RT-QTDE.                           00010740
           MOVE WRK-VALOR-REM TO WRK-RT-VALOR.                          00010750
           WRITE FD-REMPAG FROM WRK-REM-TRAILER.                        00010760
                                                                        00010770
           MOVE 'ENVELHECIMENTO DOS TITULOS EM ABERTO (DIAS VENCIDOS)'  00010780
                TO WRK-TS-TEXTO.                                        00010790
           WRITE FD-RELPAG FROM WRK-TITULO-SEC.                         00010800
           WRITE FD-RELPAG FROM WRK-LINHA-VAZIA.                        00010810
                                                                        00010820
           PERFORM 3100-GRAVAR-TITULO                                   00010830
              VARYING WRK-IND-TI FROM 1 BY 1                            00010840
              UNTIL WRK-IND-TI > WRK-TAB-TI-QTD.                        00010850
                                                                        00010860
           WRITE FD-RELPAG FROM WRK-LINHA-VAZIA.                        00010870
                                                                        00010880
           MOVE 'A VENCER.....................:' TO WRK-T-TEXTO.        00010890
           MOVE WRK-AG-A-VENCER                 TO WRK-T-VALOR.         00010900
           WRITE FD-RELPAG FROM WRK-TOTAL.                              00010910
           MOVE 'VENCIDOS ATE 30 DIAS.........:' TO WRK-T-TEXTO.        00010920
           MOVE WRK-AG-030                      TO WRK-T-VALOR.         00010930
           WRITE FD-RELPAG FROM WRK-TOTAL.                              00010940
           MOVE 'VENCIDOS 31-60 DIAS..........:' TO WRK-T-TEXTO.        00010950
           MOVE WRK-AG-060                      TO WRK-T-VALOR.         00010960
           WRITE FD-RELPAG FROM WRK-TOTAL.                              00010970
           MOVE 'VENCIDOS HA MAIS DE 60 DIAS..:' TO WRK-T-TEXTO.        00010980
           MOVE WRK-AG-061                      TO WRK-T-VALOR.         00010990
           WRITE FD-RELPAG FROM WRK-TOTAL.                              00011000
                                                                        00011010
           WRITE FD-RELPAG FROM WRK-LINHA-VAZIA.                        00011020
           MOVE 'PREVISAO DE DESEMBOLSO (EM ABERTO E REMETIDOS)'        00011030
                TO WRK-TS-TEXTO.                                        00011040
           WRITE FD-RELPAG FROM WRK-TITULO-SEC.                         00011050
           WRITE FD-RELPAG FROM WRK-LINHA-VAZIA.                        00011060
                                                                        00011070
           MOVE 'VENCIDOS.....................:' TO WRK-T-TEXTO.        00011080
           MOVE WRK-PV-VENCIDOS                 TO WRK-T-VALOR.         00011090
           WRITE FD-RELPAG FROM WRK-TOTAL.                              00011100
           MOVE 'ATE 7 DIAS...................:' TO WRK-T-TEXTO.        00011110
           MOVE WRK-PV-007                      TO WRK-T-VALOR.         00011120
           WRITE FD-RELPAG FROM WRK-TOTAL.                              00011130
           MOVE 'DE 8 A 15 DIAS...............:' TO WRK-T-TEXTO.        00011140
           MOVE WRK-PV-015                      TO WRK-T-VALOR.         00011150
           WRITE FD-RELPAG FROM WRK-TOTAL.                              00011160
           MOVE 'DE 16 A 30 DIAS..............:' TO WRK-T-TEXTO.        00011170
           MOVE WRK-PV-030                      TO WRK-T-VALOR.         00011180
           WRITE FD-RELPAG FROM WRK-TOTAL.                              00011190
           MOVE 'DE 31 A 60 DIAS..............:' TO WRK-T-TEXTO.        00011200
           MOVE WRK-PV-060                      TO WRK-T-VALOR.         00011210
           WRITE FD-RELPAG FROM WRK-TOTAL.                              00011220
           MOVE 'ACIMA DE 60 DIAS.............:' TO WRK-T-TEXTO.        00011230
           MOVE WRK-PV-MAIS                     TO WRK-T-VALOR.         00011240
           WRITE FD-RELPAG FROM WRK-TOTAL.                              00011250
           MOVE 'TOTAL A DESEMBOLSAR..........:' TO WRK-T-TEXTO.        00011260
           MOVE WRK-PV-TOTAL                    TO WRK-T-VALOR.         00011270
           WRITE FD-RELPAG FROM WRK-TOTAL.                              00011280
                                                                        00011290
           WRITE FD-RELPAG FROM WRK-LINHA-VAZIA.                        00011300
           MOVE 'TITULOS INCLUIDOS............:' TO WRK-TQ-TEXTO.       00011310
           MOVE WRK-INCLUIDOS                   TO WRK-TQ-QTD.          00011320
           WRITE FD-RELPAG FROM WRK-TOTAL-QTD.                          00011330
           MOVE 'TITULOS ATUALIZADOS..........:' TO WRK-TQ-TEXTO.       00011340
           MOVE WRK-ATUALIZADOS                 TO WRK-TQ-QTD.          00011350
           WRITE FD-RELPAG FROM WRK-TOTAL-QTD.                          00011360
           MOVE 'TITULOS CANCELADOS...........:' TO WRK-TQ-TEXTO.       00011370
           MOVE WRK-CANCELADOS                  TO WRK-TQ-QTD.          00011380
           WRITE FD-RELPAG FROM WRK-TOTAL-QTD.                          00011390
           MOVE 'PAGOS NO RETORNO.............:' TO WRK-TQ-TEXTO.       00011400
           MOVE WRK-PAGOS                       TO WRK-TQ-QTD.          00011410
           WRITE FD-RELPAG FROM WRK-TOTAL-QTD.                          00011420
           MOVE 'REJEITADOS PELO BANCO........:' TO WRK-TQ-TEXTO.       00011430
           MOVE WRK-REJEITADOS                  TO WRK-TQ-QTD.          00011440
           WRITE FD-RELPAG FROM WRK-TOTAL-QTD.                          00011450
           MOVE 'REMETIDOS NO DIA.............:' TO WRK-TQ-TEXTO.       00011460
           MOVE WRK-REMETIDOS                   TO WRK-TQ-QTD.          00011470
           WRITE FD-RELPAG FROM WRK-TOTAL-QTD.                          00011480
           MOVE 'CRITICADOS...................:' TO WRK-TQ-TEXTO.       00011490
           MOVE WRK-CRITICADOS                  TO WRK-TQ-QTD.          00011500
           WRITE FD-RELPAG FROM WRK-TOTAL-QTD.                          00011510
           MOVE 'VALOR DA REMESSA.............:' TO WRK-T-TEXTO.        00011520
           MOVE WRK-VALOR-REM                   TO WRK-T-VALOR.         00011530
           WRITE FD-RELPAG FROM WRK-TOTAL.                              00011540
                                                                        00011550
           DISPLAY 'TITULOS ANTERIORES....' WRK-TITULOS-ANT.            00011560
           DISPLAY 'TITULOS INCLUIDOS.....' WRK-INCLUIDOS.              00011570
           DISPLAY 'TITULOS ATUALIZADOS...' WRK-ATUALIZADOS.            00011580
           DISPLAY 'REPETIDOS IGNORADOS...' WRK-DUPLICADOS.             00011590
           DISPLAY 'TITULOS CANCELADOS....' WRK-CANCELADOS.             00011600
           DISPLAY 'PAGOS NO RETORNO......' WRK-PAGOS.                  00011610
           DISPLAY 'REJEITADOS NO RETORNO.' WRK-REJEITADOS.             00011620
           DISPLAY 'REMETIDOS NO DIA......' WRK-REMETIDOS.              00011630
           DISPLAY 'REMETIDOS VENCIDOS....' WRK-ATRASADOS.              00011640
           DISPLAY 'CRITICADOS............' WRK-CRITICADOS.             00011650
           DISPLAY 'EXPURGADOS............' WRK-EXPURGADOS.             00011660
           DISPLAY 'TITULOS NA CARTEIRA...' WRK-GRAVADOS.               00011670
           DISPLAY WRK-MSG-FINAL.                                       00011680
                                                                        00011690
           IF WRK-CRITICADOS GREATER ZEROS                              00011700
              OR WRK-REJEITADOS GREATER ZEROS                           00011710
              MOVE 4 TO RETURN-CODE                                     00011720
           END-IF.                                                      00011730
                                                                        00011740
           IF WRK-FS-CTAPAG NOT EQUAL 35                                00011750
              CLOSE CTAPAG                                              00011760
           END-IF.                                                      00011770
           IF WRK-FS-TITPAG NOT EQUAL 35                                00011780
              CLOSE TITPAG                                              00011790
           END-IF.                                                      00011800
           IF WRK-FS-PAGMAN NOT EQUAL 35                                00011810
              CLOSE PAGMAN                                              00011820
           END-IF.                                                      00011830
           IF WRK-FS-RETPAG NOT EQUAL 35                                00011840
              CLOSE RETPAG                                              00011850
           END-IF.                                                      00011860
           CLOSE FAVPAG.                                                00011870
           CLOSE CTAPAGN REMPAG RELPAG.                                 00011880
           STOP RUN.                                                    00011890
                                                                        00011900
       3000-99-FIM.                                            EXIT.    00011910
      *=============================================================*   00011920
                                                                        00011930
      *=============================================================*   00011940
       3100-GRAVAR-TITULO                                   SECTION.    00011950
                                                                        00011960
      *          PAGO OU CANCELADO HA MAIS DE WRK-EXPURGO-DIAS SAI      00011970
      *          DA CARTEIRA                                            00011980
                                                                        00011990
           IF (WRK-TI-SITUACAO(WRK-IND-TI) EQUAL 'P' OR 'C')            00012000
              AND WRK-TI-DATA-PAGTO(WRK-IND-TI) GREATER ZEROS           00012010
              COMPUTE WRK-DATA-INT =                                    00012020
                 FUNCTION INTEGER-OF-DATE(                              00012030
                    WRK-TI-DATA-PAGTO(WRK-IND-TI))                      00012040
              IF WRK-HOJE-INT - WRK-DATA-INT GREATER WRK-EXPURGO-DIAS   00012050
                 ADD 1 TO WRK-EXPURGADOS                                00012060
                 GO TO 3100-99-FIM                                      00012070
              END-IF                                                    00012080
           END-IF.                                                      00012090
                                                                        00012100
           MOVE WRK-TI-SEQ(WRK-IND-TI)        TO PAG-SEQ.               00012110
           MOVE WRK-TI-ORIGEM(WRK-IND-TI)     TO PAG-ORIGEM.            00012120
           MOVE WRK-TI-FAVORECIDO(WRK-IND-TI) TO PAG-FAVORECIDO.        00012130
           MOVE WRK-TI-DOCUMENTO(WRK-IND-TI)  TO PAG-DOCUMENTO.         00012140
           MOVE WRK-TI-EMISSAO(WRK-IND-TI)    TO PAG-EMISSAO.           00012150
           MOVE WRK-TI-VENCTO(WRK-IND-TI)     TO PAG-VENCTO.            00012160
           MOVE WRK-TI-VALOR(WRK-IND-TI)      TO PAG-VALOR.             00012170
           MOVE WRK-TI-SITUACAO(WRK-IND-TI)   TO PAG-SITUACAO.          00012180
           MOVE WRK-TI-DATA-REM(WRK-IND-TI)   TO PAG-DATA-REMESSA.      00012190
           MOVE WRK-TI-DATA-PAGTO(WRK-IND-TI) TO PAG-DATA-PAGTO.        00012200
           MOVE WRK-TI-VALOR-PAGO(WRK-IND-TI) TO PAG-VALOR-PAGO.        00012210
           MOVE WRK-TI-HISTORICO(WRK-IND-TI)  TO PAG-HISTORICO.         00012220
           WRITE FD-CTAPAGN FROM REG-CONTASPAG.                         00012230
           ADD 1 TO WRK-GRAVADOS.                                       00012240
                                                                        00012250
           IF WRK-TI-SITUACAO(WRK-IND-TI) NOT EQUAL 'A'                 00012260
              AND WRK-TI-SITUACAO(WRK-IND-TI) NOT EQUAL 'R'             00012270
              GO TO 3100-99-FIM                                         00012280
           END-IF.                                                      00012290
                                                                        00012300
      *          DIAS APOS O VENCIMENTO (NEGATIVO = A VENCER)           00012310
                                                                        00012320
           COMPUTE WRK-VENC-INT =                                       00012330
              FUNCTION INTEGER-OF-DATE(WRK-TI-VENCTO(WRK-IND-TI)).      00012340
           COMPUTE WRK-DIAS = WRK-HOJE-INT - WRK-VENC-INT.              00012350
                                                                        00012360
           EVALUATE TRUE                                                00012370
             WHEN WRK-DIAS NOT GREATER 0                                00012380
              MOVE 'A VENCER  ' TO WRK-A-FAIXA                          00012390
              ADD WRK-TI-VALOR(WRK-IND-TI) TO WRK-AG-A-VENCER           00012400
             WHEN WRK-DIAS NOT GREATER 30                               00012410
              MOVE 'VENC.01-30' TO WRK-A-FAIXA                          00012420
              ADD WRK-TI-VALOR(WRK-IND-TI) TO WRK-AG-030                00012430
             WHEN WRK-DIAS NOT GREATER 60                               00012440
              MOVE 'VENC.31-60' TO WRK-A-FAIXA                          00012450
              ADD WRK-TI-VALOR(WRK-IND-TI) TO WRK-AG-060                00012460
             WHEN OTHER                                                 00012470
              MOVE 'VENC.60+  ' TO WRK-A-FAIXA                          00012480
              ADD WRK-TI-VALOR(WRK-IND-TI) TO WRK-AG-061                00012490
           END-EVALUATE.                                                00012500
                                                                        00012510
      *          PREVISAO: DIAS CORRIDOS ATE O VENCIMENTO               00012520
                                                                        00012530
           EVALUATE TRUE                                                00012540
             WHEN WRK-DIAS GREATER 0                                    00012550
              ADD WRK-TI-VALOR(WRK-IND-TI) TO WRK-PV-VENCIDOS           00012560
             WHEN WRK-DIAS NOT LESS -7                                  00012570
              ADD WRK-TI-VALOR(WRK-IND-TI) TO WRK-PV-007                00012580
             WHEN WRK-DIAS NOT LESS -15                                 00012590
              ADD WRK-TI-VALOR(WRK-IND-TI) TO WRK-PV-015                00012600
             WHEN WRK-DIAS NOT LESS -30                                 00012610
              ADD WRK-TI-VALOR(WRK-IND-TI) TO WRK-PV-030                00012620
             WHEN WRK-DIAS NOT LESS -60                                 00012630
              ADD WRK-TI-VALOR(WRK-IND-TI) TO WRK-PV-060                00012640
             WHEN OTHER                                                 00012650
              ADD WRK-TI-VALOR(WRK-IND-TI) TO WRK-PV-MAIS               00012660
           END-EVALUATE.                                                00012670
           ADD WRK-TI-VALOR(WRK-IND-TI) TO WRK-PV-TOTAL.                00012680
                                                                        00012690
           IF WRK-TI-SITUACAO(WRK-IND-TI) EQUAL 'R'                     00012700
              MOVE 'REMETIDO' TO WRK-A-SITUACAO                         00012710
           ELSE                                                         00012720
              MOVE 'ABERTO  ' TO WRK-A-SITUACAO                         00012730
           END-IF.                                                      00012740
                                                                        00012750
           MOVE WRK-TI-SEQ(WRK-IND-TI)        TO WRK-A-SEQ.             00012760
           MOVE WRK-TI-FAVORECIDO(WRK-IND-TI) TO WRK-A-FAVOR.           00012770
           MOVE WRK-TI-DOCUMENTO(WRK-IND-TI)  TO WRK-A-DOCUMENTO.       00012780
           MOVE WRK-TI-VENCTO(WRK-IND-TI)     TO WRK-A-VENCTO.          00012790
           MOVE WRK-TI-VALOR(WRK-IND-TI)      TO WRK-A-VALOR.           00012800
           MOVE WRK-DIAS                      TO WRK-A-DIAS.            00012810
           WRITE FD-RELPAG FROM WRK-DET-AGE.                            00012820
                                                                        00012830
       3100-99-FIM.                                            EXIT.    00012840
      *=============================================================*   00012850
                                                                        00012860
      *=============================================================*   00012870
       9000-TRATARERROS                                     SECTION.    00012880
                                                                        00012890
             MOVE 'E' TO WRK-SEVERIDADE.                                00012900
             CALL 'GRAVALOG' USING WRK-DADOS.                           00012910
             MOVE 8 TO RETURN-CODE.                                     00012920
             STOP RUN.                                                  00012930
                                                                        00012940
       9000-99-FIM.                                            EXIT.    00012950
      *=============================================================*   00012960
