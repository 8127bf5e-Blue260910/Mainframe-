      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21RNT1.                                            00000050
                                                                        00000060
      *=============================================================*   00000070
      *   AUTOR....:VICTOR ARANDA                                       00000080
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000090
      *   DATA ....:15/10/2026                                          00000100
      *-------------------------------------------------------------*   00000110
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000120
      *  1.0   15/10/26   VICTOR ARANDA       VERSAO INICIAL            00000130
      *-------------------------------------------------------------*   00000140
      *   OBJETIVO: RENTABILIDADE DE PROJETOS NO MES E ACUMULADA NO     00000150
      *      ANO, JUNTANDO O FATURAMENTO (CONTASREC DO FR21REC1) E O    00000160
      *      CUSTO DE FOLHA RATEADO (CUSTPROJ DO FR21CST1). POR         00000170
      *      PROJETO E POR SETOR DONO (PRJ-SETORDONO):                  00000180
      *      - RECEITA FATURADA (TITULOS EMITIDOS NO PERIODO), COM      00000190
      *        O QUE JA FOI RECEBIDO E O QUE AINDA ESTA EM ABERTO;      00000200
      *      - CUSTO DE FOLHA EM BRUTO E ENCARGOS DO EMPREGADOR;        00000210
      *      - MARGEM (RECEITA - CUSTO) E PERCENTUAL DE MARGEM;         00000220
      *      - HORAS DO MES E DO ANO CONTRA AS HORAS ORCADAS            00000230
      *        (PRJ-HORASORC).                                          00000240
      *      PROJETO COM MARGEM ABAIXO DO MINIMO DA PARM (NO MES OU     00000250
      *      NO ANO) SAI MARCADO; CUSTO SEM RECEITA CONTA COMO          00000260
      *      MARGEM ABAIXO DO MINIMO. OS MESMOS DADOS SAEM NO           00000270
      *      RNTCSV, SEPARADO POR ';' COMO O FR21CSV1 (TIPO P           00000280
      *      PROJETO, S SETOR, T TOTAL) PARA A PLANILHA DA AREA         00000290
      *      FINANCEIRA.                                                00000300
      *      O CUSTPROJ TRAZ SO O MES; O CUSTO ACUMULADO DO ANO VEM     00000310
      *      DO CUSTACU (EXECUCAO ANTERIOR) E E REGRAVADO NO            00000320
      *      CUSTACUN, QUE O JOB COPIA PARA O CUSTACU. A REEXECUCAO     00000330
      *      DA MESMA COMPETENCIA TROCA O MES JA SOMADO EM VEZ DE       00000340
      *      SOMAR DE NOVO; VIRADA DE ANO RECOMECA O ACUMULADO.         00000350
      *      PARM = MARGEM MINIMA 9(03)V99 (PADRAO 010,00) E,           00000360
      *      OPCIONAL, A COMPETENCIA AAAAMM (PADRAO A DO CUSTPROJ).     00000370
      *-------------------------------------------------------------*   00000380
      *   ARQUIVOS.....:                                                00000390
      *                                                                 00000400
      *   NAME                I/O                                       00000410
      *   PROJMAS              I   (CADASTRO DE PROJETOS)               00000420
      *   CUSTPROJ             I   (CUSTO DO MES - FR21CST1)            00000430
      *   CUSTACU              I   (CUSTO ACUMULADO ANTERIOR)           00000440
      *   CONTASREC            I   (CARTEIRA - FR21REC1)                00000450
      *   CUSTACUN             O   (CUSTO ACUMULADO ATUALIZADO)         00000460
      *   RELRNT               O   (RELATORIO DE RENTABILIDADE)         00000470
      *   RNTCSV               O   (RENTABILIDADE SEPARADA POR ';')     00000480
      *-------------------------------------------------------------*   00000490
      *   MODULOS....:                                                  00000500
      *   FR21DTA1             DATA DE NEGOCIO DA JANELA (LNKDPRC)      00000510
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000520
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
           SELECT PROJMAS   ASSIGN TO PROJMAS                           00000660
               FILE STATUS  IS WRK-FS-PROJMAS.                          00000670
                                                                        00000680
           SELECT CUSTPROJ  ASSIGN TO CUSTPROJ                          00000690
               FILE STATUS  IS WRK-FS-CUSTPROJ.                         00000700
                                                                        00000710
           SELECT CUSTACU   ASSIGN TO CUSTACU                           00000720
               FILE STATUS  IS WRK-FS-CUSTACU.                          00000730
                                                                        00000740
           SELECT CONTASREC ASSIGN TO CONTASREC                         00000750
               FILE STATUS  IS WRK-FS-CONTASREC.                        00000760
                                                                        00000770
           SELECT CUSTACUN  ASSIGN TO CUSTACUN                          00000780
               FILE STATUS  IS WRK-FS-CUSTACUN.                         00000790
                                                                        00000800
           SELECT RELRNT    ASSIGN TO RELRNT                            00000810
               FILE STATUS  IS WRK-FS-RELRNT.                           00000820
                                                                        00000830
           SELECT RNTCSV    ASSIGN TO RNTCSV                            00000840
               FILE STATUS  IS WRK-FS-RNTCSV.                           00000850
                                                                        00000860
      *=============================================================*   00000870
       DATA                                                DIVISION.    00000880
      *=============================================================*   00000890
       FILE                                                 SECTION.    00000900
      *=============================================================*   00000910
                                                                        00000920
      *-------------------------------------------------------------*   00000930
      *       ARQUIVO DE ENTRADA PROJMAS  LRECL = 60                *   00000940
      *-------------------------------------------------------------*   00000950
       FD PROJMAS                                                       00000960
           RECORDING  MODE IS F                                         00000970
           BLOCK CONTAINS 0 RECORDS.                                    00000980
                                                                        00000990
       01 FD-PROJMAS.                                                   00001000
          05 FD-PM-IDPROJ    PIC X(20).                                 00001010
          05 FD-PM-NOMEPROJ  PIC X(30).                                 00001020
          05 FD-PM-SETORDONO PIC X(04).                                 00001030
          05 FD-PM-STATUS    PIC X(01).                                 00001040
          05 FD-PM-HORASORC  PIC 9(05).                                 00001050
                                                                        00001060
      *-------------------------------------------------------------*   00001070
      *       CUSTO POR PROJETO (FR21CST1)     LRECL = 76           *   00001080
      *-------------------------------------------------------------*   00001090
       FD CUSTPROJ                                                      00001100
           RECORDING  MODE IS F                                         00001110
           BLOCK CONTAINS 0 RECORDS.                                    00001120
                                                                        00001130
       01 FD-CUSTPROJ.                                                  00001140
          05 FD-CP-PROJETO   PIC X(20).                                 00001150
          05 FD-CP-SETOR     PIC X(04).                                 00001160
          05 FD-CP-CUSTO     PIC 9(11)V99.                              00001170
          05 FD-CP-COMPET    PIC 9(06).                                 00001180
          05 FD-CP-BRUTO     PIC 9(11)V99.                              00001190
          05 FD-CP-ENCARGOS  PIC 9(11)V99.                              00001200
          05 FD-CP-HORAS     PIC 9(07).                                 00001210
                                                                        00001220
      *-------------------------------------------------------------*   00001230
      *       CUSTO ACUMULADO NO ANO           LRECL = 100          *   00001240
      *       VALORES DO ANO JA COM O MES DA COMPETENCIA E, EM      *   00001250
      *       SEPARADO, O PROPRIO MES (PARA A REEXECUCAO)           *   00001260
      *-------------------------------------------------------------*   00001270
       FD CUSTACU                                                       00001280
           RECORDING  MODE IS F                                         00001290
           BLOCK CONTAINS 0 RECORDS.                                    00001300
                                                                        00001310
       01 FD-CUSTACU.                                                   00001320
          05 FD-CA-PROJETO   PIC X(20).                                 00001330
          05 FD-CA-SETOR     PIC X(04).                                 00001340
          05 FD-CA-COMPET.                                              00001350
             10 FD-CA-ANO    PIC 9(04).                                 00001360
             10 FD-CA-MES    PIC 9(02).                                 00001370
          05 FD-CA-COMPET-N  REDEFINES FD-CA-COMPET                     00001380
                             PIC 9(06).                                 00001390
          05 FD-CA-ANO-BRUTO PIC 9(13)V99.                              00001400
          05 FD-CA-ANO-ENCARGOS PIC 9(13)V99.                           00001410
          05 FD-CA-ANO-HORAS PIC 9(07).                                 00001420
          05 FD-CA-MES-BRUTO PIC 9(11)V99.                              00001430
          05 FD-CA-MES-ENCARGOS PIC 9(11)V99.                           00001440
          05 FD-CA-MES-HORAS PIC 9(07).                                 00001450
                                                                        00001460
      *-------------------------------------------------------------*   00001470
      *       CARTEIRA DE COBRANCA (FR21REC1)  LRECL = 106          *   00001480
      *       SITUACAO 'A' EM ABERTO / 'P' PAGO                     *   00001490
      *-------------------------------------------------------------*   00001500
       FD CONTASREC                                                     00001510
           RECORDING  MODE IS F                                         00001520
           BLOCK CONTAINS 0 RECORDS.                                    00001530
                                                                        00001540
       01 FD-CONTASREC.                                                 00001550
          05 FD-CR-NF        PIC 9(06).                                 00001560
          05 FD-CR-PROJETO   PIC X(20).                                 00001570
          05 FD-CR-SETOR     PIC X(04).                                 00001580
          05 FD-CR-EMISSAO   PIC 9(08).                                 00001590
          05 FD-CR-VALOR     PIC 9(11)V99.                              00001600
          05 FD-CR-RECEBIDO  PIC 9(11)V99.                              00001610
          05 FD-CR-SITUACAO  PIC X(01).                                 00001620
          05 FD-CR-NOSSO-NUM PIC 9(11).                                 00001630
          05 FD-CR-DATA-PAGTO PIC 9(08).                                00001640
          05 FD-CR-JUROS     PIC 9(09)V99.                              00001650
          05 FD-CR-DESCONTO  PIC 9(09)V99.                              00001660
                                                                        00001670
      *-------------------------------------------------------------*   00001680
      *       CUSTO ACUMULADO ATUALIZADO       LRECL = 100          *   00001690
      *-------------------------------------------------------------*   00001700
       FD CUSTACUN                                                      00001710
           RECORDING  MODE IS F                                         00001720
           BLOCK CONTAINS 0 RECORDS.                                    00001730
                                                                        00001740
       01 FD-CUSTACUN    PIC X(100).                                    00001750
                                                                        00001760
      *-------------------------------------------------------------*   00001770
      *       ARQUIVO DE SAIDA   RELRNT   LRECL = 132               *   00001780
      *-------------------------------------------------------------*   00001790
       FD RELRNT                                                        00001800
           RECORDING  MODE IS F                                         00001810
           BLOCK CONTAINS 0 RECORDS.                                    00001820
                                                                        00001830
       01 FD-RELRNT      PIC X(132).                                    00001840
                                                                        00001850
      *-------------------------------------------------------------*   00001860
      *       ARQUIVO DE SAIDA   RNTCSV   LRECL = 260               *   00001870
      *-------------------------------------------------------------*   00001880
       FD RNTCSV                                                        00001890
           RECORDING  MODE IS F                                         00001900
           BLOCK CONTAINS 0 RECORDS.                                    00001910
                                                                        00001920
       01 FD-RNTCSV      PIC X(260).                                    00001930
                                                                        00001940
      *-------------------------------------------------------------*   00001950
       WORKING-STORAGE                                      SECTION.    00001960
      *-------------------------------------------------------------*   00001970
                                                                        00001980
      *------------------LOG-DE-ERROS-------------------------------*   00001990
                                                                        00002000
       01 WRK-DADOS.                                                    00002010
           05 WRK-PROGRAMA  PIC X(08).                                  00002020
           05 WRK-SECAO     PIC X(04).                                  00002030
           05 WRK-MENSAGEM  PIC X(30).                                  00002040
           05 WRK-STATUS    PIC X(02).                                  00002050
           05 WRK-SEVERIDADE PIC X(01).                                 00002060
           05 FILLER        PIC X(22).                                  00002070
                                                                        00002080
      *------------------DATA DE NEGOCIO----------------------------*   00002090
                                                                        00002100
           COPY 'LNKDPRC'.                                              00002110
                                                                        00002120
      *--------------------LOGICA-----------------------------------*   00002130
                                                                        00002140
       77 WRK-PROJETOS-LIDOS  PIC 9(07) VALUE 0.                        00002150
                                                                        00002160
       77 WRK-CUSTOS-LIDOS    PIC 9(07) VALUE 0.                        00002170
                                                                        00002180
       77 WRK-ACUM-LIDOS      PIC 9(07) VALUE 0.                        00002190
                                                                        00002200
       77 WRK-ACUM-GRAVADOS   PIC 9(07) VALUE 0.                        00002210
                                                                        00002220
       77 WRK-TITULOS-LIDOS   PIC 9(07) VALUE 0.                        00002230
                                                                        00002240
       77 WRK-TITULOS-ANO     PIC 9(07) VALUE 0.                        00002250
                                                                        00002260
       77 WRK-PROJ-ABAIXO     PIC 9(07) VALUE 0.                        00002270
                                                                        00002280
       77 WRK-MSG-FINAL       PIC X(17) VALUE 'FINAL DE PROGRAMA'.      00002290
                                                                        00002300
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00002310
                                                                        00002320
       77 WRK-TEM-CUSTACU     PIC X(01) VALUE 'N'.                      00002330
                                                                        00002340
       77 WRK-MARGEM-MIN      PIC S9(03)V99 VALUE 010,00.               00002350
                                                                        00002360
       77 WRK-VL-ABERTO       PIC S9(13)V99 VALUE 0.                    00002370
                                                                        00002380
       77 WRK-PCT-CONSUMO     PIC 9(05)V99 VALUE 0.                     00002390
                                                                        00002400
       01 WRK-COMPET.                                                   00002410
          05 WRK-CP-ANO       PIC 9(04).                                00002420
          05 WRK-CP-MES       PIC 9(02).                                00002430
       01 WRK-COMPET-N REDEFINES WRK-COMPET                             00002440
                              PIC 9(06).                                00002450
                                                                        00002460
       01 WRK-DATA-NEG.                                                 00002470
          05 WRK-DN-ANO       PIC 9(04).                                00002480
          05 WRK-DN-MES       PIC 9(02).                                00002490
          05 WRK-DN-DIA       PIC 9(02).                                00002500
       01 WRK-DATA-NEG-N REDEFINES WRK-DATA-NEG                         00002510
                              PIC 9(08).                                00002520
                                                                        00002530
       01 WRK-EMISSAO.                                                  00002540
          05 WRK-EM-COMPET.                                             00002550
             10 WRK-EM-ANO    PIC 9(04).                                00002560
             10 WRK-EM-MES    PIC 9(02).                                00002570
          05 WRK-EM-COMPET-N REDEFINES WRK-EM-COMPET                    00002580
                              PIC 9(06).                                00002590
          05 WRK-EM-DIA       PIC 9(02).                                00002600
       01 WRK-EMISSAO-N REDEFINES WRK-EMISSAO                           00002610
                              PIC 9(08).                                00002620
                                                                        00002630
      *-----------CADASTRO DE PROJETOS E ACUMULADOS-----------------*   00002640
      *       OS GRUPOS DE VALORES DA TABELA, DO SUBTOTAL, DO TOTAL     00002650
      *       E DA IMPRESSAO TEM O MESMO DESENHO (MOVE DE GRUPO)        00002660
                                                                        00002670
       77 WRK-QTD-PJ          PIC 9(03) VALUE 0.                        00002680
                                                                        00002690
       77 WRK-IND-PJ          PIC 9(03) VALUE 0.                        00002700
                                                                        00002710
       77 WRK-PJ-PROCURA      PIC X(20) VALUE SPACES.                   00002720
                                                                        00002730
       77 WRK-SETOR-PROCURA   PIC X(04) VALUE SPACES.                   00002740
                                                                        00002750
       01 WRK-TAB-PRJ.                                                  00002760
          05 WRK-TAB-PRJ-OCR OCCURS 200 TIMES.                          00002770
             10 WRK-TP-PROJETO      PIC X(20).                          00002780
             10 WRK-TP-NOME         PIC X(30).                          00002790
             10 WRK-TP-SETOR        PIC X(04).                          00002800
             10 WRK-TP-TEM-MOV      PIC X(01).                          00002810
             10 WRK-TP-ANT-BRUTO    PIC S9(13)V99.                      00002820
             10 WRK-TP-ANT-ENCARGOS PIC S9(13)V99.                      00002830
             10 WRK-TP-ANT-HORAS    PIC S9(09).                         00002840
             10 WRK-TP-VALORES.                                         00002850
                15 WRK-TP-HORAS-ORC     PIC S9(09).                     00002860
                15 WRK-TP-MES-RECEITA   PIC S9(13)V99.                  00002870
                15 WRK-TP-MES-RECEBIDO  PIC S9(13)V99.                  00002880
                15 WRK-TP-MES-ABERTO    PIC S9(13)V99.                  00002890
                15 WRK-TP-MES-BRUTO     PIC S9(13)V99.                  00002900
                15 WRK-TP-MES-ENCARGOS  PIC S9(13)V99.                  00002910
                15 WRK-TP-MES-HORAS     PIC S9(09).                     00002920
                15 WRK-TP-ANO-RECEITA   PIC S9(13)V99.                  00002930
                15 WRK-TP-ANO-RECEBIDO  PIC S9(13)V99.                  00002940
                15 WRK-TP-ANO-ABERTO    PIC S9(13)V99.                  00002950
                15 WRK-TP-ANO-BRUTO     PIC S9(13)V99.                  00002960
                15 WRK-TP-ANO-ENCARGOS  PIC S9(13)V99.                  00002970
                15 WRK-TP-ANO-HORAS     PIC S9(09).                     00002980
                                                                        00002990
       01 WRK-SB-VALORES.                                               00003000
          05 WRK-SB-HORAS-ORC     PIC S9(09).                           00003010
          05 WRK-SB-MES-RECEITA   PIC S9(13)V99.                        00003020
          05 WRK-SB-MES-RECEBIDO  PIC S9(13)V99.                        00003030
          05 WRK-SB-MES-ABERTO    PIC S9(13)V99.                        00003040
          05 WRK-SB-MES-BRUTO     PIC S9(13)V99.                        00003050
          05 WRK-SB-MES-ENCARGOS  PIC S9(13)V99.                        00003060
          05 WRK-SB-MES-HORAS     PIC S9(09).                           00003070
          05 WRK-SB-ANO-RECEITA   PIC S9(13)V99.                        00003080
          05 WRK-SB-ANO-RECEBIDO  PIC S9(13)V99.                        00003090
          05 WRK-SB-ANO-ABERTO    PIC S9(13)V99.                        00003100
          05 WRK-SB-ANO-BRUTO     PIC S9(13)V99.                        00003110
          05 WRK-SB-ANO-ENCARGOS  PIC S9(13)V99.                        00003120
          05 WRK-SB-ANO-HORAS     PIC S9(09).                           00003130
                                                                        00003140
       01 WRK-TG-VALORES.                                               00003150
          05 WRK-TG-HORAS-ORC     PIC S9(09).                           00003160
          05 WRK-TG-MES-RECEITA   PIC S9(13)V99.                        00003170
          05 WRK-TG-MES-RECEBIDO  PIC S9(13)V99.                        00003180
          05 WRK-TG-MES-ABERTO    PIC S9(13)V99.                        00003190
          05 WRK-TG-MES-BRUTO     PIC S9(13)V99.                        00003200
          05 WRK-TG-MES-ENCARGOS  PIC S9(13)V99.                        00003210
          05 WRK-TG-MES-HORAS     PIC S9(09).                           00003220
          05 WRK-TG-ANO-RECEITA   PIC S9(13)V99.                        00003230
          05 WRK-TG-ANO-RECEBIDO  PIC S9(13)V99.                        00003240
          05 WRK-TG-ANO-ABERTO    PIC S9(13)V99.                        00003250
          05 WRK-TG-ANO-BRUTO     PIC S9(13)V99.                        00003260
          05 WRK-TG-ANO-ENCARGOS  PIC S9(13)V99.                        00003270
          05 WRK-TG-ANO-HORAS     PIC S9(09).                           00003280
                                                                        00003290
       01 WRK-IM-VALORES.                                               00003300
          05 WRK-IM-HORAS-ORC     PIC S9(09).                           00003310
          05 WRK-IM-MES-RECEITA   PIC S9(13)V99.                        00003320
          05 WRK-IM-MES-RECEBIDO  PIC S9(13)V99.                        00003330
          05 WRK-IM-MES-ABERTO    PIC S9(13)V99.                        00003340
          05 WRK-IM-MES-BRUTO     PIC S9(13)V99.                        00003350
          05 WRK-IM-MES-ENCARGOS  PIC S9(13)V99.                        00003360
          05 WRK-IM-MES-HORAS     PIC S9(09).                           00003370
          05 WRK-IM-ANO-RECEITA   PIC S9(13)V99.                        00003380
          05 WRK-IM-ANO-RECEBIDO  PIC S9(13)V99.                        00003390
          05 WRK-IM-ANO-ABERTO    PIC S9(13)V99.                        00003400
          05 WRK-IM-ANO-BRUTO     PIC S9(13)V99.                        00003410
          05 WRK-IM-ANO-ENCARGOS  PIC S9(13)V99.                        00003420
          05 WRK-IM-ANO-HORAS     PIC S9(09).                           00003430
                                                                        00003440
      *-----------MARGEM DE UM PERIODO (MES OU ANO)-----------------*   00003450
      *       WRK-PE-DADOS E O PERIODO EM CALCULO; O RESULTADO DO       00003460
      *       MES FICA EM WRK-PM-DADOS E O DO ANO EM WRK-PA-DADOS       00003470
                                                                        00003480
       01 WRK-PE-DADOS.                                                 00003490
          05 WRK-PE-RECEITA    PIC S9(13)V99.                           00003500
          05 WRK-PE-RECEBIDO   PIC S9(13)V99.                           00003510
          05 WRK-PE-ABERTO     PIC S9(13)V99.                           00003520
          05 WRK-PE-BRUTO      PIC S9(13)V99.                           00003530
          05 WRK-PE-ENCARGOS   PIC S9(13)V99.                           00003540
          05 WRK-PE-CUSTO      PIC S9(13)V99.                           00003550
          05 WRK-PE-MARGEM     PIC S9(13)V99.                           00003560
          05 WRK-PE-PCT        PIC S9(03)V99.                           00003570
          05 WRK-PE-ABAIXO     PIC X(01).                               00003580
                                                                        00003590
       01 WRK-PM-DADOS.                                                 00003600
          05 WRK-PM-RECEITA    PIC S9(13)V99.                           00003610
          05 WRK-PM-RECEBIDO   PIC S9(13)V99.                           00003620
          05 WRK-PM-ABERTO     PIC S9(13)V99.                           00003630
          05 WRK-PM-BRUTO      PIC S9(13)V99.                           00003640
          05 WRK-PM-ENCARGOS   PIC S9(13)V99.                           00003650
          05 WRK-PM-CUSTO      PIC S9(13)V99.                           00003660
          05 WRK-PM-MARGEM     PIC S9(13)V99.                           00003670
          05 WRK-PM-PCT        PIC S9(03)V99.                           00003680
          05 WRK-PM-ABAIXO     PIC X(01).                               00003690
                                                                        00003700
       01 WRK-PA-DADOS.                                                 00003710
          05 WRK-PA-RECEITA    PIC S9(13)V99.                           00003720
          05 WRK-PA-RECEBIDO   PIC S9(13)V99.                           00003730
          05 WRK-PA-ABERTO     PIC S9(13)V99.                           00003740
          05 WRK-PA-BRUTO      PIC S9(13)V99.                           00003750
          05 WRK-PA-ENCARGOS   PIC S9(13)V99.                           00003760
          05 WRK-PA-CUSTO      PIC S9(13)V99.                           00003770
          05 WRK-PA-MARGEM     PIC S9(13)V99.                           00003780
          05 WRK-PA-PCT        PIC S9(03)V99.                           00003790
          05 WRK-PA-ABAIXO     PIC X(01).                               00003800
                                                                        00003810
      *-----------QUEBRA POR SETOR DONO-----------------------------*   00003820
                                                                        00003830
       77 WRK-SET-ANTERIOR    PIC X(04) VALUE LOW-VALUES.               00003840
                                                                        00003850
       77 WRK-SET-ATUAL       PIC X(04) VALUE SPACES.                   00003860
                                                                        00003870
       77 WRK-ACHOU-SET       PIC X(01) VALUE 'N'.                      00003880
                                                                        00003890
       77 WRK-ACHOU-PJ        PIC X(01) VALUE 'N'.                      00003900
                                                                        00003910
      *--------------------STATUS-----------------------------------*   00003920
                                                                        00003930
       77 WRK-FS-PROJMAS   PIC 9(02).                                   00003940
                                                                        00003950
       77 WRK-FS-CUSTPROJ  PIC 9(02).                                   00003960
                                                                        00003970
       77 WRK-FS-CUSTACU   PIC 9(02).                                   00003980
                                                                        00003990
       77 WRK-FS-CONTASREC PIC 9(02).                                   00004000
                                                                        00004010
       77 WRK-FS-CUSTACUN  PIC 9(02).                                   00004020
                                                                        00004030
       77 WRK-FS-RELRNT    PIC 9(02).                                   00004040
                                                                        00004050
       77 WRK-FS-RNTCSV    PIC 9(02).                                   00004060
                                                                        00004070
      *--------------------LAYOUT DO CUSTO ACUMULADO----------------*   00004080
                                                                        00004090
       01 WRK-ACUMULADO.                                                00004100
          05 WRK-AC-PROJETO      PIC X(20).                             00004110
          05 WRK-AC-SETOR        PIC X(04).                             00004120
          05 WRK-AC-COMPET       PIC 9(06).                             00004130
          05 WRK-AC-ANO-BRUTO    PIC 9(13)V99.                          00004140
          05 WRK-AC-ANO-ENCARGOS PIC 9(13)V99.                          00004150
          05 WRK-AC-ANO-HORAS    PIC 9(07).                             00004160
          05 WRK-AC-MES-BRUTO    PIC 9(11)V99.                          00004170
          05 WRK-AC-MES-ENCARGOS PIC 9(11)V99.                          00004180
          05 WRK-AC-MES-HORAS    PIC 9(07).                             00004190
                                                                        00004200
      *--------------------REGISTRO DO RNTCSV-----------------------*   00004210
      *       TIPO P PROJETO, S SUBTOTAL DO SETOR, T TOTAL GERAL;       00004220
      *       MES E ANO: RECEITA;BRUTO;ENCARGOS;MARGEM;MARGEM %;        00004230
      *       RECEBIDO;EM ABERTO - DEPOIS HORAS MES;HORAS ANO;          00004240
      *       HORAS ORCADAS;ALERTA (S/N)                                00004250
                                                                        00004260
       01 WRK-CSV-RNT.                                                  00004270
          05 WRK-CSV-TIPO        PIC X(01).                             00004280
          05 FILLER              PIC X(01) VALUE ';'.                   00004290
          05 WRK-CSV-PROJETO     PIC X(20).                             00004300
          05 FILLER              PIC X(01) VALUE ';'.                   00004310
          05 WRK-CSV-SETOR       PIC X(04).                             00004320
          05 FILLER              PIC X(01) VALUE ';'.                   00004330
          05 WRK-CSV-COMPET      PIC 9(06).                             00004340
          05 FILLER              PIC X(01) VALUE ';'.                   00004350
          05 WRK-CSV-M-RECEITA   PIC 99999999999,99.                    00004360
          05 FILLER              PIC X(01) VALUE ';'.                   00004370
          05 WRK-CSV-M-BRUTO     PIC 99999999999,99.                    00004380
          05 FILLER              PIC X(01) VALUE ';'.                   00004390
          05 WRK-CSV-M-ENCARGOS  PIC 99999999999,99.                    00004400
          05 FILLER              PIC X(01) VALUE ';'.                   00004410
          05 WRK-CSV-M-MARGEM    PIC -99999999999,99.                   00004420
          05 FILLER              PIC X(01) VALUE ';'.                   00004430
          05 WRK-CSV-M-PCT       PIC -999,99.                           00004440
          05 FILLER              PIC X(01) VALUE ';'.                   00004450
          05 WRK-CSV-M-RECEBIDO  PIC 99999999999,99.                    00004460
          05 FILLER              PIC X(01) VALUE ';'.                   00004470
          05 WRK-CSV-M-ABERTO    PIC 99999999999,99.                    00004480
          05 FILLER              PIC X(01) VALUE ';'.                   00004490
          05 WRK-CSV-A-RECEITA   PIC 99999999999,99.                    00004500
          05 FILLER              PIC X(01) VALUE ';'.                   00004510
          05 WRK-CSV-A-BRUTO     PIC 99999999999,99.                    00004520
          05 FILLER              PIC X(01) VALUE ';'.                   00004530
          05 WRK-CSV-A-ENCARGOS  PIC 99999999999,99.                    00004540
          05 FILLER              PIC X(01) VALUE ';'.                   00004550
          05 WRK-CSV-A-MARGEM    PIC -99999999999,99.                   00004560
          05 FILLER              PIC X(01) VALUE ';'.                   00004570
          05 WRK-CSV-A-PCT       PIC -999,99.                           00004580
          05 FILLER              PIC X(01) VALUE ';'.                   00004590
          05 WRK-CSV-A-RECEBIDO  PIC 99999999999,99.                    00004600
          05 FILLER              PIC X(01) VALUE ';'.                   00004610
          05 WRK-CSV-A-ABERTO    PIC 99999999999,99.                    00004620
          05 FILLER              PIC X(01) VALUE ';'.                   00004630
          05 WRK-CSV-M-HORAS     PIC 9(07).                             00004640
          05 FILLER              PIC X(01) VALUE ';'.                   00004650
          05 WRK-CSV-A-HORAS     PIC 9(07).                             00004660
          05 FILLER              PIC X(01) VALUE ';'.                   00004670
          05 WRK-CSV-ORC         PIC 9(07).                             00004680
          05 FILLER              PIC X(01) VALUE ';'.                   00004690
          05 WRK-CSV-ALERTA      PIC X(01).                             00004700
          05 FILLER              PIC X(02) VALUE SPACES.                00004710
                                                                        00004720
      *--------------------LINHAS DO RELRNT-------------------------*   00004730
                                                                        00004740
       01 WRK-CABEC1.                                                   00004750
          05 FILLER   PIC X(44) VALUE                                   00004760
             'RENTABILIDADE DE PROJETOS - MES E ANO       '.            00004770
          05 FILLER   PIC X(14) VALUE ' COMPETENCIA: '.                 00004780
          05 WRK-C1-COMPET   PIC 9(06).                                 00004790
          05 FILLER   PIC X(18) VALUE '   MARGEM MINIMA: '.             00004800
          05 WRK-C1-MARGEM   PIC ZZ9,99.                                00004810
          05 FILLER   PIC X(02) VALUE ' %'.                             00004820
          05 FILLER   PIC X(42) VALUE SPACES.                           00004830
                                                                        00004840
       01 WRK-CABEC2.                                                   00004850
          05 FILLER   PIC X(44) VALUE                                   00004860
             'PROJETO               NOME DO PROJETO       '.            00004870
          05 FILLER   PIC X(44) VALUE                                   00004880
             '          SETOR HORAS MES  HORAS ANO  HORAS '.            00004890
          05 FILLER   PIC X(44) VALUE                                   00004900
             'ORC  % CONSUMO  ALERTA                      '.            00004910
                                                                        00004920
       01 WRK-CABEC3.                                                   00004930
          05 FILLER   PIC X(44) VALUE                                   00004940
             '      PER  RECEITA FATUR.     FOLHA BRUTA   '.            00004950
          05 FILLER   PIC X(44) VALUE                                   00004960
             '     ENCARGOS     CUSTO TOTAL           MARG'.            00004970
          05 FILLER   PIC X(44) VALUE                                   00004980
             'EM   MARG %        RECEBIDO       EM ABERTO '.            00004990
                                                                        00005000
       01 WRK-LINHA-A.                                                  00005010
          05 WRK-RA-PROJETO  PIC X(20).                                 00005020
          05 FILLER          PIC X(02) VALUE SPACES.                    00005030
          05 WRK-RA-NOME     PIC X(30).                                 00005040
          05 FILLER          PIC X(02) VALUE SPACES.                    00005050
          05 WRK-RA-SETOR    PIC X(04).                                 00005060
          05 FILLER          PIC X(02) VALUE SPACES.                    00005070
          05 WRK-RA-HORAS-MES PIC Z.ZZZ.ZZ9.                            00005080
          05 FILLER          PIC X(02) VALUE SPACES.                    00005090
          05 WRK-RA-HORAS-ANO PIC Z.ZZZ.ZZ9.                            00005100
          05 FILLER          PIC X(02) VALUE SPACES.                    00005110
          05 WRK-RA-HORAS-ORC PIC Z.ZZZ.ZZ9.                            00005120
          05 FILLER          PIC X(02) VALUE SPACES.                    00005130
          05 WRK-RA-CONSUMO  PIC ZZ.ZZ9,99.                             00005140
          05 FILLER          PIC X(02) VALUE SPACES.                    00005150
          05 WRK-RA-ALERTA   PIC X(20).                                 00005160
          05 FILLER          PIC X(08) VALUE SPACES.                    00005170
                                                                        00005180
       01 WRK-LINHA-B.                                                  00005190
          05 FILLER          PIC X(06) VALUE SPACES.                    00005200
          05 WRK-RB-PERIODO  PIC X(03).                                 00005210
          05 FILLER          PIC X(02) VALUE SPACES.                    00005220
          05 WRK-RB-RECEITA  PIC ZZZ.ZZZ.ZZ9,99.                        00005230
          05 FILLER          PIC X(02) VALUE SPACES.                    00005240
          05 WRK-RB-BRUTO    PIC ZZZ.ZZZ.ZZ9,99.                        00005250
          05 FILLER          PIC X(02) VALUE SPACES.                    00005260
          05 WRK-RB-ENCARGOS PIC ZZZ.ZZZ.ZZ9,99.                        00005270
          05 FILLER          PIC X(02) VALUE SPACES.                    00005280
          05 WRK-RB-CUSTO    PIC ZZZ.ZZZ.ZZ9,99.                        00005290
          05 FILLER          PIC X(02) VALUE SPACES.                    00005300
          05 WRK-RB-MARGEM   PIC ----.---.--9,99.                       00005310
          05 FILLER          PIC X(02) VALUE SPACES.                    00005320
          05 WRK-RB-PCT      PIC ---9,99.                               00005330
          05 FILLER          PIC X(02) VALUE SPACES.                    00005340
          05 WRK-RB-RECEBIDO PIC ZZZ.ZZZ.ZZ9,99.                        00005350
          05 FILLER          PIC X(02) VALUE SPACES.                    00005360
          05 WRK-RB-ABERTO   PIC ZZZ.ZZZ.ZZ9,99.                        00005370
          05 FILLER          PIC X(01) VALUE SPACE.                     00005380
                                                                        00005390
      *-------------------------------------------------------------*   00005400
       LINKAGE                                              SECTION.    00005410
      *-------------------------------------------------------------*   00005420
       01 LNK-ENTRADA.                                                  00005430
          05 LNK-LEN            PIC 9(04) COMP.                         00005440
          05 LNK-MARGEM-MIN     PIC 9(03)V99.                           00005450
          05 LNK-COMPET         PIC 9(06).                              00005460
                                                                        00005470
      *=============================================================*   00005480
       PROCEDURE DIVISION USING LNK-ENTRADA.                            00005490
      *=============================================================*   00005500
                                                                        00005510
      *=============================================================*   00005520
       0000-PRINCIPAL                                       SECTION.    00005530
                                                                        00005540
            PERFORM 1000-INICIAR.                                       00005550
            PERFORM 1100-CARREGAR-PROJETOS.                             00005560
            PERFORM 1200-CARREGAR-ACUMULADO.                            00005570
            PERFORM 2000-PROCESSAR-CUSTOS                               00005580
               UNTIL WRK-FS-CUSTPROJ EQUAL 10.                          00005590
            PERFORM 2200-PROCESSAR-TITULOS                              00005600
               UNTIL WRK-FS-CONTASREC EQUAL 10.                         00005610
            PERFORM 3000-FINALIZAR.                                     00005620
                                                                        00005630
       0000-99-FIM.                                            EXIT.    00005640
      *=============================================================*   00005650
                                                                        00005660
      *=============================================================*   00005670
       1000-INICIAR                                         SECTION.    00005680
                                                                        00005690
            OPEN INPUT  PROJMAS.                                        00005700
            OPEN INPUT  CUSTPROJ.                                       00005710
            OPEN INPUT  CONTASREC.                                      00005720
            OPEN OUTPUT CUSTACUN.                                       00005730
            OPEN OUTPUT RELRNT.                                         00005740
            OPEN OUTPUT RNTCSV.                                         00005750
                                                                        00005760
            IF WRK-FS-PROJMAS NOT EQUAL ZEROS                           00005770
               MOVE 'FR21RNT1'                  TO WRK-PROGRAMA         00005780
               MOVE '1000'                      TO WRK-SECAO            00005790
               MOVE 'ERRO OPEN PROJMAS        ' TO WRK-MENSAGEM         00005800
               MOVE WRK-FS-PROJMAS              TO WRK-STATUS           00005810
               PERFORM 9000-TRATARERROS                                 00005820
            END-IF.                                                     00005830
                                                                        00005840
            IF WRK-FS-CUSTPROJ NOT EQUAL ZEROS                          00005850
               MOVE 'FR21RNT1'                  TO WRK-PROGRAMA         00005860
               MOVE '1000'                      TO WRK-SECAO            00005870
               MOVE 'ERRO OPEN CUSTPROJ       ' TO WRK-MENSAGEM         00005880
               MOVE WRK-FS-CUSTPROJ             TO WRK-STATUS           00005890
               PERFORM 9000-TRATARERROS                                 00005900
            END-IF.                                                     00005910
                                                                        00005920
            IF WRK-FS-CONTASREC NOT EQUAL ZEROS                         00005930
               MOVE 'FR21RNT1'                  TO WRK-PROGRAMA         00005940
               MOVE '1000'                      TO WRK-SECAO            00005950
               MOVE 'ERRO OPEN CONTASREC      ' TO WRK-MENSAGEM         00005960
               MOVE WRK-FS-CONTASREC            TO WRK-STATUS           00005970
               PERFORM 9000-TRATARERROS                                 00005980
            END-IF.                                                     00005990
                                                                        00006000
            IF WRK-FS-CUSTACUN NOT EQUAL ZEROS                          00006010
               MOVE 'FR21RNT1'                  TO WRK-PROGRAMA         00006020
               MOVE '1000'                      TO WRK-SECAO            00006030
               MOVE 'ERRO OPEN CUSTACUN       ' TO WRK-MENSAGEM         00006040
               MOVE WRK-FS-CUSTACUN             TO WRK-STATUS           00006050
               PERFORM 9000-TRATARERROS                                 00006060
            END-IF.                                                     00006070
                                                                        00006080
            IF WRK-FS-RELRNT NOT EQUAL ZEROS                            00006090
               MOVE 'FR21RNT1'                  TO WRK-PROGRAMA         00006100
               MOVE '1000'                      TO WRK-SECAO            00006110
               MOVE 'ERRO OPEN RELRNT         ' TO WRK-MENSAGEM         00006120
               MOVE WRK-FS-RELRNT               TO WRK-STATUS           00006130
               PERFORM 9000-TRATARERROS                                 00006140
            END-IF.                                                     00006150
                                                                        00006160
            IF WRK-FS-RNTCSV NOT EQUAL ZEROS                            00006170
               MOVE 'FR21RNT1'                  TO WRK-PROGRAMA         00006180
               MOVE '1000'                      TO WRK-SECAO            00006190
               MOVE 'ERRO OPEN RNTCSV         ' TO WRK-MENSAGEM         00006200
               MOVE WRK-FS-RNTCSV               TO WRK-STATUS           00006210
               PERFORM 9000-TRATARERROS                                 00006220
            END-IF.                                                     00006230
                                                                        00006240
      *                 MARGEM MINIMA E COMPETENCIA DA PARM             00006250
                                                                        00006260
            MOVE ZEROS TO WRK-COMPET-N.                                 00006270
                                                                        00006280
            IF LNK-LEN NOT LESS 5                                       00006290
               AND LNK-MARGEM-MIN IS NUMERIC                            00006300
               MOVE LNK-MARGEM-MIN TO WRK-MARGEM-MIN                    00006310
            END-IF.                                                     00006320
                                                                        00006330
            IF LNK-LEN NOT LESS 11                                      00006340
               AND LNK-COMPET IS NUMERIC                                00006350
               MOVE LNK-COMPET TO WRK-COMPET-N                          00006360
            END-IF.                                                     00006370
                                                                        00006380
            INITIALIZE WRK-TAB-PRJ WRK-SB-VALORES WRK-TG-VALORES.       00006390
                                                                        00006400
            READ CUSTPROJ.                                              00006410
            READ CONTASREC.                                             00006420
                                                                        00006430
      *                 SEM COMPETENCIA NA PARM VALE A DO CUSTPROJ;     00006440
      *                 SEM CUSTPROJ, O MES DA DATA DE NEGOCIO          00006450
                                                                        00006460
            IF WRK-COMPET-N EQUAL ZEROS                                 00006470
               IF WRK-FS-CUSTPROJ EQUAL ZEROS                           00006480
                  AND FD-CP-COMPET IS NUMERIC                           00006490
                  AND FD-CP-COMPET GREATER ZEROS                        00006500
                  MOVE FD-CP-COMPET TO WRK-COMPET-N                     00006510
               ELSE                                                     00006520
                  MOVE 'FR21RNT1' TO LNK-DP-PROGRAMA                    00006530
                  MOVE ZEROS      TO LNK-DP-DIAS-TOL                    00006540
                  CALL 'FR21DTA1' USING LNK-DPRC                        00006550
                  MOVE LNK-DP-DATA TO WRK-DATA-NEG-N                    00006560
                  MOVE WRK-DN-ANO  TO WRK-CP-ANO                        00006570
                  MOVE WRK-DN-MES  TO WRK-CP-MES                        00006580
               END-IF                                                   00006590
            END-IF.                                                     00006600
                                                                        00006610
            IF WRK-CP-MES LESS 01 OR WRK-CP-MES GREATER 12              00006620
               MOVE 'FR21RNT1'                  TO WRK-PROGRAMA         00006630
               MOVE '1000'                      TO WRK-SECAO            00006640
               MOVE 'COMPETENCIA INVALIDA     ' TO WRK-MENSAGEM         00006650
               MOVE SPACES                      TO WRK-STATUS           00006660
               PERFORM 9000-TRATARERROS                                 00006670
            END-IF.                                                     00006680
                                                                        00006690
       1000-99-FIM.                                            EXIT.    00006700
      *=============================================================*   00006710
                                                                        00006720
      *=============================================================*   00006730
       1100-CARREGAR-PROJETOS                               SECTION.    00006740
                                                                        00006750
      *                 CADASTRO INTEIRO EM TABELA; O SETOR DONO E      00006760
      *                 O SETOR DA QUEBRA DO RELATORIO                  00006770
                                                                        00006780
           READ PROJMAS.                                                00006790
                                                                        00006800
           PERFORM UNTIL WRK-FS-PROJMAS NOT EQUAL ZEROS                 00006810
              ADD 1 TO WRK-PROJETOS-LIDOS                               00006820
              IF WRK-QTD-PJ EQUAL 200                                   00006830
                 MOVE 'FR21RNT1'                  TO WRK-PROGRAMA       00006840
                 MOVE '1100'                      TO WRK-SECAO          00006850
                 MOVE 'EXCESSO DE PROJETOS      ' TO WRK-MENSAGEM       00006860
                 MOVE SPACES                      TO WRK-STATUS         00006870
                 PERFORM 9000-TRATARERROS                               00006880
              END-IF                                                    00006890
              ADD 1 TO WRK-QTD-PJ                                       00006900
              MOVE WRK-QTD-PJ      TO WRK-IND-PJ                        00006910
              MOVE FD-PM-IDPROJ    TO WRK-TP-PROJETO(WRK-IND-PJ)        00006920
              MOVE FD-PM-NOMEPROJ  TO WRK-TP-NOME(WRK-IND-PJ)           00006930
              MOVE FD-PM-SETORDONO TO WRK-TP-SETOR(WRK-IND-PJ)          00006940
              MOVE 'N'             TO WRK-TP-TEM-MOV(WRK-IND-PJ)        00006950
              IF FD-PM-HORASORC IS NUMERIC                              00006960
                 MOVE FD-PM-HORASORC TO WRK-TP-HORAS-ORC(WRK-IND-PJ)    00006970
              END-IF                                                    00006980
              READ PROJMAS                                              00006990
           END-PERFORM.                                                 00007000
                                                                        00007010
           CLOSE PROJMAS.                                               00007020
                                                                        00007030
       1100-99-FIM.                                            EXIT.    00007040
      *=============================================================*   00007050
                                                                        00007060
      *=============================================================*   00007070
       1200-CARREGAR-ACUMULADO                              SECTION.    00007080
                                                                        00007090
      *                 CUSTO DO ANO ATE O MES ANTERIOR. REGISTRO DA    00007100
      *                 PROPRIA COMPETENCIA (REEXECUCAO) DESCONTA O     00007110
      *                 MES JA SOMADO; ANO ANTERIOR NAO ENTRA           00007120
                                                                        00007130
           OPEN INPUT CUSTACU.                                          00007140
                                                                        00007150
           IF WRK-FS-CUSTACU NOT EQUAL ZEROS                            00007160
              DISPLAY 'CUSTACU INDISPONIVEL - ANO SO COM O MES'         00007170
              GO TO 1200-99-FIM                                         00007180
           END-IF.                                                      00007190
                                                                        00007200
           MOVE 'S' TO WRK-TEM-CUSTACU.                                 00007210
           READ CUSTACU.                                                00007220
                                                                        00007230
           PERFORM UNTIL WRK-FS-CUSTACU NOT EQUAL ZEROS                 00007240
              ADD 1 TO WRK-ACUM-LIDOS                                   00007250
              IF FD-CA-COMPET-N GREATER WRK-COMPET-N                    00007260
                 MOVE 'FR21RNT1'                  TO WRK-PROGRAMA       00007270
                 MOVE '1200'                      TO WRK-SECAO          00007280
                 MOVE 'CUSTACU POSTERIOR A COMPET.' TO WRK-MENSAGEM     00007290
                 MOVE SPACES                      TO WRK-STATUS         00007300
                 PERFORM 9000-TRATARERROS                               00007310
              END-IF                                                    00007320
              IF FD-CA-ANO EQUAL WRK-CP-ANO                             00007330
                 MOVE FD-CA-PROJETO TO WRK-PJ-PROCURA                   00007340
                 MOVE FD-CA-SETOR   TO WRK-SETOR-PROCURA                00007350
                 PERFORM 2900-LOCALIZAR-PROJETO                         00007360
                 MOVE FD-CA-ANO-BRUTO                                   00007370
                                 TO WRK-TP-ANT-BRUTO(WRK-IND-PJ)        00007380
                 MOVE FD-CA-ANO-ENCARGOS                                00007390
                                 TO WRK-TP-ANT-ENCARGOS(WRK-IND-PJ)     00007400
                 MOVE FD-CA-ANO-HORAS                                   00007410
                                 TO WRK-TP-ANT-HORAS(WRK-IND-PJ)        00007420
                 IF FD-CA-COMPET-N EQUAL WRK-COMPET-N                   00007430
                    SUBTRACT FD-CA-MES-BRUTO                            00007440
                        FROM WRK-TP-ANT-BRUTO(WRK-IND-PJ)               00007450
                    SUBTRACT FD-CA-MES-ENCARGOS                         00007460
                        FROM WRK-TP-ANT-ENCARGOS(WRK-IND-PJ)            00007470
                    SUBTRACT FD-CA-MES-HORAS                            00007480
                        FROM WRK-TP-ANT-HORAS(WRK-IND-PJ)               00007490
                 END-IF                                                 00007500
              END-IF                                                    00007510
              READ CUSTACU                                              00007520
           END-PERFORM.                                                 00007530
                                                                        00007540
           CLOSE CUSTACU.                                               00007550
                                                                        00007560
       1200-99-FIM.                                            EXIT.    00007570
      *=============================================================*   00007580
                                                                        00007590
      *=============================================================*   00007600
       2000-PROCESSAR-CUSTOS                                SECTION.    00007610
                                                                        00007620
           ADD 1 TO WRK-CUSTOS-LIDOS.                                   00007630
                                                                        00007640
      *                 CUSTPROJ DE OUTRO MES NAO SE MISTURA COM A      00007650
      *                 COMPETENCIA PEDIDA                              00007660
                                                                        00007670
           IF FD-CP-COMPET NOT EQUAL WRK-COMPET-N                       00007680
              MOVE 'FR21RNT1'                  TO WRK-PROGRAMA          00007690
              MOVE '2000'                      TO WRK-SECAO             00007700
              MOVE 'CUSTPROJ DE OUTRA COMPET.' TO WRK-MENSAGEM          00007710
              MOVE SPACES                      TO WRK-STATUS            00007720
              PERFORM 9000-TRATARERROS                                  00007730
           END-IF.                                                      00007740
                                                                        00007750
           MOVE FD-CP-PROJETO TO WRK-PJ-PROCURA.                        00007760
           MOVE FD-CP-SETOR   TO WRK-SETOR-PROCURA.                     00007770
           PERFORM 2900-LOCALIZAR-PROJETO.                              00007780
                                                                        00007790
           ADD FD-CP-BRUTO    TO WRK-TP-MES-BRUTO(WRK-IND-PJ).          00007800
           ADD FD-CP-ENCARGOS TO WRK-TP-MES-ENCARGOS(WRK-IND-PJ).       00007810
           ADD FD-CP-HORAS    TO WRK-TP-MES-HORAS(WRK-IND-PJ).          00007820
                                                                        00007830
           READ CUSTPROJ.                                               00007840
                                                                        00007850
       2000-99-FIM.                                            EXIT.    00007860
      *=============================================================*   00007870
                                                                        00007880
      *=============================================================*   00007890
       2200-PROCESSAR-TITULOS                               SECTION.    00007900
                                                                        00007910
           ADD 1 TO WRK-TITULOS-LIDOS.                                  00007920
                                                                        00007930
      *                 RECEITA PELA EMISSAO: ANO DA COMPETENCIA ATE    00007940
      *                 O MES DA COMPETENCIA; O QUE FALTA RECEBER SO    00007950
      *                 CONTA EM TITULO AINDA EM ABERTO                 00007960
                                                                        00007970
           MOVE FD-CR-EMISSAO TO WRK-EMISSAO-N.                         00007980
                                                                        00007990
           IF WRK-EM-ANO NOT EQUAL WRK-CP-ANO                           00008000
              OR WRK-EM-COMPET-N GREATER WRK-COMPET-N                   00008010
              GO TO 2200-50-LER                                         00008020
           END-IF.                                                      00008030
                                                                        00008040
           ADD 1 TO WRK-TITULOS-ANO.                                    00008050
                                                                        00008060
           MOVE FD-CR-PROJETO TO WRK-PJ-PROCURA.                        00008070
           MOVE FD-CR-SETOR   TO WRK-SETOR-PROCURA.                     00008080
           PERFORM 2900-LOCALIZAR-PROJETO.                              00008090
                                                                        00008100
           MOVE ZEROS TO WRK-VL-ABERTO.                                 00008110
           IF FD-CR-SITUACAO EQUAL 'A'                                  00008120
              AND FD-CR-VALOR GREATER FD-CR-RECEBIDO                    00008130
              COMPUTE WRK-VL-ABERTO = FD-CR-VALOR - FD-CR-RECEBIDO      00008140
           END-IF.                                                      00008150
                                                                        00008160
           ADD FD-CR-VALOR    TO WRK-TP-ANO-RECEITA(WRK-IND-PJ).        00008170
           ADD FD-CR-RECEBIDO TO WRK-TP-ANO-RECEBIDO(WRK-IND-PJ).       00008180
           ADD WRK-VL-ABERTO  TO WRK-TP-ANO-ABERTO(WRK-IND-PJ).         00008190
                                                                        00008200
           IF WRK-EM-COMPET-N EQUAL WRK-COMPET-N                        00008210
              ADD FD-CR-VALOR    TO WRK-TP-MES-RECEITA(WRK-IND-PJ)      00008220
              ADD FD-CR-RECEBIDO TO WRK-TP-MES-RECEBIDO(WRK-IND-PJ)     00008230
              ADD WRK-VL-ABERTO  TO WRK-TP-MES-ABERTO(WRK-IND-PJ)       00008240
           END-IF.                                                      00008250
                                                                        00008260
       2200-50-LER.                                                     00008270
           READ CONTASREC.                                              00008280
                                                                        00008290
       2200-99-FIM.                                            EXIT.    00008300
      *=============================================================*   00008310
                                                                        00008320
      *=============================================================*   00008330
       2900-LOCALIZAR-PROJETO                               SECTION.    00008340
                                                                        00008350
      *                 DEVOLVE EM WRK-IND-PJ A POSICAO DO PROJETO NA   00008360
      *                 TABELA; PROJETO FORA DO CADASTRO ENTRA NO FIM   00008370
      *                 DA TABELA COM O SETOR DO PROPRIO REGISTRO       00008380
                                                                        00008390
           IF WRK-IND-PJ GREATER ZEROS                                  00008400
              AND WRK-IND-PJ NOT GREATER WRK-QTD-PJ                     00008410
              IF WRK-TP-PROJETO(WRK-IND-PJ) EQUAL WRK-PJ-PROCURA        00008420
                 GO TO 2900-99-FIM                                      00008430
              END-IF                                                    00008440
           END-IF.                                                      00008450
                                                                        00008460
           MOVE 'N' TO WRK-ACHOU-PJ.                                    00008470
                                                                        00008480
           PERFORM VARYING WRK-IND-PJ FROM 1 BY 1 UNTIL                 00008490
              WRK-IND-PJ > WRK-QTD-PJ OR WRK-ACHOU-PJ = 'S'             00008500
              IF WRK-TP-PROJETO(WRK-IND-PJ) EQUAL WRK-PJ-PROCURA        00008510
                 MOVE 'S' TO WRK-ACHOU-PJ                               00008520
              END-IF                                                    00008530
           END-PERFORM.                                                 00008540
                                                                        00008550
           IF WRK-ACHOU-PJ EQUAL 'S'                                    00008560
              SUBTRACT 1 FROM WRK-IND-PJ                                00008570
              GO TO 2900-99-FIM                                         00008580
           END-IF.                                                      00008590
                                                                        00008600
           IF WRK-QTD-PJ EQUAL 200                                      00008610
              MOVE 'FR21RNT1'                  TO WRK-PROGRAMA          00008620
              MOVE '2900'                      TO WRK-SECAO             00008630
              MOVE 'EXCESSO DE PROJETOS      ' TO WRK-MENSAGEM          00008640
              MOVE SPACES                      TO WRK-STATUS            00008650
              PERFORM 9000-TRATARERROS                                  00008660
           END-IF.                                                      00008670
                                                                        00008680
           ADD 1 TO WRK-QTD-PJ.                                         00008690
           MOVE WRK-QTD-PJ        TO WRK-IND-PJ.                        00008700
           MOVE WRK-PJ-PROCURA    TO WRK-TP-PROJETO(WRK-IND-PJ).        00008710
           MOVE 'PROJETO NAO CADASTRADO' TO WRK-TP-NOME(WRK-IND-PJ).    00008720
           MOVE WRK-SETOR-PROCURA TO WRK-TP-SETOR(WRK-IND-PJ).          00008730
           MOVE 'N'               TO WRK-TP-TEM-MOV(WRK-IND-PJ).        00008740
                                                                        00008750
       2900-99-FIM.                                            EXIT.    00008760
      *=============================================================*   00008770
                                                                        00008780
      *=============================================================*   00008790
       3000-FINALIZAR                                       SECTION.    00008800
                                                                        00008810
             PERFORM 3050-ACUMULAR-ANO                                  00008820
                VARYING WRK-IND-PJ FROM 1 BY 1                          00008830
                UNTIL WRK-IND-PJ GREATER WRK-QTD-PJ.                    00008840
                                                                        00008850
             MOVE WRK-COMPET-N   TO WRK-C1-COMPET.                      00008860
             MOVE WRK-MARGEM-MIN TO WRK-C1-MARGEM.                      00008870
             WRITE FD-RELRNT FROM WRK-CABEC1.                           00008880
             WRITE FD-RELRNT FROM WRK-LINHA-VAZIA.                      00008890
             WRITE FD-RELRNT FROM WRK-CABEC2.                           00008900
             WRITE FD-RELRNT FROM WRK-CABEC3.                           00008910
                                                                        00008920
      *                 UMA PASSADA POR SETOR DONO, EM ORDEM            00008930
                                                                        00008940
             MOVE 'S' TO WRK-ACHOU-SET.                                 00008950
             PERFORM 3100-IMPRIMIR-SETOR                                00008960
                UNTIL WRK-ACHOU-SET NOT EQUAL 'S'.                      00008970
                                                                        00008980
             MOVE WRK-TG-VALORES TO WRK-IM-VALORES.                     00008990
             MOVE 'TOTAL GERAL'  TO WRK-RA-PROJETO.                     00009000
             MOVE SPACES         TO WRK-RA-NOME WRK-RA-SETOR.           00009010
             MOVE 'T'            TO WRK-CSV-TIPO.                       00009020
             MOVE SPACES         TO WRK-CSV-PROJETO WRK-CSV-SETOR.      00009030
             WRITE FD-RELRNT FROM WRK-LINHA-VAZIA.                      00009040
             PERFORM 3500-IMPRIMIR-LINHAS.                              00009050
                                                                        00009060
             DISPLAY 'COMPETENCIA...........' WRK-COMPET-N.             00009070
             DISPLAY 'PROJETOS LIDOS........' WRK-PROJETOS-LIDOS.       00009080
             DISPLAY 'CUSTOS LIDOS..........' WRK-CUSTOS-LIDOS.         00009090
             DISPLAY 'ACUMULADOS LIDOS......' WRK-ACUM-LIDOS.           00009100
             DISPLAY 'ACUMULADOS GRAVADOS...' WRK-ACUM-GRAVADOS.        00009110
             DISPLAY 'TITULOS LIDOS.........' WRK-TITULOS-LIDOS.        00009120
             DISPLAY 'TITULOS NO ANO........' WRK-TITULOS-ANO.          00009130
             DISPLAY 'PROJETOS ABAIXO MARGEM' WRK-PROJ-ABAIXO.          00009140
             DISPLAY WRK-MSG-FINAL.                                     00009150
                                                                        00009160
             CLOSE CUSTPROJ CONTASREC.                                  00009170
             CLOSE CUSTACUN RELRNT RNTCSV.                              00009180
             STOP RUN.                                                  00009190
                                                                        00009200
       3000-99-FIM.                                            EXIT.    00009210
      *=============================================================*   00009220
                                                                        00009230
      *=============================================================*   00009240
       3050-ACUMULAR-ANO                                    SECTION.    00009250
                                                                        00009260
      *                 CUSTO DO ANO = ACUMULADO ANTERIOR + MES; O      00009270
      *                 ACUMULADO NOVO VAI PARA A PROXIMA EXECUCAO      00009280
                                                                        00009290
           COMPUTE WRK-TP-ANO-BRUTO(WRK-IND-PJ) =                       00009300
                   WRK-TP-ANT-BRUTO(WRK-IND-PJ)                         00009310
                 + WRK-TP-MES-BRUTO(WRK-IND-PJ).                        00009320
           COMPUTE WRK-TP-ANO-ENCARGOS(WRK-IND-PJ) =                    00009330
                   WRK-TP-ANT-ENCARGOS(WRK-IND-PJ)                      00009340
                 + WRK-TP-MES-ENCARGOS(WRK-IND-PJ).                     00009350
           COMPUTE WRK-TP-ANO-HORAS(WRK-IND-PJ) =                       00009360
                   WRK-TP-ANT-HORAS(WRK-IND-PJ)                         00009370
                 + WRK-TP-MES-HORAS(WRK-IND-PJ).                        00009380
                                                                        00009390
           IF WRK-TP-ANO-BRUTO(WRK-IND-PJ)    GREATER ZEROS             00009400
              OR WRK-TP-ANO-ENCARGOS(WRK-IND-PJ) GREATER ZEROS          00009410
              OR WRK-TP-ANO-HORAS(WRK-IND-PJ)    GREATER ZEROS          00009420
              MOVE WRK-TP-PROJETO(WRK-IND-PJ)  TO WRK-AC-PROJETO        00009430
              MOVE WRK-TP-SETOR(WRK-IND-PJ)    TO WRK-AC-SETOR          00009440
              MOVE WRK-COMPET-N                TO WRK-AC-COMPET         00009450
              MOVE WRK-TP-ANO-BRUTO(WRK-IND-PJ)                         00009460
                                               TO WRK-AC-ANO-BRUTO      00009470
              MOVE WRK-TP-ANO-ENCARGOS(WRK-IND-PJ)                      00009480
                                               TO WRK-AC-ANO-ENCARGOS   00009490
              MOVE WRK-TP-ANO-HORAS(WRK-IND-PJ)                         00009500
                                               TO WRK-AC-ANO-HORAS      00009510
              MOVE WRK-TP-MES-BRUTO(WRK-IND-PJ)                         00009520
                                               TO WRK-AC-MES-BRUTO      00009530
              MOVE WRK-TP-MES-ENCARGOS(WRK-IND-PJ)                      00009540
                                               TO WRK-AC-MES-ENCARGOS   00009550
              MOVE WRK-TP-MES-HORAS(WRK-IND-PJ)                         00009560
                                               TO WRK-AC-MES-HORAS      00009570
              WRITE FD-CUSTACUN FROM WRK-ACUMULADO                      00009580
              ADD 1 TO WRK-ACUM-GRAVADOS                                00009590
              MOVE 'S' TO WRK-TP-TEM-MOV(WRK-IND-PJ)                    00009600
           END-IF.                                                      00009610
                                                                        00009620
           IF WRK-TP-ANO-RECEITA(WRK-IND-PJ) GREATER ZEROS              00009630
              MOVE 'S' TO WRK-TP-TEM-MOV(WRK-IND-PJ)                    00009640
           END-IF.                                                      00009650
                                                                        00009660
       3050-99-FIM.                                            EXIT.    00009670
      *=============================================================*   00009680
                                                                        00009690
      *=============================================================*   00009700
       3100-IMPRIMIR-SETOR                                  SECTION.    00009710
                                                                        00009720
      *                 PROXIMO SETOR (MENOR QUE AINDA NAO SAIU)        00009730
                                                                        00009740
           MOVE 'N'         TO WRK-ACHOU-SET.                           00009750
           MOVE HIGH-VALUES TO WRK-SET-ATUAL.                           00009760
                                                                        00009770
           PERFORM VARYING WRK-IND-PJ FROM 1 BY 1                       00009780
                   UNTIL WRK-IND-PJ GREATER WRK-QTD-PJ                  00009790
              IF WRK-TP-TEM-MOV(WRK-IND-PJ) EQUAL 'S'                   00009800
                 AND WRK-TP-SETOR(WRK-IND-PJ) GREATER WRK-SET-ANTERIOR  00009810
                 AND WRK-TP-SETOR(WRK-IND-PJ) LESS WRK-SET-ATUAL        00009820
                 MOVE WRK-TP-SETOR(WRK-IND-PJ) TO WRK-SET-ATUAL         00009830
                 MOVE 'S' TO WRK-ACHOU-SET                              00009840
              END-IF                                                    00009850
           END-PERFORM.                                                 00009860
                                                                        00009870
           IF WRK-ACHOU-SET NOT EQUAL 'S'                               00009880
              GO TO 3100-99-FIM                                         00009890
           END-IF.                                                      00009900
                                                                        00009910
           INITIALIZE WRK-SB-VALORES.                                   00009920
           WRITE FD-RELRNT FROM WRK-LINHA-VAZIA.                        00009930
                                                                        00009940
           PERFORM 3200-IMPRIMIR-PROJETO                                00009950
              VARYING WRK-IND-PJ FROM 1 BY 1                            00009960
              UNTIL WRK-IND-PJ GREATER WRK-QTD-PJ.                      00009970
                                                                        00009980
           MOVE WRK-SB-VALORES      TO WRK-IM-VALORES.                  00009990
           MOVE 'SUBTOTAL DO SETOR' TO WRK-RA-PROJETO.                  00010000
           MOVE SPACES              TO WRK-RA-NOME.                     00010010
           MOVE WRK-SET-ATUAL       TO WRK-RA-SETOR.                    00010020
           MOVE 'S'                 TO WRK-CSV-TIPO.                    00010030
           MOVE SPACES              TO WRK-CSV-PROJETO.                 00010040
           MOVE WRK-SET-ATUAL       TO WRK-CSV-SETOR.                   00010050
           PERFORM 3500-IMPRIMIR-LINHAS.                                00010060
                                                                        00010070
           ADD WRK-SB-HORAS-ORC    TO WRK-TG-HORAS-ORC.                 00010080
           ADD WRK-SB-MES-RECEITA  TO WRK-TG-MES-RECEITA.               00010090
           ADD WRK-SB-MES-RECEBIDO TO WRK-TG-MES-RECEBIDO.              00010100
           ADD WRK-SB-MES-ABERTO   TO WRK-TG-MES-ABERTO.                00010110
           ADD WRK-SB-MES-BRUTO    TO WRK-TG-MES-BRUTO.                 00010120
           ADD WRK-SB-MES-ENCARGOS TO WRK-TG-MES-ENCARGOS.              00010130
           ADD WRK-SB-MES-HORAS    TO WRK-TG-MES-HORAS.                 00010140
           ADD WRK-SB-ANO-RECEITA  TO WRK-TG-ANO-RECEITA.               00010150
           ADD WRK-SB-ANO-RECEBIDO TO WRK-TG-ANO-RECEBIDO.              00010160
           ADD WRK-SB-ANO-ABERTO   TO WRK-TG-ANO-ABERTO.                00010170
           ADD WRK-SB-ANO-BRUTO    TO WRK-TG-ANO-BRUTO.                 00010180
           ADD WRK-SB-ANO-ENCARGOS TO WRK-TG-ANO-ENCARGOS.              00010190
           ADD WRK-SB-ANO-HORAS    TO WRK-TG-ANO-HORAS.                 00010200
                                                                        00010210
           MOVE WRK-SET-ATUAL TO WRK-SET-ANTERIOR.                      00010220
                                                                        00010230
       3100-99-FIM.                                            EXIT.    00010240
      *=============================================================*   00010250
                                                                        00010260
      *=============================================================*   00010270
       3200-IMPRIMIR-PROJETO                                SECTION.    00010280
                                                                        00010290
           IF WRK-TP-SETOR(WRK-IND-PJ) NOT EQUAL WRK-SET-ATUAL          00010300
              OR WRK-TP-TEM-MOV(WRK-IND-PJ) NOT EQUAL 'S'               00010310
              GO TO 3200-99-FIM                                         00010320
           END-IF.                                                      00010330
                                                                        00010340
           MOVE WRK-TP-VALORES(WRK-IND-PJ) TO WRK-IM-VALORES.           00010350
           MOVE WRK-TP-PROJETO(WRK-IND-PJ) TO WRK-RA-PROJETO.           00010360
           MOVE WRK-TP-NOME(WRK-IND-PJ)    TO WRK-RA-NOME.              00010370
           MOVE WRK-TP-SETOR(WRK-IND-PJ)   TO WRK-RA-SETOR.             00010380
           MOVE 'P'                        TO WRK-CSV-TIPO.             00010390
           MOVE WRK-TP-PROJETO(WRK-IND-PJ) TO WRK-CSV-PROJETO.          00010400
           MOVE WRK-TP-SETOR(WRK-IND-PJ)   TO WRK-CSV-SETOR.            00010410
                                                                        00010420
           PERFORM 3500-IMPRIMIR-LINHAS.                                00010430
                                                                        00010440
           IF WRK-PM-ABAIXO EQUAL 'S' OR WRK-PA-ABAIXO EQUAL 'S'        00010450
              ADD 1 TO WRK-PROJ-ABAIXO                                  00010460
           END-IF.                                                      00010470
                                                                        00010480
           ADD WRK-IM-HORAS-ORC    TO WRK-SB-HORAS-ORC.                 00010490
           ADD WRK-IM-MES-RECEITA  TO WRK-SB-MES-RECEITA.               00010500
           ADD WRK-IM-MES-RECEBIDO TO WRK-SB-MES-RECEBIDO.              00010510
           ADD WRK-IM-MES-ABERTO   TO WRK-SB-MES-ABERTO.                00010520
           ADD WRK-IM-MES-BRUTO    TO WRK-SB-MES-BRUTO.                 00010530
           ADD WRK-IM-MES-ENCARGOS TO WRK-SB-MES-ENCARGOS.              00010540
           ADD WRK-IM-MES-HORAS    TO WRK-SB-MES-HORAS.                 00010550
           ADD WRK-IM-ANO-RECEITA  TO WRK-SB-ANO-RECEITA.               00010560
           ADD WRK-IM-ANO-RECEBIDO TO WRK-SB-ANO-RECEBIDO.              00010570
           ADD WRK-IM-ANO-ABERTO   TO WRK-SB-ANO-ABERTO.                00010580
           ADD WRK-IM-ANO-BRUTO    TO WRK-SB-ANO-BRUTO.                 00010590
           ADD WRK-IM-ANO-ENCARGOS TO WRK-SB-ANO-ENCARGOS.              00010600
           ADD WRK-IM-ANO-HORAS    TO WRK-SB-ANO-HORAS.                 00010610
                                                                        00010620
       3200-99-FIM.                                            EXIT.    00010630
      *=============================================================*   00010640
                                                                        00010650
      *=============================================================*   00010660
       3500-IMPRIMIR-LINHAS                                 SECTION.    00010670
                                                                        00010680
      *                 TRES LINHAS (IDENTIFICACAO, MES E ANO) E UM     00010690
      *                 REGISTRO NO RNTCSV A PARTIR DE WRK-IM-VALORES;  00010700
      *                 O CHAMADOR PREENCHE PROJETO, NOME, SETOR E O    00010710
      *                 TIPO DO REGISTRO                                00010720
                                                                        00010730
           MOVE WRK-IM-MES-RECEITA  TO WRK-PE-RECEITA.                  00010740
           MOVE WRK-IM-MES-RECEBIDO TO WRK-PE-RECEBIDO.                 00010750
           MOVE WRK-IM-MES-ABERTO   TO WRK-PE-ABERTO.                   00010760
           MOVE WRK-IM-MES-BRUTO    TO WRK-PE-BRUTO.                    00010770
           MOVE WRK-IM-MES-ENCARGOS TO WRK-PE-ENCARGOS.                 00010780
           PERFORM 3600-CALCULAR-MARGEM.                                00010790
           MOVE WRK-PE-DADOS        TO WRK-PM-DADOS.                    00010800
                                                                        00010810
           MOVE WRK-IM-ANO-RECEITA  TO WRK-PE-RECEITA.                  00010820
           MOVE WRK-IM-ANO-RECEBIDO TO WRK-PE-RECEBIDO.                 00010830
           MOVE WRK-IM-ANO-ABERTO   TO WRK-PE-ABERTO.                   00010840
           MOVE WRK-IM-ANO-BRUTO    TO WRK-PE-BRUTO.                    00010850
           MOVE WRK-IM-ANO-ENCARGOS TO WRK-PE-ENCARGOS.                 00010860
           PERFORM 3600-CALCULAR-MARGEM.                                00010870
           MOVE WRK-PE-DADOS        TO WRK-PA-DADOS.                    00010880
                                                                        00010890
           EVALUATE TRUE                                                00010900
              WHEN WRK-PM-ABAIXO EQUAL 'S' AND WRK-PA-ABAIXO EQUAL 'S'  00010910
                 MOVE 'MARGEM BAIXA MES/ANO' TO WRK-RA-ALERTA           00010920
              WHEN WRK-PM-ABAIXO EQUAL 'S'                              00010930
                 MOVE 'MARGEM BAIXA MES'     TO WRK-RA-ALERTA           00010940
              WHEN WRK-PA-ABAIXO EQUAL 'S'                              00010950
                 MOVE 'MARGEM BAIXA ANO'     TO WRK-RA-ALERTA           00010960
              WHEN OTHER                                                00010970
                 MOVE SPACES                 TO WRK-RA-ALERTA           00010980
           END-EVALUATE.                                                00010990
                                                                        00011000
      *                 HORAS DO ANO CONTRA AS HORAS ORCADAS            00011010
                                                                        00011020
           IF WRK-IM-HORAS-ORC GREATER ZEROS                            00011030
              COMPUTE WRK-PCT-CONSUMO ROUNDED =                         00011040
                      WRK-IM-ANO-HORAS * 100 / WRK-IM-HORAS-ORC         00011050
                 ON SIZE ERROR                                          00011060
                    MOVE 99999,99 TO WRK-PCT-CONSUMO                    00011070
              END-COMPUTE                                               00011080
           ELSE                                                         00011090
              MOVE ZEROS TO WRK-PCT-CONSUMO                             00011100
           END-IF.                                                      00011110
                                                                        00011120
           MOVE WRK-IM-MES-HORAS TO WRK-RA-HORAS-MES.                   00011130
           MOVE WRK-IM-ANO-HORAS TO WRK-RA-HORAS-ANO.                   00011140
           MOVE WRK-IM-HORAS-ORC TO WRK-RA-HORAS-ORC.                   00011150
           MOVE WRK-PCT-CONSUMO  TO WRK-RA-CONSUMO.                     00011160
           WRITE FD-RELRNT FROM WRK-LINHA-A.                            00011170
                                                                        00011180
           MOVE WRK-PM-DADOS TO WRK-PE-DADOS.                           00011190
           MOVE 'MES'        TO WRK-RB-PERIODO.                         00011200
           PERFORM 3700-MONTAR-PERIODO.                                 00011210
           WRITE FD-RELRNT FROM WRK-LINHA-B.                            00011220
                                                                        00011230
           MOVE WRK-PA-DADOS TO WRK-PE-DADOS.                           00011240
           MOVE 'ANO'        TO WRK-RB-PERIODO.                         00011250
           PERFORM 3700-MONTAR-PERIODO.                                 00011260
           WRITE FD-RELRNT FROM WRK-LINHA-B.                            00011270
                                                                        00011280
      *                 MESMOS VALORES NO RNTCSV                        00011290
                                                                        00011300
           MOVE WRK-COMPET-N     TO WRK-CSV-COMPET.                     00011310
           MOVE WRK-PM-RECEITA   TO WRK-CSV-M-RECEITA.                  00011320
           MOVE WRK-PM-BRUTO     TO WRK-CSV-M-BRUTO.                    00011330
           MOVE WRK-PM-ENCARGOS  TO WRK-CSV-M-ENCARGOS.                 00011340
           MOVE WRK-PM-MARGEM    TO WRK-CSV-M-MARGEM.                   00011350
           MOVE WRK-PM-PCT       TO WRK-CSV-M-PCT.                      00011360
           MOVE WRK-PM-RECEBIDO  TO WRK-CSV-M-RECEBIDO.                 00011370
           MOVE WRK-PM-ABERTO    TO WRK-CSV-M-ABERTO.                   00011380
           MOVE WRK-PA-RECEITA   TO WRK-CSV-A-RECEITA.                  00011390
           MOVE WRK-PA-BRUTO     TO WRK-CSV-A-BRUTO.                    00011400
           MOVE WRK-PA-ENCARGOS  TO WRK-CSV-A-ENCARGOS.                 00011410
           MOVE WRK-PA-MARGEM    TO WRK-CSV-A-MARGEM.                   00011420
           MOVE WRK-PA-PCT       TO WRK-CSV-A-PCT.                      00011430
           MOVE WRK-PA-RECEBIDO  TO WRK-CSV-A-RECEBIDO.                 00011440
           MOVE WRK-PA-ABERTO    TO WRK-CSV-A-ABERTO.                   00011450
           MOVE WRK-IM-MES-HORAS TO WRK-CSV-M-HORAS.                    00011460
           MOVE WRK-IM-ANO-HORAS TO WRK-CSV-A-HORAS.                    00011470
           MOVE WRK-IM-HORAS-ORC TO WRK-CSV-ORC.                        00011480
                                                                        00011490
           IF WRK-PM-ABAIXO EQUAL 'S' OR WRK-PA-ABAIXO EQUAL 'S'        00011500
              MOVE 'S' TO WRK-CSV-ALERTA                                00011510
           ELSE                                                         00011520
              MOVE 'N' TO WRK-CSV-ALERTA                                00011530
           END-IF.                                                      00011540
                                                                        00011550
           WRITE FD-RNTCSV FROM WRK-CSV-RNT.                            00011560
                                                                        00011570
       3500-99-FIM.                                            EXIT.    00011580
      *=============================================================*   00011590
                                                                        00011600
      *=============================================================*   00011610
       3600-CALCULAR-MARGEM                                 SECTION.    00011620
                                                                        00011630
      *                 MARGEM = RECEITA - (BRUTO + ENCARGOS). SEM      00011640
      *                 RECEITA E COM CUSTO A MARGEM SAI -999,99 %      00011650
                                                                        00011660
           COMPUTE WRK-PE-CUSTO  = WRK-PE-BRUTO + WRK-PE-ENCARGOS.      00011670
           COMPUTE WRK-PE-MARGEM = WRK-PE-RECEITA - WRK-PE-CUSTO.       00011680
                                                                        00011690
           IF WRK-PE-RECEITA GREATER ZEROS                              00011700
              COMPUTE WRK-PE-PCT ROUNDED =                              00011710
                      WRK-PE-MARGEM * 100 / WRK-PE-RECEITA              00011720
                 ON SIZE ERROR                                          00011730
                    MOVE -999,99 TO WRK-PE-PCT                          00011740
              END-COMPUTE                                               00011750
           ELSE                                                         00011760
              IF WRK-PE-CUSTO GREATER ZEROS                             00011770
                 MOVE -999,99 TO WRK-PE-PCT                             00011780
              ELSE                                                      00011790
                 MOVE ZEROS   TO WRK-PE-PCT                             00011800
              END-IF                                                    00011810
           END-IF.                                                      00011820
                                                                        00011830
           IF (WRK-PE-RECEITA GREATER ZEROS                             00011840
               OR WRK-PE-CUSTO GREATER ZEROS)                           00011850
              AND WRK-PE-PCT LESS WRK-MARGEM-MIN                        00011860
              MOVE 'S' TO WRK-PE-ABAIXO                                 00011870
           ELSE                                                         00011880
              MOVE 'N' TO WRK-PE-ABAIXO                                 00011890
           END-IF.                                                      00011900
                                                                        00011910
       3600-99-FIM.                                            EXIT.    00011920
      *=============================================================*   00011930
                                                                        00011940
      *=============================================================*   00011950
       3700-MONTAR-PERIODO                                  SECTION.    00011960
                                                                        00011970
           MOVE WRK-PE-RECEITA  TO WRK-RB-RECEITA.                      00011980
           MOVE WRK-PE-BRUTO    TO WRK-RB-BRUTO.                        00011990
           MOVE WRK-PE-ENCARGOS TO WRK-RB-ENCARGOS.                     00012000
           MOVE WRK-PE-CUSTO    TO WRK-RB-CUSTO.                        00012010
           MOVE WRK-PE-MARGEM   TO WRK-RB-MARGEM.                       00012020
           MOVE WRK-PE-PCT      TO WRK-RB-PCT.                          00012030
           MOVE WRK-PE-RECEBIDO TO WRK-RB-RECEBIDO.                     00012040
           MOVE WRK-PE-ABERTO   TO WRK-RB-ABERTO.                       00012050
                                                                        00012060
       3700-99-FIM.                                            EXIT.    00012070
      *=============================================================*   00012080
                                                                        00012090
      *=============================================================*   00012100
       9000-TRATARERROS                                     SECTION.    00012110
                                                                        00012120
             MOVE 'E' TO WRK-SEVERIDADE.                                00012130
             CALL 'GRAVALOG' USING WRK-DADOS.                           00012140
             STOP RUN.                                                  00012150
                                                                        00012160
       9000-99-FIM.                                            EXIT.    00012170
      *=============================================================*   00012180
