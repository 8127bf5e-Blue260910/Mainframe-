      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21ETQ1.                                            00000050
                                                                        00000060
      *=============================================================*   00000070
      *   AUTOR....:VICTOR ARANDA                                       00000080
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000090
      *   DATA ....:15/10/2026                                          00000100
      *-------------------------------------------------------------*   00000110
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000120
      *  1.0   15/10/26   VICTOR ARANDA       VERSAO INICIAL            00000130
      *-------------------------------------------------------------*   00000140
      *   OBJETIVO: POSTAGEM DO ESTOQUE DE PRODUTOS NO PRODMAS          00000150
      *      (PRD-ESTOQUE), EM DOIS MODOS PELA PARM:                    00000160
      *      M - POSTAGEM NOTURNA (PADRAO). APLICA PRIMEIRO O           00000170
      *          MOVIMENTO DO DIA (ESTMOV): ENTRADAS 'E' E              00000180
      *          DEVOLUCOES 'D' SOMAM AO SALDO, AJUSTES 'A' SOMAM       00000190
      *          OU SUBTRAEM CONFORME O SINAL; AJUSTE NEGATIVO          00000200
      *          MAIOR QUE O SALDO E REJEITADO. DEPOIS BAIXA AS         00000210
      *          VENDAS DO RESUMO DO PRGTEST4 (VENDAS). VENDA MAIOR     00000220
      *          QUE O SALDO BAIXA SO O DISPONIVEL, ZERA O ESTOQUE      00000230
      *          E E LISTADA COM A FALTA: O SALDO NUNCA FICA            00000240
      *          NEGATIVO.                                              00000250
      *      C - CONTAGEM FISICA (INVENTARIO). SOMA AS CONTAGENS        00000260
      *          DO CONTAGEM POR PRODUTO, GRAVA A DIFERENCA PARA O      00000270
      *          SALDO DO SISTEMA COMO AJUSTE E ASSUME O SALDO          00000280
      *          CONTADO. PRODUTO NAO CONTADO MANTEM O SALDO E E        00000290
      *          LISTADO.                                               00000300
      *      TODO MOVIMENTO POSTADO VAI PARA O HISTORICO ESTHIST        00000310
      *      COM O SALDO ANTERIOR E O ATUAL. RELETQ: REJEITADOS,        00000320
      *      VENDAS ACIMA DO SALDO, DIFERENCAS DA CONTAGEM E            00000330
      *      TOTAIS. COM EXCECAO NO RELETQ ENCERRA COM                  00000340
      *      RETURN-CODE 4; ERRO DE ARQUIVO, COM 8.                     00000350
      *      O RESUMO DE VENDAS E POSTADO UMA UNICA VEZ: REEXECUCAO     00000360
      *      DO MODO M SO APOS RESTAURAR O PRODMAS.                     00000370
      *-------------------------------------------------------------*   00000380
      *   ARQUIVOS.....:                                                00000390
      *                                                                 00000400
      *   NAME                I/O                                       00000410
      *   PRODMAS             I-O  (KSDS - PRODBOOK)                    00000420
      *   ESTMOV               I   (MOVIMENTO DE ESTOQUE - MODO M)      00000430
      *   VENDAS               I   (RESUMO DO PRGTEST4 - MODO M)        00000440
      *   CONTAGEM             I   (CONTAGEM FISICA - MODO C)           00000450
      *   ESTHIST              O   (HISTORICO DE MOVIMENTOS)            00000460
      *   RELETQ               O   (RELATORIO DA POSTAGEM)              00000470
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
           SELECT PRODMAS  ASSIGN TO PRODMAS                            00000650
               ORGANIZATION  IS INDEXED                                 00000660
               ACCESS MODE   IS DYNAMIC                                 00000670
               RECORD KEY    IS PRD-CODIGO                              00000680
               FILE STATUS   IS WRK-FS-PRODMAS.                         00000690
                                                                        00000700
           SELECT ESTMOV   ASSIGN TO ESTMOV                             00000710
               FILE STATUS  IS WRK-FS-ESTMOV.                           00000720
                                                                        00000730
           SELECT VENDAS   ASSIGN TO VENDAS                             00000740
               FILE STATUS  IS WRK-FS-VENDAS.                           00000750
                                                                        00000760
           SELECT CONTAGEM ASSIGN TO CONTAGEM                           00000770
               FILE STATUS  IS WRK-FS-CONTAGEM.                         00000780
                                                                        00000790
           SELECT ESTHIST  ASSIGN TO ESTHIST                            00000800
               FILE STATUS  IS WRK-FS-ESTHIST.                          00000810
                                                                        00000820
           SELECT RELETQ   ASSIGN TO RELETQ                             00000830
               FILE STATUS  IS WRK-FS-RELETQ.                           00000840
                                                                        00000850
      *=============================================================*   00000860
       DATA                                                DIVISION.    00000870
      *=============================================================*   00000880
       FILE                                                 SECTION.    00000890
      *=============================================================*   00000900
                                                                        00000910
      *-------------------------------------------------------------*   00000920
      *       CADASTRO DE PRODUTOS (KSDS)   LRECL = 60              *   00000930
      *-------------------------------------------------------------*   00000940
       FD PRODMAS.                                                      00000950
                                                                        00000960
           COPY 'PRODBOOK'.                                             00000970
                                                                        00000980
      *-------------------------------------------------------------*   00000990
      *       MOVIMENTO DE ESTOQUE          LRECL = 40              *   00001000
      *       TIPO 'E' ENTRADA / 'D' DEVOLUCAO / 'A' AJUSTE         *   00001010
      *       SINAL '+' OU '-' SO NO AJUSTE                         *   00001020
      *-------------------------------------------------------------*   00001030
       FD ESTMOV                                                        00001040
           RECORDING  MODE IS F                                         00001050
           BLOCK CONTAINS 0 RECORDS.                                    00001060
                                                                        00001070
       01 FD-ESTMOV.                                                    00001080
          05 FD-EM-CODIGO    PIC X(02).                                 00001090
          05 FD-EM-TIPO      PIC X(01).                                 00001100
          05 FD-EM-SINAL     PIC X(01).                                 00001110
          05 FD-EM-QTDE      PIC 9(07).                                 00001120
          05 FD-EM-DATA      PIC 9(08).                                 00001130
          05 FD-EM-DOCUMENTO PIC X(10).                                 00001140
          05 FILLER          PIC X(11).                                 00001150
                                                                        00001160
      *-------------------------------------------------------------*   00001170
      *       RESUMOS DO PRGTEST4           LRECL = 58              *   00001180
      *-------------------------------------------------------------*   00001190
       FD VENDAS                                                        00001200
           RECORDING  MODE IS F                                         00001210
           BLOCK CONTAINS 0 RECORDS.                                    00001220
                                                                        00001230
       01 FD-VENDAS.                                                    00001240
          05 FD-VD-QTDE      PIC 9(02).                                 00001250
          05 FD-VD-PRODUTO   PIC X(14).                                 00001260
          05 FD-VD-VALOR-ED  PIC 9(05).                                 00001270
          05 FD-VD-CODIGO    PIC X(02).                                 00001280
          05 FD-VD-DATA      PIC 9(08).                                 00001290
          05 FD-VD-VENDEDOR  PIC 9(03).                                 00001300
          05 FILLER          PIC X(24).                                 00001310
                                                                        00001320
      *-------------------------------------------------------------*   00001330
      *       CONTAGEM FISICA               LRECL = 30              *   00001340
      *       UM REGISTRO POR PRODUTO E LOCAL CONTADO               *   00001350
      *-------------------------------------------------------------*   00001360
       FD CONTAGEM                                                      00001370
           RECORDING  MODE IS F                                         00001380
           BLOCK CONTAINS 0 RECORDS.                                    00001390
                                                                        00001400
       01 FD-CONTAGEM.                                                  00001410
          05 FD-CT-CODIGO    PIC X(02).                                 00001420
          05 FD-CT-QTDE      PIC 9(07).                                 00001430
          05 FD-CT-DATA      PIC 9(08).                                 00001440
          05 FD-CT-CONTADOR  PIC X(10).                                 00001450
          05 FILLER          PIC X(03).                                 00001460
                                                                        00001470
      *-------------------------------------------------------------*   00001480
      *       HISTORICO DE MOVIMENTOS       LRECL = 60              *   00001490
      *       TIPO 'E' 'D' 'A' 'V'(VENDA); ORIGEM 'M' MOVIMENTO,    *   00001500
      *       'V' RESUMO DE VENDAS, 'C' CONTAGEM FISICA             *   00001510
      *-------------------------------------------------------------*   00001520
       FD ESTHIST                                                       00001530
           RECORDING  MODE IS F                                         00001540
           BLOCK CONTAINS 0 RECORDS.                                    00001550
                                                                        00001560
       01 FD-ESTHIST.                                                   00001570
          05 FD-EH-DATA      PIC 9(08).                                 00001580
          05 FD-EH-CODIGO    PIC X(02).                                 00001590
          05 FD-EH-TIPO      PIC X(01).                                 00001600
          05 FD-EH-SINAL     PIC X(01).                                 00001610
          05 FD-EH-QTDE      PIC 9(07).                                 00001620
          05 FD-EH-SALDO-ANT PIC 9(07).                                 00001630
          05 FD-EH-SALDO-ATU PIC 9(07).                                 00001640
          05 FD-EH-DOCUMENTO PIC X(10).                                 00001650
          05 FD-EH-ORIGEM    PIC X(01).                                 00001660
          05 FD-EH-DATA-MOV  PIC 9(08).                                 00001670
          05 FILLER          PIC X(08).                                 00001680
                                                                        00001690
      *-------------------------------------------------------------*   00001700
      *       ARQUIVO DE SAIDA   RELETQ   LRECL = 80                *   00001710
      *-------------------------------------------------------------*   00001720
       FD RELETQ                                                        00001730
           RECORDING  MODE IS F                                         00001740
           BLOCK CONTAINS 0 RECORDS.                                    00001750
                                                                        00001760
       01 FD-RELETQ     PIC X(80).                                      00001770
                                                                        00001780
      *-------------------------------------------------------------*   00001790
       WORKING-STORAGE                                      SECTION.    00001800
      *-------------------------------------------------------------*   00001810
                                                                        00001820
      *------------------LOG-DE-ERROS-------------------------------*   00001830
                                                                        00001840
       01 WRK-DADOS.                                                    00001850
           05 WRK-PROGRAMA  PIC X(08).                                  00001860
           05 WRK-SECAO     PIC X(04).                                  00001870
           05 WRK-MENSAGEM  PIC X(30).                                  00001880
           05 WRK-STATUS    PIC X(02).                                  00001890
           05 WRK-SEVERIDADE PIC X(01).                                 00001900
           05 FILLER        PIC X(22).                                  00001910
                                                                        00001920
      *--------------------LOGICA-----------------------------------*   00001930
                                                                        00001940
       77 WRK-MODO            PIC X(01) VALUE 'M'.                      00001950
       77 WRK-HOJE            PIC 9(08) VALUE 0.                        00001960
       77 WRK-SINAL           PIC X(01) VALUE SPACE.                    00001970
       77 WRK-QTDE            PIC 9(07) VALUE 0.                        00001980
       77 WRK-BAIXA           PIC 9(07) VALUE 0.                        00001990
       77 WRK-FALTA           PIC 9(07) VALUE 0.                        00002000
       77 WRK-DIFERENCA       PIC S9(08) VALUE 0.                       00002010
       77 WRK-VAL-DIFERENCA   PIC S9(13) VALUE 0.                       00002020
       77 WRK-MOTIVO          PIC X(28) VALUE SPACES.                   00002030
       77 WRK-ACHOU           PIC X(01) VALUE 'N'.                      00002040
       77 WRK-IND-CT          PIC 9(02) VALUE 0.                        00002050
       77 WRK-MSG-FINAL       PIC X(17) VALUE 'FINAL DE PROGRAMA'.      00002060
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00002070
                                                                        00002080
      *        CONTADORES E TOTAIS EM UNIDADES                          00002090
                                                                        00002100
       01 WRK-TOTAIS.                                                   00002110
          05 WRK-MOV-LIDOS     PIC 9(07) VALUE 0.                       00002120
          05 WRK-VD-LIDOS      PIC 9(07) VALUE 0.                       00002130
          05 WRK-CT-LIDOS      PIC 9(07) VALUE 0.                       00002140
          05 WRK-POSTADOS      PIC 9(07) VALUE 0.                       00002150
          05 WRK-REJEITADOS    PIC 9(07) VALUE 0.                       00002160
          05 WRK-QT-ENTRADAS   PIC 9(09) VALUE 0.                       00002170
          05 WRK-QT-DEVOLUCOES PIC 9(09) VALUE 0.                       00002180
          05 WRK-QT-AJ-MAIS    PIC 9(09) VALUE 0.                       00002190
          05 WRK-QT-AJ-MENOS   PIC 9(09) VALUE 0.                       00002200
          05 WRK-QT-VENDIDAS   PIC 9(09) VALUE 0.                       00002210
          05 WRK-QT-FALTA      PIC 9(09) VALUE 0.                       00002220
          05 WRK-VD-SEM-SALDO  PIC 9(07) VALUE 0.                       00002230
          05 WRK-CT-PRODUTOS   PIC 9(07) VALUE 0.                       00002240
          05 WRK-CT-DIFERENCAS PIC 9(07) VALUE 0.                       00002250
          05 WRK-CT-NAO-CONTAD PIC 9(07) VALUE 0.                       00002260
          05 WRK-TOT-VAL-DIF   PIC S9(13) VALUE 0.                      00002270
                                                                        00002280
      *-----------CONTAGEM FISICA POR PRODUTO-----------------------*   00002290
      *   UM PRODUTO PODE SER CONTADO EM MAIS DE UM LOCAL: AS        *  00002300
      *   QUANTIDADES SE SOMAM ANTES DA CONFERENCIA                  *  00002310
                                                                        00002320
       01 WRK-TAB-CONTAGEM.                                             00002330
          05 WRK-TAB-CT-QTD  PIC 9(02) VALUE 0.                         00002340
          05 WRK-TAB-CT-OCR OCCURS 50 TIMES.                            00002350
             10 WRK-CT-CODIGO  PIC X(02).                               00002360
             10 WRK-CT-QTDE    PIC 9(07).                               00002370
             10 WRK-CT-DATA    PIC 9(08).                               00002380
                                                                        00002390
           COPY 'LNKDPRC'.                                              00002400
                                                                        00002410
      *--------------------STATUS-----------------------------------*   00002420
                                                                        00002430
       77 WRK-FS-PRODMAS  PIC 9(02).                                    00002440
       77 WRK-FS-ESTMOV   PIC 9(02).                                    00002450
       77 WRK-FS-VENDAS   PIC 9(02).                                    00002460
       77 WRK-FS-CONTAGEM PIC 9(02).                                    00002470
       77 WRK-FS-ESTHIST  PIC 9(02).                                    00002480
       77 WRK-FS-RELETQ   PIC 9(02).                                    00002490
                                                                        00002500
      *--------------------LINHAS DO RELATORIO----------------------*   00002510
                                                                        00002520
       01 WRK-CABEC1.                                                   00002530
          05 WRK-C1-TITULO   PIC X(44) VALUE                            00002540
             'POSTAGEM DE ESTOQUE - MOVIMENTO E VENDAS'.                00002550
          05 FILLER   PIC X(06) VALUE 'DATA: '.                         00002560
          05 WRK-C1-DATA     PIC 9(08).                                 00002570
          05 FILLER   PIC X(22) VALUE SPACES.                           00002580
                                                                        00002590
       01 WRK-CABEC2.                                                   00002600
          05 FILLER   PIC X(44) VALUE                                   00002610
             'MOVIMENTOS REJEITADOS'.                                   00002620
          05 FILLER   PIC X(36) VALUE SPACES.                           00002630
                                                                        00002640
       01 WRK-CABEC3.                                                   00002650
          05 FILLER   PIC X(44) VALUE                                   00002660
             'VENDAS SEM PRODUTO OU ACIMA DO SALDO'.                    00002670
          05 FILLER   PIC X(36) VALUE SPACES.                           00002680
                                                                        00002690
       01 WRK-CABEC-EXC.                                                00002700
          05 FILLER   PIC X(05) VALUE 'CD T'.                           00002710
          05 FILLER   PIC X(10) VALUE 'DATA'.                           00002720
          05 FILLER   PIC X(09) VALUE '   QTDE'.                        00002730
          05 FILLER   PIC X(09) VALUE '  FALTA'.                        00002740
          05 FILLER   PIC X(12) VALUE 'DOCUMENTO'.                      00002750
          05 FILLER   PIC X(35) VALUE 'MOTIVO'.                         00002760
                                                                        00002770
       01 WRK-DET-EXC.                                                  00002780
          05 WRK-DX-CODIGO   PIC X(02).                                 00002790
          05 FILLER          PIC X(01) VALUE SPACE.                     00002800
          05 WRK-DX-TIPO     PIC X(01).                                 00002810
          05 FILLER          PIC X(01) VALUE SPACE.                     00002820
          05 WRK-DX-DATA     PIC X(08).                                 00002830
          05 FILLER          PIC X(02) VALUE SPACES.                    00002840
          05 WRK-DX-QTDE     PIC ZZZZZZ9.                               00002850
          05 FILLER          PIC X(02) VALUE SPACES.                    00002860
          05 WRK-DX-FALTA    PIC ZZZZZZ9.                               00002870
          05 FILLER          PIC X(02) VALUE SPACES.                    00002880
          05 WRK-DX-DOCUMENTO PIC X(10).                                00002890
          05 FILLER          PIC X(02) VALUE SPACES.                    00002900
          05 WRK-DX-MOTIVO   PIC X(28).                                 00002910
          05 FILLER          PIC X(07) VALUE SPACES.                    00002920
                                                                        00002930
       01 WRK-CABEC4.                                                   00002940
          05 FILLER   PIC X(44) VALUE                                   00002950
             'CONTAGEM FISICA - DIFERENCAS LANCADAS'.                   00002960
          05 FILLER   PIC X(36) VALUE SPACES.                           00002970
                                                                        00002980
       01 WRK-CABEC-CNT.                                                00002990
          05 FILLER   PIC X(04) VALUE 'CD'.                             00003000
          05 FILLER   PIC X(16) VALUE 'PRODUTO'.                        00003010
          05 FILLER   PIC X(09) VALUE 'SISTEMA'.                        00003020
          05 FILLER   PIC X(09) VALUE 'CONTADO'.                        00003030
          05 FILLER   PIC X(10) VALUE 'DIFERENCA'.                      00003040
          05 FILLER   PIC X(32) VALUE '      VALOR DIFERENCA'.          00003050
                                                                        00003060
       01 WRK-DET-CNT.                                                  00003070
          05 WRK-DC-CODIGO   PIC X(02).                                 00003080
          05 FILLER          PIC X(02) VALUE SPACES.                    00003090
          05 WRK-DC-PRODUTO  PIC X(14).                                 00003100
          05 FILLER          PIC X(02) VALUE SPACES.                    00003110
          05 WRK-DC-SISTEMA  PIC ZZZZZZ9.                               00003120
          05 FILLER          PIC X(02) VALUE SPACES.                    00003130
          05 WRK-DC-CONTADO  PIC ZZZZZZ9.                               00003140
          05 FILLER          PIC X(02) VALUE SPACES.                    00003150
          05 WRK-DC-DIFERENCA PIC -ZZZZZZ9.                             00003160
          05 FILLER          PIC X(02) VALUE SPACES.                    00003170
          05 WRK-DC-VALOR    PIC -ZZZ.ZZZ.ZZZ.ZZ9.                      00003180
          05 FILLER          PIC X(16) VALUE SPACES.                    00003190
                                                                        00003200
       01 WRK-CABEC5.                                                   00003210
          05 FILLER   PIC X(44) VALUE                                   00003220
             'PRODUTOS NAO CONTADOS - SALDO MANTIDO'.                   00003230
          05 FILLER   PIC X(36) VALUE SPACES.                           00003240
                                                                        00003250
       01 WRK-DET-NC.                                                   00003260
          05 WRK-DN-CODIGO   PIC X(02).                                 00003270
          05 FILLER          PIC X(02) VALUE SPACES.                    00003280
          05 WRK-DN-PRODUTO  PIC X(14).                                 00003290
          05 FILLER          PIC X(02) VALUE SPACES.                    00003300
          05 WRK-DN-SALDO    PIC ZZZZZZ9.                               00003310
          05 FILLER          PIC X(53) VALUE SPACES.                    00003320
                                                                        00003330
       01 WRK-CABEC6.                                                   00003340
          05 FILLER   PIC X(44) VALUE                                   00003350
             'TOTAIS DA POSTAGEM'.                                      00003360
          05 FILLER   PIC X(36) VALUE SPACES.                           00003370
                                                                        00003380
       01 WRK-DET-TOT.                                                  00003390
          05 WRK-DT-TEXTO    PIC X(40).                                 00003400
          05 WRK-DT-VALOR    PIC -ZZZ.ZZZ.ZZZ.ZZ9.                      00003410
          05 FILLER          PIC X(24) VALUE SPACES.                    00003420
                                                                        00003430
      *-------------------------------------------------------------*   00003440
       LINKAGE                                              SECTION.    00003450
      *-------------------------------------------------------------*   00003460
       01 LNK-ENTRADA.                                                  00003470
          05 LNK-LEN            PIC 9(04) COMP.                         00003480
          05 LNK-MODO           PIC X(01).                              00003490
                                                                        00003500
      *=============================================================*   00003510
       PROCEDURE DIVISION USING LNK-ENTRADA.                            00003520
      *=============================================================*   00003530
                                                                        00003540
      *=============================================================*   00003550
       0000-PRINCIPAL                                       SECTION.    00003560
                                                                        00003570
            PERFORM 1000-INICIAR.                                       00003580
                                                                        00003590
            IF WRK-MODO EQUAL 'C'                                       00003600
               PERFORM 4000-CARREGAR-CONTAGEM                           00003610
                       UNTIL WRK-FS-CONTAGEM EQUAL 10                   00003620
               PERFORM 4100-CONFERIR-CONTAGEM                           00003630
                       VARYING WRK-IND-CT FROM 1 BY 1                   00003640
                       UNTIL WRK-IND-CT > WRK-TAB-CT-QTD                00003650
               PERFORM 4200-NAO-CONTADOS                                00003660
            ELSE                                                        00003670
               PERFORM 2000-MOVIMENTO UNTIL WRK-FS-ESTMOV EQUAL 10      00003680
               WRITE FD-RELETQ FROM WRK-LINHA-VAZIA                     00003690
               WRITE FD-RELETQ FROM WRK-CABEC3                          00003700
               WRITE FD-RELETQ FROM WRK-LINHA-VAZIA                     00003710
               WRITE FD-RELETQ FROM WRK-CABEC-EXC                       00003720
               READ VENDAS                                              00003730
               PERFORM 2500-VENDA UNTIL WRK-FS-VENDAS EQUAL 10          00003740
            END-IF.                                                     00003750
                                                                        00003760
            PERFORM 3000-FINALIZAR.                                     00003770
                                                                        00003780
       0000-99-FIM.                                            EXIT.    00003790
      *=============================================================*   00003800
                                                                        00003810
      *=============================================================*   00003820
       1000-INICIAR                                         SECTION.    00003830
                                                                        00003840
            IF LNK-LEN NOT LESS 1                                       00003850
               MOVE LNK-MODO TO WRK-MODO                                00003860
            END-IF.                                                     00003870
                                                                        00003880
            IF WRK-MODO NOT EQUAL 'M' AND WRK-MODO NOT EQUAL 'C'        00003890
               MOVE 'FR21ETQ1'                  TO WRK-PROGRAMA         00003900
               MOVE '1000'                      TO WRK-SECAO            00003910
               MOVE 'PARM INVALIDA (M OU C)    ' TO WRK-MENSAGEM        00003920
               MOVE SPACES                      TO WRK-STATUS           00003930
               PERFORM 9000-TRATARERROS                                 00003940
            END-IF.                                                     00003950
                                                                        00003960
            OPEN I-O    PRODMAS.                                        00003970
            OPEN EXTEND ESTHIST.                                        00003980
            OPEN OUTPUT RELETQ.                                         00003990
                                                                        00004000
            IF WRK-FS-PRODMAS NOT EQUAL ZEROS                           00004010
               MOVE 'FR21ETQ1'                  TO WRK-PROGRAMA         00004020
               MOVE '1000'                      TO WRK-SECAO            00004030
               MOVE 'ERRO OPEN PRODUTOS       ' TO WRK-MENSAGEM         00004040
               MOVE WRK-FS-PRODMAS              TO WRK-STATUS           00004050
               PERFORM 9000-TRATARERROS                                 00004060
            END-IF.                                                     00004070
                                                                        00004080
            IF WRK-FS-ESTHIST NOT EQUAL ZEROS                           00004090
               MOVE 'FR21ETQ1'                  TO WRK-PROGRAMA         00004100
               MOVE '1000'                      TO WRK-SECAO            00004110
               MOVE 'ERRO OPEN ESTHIST        ' TO WRK-MENSAGEM         00004120
               MOVE WRK-FS-ESTHIST              TO WRK-STATUS           00004130
               PERFORM 9000-TRATARERROS                                 00004140
            END-IF.                                                     00004150
                                                                        00004160
            IF WRK-MODO EQUAL 'C'                                       00004170
               OPEN INPUT CONTAGEM                                      00004180
               IF WRK-FS-CONTAGEM NOT EQUAL ZEROS                       00004190
                  MOVE 'FR21ETQ1'                  TO WRK-PROGRAMA      00004200
                  MOVE '1000'                      TO WRK-SECAO         00004210
                  MOVE 'ERRO OPEN CONTAGEM       ' TO WRK-MENSAGEM      00004220
                  MOVE WRK-FS-CONTAGEM             TO WRK-STATUS        00004230
                  PERFORM 9000-TRATARERROS                              00004240
               END-IF                                                   00004250
            ELSE                                                        00004260
               OPEN INPUT ESTMOV                                        00004270
               OPEN INPUT VENDAS                                        00004280
               IF WRK-FS-ESTMOV NOT EQUAL ZEROS                         00004290
                  MOVE 'FR21ETQ1'                  TO WRK-PROGRAMA      00004300
                  MOVE '1000'                      TO WRK-SECAO         00004310
                  MOVE 'ERRO OPEN ESTMOV         ' TO WRK-MENSAGEM      00004320
                  MOVE WRK-FS-ESTMOV               TO WRK-STATUS        00004330
                  PERFORM 9000-TRATARERROS                              00004340
               END-IF                                                   00004350
               IF WRK-FS-VENDAS NOT EQUAL ZEROS                         00004360
                  MOVE 'FR21ETQ1'                  TO WRK-PROGRAMA      00004370
                  MOVE '1000'                      TO WRK-SECAO         00004380
                  MOVE 'ERRO OPEN VENDAS         ' TO WRK-MENSAGEM      00004390
                  MOVE WRK-FS-VENDAS               TO WRK-STATUS        00004400
                  PERFORM 9000-TRATARERROS                              00004410
               END-IF                                                   00004420
            END-IF.                                                     00004430
                                                                        00004440
            MOVE 'FR21ETQ1' TO LNK-DP-PROGRAMA.                         00004450
            MOVE ZEROS      TO LNK-DP-DIAS-TOL.                         00004460
            CALL 'FR21DTA1' USING LNK-DPRC.                             00004470
            MOVE LNK-DP-DATA TO WRK-HOJE.                               00004480
                                                                        00004490
            MOVE WRK-HOJE TO WRK-C1-DATA.                               00004500
            IF WRK-MODO EQUAL 'C'                                       00004510
               MOVE 'POSTAGEM DE ESTOQUE - CONTAGEM FISICA'             00004520
                    TO WRK-C1-TITULO                                    00004530
            END-IF.                                                     00004540
            WRITE FD-RELETQ FROM WRK-CABEC1.                            00004550
            WRITE FD-RELETQ FROM WRK-LINHA-VAZIA.                       00004560
                                                                        00004570
            IF WRK-MODO EQUAL 'C'                                       00004580
               WRITE FD-RELETQ FROM WRK-CABEC4                          00004590
               WRITE FD-RELETQ FROM WRK-LINHA-VAZIA                     00004600
               WRITE FD-RELETQ FROM WRK-CABEC-CNT                       00004610
               READ CONTAGEM                                            00004620
            ELSE                                                        00004630
               WRITE FD-RELETQ FROM WRK-CABEC2                          00004640
               WRITE FD-RELETQ FROM WRK-LINHA-VAZIA                     00004650
               WRITE FD-RELETQ FROM WRK-CABEC-EXC                       00004660
               READ ESTMOV                                              00004670
            END-IF.                                                     00004680
                                                                        00004690
       1000-99-FIM.                                            EXIT.    00004700
      *=============================================================*   00004710
                                                                        00004720
      *=============================================================*   00004730
       2000-MOVIMENTO                                       SECTION.    00004740
                                                                        00004750
           ADD 1 TO WRK-MOV-LIDOS.                                      00004760
                                                                        00004770
           MOVE FD-EM-CODIGO    TO WRK-DX-CODIGO.                       00004780
           MOVE FD-EM-TIPO      TO WRK-DX-TIPO.                         00004790
           MOVE FD-EM-DATA      TO WRK-DX-DATA.                         00004800
           MOVE FD-EM-DOCUMENTO TO WRK-DX-DOCUMENTO.                    00004810
           MOVE ZEROS           TO WRK-DX-QTDE WRK-DX-FALTA.            00004820
                                                                        00004830
           IF FD-EM-QTDE IS NOT NUMERIC OR FD-EM-QTDE EQUAL ZEROS       00004840
              MOVE 'QUANTIDADE INVALIDA' TO WRK-MOTIVO                  00004850
              PERFORM 2900-REJEITAR                                     00004860
              GO TO 2000-50-LER                                         00004870
           END-IF.                                                      00004880
                                                                        00004890
           MOVE FD-EM-QTDE TO WRK-QTDE WRK-DX-QTDE.                     00004900
                                                                        00004910
           EVALUATE FD-EM-TIPO                                          00004920
             WHEN 'E'                                                   00004930
             WHEN 'D'                                                   00004940
                MOVE '+' TO WRK-SINAL                                   00004950
             WHEN 'A'                                                   00004960
                MOVE FD-EM-SINAL TO WRK-SINAL                           00004970
             WHEN OTHER                                                 00004980
                MOVE 'TIPO DE MOVIMENTO INVALIDO' TO WRK-MOTIVO         00004990
                PERFORM 2900-REJEITAR                                   00005000
                GO TO 2000-50-LER                                       00005010
           END-EVALUATE.                                                00005020
                                                                        00005030
           IF WRK-SINAL NOT EQUAL '+' AND WRK-SINAL NOT EQUAL '-'       00005040
              MOVE 'SINAL DO AJUSTE INVALIDO' TO WRK-MOTIVO             00005050
              PERFORM 2900-REJEITAR                                     00005060
              GO TO 2000-50-LER                                         00005070
           END-IF.                                                      00005080
                                                                        00005090
           MOVE FD-EM-CODIGO TO PRD-CODIGO.                             00005100
           PERFORM 2700-LER-PRODUTO.                                    00005110
           IF WRK-FS-PRODMAS NOT EQUAL ZEROS                            00005120
              MOVE 'PRODUTO NAO CADASTRADO' TO WRK-MOTIVO               00005130
              PERFORM 2900-REJEITAR                                     00005140
              GO TO 2000-50-LER                                         00005150
           END-IF.                                                      00005160
                                                                        00005170
           MOVE PRD-ESTOQUE TO FD-EH-SALDO-ANT.                         00005180
                                                                        00005190
           IF WRK-SINAL EQUAL '-'                                       00005200
              IF WRK-QTDE GREATER PRD-ESTOQUE                           00005210
                 MOVE 'AJUSTE MAIOR QUE O SALDO' TO WRK-MOTIVO          00005220
                 PERFORM 2900-REJEITAR                                  00005230
                 GO TO 2000-50-LER                                      00005240
              END-IF                                                    00005250
              SUBTRACT WRK-QTDE FROM PRD-ESTOQUE                        00005260
           ELSE                                                         00005270
              ADD WRK-QTDE TO PRD-ESTOQUE                               00005280
                 ON SIZE ERROR                                          00005290
                    MOVE 'SALDO EXCEDE A CAPACIDADE' TO WRK-MOTIVO      00005300
                    PERFORM 2900-REJEITAR                               00005310
                    GO TO 2000-50-LER                                   00005320
              END-ADD                                                   00005330
           END-IF.                                                      00005340
                                                                        00005350
           MOVE FD-EM-TIPO      TO FD-EH-TIPO.                          00005360
           MOVE WRK-SINAL       TO FD-EH-SINAL.                         00005370
           MOVE WRK-QTDE        TO FD-EH-QTDE.                          00005380
           MOVE FD-EM-DOCUMENTO TO FD-EH-DOCUMENTO.                     00005390
           MOVE 'M'             TO FD-EH-ORIGEM.                        00005400
           MOVE FD-EM-DATA      TO FD-EH-DATA-MOV.                      00005410
           PERFORM 2800-ATUALIZAR.                                      00005420
                                                                        00005430
           EVALUATE TRUE                                                00005440
             WHEN FD-EM-TIPO EQUAL 'E'                                  00005450
                ADD WRK-QTDE TO WRK-QT-ENTRADAS                         00005460
             WHEN FD-EM-TIPO EQUAL 'D'                                  00005470
                ADD WRK-QTDE TO WRK-QT-DEVOLUCOES                       00005480
             WHEN WRK-SINAL EQUAL '+'                                   00005490
                ADD WRK-QTDE TO WRK-QT-AJ-MAIS                          00005500
             WHEN OTHER                                                 00005510
                ADD WRK-QTDE TO WRK-QT-AJ-MENOS                         00005520
           END-EVALUATE.                                                00005530
                                                                        00005540
       2000-50-LER.                                                     00005550
                                                                        00005560
           READ ESTMOV.                                                 00005570
                                                                        00005580
       2000-99-FIM.                                            EXIT.    00005590
      *=============================================================*   00005600
                                                                        00005610
      *=============================================================*   00005620
       2500-VENDA                                           SECTION.    00005630
                                                                        00005640
           ADD 1 TO WRK-VD-LIDOS.                                       00005650
                                                                        00005660
           IF FD-VD-QTDE IS NOT NUMERIC OR FD-VD-QTDE EQUAL ZEROS       00005670
              GO TO 2500-50-LER                                         00005680
           END-IF.                                                      00005690
                                                                        00005700
           MOVE FD-VD-CODIGO TO WRK-DX-CODIGO.                          00005710
           MOVE 'V'          TO WRK-DX-TIPO.                            00005720
           MOVE FD-VD-DATA   TO WRK-DX-DATA.                            00005730
           MOVE 'PRGTEST4'   TO WRK-DX-DOCUMENTO.                       00005740
           MOVE FD-VD-QTDE   TO WRK-DX-QTDE.                            00005750
           MOVE ZEROS        TO WRK-DX-FALTA.                           00005760
                                                                        00005770
           MOVE FD-VD-CODIGO TO PRD-CODIGO.                             00005780
           PERFORM 2700-LER-PRODUTO.                                    00005790
           IF WRK-FS-PRODMAS NOT EQUAL ZEROS                            00005800
              MOVE 'VENDA SEM PRODUTO CADASTRADO' TO WRK-MOTIVO         00005810
              PERFORM 2900-REJEITAR                                     00005820
              GO TO 2500-50-LER                                         00005830
           END-IF.                                                      00005840
                                                                        00005850
      *        VENDA ACIMA DO SALDO: BAIXA O DISPONIVEL E LISTA A       00005860
      *        FALTA, SEM DEIXAR O ESTOQUE NEGATIVO                     00005870
                                                                        00005880
           IF FD-VD-QTDE GREATER PRD-ESTOQUE                            00005890
              MOVE PRD-ESTOQUE TO WRK-BAIXA                             00005900
              COMPUTE WRK-FALTA = FD-VD-QTDE - PRD-ESTOQUE              00005910
              MOVE WRK-FALTA   TO WRK-DX-FALTA                          00005920
              MOVE 'VENDA ACIMA DO SALDO' TO WRK-DX-MOTIVO              00005930
              WRITE FD-RELETQ FROM WRK-DET-EXC                          00005940
              ADD 1         TO WRK-VD-SEM-SALDO                         00005950
              ADD WRK-FALTA TO WRK-QT-FALTA                             00005960
           ELSE                                                         00005970
              MOVE FD-VD-QTDE TO WRK-BAIXA                              00005980
           END-IF.                                                      00005990
                                                                        00006000
           ADD WRK-BAIXA TO WRK-QT-VENDIDAS.                            00006010
                                                                        00006020
           IF WRK-BAIXA EQUAL ZEROS                                     00006030
              GO TO 2500-50-LER                                         00006040
           END-IF.                                                      00006050
                                                                        00006060
           MOVE PRD-ESTOQUE  TO FD-EH-SALDO-ANT.                        00006070
           SUBTRACT WRK-BAIXA FROM PRD-ESTOQUE.                         00006080
                                                                        00006090
           MOVE 'V'          TO FD-EH-TIPO.                             00006100
           MOVE '-'          TO FD-EH-SINAL.                            00006110
           MOVE WRK-BAIXA    TO FD-EH-QTDE.                             00006120
           MOVE 'PRGTEST4'   TO FD-EH-DOCUMENTO.                        00006130
           MOVE 'V'          TO FD-EH-ORIGEM.                           00006140
           MOVE FD-VD-DATA   TO FD-EH-DATA-MOV.                         00006150
           PERFORM 2800-ATUALIZAR.                                      00006160
                                                                        00006170
       2500-50-LER.                                                     00006180
                                                                        00006190
           READ VENDAS.                                                 00006200
                                                                        00006210
       2500-99-FIM.                                            EXIT.    00006220
      *=============================================================*   00006230
                                                                        00006240
      *=============================================================*   00006250
       2700-LER-PRODUTO                                     SECTION.    00006260
                                                                        00006270
      *        LEITURA DIRETA PELA CHAVE JA MOVIDA PARA PRD-CODIGO.     00006280
      *        REGISTRO AINDA SEM OS CAMPOS DE ESTOQUE (CARGA DO        00006290
      *        LAYOUT ANTIGO) ENTRA COM SALDO E REPOSICAO ZERADOS       00006300
                                                                        00006310
           READ PRODMAS.                                                00006320
                                                                        00006330
           IF WRK-FS-PRODMAS EQUAL ZEROS                                00006340
              IF PRD-ESTOQUE IS NOT NUMERIC                             00006350
                 MOVE ZEROS TO PRD-ESTOQUE                              00006360
              END-IF                                                    00006370
              IF PRD-PONTO-REP IS NOT NUMERIC                           00006380
                 MOVE ZEROS TO PRD-PONTO-REP                            00006390
              END-IF                                                    00006400
              IF PRD-QTD-REP IS NOT NUMERIC                             00006410
                 MOVE ZEROS TO PRD-QTD-REP                              00006420
              END-IF                                                    00006430
              IF PRD-DT-ULT-MOV IS NOT NUMERIC                          00006440
                 MOVE ZEROS TO PRD-DT-ULT-MOV                           00006450
              END-IF                                                    00006460
           ELSE                                                         00006470
              IF WRK-FS-PRODMAS NOT EQUAL 23                            00006480
                 MOVE 'FR21ETQ1'                  TO WRK-PROGRAMA       00006490
                 MOVE '2700'                      TO WRK-SECAO          00006500
                 MOVE 'ERRO READ PRODMAS        ' TO WRK-MENSAGEM       00006510
                 MOVE WRK-FS-PRODMAS              TO WRK-STATUS         00006520
                 PERFORM 9000-TRATARERROS                               00006530
              END-IF                                                    00006540
           END-IF.                                                      00006550
                                                                        00006560
       2700-99-FIM.                                            EXIT.    00006570
      *=============================================================*   00006580
                                                                        00006590
      *=============================================================*   00006600
       2800-ATUALIZAR                                       SECTION.    00006610
                                                                        00006620
      *        REGRAVA O SALDO E GRAVA O HISTORICO; O CHAMADOR JA       00006630
      *        PREENCHEU TIPO, SINAL, QUANTIDADE, DOCUMENTO, ORIGEM,    00006640
      *        DATA DO MOVIMENTO E SALDO ANTERIOR                       00006650
                                                                        00006660
           MOVE WRK-HOJE TO PRD-DT-ULT-MOV.                             00006670
                                                                        00006680
           REWRITE REG-PRODMAS.                                         00006690
                                                                        00006700
           IF WRK-FS-PRODMAS NOT EQUAL ZEROS                            00006710
              MOVE 'FR21ETQ1'                  TO WRK-PROGRAMA          00006720
              MOVE '2800'                      TO WRK-SECAO             00006730
              MOVE 'ERRO REWRITE PRODMAS     ' TO WRK-MENSAGEM          00006740
              MOVE WRK-FS-PRODMAS              TO WRK-STATUS            00006750
              PERFORM 9000-TRATARERROS                                  00006760
           END-IF.                                                      00006770
                                                                        00006780
           MOVE WRK-HOJE    TO FD-EH-DATA.                              00006790
           MOVE PRD-CODIGO  TO FD-EH-CODIGO.                            00006800
           MOVE PRD-ESTOQUE TO FD-EH-SALDO-ATU.                         00006810
           WRITE FD-ESTHIST.                                            00006820
                                                                        00006830
           IF WRK-FS-ESTHIST NOT EQUAL ZEROS                            00006840
              MOVE 'FR21ETQ1'                  TO WRK-PROGRAMA          00006850
              MOVE '2800'                      TO WRK-SECAO             00006860
              MOVE 'ERRO WRITE ESTHIST       ' TO WRK-MENSAGEM          00006870
              MOVE WRK-FS-ESTHIST              TO WRK-STATUS            00006880
              PERFORM 9000-TRATARERROS                                  00006890
           END-IF.                                                      00006900
                                                                        00006910
           ADD 1 TO WRK-POSTADOS.                                       00006920
                                                                        00006930
       2800-99-FIM.                                            EXIT.    00006940
      *=============================================================*   00006950
                                                                        00006960
      *=============================================================*   00006970
       2900-REJEITAR                                        SECTION.    00006980
                                                                        00006990
           MOVE WRK-MOTIVO TO WRK-DX-MOTIVO.                            00007000
           WRITE FD-RELETQ FROM WRK-DET-EXC.                            00007010
           ADD 1 TO WRK-REJEITADOS.                                     00007020
                                                                        00007030
       2900-99-FIM.                                            EXIT.    00007040
      *=============================================================*   00007050
                                                                        00007060
      *=============================================================*   00007070
       3000-FINALIZAR                                       SECTION.    00007080
                                                                        00007090
           WRITE FD-RELETQ FROM WRK-LINHA-VAZIA.                        00007100
           WRITE FD-RELETQ FROM WRK-CABEC6.                             00007110
           WRITE FD-RELETQ FROM WRK-LINHA-VAZIA.                        00007120
                                                                        00007130
           IF WRK-MODO EQUAL 'C'                                        00007140
              MOVE 'REGISTROS DE CONTAGEM LIDOS'  TO WRK-DT-TEXTO       00007150
              MOVE WRK-CT-LIDOS                   TO WRK-DT-VALOR       00007160
              WRITE FD-RELETQ FROM WRK-DET-TOT                          00007170
              MOVE 'PRODUTOS CONFERIDOS'          TO WRK-DT-TEXTO       00007180
              MOVE WRK-CT-PRODUTOS                TO WRK-DT-VALOR       00007190
              WRITE FD-RELETQ FROM WRK-DET-TOT                          00007200
              MOVE 'PRODUTOS COM DIFERENCA'       TO WRK-DT-TEXTO       00007210
              MOVE WRK-CT-DIFERENCAS              TO WRK-DT-VALOR       00007220
              WRITE FD-RELETQ FROM WRK-DET-TOT                          00007230
              MOVE 'PRODUTOS NAO CONTADOS'        TO WRK-DT-TEXTO       00007240
              MOVE WRK-CT-NAO-CONTAD              TO WRK-DT-VALOR       00007250
              WRITE FD-RELETQ FROM WRK-DET-TOT                          00007260
              MOVE 'VALOR LIQUIDO DAS DIFERENCAS' TO WRK-DT-TEXTO       00007270
              MOVE WRK-TOT-VAL-DIF                TO WRK-DT-VALOR       00007280
              WRITE FD-RELETQ FROM WRK-DET-TOT                          00007290
           ELSE                                                         00007300
              MOVE 'MOVIMENTOS LIDOS'             TO WRK-DT-TEXTO       00007310
              MOVE WRK-MOV-LIDOS                  TO WRK-DT-VALOR       00007320
              WRITE FD-RELETQ FROM WRK-DET-TOT                          00007330
              MOVE 'UNIDADES DE ENTRADA'          TO WRK-DT-TEXTO       00007340
              MOVE WRK-QT-ENTRADAS                TO WRK-DT-VALOR       00007350
              WRITE FD-RELETQ FROM WRK-DET-TOT                          00007360
              MOVE 'UNIDADES DEVOLVIDAS'          TO WRK-DT-TEXTO       00007370
              MOVE WRK-QT-DEVOLUCOES              TO WRK-DT-VALOR       00007380
              WRITE FD-RELETQ FROM WRK-DET-TOT                          00007390
              MOVE 'UNIDADES DE AJUSTE (+)'       TO WRK-DT-TEXTO       00007400
              MOVE WRK-QT-AJ-MAIS                 TO WRK-DT-VALOR       00007410
              WRITE FD-RELETQ FROM WRK-DET-TOT                          00007420
              MOVE 'UNIDADES DE AJUSTE (-)'       TO WRK-DT-TEXTO       00007430
              MOVE WRK-QT-AJ-MENOS                TO WRK-DT-VALOR       00007440
              WRITE FD-RELETQ FROM WRK-DET-TOT                          00007450
              MOVE 'RESUMOS DE VENDA LIDOS'       TO WRK-DT-TEXTO       00007460
              MOVE WRK-VD-LIDOS                   TO WRK-DT-VALOR       00007470
              WRITE FD-RELETQ FROM WRK-DET-TOT                          00007480
              MOVE 'UNIDADES VENDIDAS BAIXADAS'   TO WRK-DT-TEXTO       00007490
              MOVE WRK-QT-VENDIDAS                TO WRK-DT-VALOR       00007500
              WRITE FD-RELETQ FROM WRK-DET-TOT                          00007510
              MOVE 'VENDAS ACIMA DO SALDO'        TO WRK-DT-TEXTO       00007520
              MOVE WRK-VD-SEM-SALDO               TO WRK-DT-VALOR       00007530
              WRITE FD-RELETQ FROM WRK-DET-TOT                          00007540
              MOVE 'UNIDADES EM FALTA'            TO WRK-DT-TEXTO       00007550
              MOVE WRK-QT-FALTA                   TO WRK-DT-VALOR       00007560
              WRITE FD-RELETQ FROM WRK-DET-TOT                          00007570
           END-IF.                                                      00007580
                                                                        00007590
           MOVE 'MOVIMENTOS POSTADOS'          TO WRK-DT-TEXTO.         00007600
           MOVE WRK-POSTADOS                   TO WRK-DT-VALOR.         00007610
           WRITE FD-RELETQ FROM WRK-DET-TOT.                            00007620
           MOVE 'REJEITADOS'                   TO WRK-DT-TEXTO.         00007630
           MOVE WRK-REJEITADOS                 TO WRK-DT-VALOR.         00007640
           WRITE FD-RELETQ FROM WRK-DET-TOT.                            00007650
                                                                        00007660
           DISPLAY 'MODO..................' WRK-MODO.                   00007670
           DISPLAY 'MOVIMENTOS POSTADOS...' WRK-POSTADOS.               00007680
           DISPLAY 'REJEITADOS............' WRK-REJEITADOS.             00007690
           DISPLAY 'VENDAS ACIMA DO SALDO.' WRK-VD-SEM-SALDO.           00007700
           DISPLAY 'DIFERENCAS CONTAGEM...' WRK-CT-DIFERENCAS.          00007710
           DISPLAY WRK-MSG-FINAL.                                       00007720
                                                                        00007730
           IF WRK-REJEITADOS GREATER ZEROS                              00007740
              OR WRK-VD-SEM-SALDO GREATER ZEROS                         00007750
              MOVE 4 TO RETURN-CODE                                     00007760
           END-IF.                                                      00007770
                                                                        00007780
           IF WRK-MODO EQUAL 'C'                                        00007790
              CLOSE CONTAGEM                                            00007800
           ELSE                                                         00007810
              CLOSE ESTMOV VENDAS                                       00007820
           END-IF.                                                      00007830
           CLOSE PRODMAS ESTHIST RELETQ.                                00007840
           STOP RUN.                                                    00007850
                                                                        00007860
       3000-99-FIM.                                            EXIT.    00007870
      *=============================================================*   00007880
                                                                        00007890
      *=============================================================*   00007900
       4000-CARREGAR-CONTAGEM                               SECTION.    00007910
                                                                        00007920
           ADD 1 TO WRK-CT-LIDOS.                                       00007930
                                                                        00007940
           MOVE FD-CT-CODIGO    TO WRK-DX-CODIGO.                       00007950
           MOVE 'C'             TO WRK-DX-TIPO.                         00007960
           MOVE FD-CT-DATA      TO WRK-DX-DATA.                         00007970
           MOVE FD-CT-CONTADOR  TO WRK-DX-DOCUMENTO.                    00007980
           MOVE ZEROS           TO WRK-DX-QTDE WRK-DX-FALTA.            00007990
                                                                        00008000
           IF FD-CT-QTDE IS NOT NUMERIC                                 00008010
              MOVE 'QUANTIDADE INVALIDA' TO WRK-MOTIVO                  00008020
              PERFORM 2900-REJEITAR                                     00008030
              GO TO 4000-50-LER                                         00008040
           END-IF.                                                      00008050
                                                                        00008060
           MOVE 'N' TO WRK-ACHOU.                                       00008070
           PERFORM VARYING WRK-IND-CT FROM 1 BY 1 UNTIL                 00008080
              WRK-IND-CT > WRK-TAB-CT-QTD OR WRK-ACHOU = 'S'            00008090
              IF WRK-CT-CODIGO(WRK-IND-CT) EQUAL FD-CT-CODIGO           00008100
                 MOVE 'S' TO WRK-ACHOU                                  00008110
                 SUBTRACT 1 FROM WRK-IND-CT                             00008120
              END-IF                                                    00008130
           END-PERFORM.                                                 00008140
                                                                        00008150
           IF WRK-ACHOU NOT EQUAL 'S'                                   00008160
              IF WRK-TAB-CT-QTD LESS 50                                 00008170
                 ADD 1 TO WRK-TAB-CT-QTD                                00008180
                 MOVE WRK-TAB-CT-QTD TO WRK-IND-CT                      00008190
                 MOVE FD-CT-CODIGO TO WRK-CT-CODIGO(WRK-IND-CT)         00008200
                 MOVE ZEROS        TO WRK-CT-QTDE(WRK-IND-CT)           00008210
                 MOVE FD-CT-DATA   TO WRK-CT-DATA(WRK-IND-CT)           00008220
              ELSE                                                      00008230
                 MOVE FD-CT-QTDE TO WRK-DX-QTDE                         00008240
                 MOVE 'TABELA DE CONTAGEM CHEIA' TO WRK-MOTIVO          00008250
                 PERFORM 2900-REJEITAR                                  00008260
                 GO TO 4000-50-LER                                      00008270
              END-IF                                                    00008280
           END-IF.                                                      00008290
                                                                        00008300
           ADD FD-CT-QTDE TO WRK-CT-QTDE(WRK-IND-CT).                   00008310
                                                                        00008320
       4000-50-LER.                                                     00008330
                                                                        00008340
           READ CONTAGEM.                                               00008350
                                                                        00008360
       4000-99-FIM.                                            EXIT.    00008370
      *=============================================================*   00008380
                                                                        00008390
      *=============================================================*   00008400
       4100-CONFERIR-CONTAGEM                               SECTION.    00008410
                                                                        00008420
           MOVE WRK-CT-CODIGO(WRK-IND-CT) TO PRD-CODIGO.                00008430
           PERFORM 2700-LER-PRODUTO.                                    00008440
           IF WRK-FS-PRODMAS NOT EQUAL ZEROS                            00008450
              MOVE WRK-CT-CODIGO(WRK-IND-CT) TO WRK-DX-CODIGO           00008460
              MOVE 'C'                       TO WRK-DX-TIPO             00008470
              MOVE WRK-CT-DATA(WRK-IND-CT)   TO WRK-DX-DATA             00008480
              MOVE 'CONTAGEM'                TO WRK-DX-DOCUMENTO        00008490
              MOVE WRK-CT-QTDE(WRK-IND-CT)   TO WRK-DX-QTDE             00008500
              MOVE ZEROS                     TO WRK-DX-FALTA            00008510
              MOVE 'CONTAGEM SEM PRODUTO'    TO WRK-MOTIVO              00008520
              PERFORM 2900-REJEITAR                                     00008530
              GO TO 4100-99-FIM                                         00008540
           END-IF.                                                      00008550
                                                                        00008560
           ADD 1 TO WRK-CT-PRODUTOS.                                    00008570
                                                                        00008580
           COMPUTE WRK-DIFERENCA =                                      00008590
              WRK-CT-QTDE(WRK-IND-CT) - PRD-ESTOQUE.                    00008600
                                                                        00008610
           IF WRK-DIFERENCA EQUAL ZEROS                                 00008620
              GO TO 4100-99-FIM                                         00008630
           END-IF.                                                      00008640
                                                                        00008650
           COMPUTE WRK-VAL-DIFERENCA = WRK-DIFERENCA * PRD-VALOR.       00008660
           ADD 1                 TO WRK-CT-DIFERENCAS.                  00008670
           ADD WRK-VAL-DIFERENCA TO WRK-TOT-VAL-DIF.                    00008680
                                                                        00008690
           MOVE PRD-CODIGO              TO WRK-DC-CODIGO.               00008700
           MOVE PRD-PRODUTO             TO WRK-DC-PRODUTO.              00008710
           MOVE PRD-ESTOQUE             TO WRK-DC-SISTEMA.              00008720
           MOVE WRK-CT-QTDE(WRK-IND-CT) TO WRK-DC-CONTADO.              00008730
           MOVE WRK-DIFERENCA           TO WRK-DC-DIFERENCA.            00008740
           MOVE WRK-VAL-DIFERENCA       TO WRK-DC-VALOR.                00008750
           WRITE FD-RELETQ FROM WRK-DET-CNT.                            00008760
                                                                        00008770
      *        DIFERENCA LANCADA COMO AJUSTE; O CONTADO VIRA O SALDO    00008780
                                                                        00008790
           MOVE PRD-ESTOQUE TO FD-EH-SALDO-ANT.                         00008800
           IF WRK-DIFERENCA LESS ZEROS                                  00008810
              MOVE '-' TO FD-EH-SINAL                                   00008820
              COMPUTE FD-EH-QTDE = WRK-DIFERENCA * -1                   00008830
              ADD FD-EH-QTDE TO WRK-QT-AJ-MENOS                         00008840
           ELSE                                                         00008850
              MOVE '+' TO FD-EH-SINAL                                   00008860
              MOVE WRK-DIFERENCA TO FD-EH-QTDE                          00008870
              ADD FD-EH-QTDE TO WRK-QT-AJ-MAIS                          00008880
           END-IF.                                                      00008890
           MOVE WRK-CT-QTDE(WRK-IND-CT) TO PRD-ESTOQUE.                 00008900
                                                                        00008910
           MOVE 'A'                     TO FD-EH-TIPO.                  00008920
           MOVE 'CONTAGEM'              TO FD-EH-DOCUMENTO.             00008930
           MOVE 'C'                     TO FD-EH-ORIGEM.                00008940
           MOVE WRK-CT-DATA(WRK-IND-CT) TO FD-EH-DATA-MOV.              00008950
           PERFORM 2800-ATUALIZAR.                                      00008960
                                                                        00008970
       4100-99-FIM.                                            EXIT.    00008980
      *=============================================================*   00008990
                                                                        00009000
      *=============================================================*   00009010
       4200-NAO-CONTADOS                                    SECTION.    00009020
                                                                        00009030
           WRITE FD-RELETQ FROM WRK-LINHA-VAZIA.                        00009040
           WRITE FD-RELETQ FROM WRK-CABEC5.                             00009050
           WRITE FD-RELETQ FROM WRK-LINHA-VAZIA.                        00009060
                                                                        00009070
           MOVE LOW-VALUES TO PRD-CODIGO.                               00009080
           START PRODMAS KEY NOT LESS PRD-CODIGO.                       00009090
           IF WRK-FS-PRODMAS EQUAL ZEROS                                00009100
              READ PRODMAS NEXT                                         00009110
           END-IF.                                                      00009120
                                                                        00009130
           PERFORM UNTIL WRK-FS-PRODMAS NOT EQUAL ZEROS                 00009140
              MOVE 'N' TO WRK-ACHOU                                     00009150
              PERFORM VARYING WRK-IND-CT FROM 1 BY 1 UNTIL              00009160
                 WRK-IND-CT > WRK-TAB-CT-QTD OR WRK-ACHOU = 'S'         00009170
                 IF WRK-CT-CODIGO(WRK-IND-CT) EQUAL PRD-CODIGO          00009180
                    MOVE 'S' TO WRK-ACHOU                               00009190
                 END-IF                                                 00009200
              END-PERFORM                                               00009210
              IF WRK-ACHOU NOT EQUAL 'S'                                00009220
                 IF PRD-ESTOQUE IS NOT NUMERIC                          00009230
                    MOVE ZEROS TO PRD-ESTOQUE                           00009240
                 END-IF                                                 00009250
                 MOVE PRD-CODIGO  TO WRK-DN-CODIGO                      00009260
                 MOVE PRD-PRODUTO TO WRK-DN-PRODUTO                     00009270
                 MOVE PRD-ESTOQUE TO WRK-DN-SALDO                       00009280
                 WRITE FD-RELETQ FROM WRK-DET-NC                        00009290
                 ADD 1 TO WRK-CT-NAO-CONTAD                             00009300
              END-IF                                                    00009310
              READ PRODMAS NEXT                                         00009320
           END-PERFORM.                                                 00009330
                                                                        00009340
       4200-99-FIM.                                            EXIT.    00009350
      *=============================================================*   00009360
                                                                        00009370
      *=============================================================*   00009380
       9000-TRATARERROS                                     SECTION.    00009390
                                                                        00009400
             MOVE 'E' TO WRK-SEVERIDADE.                                00009410
             CALL 'GRAVALOG' USING WRK-DADOS.                           00009420
             MOVE 8 TO RETURN-CODE.                                     00009430
             STOP RUN.                                                  00009440
                                                                        00009450
       9000-99-FIM.                                            EXIT.    00009460
      *=============================================================*   00009470
