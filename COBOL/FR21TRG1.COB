      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21TRG1.                                            00000050
                                                                        00000060
      *=============================================================*   00000070
      *   AUTOR....:VICTOR ARANDA                                       00000080
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000090
      *   DATA ....:15/10/2026                                          00000100
      *-------------------------------------------------------------*   00000110
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000120
      *  1.0   15/10/26   VICTOR ARANDA    VERSAO INICIAL               00000130
      *-------------------------------------------------------------*   00000140
      *   OBJETIVO: TRIAGEM DA FOLHA ANTES DA REMESSA BANCARIA.         00000150
      *      RODA ENTRE O FR21PAG1 E O FR21BNC1 SOBRE A FOLHA           00000160
      *      CORRENTE (FOLHPAG) E A DA COMPETENCIA ANTERIOR             00000170
      *      (FOLHANT), AMBAS CLASSIFICADAS POR FUNCIONARIO, E          00000180
      *      MARCA CADA PAGAMENTO SUSPEITO COM OS MOTIVOS:              00000190
      *        H - PAGO SEM HORAS NO MES (E SEM FERIAS);                00000200
      *        D - MESMA AGENCIA/CONTA DE OUTRO FUNCIONARIO EM          00000210
      *            IVAN.FUNCCOMP;                                       00000220
      *        C - CONTA DE SALARIO IGUAL A UMA CONTA DO CADASTRO       00000230
      *            CLIENTES EM NOME DE OUTRA PESSOA;                    00000240
      *        M - DESLIGADO (DATADEM) ANTES DA COMPETENCIA - O         00000250
      *            DESLIGADO NO PROPRIO MES RECEBE A ULTIMA FOLHA;      00000260
      *        V - LIQUIDO ACIMA DO PERCENTUAL DA PARM SOBRE O DA       00000270
      *            COMPETENCIA ANTERIOR.                                00000280
      *      PAGAMENTO MARCADO FICA RETIDO (TRGRET) ATE UM CARTAO       00000290
      *      DE LIBERACAO (LIBFOLH) DA MESMA COMPETENCIA CONFIRMA-      00000300
      *      LO; O FR21BNC1 DEIXA OS RETIDOS FORA DA REMESSA. O         00000310
      *      TRGRET SEMPRE SAI COM O HEADER DA COMPETENCIA, PROVA       00000320
      *      DE QUE A FOLHA PASSOU PELA TRIAGEM. PODE SER REPETIDO      00000330
      *      COM NOVOS CARTOES ANTES DO CORTE DA REMESSA.               00000340
      *      A RELACAO DE EXCECOES (RELTRG) SAI COM O QUADRO DE         00000350
      *      VISTO E CADA EXCECAO FICA GUARDADA NO HISTORICO            00000360
      *      TRGHIST (DISP=MOD). HAVENDO PAGAMENTO RETIDO O             00000370
      *      PROGRAMA TERMINA COM RETURN-CODE 4.                        00000380
      *-------------------------------------------------------------*   00000390
      *   BASE DE DADOS:                                                00000400
      *   TABELA.DB2..                                                  00000410
      *    ------              I/O                 INCLUDE/BOOK         00000420
      *   IVAN.FUNC             I                  #BKFUNC----          00000430
      *   IVAN.FUNCCOMP         I                  #BKFCOMP---          00000440
      *-------------------------------------------------------------*   00000450
      *   ARQUIVOS:                                                     00000460
      *    DDNAME              I/O                  COPY/BOOK           00000470
      *   FOLHPAG               I   (FOLHA CORRENTE)   FOLHBOOK---      00000480
      *   FOLHANT               I   (FOLHA ANTERIOR)                    00000490
      *   CLIENTES              I   (KSDS - RANDOM)    CLIBOOK----      00000500
      *   LIBFOLH               I   (CARTOES DE LIBERACAO)              00000510
      *   TRGRET                O   (PAGAMENTOS RETIDOS)                00000520
      *   TRGHIST              I/O  (HISTORICO DE EXCECOES - MOD)       00000530
      *   RELTRG                O   (RELACAO DE EXCECOES)               00000540
      *-------------------------------------------------------------*   00000550
      *   MODULOS....:                                                  00000560
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000570
      *   FR21DTA1             DATA DE PROCESSAMENTO (LNKDPRC)          00000580
      *-------------------------------------------------------------*   00000590
      *   PARM.....: PERCENTUAL PIC 9(03)V99 (OMITIDO = 020,00)         00000600
      *               BANCO DA CASA PIC X(03) (OMITIDO = QUALQUER       00000610
      *               BANCO NA COMPARACAO COM O CADASTRO CLIENTES)      00000620
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
           SELECT FOLHPAG  ASSIGN TO FOLHPAG                            00000760
               FILE STATUS  IS WRK-FS-FOLHPAG.                          00000770
                                                                        00000780
           SELECT FOLHANT  ASSIGN TO FOLHANT                            00000790
               FILE STATUS  IS WRK-FS-FOLHANT.                          00000800
                                                                        00000810
           SELECT CLIENTES ASSIGN TO CLIENTES                           00000820
               ORGANIZATION  IS INDEXED                                 00000830
               ACCESS MODE   IS RANDOM                                  00000840
               RECORD KEY    IS CLI-CHAVE                               00000850
               FILE STATUS   IS WRK-FS-CLIENTES.                        00000860
                                                                        00000870
           SELECT LIBFOLH  ASSIGN TO LIBFOLH                            00000880
               FILE STATUS  IS WRK-FS-LIBFOLH.                          00000890
                                                                        00000900
           SELECT TRGRET   ASSIGN TO TRGRET                             00000910
               FILE STATUS  IS WRK-FS-TRGRET.                           00000920
                                                                        00000930
           SELECT TRGHIST  ASSIGN TO TRGHIST                            00000940
               FILE STATUS  IS WRK-FS-TRGHIST.                          00000950
                                                                        00000960
           SELECT RELTRG   ASSIGN TO RELTRG                             00000970
               FILE STATUS  IS WRK-FS-RELTRG.                           00000980
                                                                        00000990
      *=============================================================*   00001000
       DATA                                                DIVISION.    00001010
      *=============================================================*   00001020
       FILE                                                 SECTION.    00001030
      *=============================================================*   00001040
                                                                        00001050
      *      ENTRADA - FOLHA CORRENTE               LRECL = 250         00001060
                                                                        00001070
       FD FOLHPAG                                                       00001080
           RECORDING  MODE IS F                                         00001090
           BLOCK CONTAINS 0 RECORDS.                                    00001100
                                                                        00001110
       COPY 'FOLHBOOK'.                                                 00001120
                                                                        00001130
      *      ENTRADA - FOLHA DA COMPETENCIA ANTERIOR (MESMO LAYOUT)     00001140
                                                                        00001150
       FD FOLHANT                                                       00001160
           RECORDING  MODE IS F                                         00001170
           BLOCK CONTAINS 0 RECORDS.                                    00001180
                                                                        00001190
       01 FD-FOLHANT.                                                   00001200
          05 FD-AN-IDFUNC    PIC 9(05).                                 00001210
          05 FD-AN-NOME      PIC X(30).                                 00001220
          05 FD-AN-HORAS     PIC 9(05).                                 00001230
          05 FD-AN-SALBASE   PIC 9(07)V99.                              00001240
          05 FD-AN-VALHORA   PIC 9(05)V99.                              00001250
          05 FD-AN-BRUTO     PIC 9(07)V99.                              00001260
          05 FD-AN-INSS      PIC 9(07)V99.                              00001270
          05 FD-AN-IRRF      PIC 9(07)V99.                              00001280
          05 FD-AN-LIQUIDO   PIC 9(07)V99.                              00001290
          05 FILLER          PIC X(158).                                00001300
                                                                        00001310
      *      ENTRADA - CADASTRO DE CLIENTES         LRECL = 73          00001320
                                                                        00001330
       FD CLIENTES.                                                     00001340
                                                                        00001350
       COPY 'CLIBOOK'.                                                  00001360
                                                                        00001370
      *      ENTRADA - CARTOES DE LIBERACAO         LRECL = 80          00001380
                                                                        00001390
       FD LIBFOLH                                                       00001400
           RECORDING  MODE IS F                                         00001410
           BLOCK CONTAINS 0 RECORDS.                                    00001420
                                                                        00001430
       01 FD-LIBFOLH.                                                   00001440
          05 FD-LB-IDFUNC      PIC 9(05).                               00001450
          05 FD-LB-COMPET      PIC 9(06).                               00001460
          05 FD-LB-RESPONSAVEL PIC X(20).                               00001470
          05 FILLER            PIC X(49).                               00001480
                                                                        00001490
      *      SAIDA - PAGAMENTOS RETIDOS             LRECL = 20          00001500
      *      TIPO '0' HEADER (COMPETENCIA TRIADA) / '1' RETIDO          00001510
                                                                        00001520
       FD TRGRET                                                        00001530
           RECORDING  MODE IS F                                         00001540
           BLOCK CONTAINS 0 RECORDS.                                    00001550
                                                                        00001560
       01 FD-TRGRET.                                                    00001570
          05 FD-TR-TIPO      PIC X(01).                                 00001580
          05 FD-TR-IDFUNC    PIC 9(05).                                 00001590
          05 FD-TR-COMPET    PIC 9(06).                                 00001600
          05 FD-TR-MOTIVOS   PIC X(05).                                 00001610
          05 FILLER          PIC X(03).                                 00001620
                                                                        00001630
      *      SAIDA - HISTORICO DE EXCECOES          LRECL = 60          00001640
      *      SITUACAO 'R' RETIDO / 'L' LIBERADO POR CARTAO              00001650
                                                                        00001660
       FD TRGHIST                                                       00001670
           RECORDING  MODE IS F                                         00001680
           BLOCK CONTAINS 0 RECORDS.                                    00001690
                                                                        00001700
       01 FD-TRGHIST.                                                   00001710
          05 FD-TH-DATA        PIC 9(08).                               00001720
          05 FD-TH-COMPET      PIC 9(06).                               00001730
          05 FD-TH-IDFUNC      PIC 9(05).                               00001740
          05 FD-TH-MOTIVOS     PIC X(05).                               00001750
          05 FD-TH-LIQUIDO     PIC 9(07)V99.                            00001760
          05 FD-TH-SITUACAO    PIC X(01).                               00001770
          05 FD-TH-RESPONSAVEL PIC X(20).                               00001780
          05 FILLER            PIC X(06).                               00001790
                                                                        00001800
      *      SAIDA - RELACAO DE EXCECOES            LRECL = 80          00001810
                                                                        00001820
       FD RELTRG                                                        00001830
           RECORDING  MODE IS F                                         00001840
           BLOCK CONTAINS 0 RECORDS.                                    00001850
                                                                        00001860
       01 FD-RELTRG       PIC X(80).                                    00001870
                                                                        00001880
      *-------------------------------------------------------------*   00001890
       WORKING-STORAGE                                      SECTION.    00001900
      *-------------------------------------------------------------*   00001910
                                                                        00001920
           EXEC SQL                                                     00001930
              INCLUDE #BKFUNC                                           00001940
           END-EXEC.                                                    00001950
                                                                        00001960
           EXEC SQL                                                     00001970
              INCLUDE #BKFCOMP                                          00001980
           END-EXEC.                                                    00001990
                                                                        00002000
           EXEC SQL                                                     00002010
              INCLUDE SQLCA                                             00002020
           END-EXEC.                                                    00002030
                                                                        00002040
      *------------------LOG-DE-ERROS-------------------------------*   00002050
                                                                        00002060
       01 WRK-DADOS.                                                    00002070
           05 WRK-PROGRAMA  PIC X(08).                                  00002080
           05 WRK-SECAO     PIC X(04).                                  00002090
           05 WRK-MENSAGEM  PIC X(30).                                  00002100
           05 WRK-STATUS    PIC X(02).                                  00002110
           05 WRK-SEVERIDADE PIC X(01).                                 00002120
           05 FILLER        PIC X(22).                                  00002130
                                                                        00002140
      *------------------DATA DE PROCESSAMENTO----------------------*   00002150
                                                                        00002160
           COPY 'LNKDPRC'.                                              00002170
                                                                        00002180
      *--------------------LOGICA-----------------------------------*   00002190
                                                                        00002200
       77 WRK-SQLCODE         PIC -999.                                 00002210
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00002220
       77 WRK-MSG-FINAL       PIC X(17) VALUE 'FINAL DE PROGRAMA'.      00002230
                                                                        00002240
       77 WRK-DATA-NEGOCIO    PIC 9(08) VALUE 0.                        00002250
       77 WRK-COMPET-ATUAL    PIC 9(06) VALUE 0.                        00002260
       77 WRK-PCT-LIMITE      PIC 9(03)V99 VALUE 020,00.                00002270
       77 WRK-BANCO-CASA      PIC X(03) VALUE SPACES.                   00002280
       77 WRK-TEM-ANTERIOR    PIC X(01) VALUE 'N'.                      00002290
                                                                        00002300
       77 WRK-LIDOS           PIC 9(05) VALUE 0.                        00002310
       77 WRK-MARCADOS        PIC 9(05) VALUE 0.                        00002320
       77 WRK-RETIDOS         PIC 9(05) VALUE 0.                        00002330
       77 WRK-LIBERADOS       PIC 9(05) VALUE 0.                        00002340
       77 WRK-VAL-RETIDO      PIC 9(11)V99 VALUE 0.                     00002350
       77 WRK-CARTOES         PIC 9(05) VALUE 0.                        00002360
       77 WRK-CARTOES-FORA    PIC 9(05) VALUE 0.                        00002370
                                                                        00002380
       01 WRK-TAB-QT-MOTIVO.                                            00002390
          05 WRK-QT-MOTIVO    PIC 9(05) OCCURS 5 TIMES.                 00002400
                                                                        00002410
      *          MOTIVOS DO PAGAMENTO EM ANALISE (H D C M V)            00002420
                                                                        00002430
       01 WRK-MOTIVOS.                                                  00002440
          05 WRK-MOT-HORAS    PIC X(01).                                00002450
          05 WRK-MOT-DUPLIC   PIC X(01).                                00002460
          05 WRK-MOT-CLIENTE  PIC X(01).                                00002470
          05 WRK-MOT-DEMITIDO PIC X(01).                                00002480
          05 WRK-MOT-VARIACAO PIC X(01).                                00002490
       01 WRK-MOTIVOS-R REDEFINES WRK-MOTIVOS.                          00002500
          05 WRK-MOT-OCR      PIC X(01) OCCURS 5 TIMES.                 00002510
                                                                        00002520
       77 WRK-IND-MOT         PIC 9(01).                                00002530
                                                                        00002540
      *          DETALHES GUARDADOS PARA A RELACAO                      00002550
                                                                        00002560
       77 WRK-DATADEM         PIC X(10).                                00002570
       77 WRK-INICIO-COMPET   PIC X(10).                                00002580
       77 WRK-QT-DUPLIC       PIC S9(09) COMP VALUE 0.                  00002590
       77 WRK-ID-DUPLIC       PIC S9(05)V COMP-3.                       00002600
       77 WRK-NOME-CLIENTE    PIC X(30).                                00002610
       77 WRK-LIQ-ANTERIOR    PIC 9(07)V99 VALUE 0.                     00002620
       77 WRK-PCT-LIQ         PIC S9(05)V99 VALUE 0.                    00002630
                                                                        00002640
       01 WRK-COMPET-AUX.                                               00002650
          05 WRK-CA-ANO       PIC 9(04).                                00002660
          05 WRK-CA-MES       PIC 9(02).                                00002670
                                                                        00002680
      *          CONTA DA FOLHA NO FORMATO DO CADASTRO CLIENTES         00002690
                                                                        00002700
       77 WRK-CONTA-CLI       PIC X(04).                                00002710
       77 WRK-CONTA-OK        PIC X(01).                                00002720
                                                                        00002730
      *-----------CARTOES DE LIBERACAO------------------------------*   00002740
                                                                        00002750
       01 WRK-TAB-LIBERACAO.                                            00002760
          05 WRK-TAB-LB-QTD  PIC 9(03) VALUE 0.                         00002770
          05 WRK-TAB-LB-OCR OCCURS 500 TIMES.                           00002780
             10 WRK-LB-IDFUNC      PIC 9(05).                           00002790
             10 WRK-LB-RESPONSAVEL PIC X(20).                           00002800
             10 WRK-LB-USADO       PIC X(01).                           00002810
                                                                        00002820
       77 WRK-IND-LB          PIC 9(03).                                00002830
       77 WRK-LIBERADO        PIC X(01).                                00002840
                                                                        00002850
      *--------------------STATUS-----------------------------------*   00002860
                                                                        00002870
       77 WRK-FS-FOLHPAG  PIC 9(02).                                    00002880
       77 WRK-FS-FOLHANT  PIC 9(02).                                    00002890
       77 WRK-FS-CLIENTES PIC 9(02).                                    00002900
       77 WRK-FS-LIBFOLH  PIC 9(02).                                    00002910
       77 WRK-FS-TRGRET   PIC 9(02).                                    00002920
       77 WRK-FS-TRGHIST  PIC 9(02).                                    00002930
       77 WRK-FS-RELTRG   PIC 9(02).                                    00002940
                                                                        00002950
      *--------------------LINHAS DO RELATORIO----------------------*   00002960
                                                                        00002970
       01 WRK-CABEC1.                                                   00002980
          05 FILLER   PIC X(38) VALUE                                   00002990
             'TRIAGEM DA FOLHA ANTES DA REMESSA - '.                    00003000
          05 FILLER   PIC X(07) VALUE 'COMPET '.                        00003010
          05 WRK-C1-COMPET    PIC 9(06).                                00003020
          05 FILLER   PIC X(07) VALUE '  DATA '.                        00003030
          05 WRK-C1-DATA      PIC 9(08).                                00003040
          05 FILLER   PIC X(14).                                        00003050
                                                                        00003060
       01 WRK-CABEC2.                                                   00003070
          05 FILLER   PIC X(40) VALUE                                   00003080
             'FUNC. NOME                           LI'.                 00003090
          05 FILLER   PIC X(40) VALUE                                   00003100
             'QUIDO MOTIV SITUACAO  RESPONSAVEL'.                       00003110
                                                                        00003120
       01 WRK-DET-PAGTO.                                                00003130
          05 WRK-D-IDFUNC     PIC 9(05).                                00003140
          05 FILLER           PIC X(01).                                00003150
          05 WRK-D-NOME       PIC X(26).                                00003160
          05 FILLER           PIC X(01).                                00003170
          05 WRK-D-LIQUIDO    PIC Z.ZZZ.ZZ9,99.                         00003180
          05 FILLER           PIC X(01).                                00003190
          05 WRK-D-MOTIVOS    PIC X(05).                                00003200
          05 FILLER           PIC X(01).                                00003210
          05 WRK-D-SITUACAO   PIC X(09).                                00003220
          05 FILLER           PIC X(01).                                00003230
          05 WRK-D-RESPONSAVEL PIC X(18).                               00003240
                                                                        00003250
       01 WRK-DET-MOTIVO.                                               00003260
          05 FILLER           PIC X(07) VALUE SPACES.                   00003270
          05 WRK-M-CODIGO     PIC X(01).                                00003280
          05 FILLER           PIC X(03) VALUE ' - '.                    00003290
          05 WRK-M-TEXTO      PIC X(69).                                00003300
                                                                        00003310
       01 WRK-TXT-DUPLIC.                                               00003320
          05 FILLER           PIC X(31) VALUE                           00003330
             'CONTA TAMBEM NO FUNCIONARIO   '.                          00003340
          05 WRK-TD-IDFUNC    PIC 9(05).                                00003350
          05 FILLER           PIC X(33).                                00003360
                                                                        00003370
       01 WRK-TXT-CLIENTE.                                              00003380
          05 FILLER           PIC X(25) VALUE                           00003390
             'CONTA DE CLIENTE EM NOME '.                               00003400
          05 WRK-TC-NOME      PIC X(30).                                00003410
          05 FILLER           PIC X(14).                                00003420
                                                                        00003430
       01 WRK-TXT-DEMITIDO.                                             00003440
          05 FILLER           PIC X(25) VALUE                           00003450
             'DESLIGADO EM             '.                               00003460
          05 WRK-TM-DATA      PIC X(10).                                00003470
          05 FILLER           PIC X(34).                                00003480
                                                                        00003490
       01 WRK-TXT-VARIACAO.                                             00003500
          05 FILLER           PIC X(25) VALUE                           00003510
             'LIQUIDO ANTERIOR         '.                               00003520
          05 WRK-TV-ANTES     PIC Z.ZZZ.ZZ9,99.                         00003530
          05 FILLER           PIC X(11) VALUE '  VARIACAO '.            00003540
          05 WRK-TV-PCT       PIC -ZZZ9,99.                             00003550
          05 FILLER           PIC X(01) VALUE '%'.                      00003560
          05 FILLER           PIC X(12).                                00003570
                                                                        00003580
       01 WRK-TOTAL.                                                    00003590
          05 WRK-TT-TEXTO     PIC X(36).                                00003600
          05 WRK-TT-QTDE      PIC ZZ.ZZ9.                               00003610
          05 FILLER           PIC X(38).                                00003620
                                                                        00003630
       01 WRK-TOTAL-VALOR.                                              00003640
          05 WRK-TV-TEXTO     PIC X(36).                                00003650
          05 WRK-TV-VALOR     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.                   00003660
          05 FILLER           PIC X(26).                                00003670
                                                                        00003680
       01 WRK-VISTO1.                                                   00003690
          05 FILLER   PIC X(46) VALUE                                   00003700
             'CONFERIDO POR: ______________________________'.           00003710
          05 FILLER   PIC X(34) VALUE                                   00003720
             'DATA: ___/___/______'.                                    00003730
                                                                        00003740
       01 WRK-VISTO2.                                                   00003750
          05 FILLER   PIC X(46) VALUE                                   00003760
             'APROVADO POR.: ______________________________'.           00003770
          05 FILLER   PIC X(34) VALUE                                   00003780
             'DATA: ___/___/______'.                                    00003790
                                                                        00003800
      *-------------------------------------------------------------*   00003810
       LINKAGE                                              SECTION.    00003820
      *-------------------------------------------------------------*   00003830
       01 LNK-ENTRADA.                                                  00003840
          05 LNK-LEN            PIC 9(04) COMP.                         00003850
          05 LNK-PCT            PIC 9(03)V99.                           00003860
          05 LNK-BANCO          PIC X(03).                              00003870
                                                                        00003880
      *=============================================================*   00003890
       PROCEDURE DIVISION USING LNK-ENTRADA.                            00003900
      *=============================================================*   00003910
                                                                        00003920
      *=============================================================*   00003930
       0000-PRINCIPAL                                       SECTION.    00003940
                                                                        00003950
            INITIALIZE WRK-TAB-QT-MOTIVO.                               00003960
            PERFORM 1000-INICIAR.                                       00003970
            PERFORM 1300-CARREGAR-LIBERACOES.                           00003980
            PERFORM 1500-ABRIR-TRIAGEM.                                 00003990
            PERFORM 2000-TRIAR UNTIL WRK-FS-FOLHPAG NOT EQUAL ZEROS.    00004000
            PERFORM 3000-FINALIZAR.                                     00004010
                                                                        00004020
       0000-99-FIM.                                            EXIT.    00004030
      *=============================================================*   00004040
                                                                        00004050
      *=============================================================*   00004060
       1000-INICIAR                                         SECTION.    00004070
                                                                        00004080
            MOVE 'FR21TRG1' TO LNK-DP-PROGRAMA.                         00004090
            MOVE ZEROS      TO LNK-DP-DIAS-TOL.                         00004100
            CALL 'FR21DTA1' USING LNK-DPRC.                             00004110
            MOVE LNK-DP-DATA TO WRK-DATA-NEGOCIO.                       00004120
                                                                        00004130
            IF LNK-LEN NOT LESS 5                                       00004140
               MOVE LNK-PCT TO WRK-PCT-LIMITE                           00004150
            END-IF.                                                     00004160
            IF LNK-LEN NOT LESS 8                                       00004170
               MOVE LNK-BANCO TO WRK-BANCO-CASA                         00004180
            END-IF.                                                     00004190
                                                                        00004200
            OPEN INPUT  FOLHPAG.                                        00004210
            OPEN INPUT  FOLHANT.                                        00004220
            OPEN INPUT  CLIENTES.                                       00004230
            OPEN INPUT  LIBFOLH.                                        00004240
            OPEN OUTPUT TRGRET.                                         00004250
            OPEN EXTEND TRGHIST.                                        00004260
            OPEN OUTPUT RELTRG.                                         00004270
                                                                        00004280
            IF WRK-FS-FOLHPAG NOT EQUAL ZEROS                           00004290
               MOVE 'FR21TRG1'                  TO WRK-PROGRAMA         00004300
               MOVE '1000'                      TO WRK-SECAO            00004310
               MOVE 'ERRO OPEN FOLHA CORRENTE ' TO WRK-MENSAGEM         00004320
               MOVE WRK-FS-FOLHPAG              TO WRK-STATUS           00004330
               PERFORM 9000-TRATARERROS                                 00004340
            END-IF.                                                     00004350
                                                                        00004360
            IF WRK-FS-CLIENTES NOT EQUAL ZEROS                          00004370
               MOVE 'FR21TRG1'                  TO WRK-PROGRAMA         00004380
               MOVE '1000'                      TO WRK-SECAO            00004390
               MOVE 'ERRO OPEN CLIENTES      - ' TO WRK-MENSAGEM        00004400
               MOVE WRK-FS-CLIENTES             TO WRK-STATUS           00004410
               PERFORM 9000-TRATARERROS                                 00004420
            END-IF.                                                     00004430
                                                                        00004440
            IF WRK-FS-TRGRET NOT EQUAL ZEROS                            00004450
               MOVE 'FR21TRG1'                  TO WRK-PROGRAMA         00004460
               MOVE '1000'                      TO WRK-SECAO            00004470
               MOVE 'ERRO OPEN RETIDOS       - ' TO WRK-MENSAGEM        00004480
               MOVE WRK-FS-TRGRET               TO WRK-STATUS           00004490
               PERFORM 9000-TRATARERROS                                 00004500
            END-IF.                                                     00004510
                                                                        00004520
            IF WRK-FS-TRGHIST NOT EQUAL ZEROS                           00004530
               MOVE 'FR21TRG1'                  TO WRK-PROGRAMA         00004540
               MOVE '1000'                      TO WRK-SECAO            00004550
               MOVE 'ERRO OPEN HISTORICO     - ' TO WRK-MENSAGEM        00004560
               MOVE WRK-FS-TRGHIST              TO WRK-STATUS           00004570
               PERFORM 9000-TRATARERROS                                 00004580
            END-IF.                                                     00004590
                                                                        00004600
      *          PRIMEIRA FOLHA (SEM GERACAO ANTERIOR): A VARIACAO      00004610
      *          FICA DE FORA                                           00004620
                                                                        00004630
            IF WRK-FS-FOLHANT EQUAL ZEROS                               00004640
               MOVE 'S' TO WRK-TEM-ANTERIOR                             00004650
               READ FOLHANT                                             00004660
               IF WRK-FS-FOLHANT NOT EQUAL ZEROS                        00004670
                  MOVE 99999 TO FD-AN-IDFUNC                            00004680
               END-IF                                                   00004690
            ELSE                                                        00004700
               DISPLAY 'SEM FOLHA ANTERIOR - VARIACAO NAO TRIADA'       00004710
            END-IF.                                                     00004720
                                                                        00004730
      *          A COMPETENCIA E A DA PROPRIA FOLHA                     00004740
                                                                        00004750
            READ FOLHPAG.                                               00004760
                                                                        00004770
            IF WRK-FS-FOLHPAG EQUAL ZEROS                               00004780
               MOVE FOLH-COMPET TO WRK-COMPET-ATUAL                     00004790
            ELSE                                                        00004800
               DISPLAY 'FOLHA CORRENTE VAZIA'                           00004810
            END-IF.                                                     00004820
                                                                        00004830
       1000-99-FIM.                                            EXIT.    00004840
      *=============================================================*   00004850
                                                                        00004860
      *=============================================================*   00004870
       1300-CARREGAR-LIBERACOES                             SECTION.    00004880
                                                                        00004890
      *          CARTOES SAO OPCIONAIS; SO VALEM OS DA COMPETENCIA      00004900
      *          DA FOLHA                                               00004910
                                                                        00004920
           IF WRK-FS-LIBFOLH NOT EQUAL ZEROS                            00004930
              GO TO 1300-99-FIM                                         00004940
           END-IF.                                                      00004950
                                                                        00004960
           READ LIBFOLH.                                                00004970
                                                                        00004980
           PERFORM UNTIL WRK-FS-LIBFOLH NOT EQUAL ZEROS                 00004990
              ADD 1 TO WRK-CARTOES                                      00005000
              IF FD-LB-COMPET NOT EQUAL WRK-COMPET-ATUAL                00005010
                 OR FD-LB-IDFUNC NOT NUMERIC                            00005020
                 ADD 1 TO WRK-CARTOES-FORA                              00005030
              ELSE                                                      00005040
                 IF WRK-TAB-LB-QTD LESS 500                             00005050
                    ADD 1 TO WRK-TAB-LB-QTD                             00005060
                    MOVE WRK-TAB-LB-QTD    TO WRK-IND-LB                00005070
                    MOVE FD-LB-IDFUNC      TO WRK-LB-IDFUNC(WRK-IND-LB) 00005080
                    MOVE FD-LB-RESPONSAVEL                              00005090
                         TO WRK-LB-RESPONSAVEL(WRK-IND-LB)              00005100
                    MOVE 'N'               TO WRK-LB-USADO(WRK-IND-LB)  00005110
                 ELSE                                                   00005120
                    MOVE 'FR21TRG1'                  TO WRK-PROGRAMA    00005130
                    MOVE '1300'                      TO WRK-SECAO       00005140
                    MOVE 'EXCESSO DE LIBERACOES   - ' TO WRK-MENSAGEM   00005150
                    MOVE SPACES                      TO WRK-STATUS      00005160
                    PERFORM 9000-TRATARERROS                            00005170
                 END-IF                                                 00005180
              END-IF                                                    00005190
              READ LIBFOLH                                              00005200
           END-PERFORM.                                                 00005210
                                                                        00005220
           CLOSE LIBFOLH.                                               00005230
                                                                        00005240
       1300-99-FIM.                                            EXIT.    00005250
      *=============================================================*   00005260
                                                                        00005270
      *=============================================================*   00005280
       1500-ABRIR-TRIAGEM                                   SECTION.    00005290
                                                                        00005300
      *          HEADER DO TRGRET: O FR21BNC1 CONFERE A COMPETENCIA     00005310
                                                                        00005320
           MOVE SPACES           TO FD-TRGRET.                          00005330
           MOVE '0'              TO FD-TR-TIPO.                         00005340
           MOVE ZEROS            TO FD-TR-IDFUNC.                       00005350
           MOVE WRK-COMPET-ATUAL TO FD-TR-COMPET.                       00005360
           WRITE FD-TRGRET.                                             00005370
                                                                        00005380
      *          PRIMEIRO DIA DA COMPETENCIA NO FORMATO DO DB2,         00005390
      *          LIMITE DO DESLIGAMENTO                                 00005400
                                                                        00005410
           MOVE WRK-COMPET-ATUAL TO WRK-COMPET-AUX.                     00005420
           STRING WRK-CA-ANO '-' WRK-CA-MES '-01'                       00005430
                  DELIMITED BY SIZE INTO WRK-INICIO-COMPET.             00005440
                                                                        00005450
           MOVE WRK-COMPET-ATUAL TO WRK-C1-COMPET.                      00005460
           MOVE WRK-DATA-NEGOCIO TO WRK-C1-DATA.                        00005470
           WRITE FD-RELTRG FROM WRK-CABEC1.                             00005480
           WRITE FD-RELTRG FROM WRK-LINHA-VAZIA.                        00005490
           WRITE FD-RELTRG FROM WRK-CABEC2.                             00005500
                                                                        00005510
       1500-99-FIM.                                            EXIT.    00005520
      *=============================================================*   00005530
                                                                        00005540
      *=============================================================*   00005550
       2000-TRIAR                                           SECTION.    00005560
                                                                        00005570
           ADD 1 TO WRK-LIDOS.                                          00005580
           MOVE SPACES TO WRK-MOTIVOS.                                  00005590
                                                                        00005600
           PERFORM 2100-CONFERIR-HORAS.                                 00005610
           PERFORM 2200-CONFERIR-DESLIGADO.                             00005620
           PERFORM 2300-CONFERIR-CONTA.                                 00005630
           PERFORM 2400-CONFERIR-VARIACAO.                              00005640
                                                                        00005650
           IF WRK-MOTIVOS NOT EQUAL SPACES                              00005660
              PERFORM 2600-DECIDIR                                      00005670
           END-IF.                                                      00005680
                                                                        00005690
           READ FOLHPAG.                                                00005700
                                                                        00005710
       2000-99-FIM.                                            EXIT.    00005720
      *=============================================================*   00005730
                                                                        00005740
      *=============================================================*   00005750
       2100-CONFERIR-HORAS                                  SECTION.    00005760
                                                                        00005770
      *          FERIAS DO MES INTEIRO PAGAM SEM HORAS TRABALHADAS      00005780
                                                                        00005790
           IF FOLH-HORAS EQUAL ZEROS                                    00005800
              AND FOLH-FERIAS EQUAL ZEROS                               00005810
              MOVE 'H' TO WRK-MOT-HORAS                                 00005820
           END-IF.                                                      00005830
                                                                        00005840
       2100-99-FIM.                                            EXIT.    00005850
      *=============================================================*   00005860
                                                                        00005870
      *=============================================================*   00005880
       2200-CONFERIR-DESLIGADO                              SECTION.    00005890
                                                                        00005900
           MOVE FOLH-IDFUNC TO DB2-ID.                                  00005910
                                                                        00005920
           EXEC SQL                                                     00005930
                SELECT COALESCE(DATADEM, ' ')                           00005940
                  INTO :WRK-DATADEM                                     00005950
                  FROM IVAN.FUNC                                        00005960
                 WHERE ID = :DB2-ID                                     00005970
           END-EXEC.                                                    00005980
                                                                        00005990
           EVALUATE SQLCODE                                             00006000
             WHEN 0                                                     00006010
               IF WRK-DATADEM NOT EQUAL SPACES                          00006020
                  AND WRK-DATADEM LESS WRK-INICIO-COMPET                00006030
                  MOVE 'M' TO WRK-MOT-DEMITIDO                          00006040
               END-IF                                                   00006050
                                                                        00006060
      *          PAGAMENTO DE QUEM NAO ESTA NO CADASTRO E O CASO        00006070
      *          MAIS GRAVE DE TODOS: FICA NO MESMO MOTIVO              00006080
                                                                        00006090
             WHEN 100                                                   00006100
               MOVE 'NAO CADASTRADO' TO WRK-DATADEM                     00006110
               MOVE 'M' TO WRK-MOT-DEMITIDO                             00006120
             WHEN OTHER                                                 00006130
               MOVE SQLCODE TO WRK-SQLCODE                              00006140
               DISPLAY 'ERRO ' WRK-SQLCODE ' NO SELECT DO FUNC '        00006150
                       FOLH-IDFUNC                                      00006160
               MOVE 200 TO RETURN-CODE                                  00006170
               STOP RUN                                                 00006180
           END-EVALUATE.                                                00006190
                                                                        00006200
       2200-99-FIM.                                            EXIT.    00006210
      *=============================================================*   00006220
                                                                        00006230
      *=============================================================*   00006240
       2300-CONFERIR-CONTA                                  SECTION.    00006250
                                                                        00006260
           MOVE FOLH-IDFUNC TO FCP-IDFUNC.                              00006270
                                                                        00006280
           EXEC SQL                                                     00006290
                SELECT BANCO, AGBANCO, CONTABCO                         00006300
                  INTO :FCP-BANCO, :FCP-AGBANCO, :FCP-CONTABCO          00006310
                  FROM IVAN.FUNCCOMP                                    00006320
                 WHERE IDFUNC = :FCP-IDFUNC                             00006330
           END-EXEC.                                                    00006340
                                                                        00006350
      *          SEM DADOS BANCARIOS O FR21BNC1 JA REJEITA              00006360
                                                                        00006370
           EVALUATE SQLCODE                                             00006380
             WHEN 0                                                     00006390
               CONTINUE                                                 00006400
             WHEN 100                                                   00006410
               GO TO 2300-99-FIM                                        00006420
             WHEN OTHER                                                 00006430
               MOVE SQLCODE TO WRK-SQLCODE                              00006440
               DISPLAY 'ERRO ' WRK-SQLCODE ' NO SELECT DO FUNCCOMP '    00006450
                       FOLH-IDFUNC                                      00006460
               MOVE 200 TO RETURN-CODE                                  00006470
               STOP RUN                                                 00006480
           END-EVALUATE.                                                00006490
                                                                        00006500
           IF FCP-AGBANCO EQUAL SPACES OR FCP-CONTABCO EQUAL SPACES     00006510
              GO TO 2300-99-FIM                                         00006520
           END-IF.                                                      00006530
                                                                        00006540
      *          MESMA CONTA EM MAIS DE UM FUNCIONARIO                  00006550
                                                                        00006560
           EXEC SQL                                                     00006570
                SELECT COUNT(*), COALESCE(MIN(IDFUNC), 0)               00006580
                  INTO :WRK-QT-DUPLIC, :WRK-ID-DUPLIC                   00006590
                  FROM IVAN.FUNCCOMP                                    00006600
                 WHERE BANCO    = :FCP-BANCO                            00006610
                   AND AGBANCO  = :FCP-AGBANCO                          00006620
                   AND CONTABCO = :FCP-CONTABCO                         00006630
                   AND IDFUNC  <> :FCP-IDFUNC                           00006640
           END-EXEC.                                                    00006650
                                                                        00006660
           IF SQLCODE NOT EQUAL 0                                       00006670
              MOVE SQLCODE TO WRK-SQLCODE                               00006680
              DISPLAY 'ERRO ' WRK-SQLCODE ' NA CONTA DUPLICADA '        00006690
                      FOLH-IDFUNC                                       00006700
              MOVE 200 TO RETURN-CODE                                   00006710
              STOP RUN                                                  00006720
           END-IF.                                                      00006730
                                                                        00006740
           IF WRK-QT-DUPLIC GREATER ZERO                                00006750
              MOVE 'D' TO WRK-MOT-DUPLIC                                00006760
           END-IF.                                                      00006770
                                                                        00006780
      *          CONTA NO CADASTRO CLIENTES EM OUTRO NOME. O            00006790
      *          CADASTRO TEM CONTA DE 4 POSICOES: A CONTA DA FOLHA     00006800
      *          SO E COMPARAVEL ALINHADA A ESQUERDA (RESTO EM          00006810
      *          BRANCO) OU A DIREITA (ZEROS OU BRANCOS NA FRENTE)      00006820
                                                                        00006830
           IF WRK-BANCO-CASA NOT EQUAL SPACES                           00006840
              AND FCP-BANCO NOT EQUAL WRK-BANCO-CASA                    00006850
              GO TO 2300-99-FIM                                         00006860
           END-IF.                                                      00006870
                                                                        00006880
           MOVE 'S' TO WRK-CONTA-OK.                                    00006890
           EVALUATE TRUE                                                00006900
             WHEN FCP-CONTABCO(5:6) EQUAL SPACES                        00006910
                MOVE FCP-CONTABCO(1:4) TO WRK-CONTA-CLI                 00006920
             WHEN FCP-CONTABCO(1:6) EQUAL '000000'                      00006930
               OR FCP-CONTABCO(1:6) EQUAL SPACES                        00006940
                MOVE FCP-CONTABCO(7:4) TO WRK-CONTA-CLI                 00006950
             WHEN OTHER                                                 00006960
                MOVE 'N' TO WRK-CONTA-OK                                00006970
           END-EVALUATE.                                                00006980
                                                                        00006990
           IF WRK-CONTA-OK NOT EQUAL 'S'                                00007000
              GO TO 2300-99-FIM                                         00007010
           END-IF.                                                      00007020
                                                                        00007030
           MOVE FCP-AGBANCO   TO CLI-AGENCIA.                           00007040
           MOVE WRK-CONTA-CLI TO CLI-CONTA.                             00007050
                                                                        00007060
           READ CLIENTES.                                               00007070
                                                                        00007080
           EVALUATE WRK-FS-CLIENTES                                     00007090
             WHEN 00                                                    00007100
               IF CLI-NOME NOT EQUAL FOLH-NOME                          00007110
                  MOVE 'C'      TO WRK-MOT-CLIENTE                      00007120
                  MOVE CLI-NOME TO WRK-NOME-CLIENTE                     00007130
               END-IF                                                   00007140
             WHEN 23                                                    00007150
               CONTINUE                                                 00007160
             WHEN OTHER                                                 00007170
               MOVE 'FR21TRG1'                  TO WRK-PROGRAMA         00007180
               MOVE '2300'                      TO WRK-SECAO            00007190
               MOVE 'ERRO LEITURA CLIENTES   - ' TO WRK-MENSAGEM        00007200
               MOVE WRK-FS-CLIENTES             TO WRK-STATUS           00007210
               PERFORM 9000-TRATARERROS                                 00007220
           END-EVALUATE.                                                00007230
                                                                        00007240
       2300-99-FIM.                                            EXIT.    00007250
      *=============================================================*   00007260
                                                                        00007270
      *=============================================================*   00007280
       2400-CONFERIR-VARIACAO                               SECTION.    00007290
                                                                        00007300
      *          BALANCE LINE COM A FOLHA ANTERIOR: QUEM NAO RECEBEU    00007310
      *          NO MES ANTERIOR NAO TEM BASE DE COMPARACAO             00007320
                                                                        00007330
           IF WRK-TEM-ANTERIOR NOT EQUAL 'S'                            00007340
              GO TO 2400-99-FIM                                         00007350
           END-IF.                                                      00007360
                                                                        00007370
           PERFORM UNTIL FD-AN-IDFUNC NOT LESS FOLH-IDFUNC              00007380
              READ FOLHANT                                              00007390
              IF WRK-FS-FOLHANT NOT EQUAL ZEROS                         00007400
                 MOVE 99999 TO FD-AN-IDFUNC                             00007410
              END-IF                                                    00007420
           END-PERFORM.                                                 00007430
                                                                        00007440
           IF FD-AN-IDFUNC NOT EQUAL FOLH-IDFUNC                        00007450
              OR FD-AN-LIQUIDO EQUAL ZEROS                              00007460
              GO TO 2400-99-FIM                                         00007470
           END-IF.                                                      00007480
                                                                        00007490
           MOVE FD-AN-LIQUIDO TO WRK-LIQ-ANTERIOR.                      00007500
                                                                        00007510
           IF FOLH-LIQUIDO NOT GREATER FD-AN-LIQUIDO                    00007520
              GO TO 2400-99-FIM                                         00007530
           END-IF.                                                      00007540
                                                                        00007550
           COMPUTE WRK-PCT-LIQ ROUNDED =                                00007560
              ((FOLH-LIQUIDO - FD-AN-LIQUIDO) * 100)                    00007570
              / FD-AN-LIQUIDO                                           00007580
              ON SIZE ERROR                                             00007590
                 MOVE 999,99 TO WRK-PCT-LIQ                             00007600
           END-COMPUTE.                                                 00007610
                                                                        00007620
           IF WRK-PCT-LIQ GREATER WRK-PCT-LIMITE                        00007630
              MOVE 'V' TO WRK-MOT-VARIACAO                              00007640
           END-IF.                                                      00007650
                                                                        00007660
       2400-99-FIM.                                            EXIT.    00007670
      *=============================================================*   00007680
                                                                        00007690
      *=============================================================*   00007700
       2600-DECIDIR                                         SECTION.    00007710
                                                                        00007720
      *          MARCADO: LIBERADO POR CARTAO OU RETIDO                 00007730
                                                                        00007740
           ADD 1 TO WRK-MARCADOS.                                       00007750
                                                                        00007760
           PERFORM VARYING WRK-IND-MOT FROM 1 BY 1                      00007770
                   UNTIL WRK-IND-MOT > 5                                00007780
              IF WRK-MOT-OCR(WRK-IND-MOT) NOT EQUAL SPACE               00007790
                 ADD 1 TO WRK-QT-MOTIVO(WRK-IND-MOT)                    00007800
              END-IF                                                    00007810
           END-PERFORM.                                                 00007820
                                                                        00007830
           MOVE 'N' TO WRK-LIBERADO.                                    00007840
           PERFORM VARYING WRK-IND-LB FROM 1 BY 1 UNTIL                 00007850
              WRK-IND-LB > WRK-TAB-LB-QTD OR WRK-LIBERADO = 'S'         00007860
              IF WRK-LB-IDFUNC(WRK-IND-LB) EQUAL FOLH-IDFUNC            00007870
                 MOVE 'S' TO WRK-LIBERADO                               00007880
                 MOVE 'S' TO WRK-LB-USADO(WRK-IND-LB)                   00007890
                 SUBTRACT 1 FROM WRK-IND-LB                             00007900
              END-IF                                                    00007910
           END-PERFORM.                                                 00007920
                                                                        00007930
           MOVE WRK-DATA-NEGOCIO TO FD-TH-DATA.                         00007940
           MOVE WRK-COMPET-ATUAL TO FD-TH-COMPET.                       00007950
           MOVE FOLH-IDFUNC      TO FD-TH-IDFUNC.                       00007960
           MOVE WRK-MOTIVOS      TO FD-TH-MOTIVOS.                      00007970
           MOVE FOLH-LIQUIDO     TO FD-TH-LIQUIDO.                      00007980
                                                                        00007990
           MOVE FOLH-IDFUNC      TO WRK-D-IDFUNC.                       00008000
           MOVE FOLH-NOME        TO WRK-D-NOME.                         00008010
           MOVE FOLH-LIQUIDO     TO WRK-D-LIQUIDO.                      00008020
           MOVE WRK-MOTIVOS      TO WRK-D-MOTIVOS.                      00008030
                                                                        00008040
           IF WRK-LIBERADO EQUAL 'S'                                    00008050
              ADD 1 TO WRK-LIBERADOS                                    00008060
              MOVE 'L'          TO FD-TH-SITUACAO                       00008070
              MOVE WRK-LB-RESPONSAVEL(WRK-IND-LB)                       00008080
                                TO FD-TH-RESPONSAVEL                    00008090
              MOVE 'LIBERADO '  TO WRK-D-SITUACAO                       00008100
              MOVE WRK-LB-RESPONSAVEL(WRK-IND-LB)                       00008110
                                TO WRK-D-RESPONSAVEL                    00008120
           ELSE                                                         00008130
              ADD 1 TO WRK-RETIDOS                                      00008140
              ADD FOLH-LIQUIDO  TO WRK-VAL-RETIDO                       00008150
              MOVE 'R'          TO FD-TH-SITUACAO                       00008160
              MOVE SPACES       TO FD-TH-RESPONSAVEL                    00008170
              MOVE 'RETIDO   '  TO WRK-D-SITUACAO                       00008180
              MOVE SPACES       TO WRK-D-RESPONSAVEL                    00008190
              MOVE SPACES           TO FD-TRGRET                        00008200
              MOVE '1'              TO FD-TR-TIPO                       00008210
              MOVE FOLH-IDFUNC      TO FD-TR-IDFUNC                     00008220
              MOVE WRK-COMPET-ATUAL TO FD-TR-COMPET                     00008230
              MOVE WRK-MOTIVOS      TO FD-TR-MOTIVOS                    00008240
              WRITE FD-TRGRET                                           00008250
           END-IF.                                                      00008260
                                                                        00008270
           WRITE FD-TRGHIST.                                            00008280
           WRITE FD-RELTRG FROM WRK-DET-PAGTO.                          00008290
           PERFORM 2700-DETALHAR-MOTIVOS.                               00008300
                                                                        00008310
       2600-99-FIM.                                            EXIT.    00008320
      *=============================================================*   00008330
                                                                        00008340
      *=============================================================*   00008350
       2700-DETALHAR-MOTIVOS                                SECTION.    00008360
                                                                        00008370
           IF WRK-MOT-HORAS NOT EQUAL SPACE                             00008380
              MOVE 'H' TO WRK-M-CODIGO                                  00008390
              MOVE 'PAGO SEM HORAS NO MES E SEM FERIAS' TO WRK-M-TEXTO  00008400
              WRITE FD-RELTRG FROM WRK-DET-MOTIVO                       00008410
           END-IF.                                                      00008420
                                                                        00008430
           IF WRK-MOT-DUPLIC NOT EQUAL SPACE                            00008440
              MOVE 'D' TO WRK-M-CODIGO                                  00008450
              MOVE WRK-ID-DUPLIC   TO WRK-TD-IDFUNC                     00008460
              MOVE WRK-TXT-DUPLIC  TO WRK-M-TEXTO                       00008470
              WRITE FD-RELTRG FROM WRK-DET-MOTIVO                       00008480
           END-IF.                                                      00008490
                                                                        00008500
           IF WRK-MOT-CLIENTE NOT EQUAL SPACE                           00008510
              MOVE 'C' TO WRK-M-CODIGO                                  00008520
              MOVE WRK-NOME-CLIENTE TO WRK-TC-NOME                      00008530
              MOVE WRK-TXT-CLIENTE  TO WRK-M-TEXTO                      00008540
              WRITE FD-RELTRG FROM WRK-DET-MOTIVO                       00008550
           END-IF.                                                      00008560
                                                                        00008570
           IF WRK-MOT-DEMITIDO NOT EQUAL SPACE                          00008580
              MOVE 'M' TO WRK-M-CODIGO                                  00008590
              MOVE WRK-DATADEM      TO WRK-TM-DATA                      00008600
              MOVE WRK-TXT-DEMITIDO TO WRK-M-TEXTO                      00008610
              WRITE FD-RELTRG FROM WRK-DET-MOTIVO                       00008620
           END-IF.                                                      00008630
                                                                        00008640
           IF WRK-MOT-VARIACAO NOT EQUAL SPACE                          00008650
              MOVE 'V' TO WRK-M-CODIGO                                  00008660
              MOVE WRK-LIQ-ANTERIOR TO WRK-TV-ANTES                     00008670
              MOVE WRK-PCT-LIQ      TO WRK-TV-PCT                       00008680
              MOVE WRK-TXT-VARIACAO TO WRK-M-TEXTO                      00008690
              WRITE FD-RELTRG FROM WRK-DET-MOTIVO                       00008700
           END-IF.                                                      00008710
                                                                        00008720
       2700-99-FIM.                                            EXIT.    00008730
      *=============================================================*   00008740
                                                                        00008750
      *=============================================================*   00008760
       3000-FINALIZAR                                       SECTION.    00008770
                                                                        00008780
      *          CARTAO SEM PAGAMENTO MARCADO NAO LIBERA NADA: SAI      00008790
      *          NA RELACAO PARA O OPERADOR CONFERIR                    00008800
                                                                        00008810
           PERFORM VARYING WRK-IND-LB FROM 1 BY 1                       00008820
                   UNTIL WRK-IND-LB > WRK-TAB-LB-QTD                    00008830
              IF WRK-LB-USADO(WRK-IND-LB) EQUAL 'N'                     00008840
                 ADD 1 TO WRK-CARTOES-FORA                              00008850
                 MOVE SPACES TO WRK-M-TEXTO                             00008860
                 STRING 'CARTAO SEM PAGAMENTO MARCADO: FUNC '           00008870
                        WRK-LB-IDFUNC(WRK-IND-LB) ' '                   00008880
                        WRK-LB-RESPONSAVEL(WRK-IND-LB)                  00008890
                        DELIMITED BY SIZE INTO WRK-M-TEXTO              00008900
                 MOVE '*' TO WRK-M-CODIGO                               00008910
                 WRITE FD-RELTRG FROM WRK-DET-MOTIVO                    00008920
              END-IF                                                    00008930
           END-PERFORM.                                                 00008940
                                                                        00008950
           WRITE FD-RELTRG FROM WRK-LINHA-VAZIA.                        00008960
                                                                        00008970
           MOVE 'PAGAMENTOS TRIADOS..................' TO WRK-TT-TEXTO. 00008980
           MOVE WRK-LIDOS       TO WRK-TT-QTDE.                         00008990
           WRITE FD-RELTRG FROM WRK-TOTAL.                              00009000
           MOVE 'H - SEM HORAS NO MES................' TO WRK-TT-TEXTO. 00009010
           MOVE WRK-QT-MOTIVO(1) TO WRK-TT-QTDE.                        00009020
           WRITE FD-RELTRG FROM WRK-TOTAL.                              00009030
           MOVE 'D - CONTA EM OUTRO FUNCIONARIO......' TO WRK-TT-TEXTO. 00009040
           MOVE WRK-QT-MOTIVO(2) TO WRK-TT-QTDE.                        00009050
           WRITE FD-RELTRG FROM WRK-TOTAL.                              00009060
           MOVE 'C - CONTA DE CLIENTE EM OUTRO NOME..' TO WRK-TT-TEXTO. 00009070
           MOVE WRK-QT-MOTIVO(3) TO WRK-TT-QTDE.                        00009080
           WRITE FD-RELTRG FROM WRK-TOTAL.                              00009090
           MOVE 'M - DESLIGADO ANTES DA COMPETENCIA..' TO WRK-TT-TEXTO. 00009100
           MOVE WRK-QT-MOTIVO(4) TO WRK-TT-QTDE.                        00009110
           WRITE FD-RELTRG FROM WRK-TOTAL.                              00009120
           MOVE 'V - LIQUIDO ACIMA DO LIMITE.........' TO WRK-TT-TEXTO. 00009130
           MOVE WRK-QT-MOTIVO(5) TO WRK-TT-QTDE.                        00009140
           WRITE FD-RELTRG FROM WRK-TOTAL.                              00009150
           MOVE 'PAGAMENTOS MARCADOS.................' TO WRK-TT-TEXTO. 00009160
           MOVE WRK-MARCADOS    TO WRK-TT-QTDE.                         00009170
           WRITE FD-RELTRG FROM WRK-TOTAL.                              00009180
           MOVE 'LIBERADOS POR CARTAO................' TO WRK-TT-TEXTO. 00009190
           MOVE WRK-LIBERADOS   TO WRK-TT-QTDE.                         00009200
           WRITE FD-RELTRG FROM WRK-TOTAL.                              00009210
           MOVE 'RETIDOS FORA DA REMESSA.............' TO WRK-TT-TEXTO. 00009220
           MOVE WRK-RETIDOS     TO WRK-TT-QTDE.                         00009230
           WRITE FD-RELTRG FROM WRK-TOTAL.                              00009240
           MOVE 'VALOR LIQUIDO RETIDO................' TO WRK-TV-TEXTO. 00009250
           MOVE WRK-VAL-RETIDO  TO WRK-TV-VALOR.                        00009260
           WRITE FD-RELTRG FROM WRK-TOTAL-VALOR.                        00009270
           MOVE 'CARTOES LIDOS.......................' TO WRK-TT-TEXTO. 00009280
           MOVE WRK-CARTOES     TO WRK-TT-QTDE.                         00009290
           WRITE FD-RELTRG FROM WRK-TOTAL.                              00009300
           MOVE 'CARTOES SEM EFEITO..................' TO WRK-TT-TEXTO. 00009310
           MOVE WRK-CARTOES-FORA TO WRK-TT-QTDE.                        00009320
           WRITE FD-RELTRG FROM WRK-TOTAL.                              00009330
                                                                        00009340
      *          QUADRO DE VISTO: A RELACAO ASSINADA E ARQUIVADA        00009350
                                                                        00009360
           WRITE FD-RELTRG FROM WRK-LINHA-VAZIA.                        00009370
           WRITE FD-RELTRG FROM WRK-LINHA-VAZIA.                        00009380
           WRITE FD-RELTRG FROM WRK-VISTO1.                             00009390
           WRITE FD-RELTRG FROM WRK-LINHA-VAZIA.                        00009400
           WRITE FD-RELTRG FROM WRK-VISTO2.                             00009410
                                                                        00009420
           DISPLAY 'PAGAMENTOS TRIADOS....' WRK-LIDOS.                  00009430
           DISPLAY 'PAGAMENTOS MARCADOS...' WRK-MARCADOS.               00009440
           DISPLAY 'LIBERADOS POR CARTAO..' WRK-LIBERADOS.              00009450
           DISPLAY 'RETIDOS...............' WRK-RETIDOS.                00009460
           DISPLAY 'CARTOES SEM EFEITO....' WRK-CARTOES-FORA.           00009470
                                                                        00009480
           IF WRK-RETIDOS GREATER ZEROS                                 00009490
              MOVE 4 TO RETURN-CODE                                     00009500
           END-IF.                                                      00009510
                                                                        00009520
           CLOSE FOLHPAG CLIENTES.                                      00009530
           IF WRK-TEM-ANTERIOR EQUAL 'S'                                00009540
              CLOSE FOLHANT                                             00009550
           END-IF.                                                      00009560
           CLOSE TRGRET TRGHIST RELTRG.                                 00009570
                                                                        00009580
           DISPLAY WRK-MSG-FINAL.                                       00009590
           STOP RUN.                                                    00009600
                                                                        00009610
       3000-99-FIM.                                            EXIT.    00009620
      *=============================================================*   00009630
                                                                        00009640
      *=============================================================*   00009650
       9000-TRATARERROS                                     SECTION.    00009660
                                                                        00009670
             MOVE 'E' TO WRK-SEVERIDADE.                                00009680
             CALL 'GRAVALOG' USING WRK-DADOS.                           00009690
             STOP RUN.                                                  00009700
                                                                        00009710
       9000-99-FIM.                                            EXIT.    00009720
      *=============================================================*   00009730
