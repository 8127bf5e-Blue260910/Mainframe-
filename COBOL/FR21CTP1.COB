      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21CTP1.                                            00000050
                                                                        00000060
      *=============================================================*   00000070
      *   AUTOR....:VICTOR ARANDA                                       00000080
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000090
      *   DATA ....:15/10/2026                                          00000100
      *-------------------------------------------------------------*   00000110
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000120
      *  1.0   15/10/26   VICTOR ARANDA    VERSAO INICIAL               00000130
      *-------------------------------------------------------------*   00000140
      *   OBJETIVO: CONTABILIZACAO MENSAL DA FOLHA. RODA DEPOIS DO      00000150
      *      FR21PAG1 SOBRE A GERACAO CORRENTE DO FOLHPAG, O            00000160
      *      DETALHE DE DESCONTOS (FOLHDED) E, EM NOVEMBRO E            00000170
      *      DEZEMBRO, AS PARCELAS DO 13o DO FR21DEC1 (FOLH13) DA       00000180
      *      COMPETENCIA. CADA VALOR VIRA UM LANCAMENTO BALANCEADO      00000190
      *      NO DIARIO DA FOLHA (GLFOLHA) PELA REGRA DO EVENTO EM       00000200
      *      CTBREGRA (A MESMA TABELA DO FR21CTB1):                     00000210
      *        DESPESA (POR SETOR) CONTRA SALARIOS A PAGAR, QUE E       00000220
      *        BAIXADA PELAS RETENCOES (INSS, IRRF, PENSAO, VALE,       00000230
      *        COPARTICIPACAO, CONSIGNACOES, ADIANTAMENTO) E PELO       00000240
      *        LIQUIDO A PAGAR - A CONTA TRANSITORIA TEM QUE ZERAR.     00000250
      *      PROVISOES: TODO FUNCIONARIO ATIVO PROVISIONA NO MES        00000260
      *      1/12 DO SALARIO PARA O 13o E 1/12 DO SALARIO MAIS O        00000270
      *      TERCO PARA AS FERIAS; O SALDO DE CADA UM FICA EM           00000280
      *      IVAN.PROVISAO. O PAGAMENTO ESTORNA A PROVISAO ATE O        00000290
      *      SALDO: FERIAS E TERCO PAGOS NA FOLHA (EVENTOS DO           00000300
      *      FR21FER2) E PARCELAS DO 13o DO FR21DEC1.                   00000310
      *      A COMPETENCIA E A DA DATA DE NEGOCIO (FR21DTA1), A         00000320
      *      MESMA DO FR21PAG1. COMPETENCIA JA PROVISIONADA NAO E       00000330
      *      CONTABILIZADA DE NOVO (RETURN-CODE 8).                     00000340
      *      DEBITOS <> CREDITOS, EVENTO SEM REGRA OU TRANSITORIA       00000350
      *      NAO ZERADA DESFAZEM AS PROVISOES (ROLLBACK) E ENCERRAM     00000360
      *      COM RETURN-CODE 8. O CONTROLE CTFCTL ENTRA NA PROVA DE     00000370
      *      FECHAMENTO DO DIA (FR21BAL1).                              00000380
      *-------------------------------------------------------------*   00000390
      *   BASE DE DADOS:                                                00000400
      *   TABELA.DB2..                                                  00000410
      *    ------              I/O                 INCLUDE/BOOK         00000420
      *   IVAN.FUNC             I                  #BKFUNC----          00000430
      *   IVAN.PROVISAO        I/O                 #BKPROV----          00000440
      *-------------------------------------------------------------*   00000450
      *   ARQUIVOS:                                                     00000460
      *    DDNAME              I/O                  COPY/BOOK           00000470
      *   CTBREGRA              I   (REGRAS DE LANCAMENTO)              00000480
      *   FOLHPAG               I   (GERACAO CORRENTE) FOLHBOOK---      00000490
      *   FOLHDED               I   (DESCONTOS DO FR21PAG1)             00000500
      *   FOLH13                I   (13o SALARIO - FR21DEC1)            00000510
      *   GLFOLHA               O   (DIARIO CONTABIL DA FOLHA)          00000520
      *   CTFCTL                O   (CONTROLE PARA O FR21BAL1)          00000530
      *   RELCTP                O   (RESUMO DA CONTABILIZACAO)          00000540
      *-------------------------------------------------------------*   00000550
      *   MODULOS....:                                                  00000560
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000570
      *   FR21DTA1             DATA DE PROCESSAMENTO (LNKDPRC)          00000580
      *-------------------------------------------------------------*   00000590
      *   EVENTOS..: FB SALARIOS / FF FERIAS E TERCO PAGOS /            00000600
      *               F3 13o PAGO / FI INSS / FR IRRF / FP PENSAO /     00000610
      *               FV VALE-TRANSPORTE / FM COPARTICIPACAO /          00000620
      *               FC CONSIGNACOES / FA ADIANTAMENTO /               00000630
      *               FL LIQUIDO A PAGAR / P3 PROVISAO DO 13o /         00000640
      *               PF PROVISAO DE FERIAS / E3 ESTORNO DA             00000650
      *               PROVISAO DO 13o / EF ESTORNO DA PROVISAO DE       00000660
      *               FERIAS                                            00000670
      *=============================================================*   00000680
       ENVIRONMENT                               DIVISION.              00000690
      *=============================================================*   00000700
                                                                        00000710
      *-------------------------------------------------------------*   00000720
       CONFIGURATION                                        SECTION.    00000730
      *-------------------------------------------------------------*   00000740
       SPECIAL-NAMES.                                                   00000750
           DECIMAL-POINT IS COMMA.                                      00000760
                                                                        00000770
                                                                        00000780
       INPUT-OUTPUT                                         SECTION.    00000790
       FILE-CONTROL.                                                    00000800
           SELECT CTBREGRA  ASSIGN TO CTBREGRA                          00000810
               FILE STATUS  IS WRK-FS-CTBREGRA.                         00000820
                                                                        00000830
           SELECT FOLHPAG   ASSIGN TO FOLHPAG                           00000840
               FILE STATUS  IS WRK-FS-FOLHPAG.                          00000850
                                                                        00000860
           SELECT FOLHDED   ASSIGN TO FOLHDED                           00000870
               FILE STATUS  IS WRK-FS-FOLHDED.                          00000880
                                                                        00000890
           SELECT FOLH13    ASSIGN TO FOLH13                            00000900
               FILE STATUS  IS WRK-FS-FOLH13.                           00000910
                                                                        00000920
           SELECT GLFOLHA   ASSIGN TO GLFOLHA                           00000930
               FILE STATUS  IS WRK-FS-GLFOLHA.                          00000940
                                                                        00000950
           SELECT CTFCTL    ASSIGN TO CTFCTL                            00000960
               FILE STATUS  IS WRK-FS-CTFCTL.                           00000970
                                                                        00000980
           SELECT RELCTP    ASSIGN TO RELCTP                            00000990
               FILE STATUS  IS WRK-FS-RELCTP.                           00001000
                                                                        00001010
      *=============================================================*   00001020
       DATA                                                DIVISION.    00001030
      *=============================================================*   00001040
       FILE                                                 SECTION.    00001050
      *=============================================================*   00001060
                                                                        00001070
      *-------------------------------------------------------------*   00001080
      *       REGRAS DE LANCAMENTO      LRECL = 18                  *   00001090
      *-------------------------------------------------------------*   00001100
       FD CTBREGRA                                                      00001110
           RECORDING  MODE IS F                                         00001120
           BLOCK CONTAINS 0 RECORDS.                                    00001130
                                                                        00001140
       01 FD-CTBREGRA.                                                  00001150
          05 FD-RG-EVENTO    PIC X(02).                                 00001160
          05 FD-RG-CTA-DEB   PIC 9(08).                                 00001170
          05 FD-RG-CTA-CRED  PIC 9(08).                                 00001180
                                                                        00001190
      *-------------------------------------------------------------*   00001200
      *       FOLHA DA COMPETENCIA       LRECL = 250                *   00001210
      *-------------------------------------------------------------*   00001220
       FD FOLHPAG                                                       00001230
           RECORDING  MODE IS F                                         00001240
           BLOCK CONTAINS 0 RECORDS.                                    00001250
                                                                        00001260
       COPY 'FOLHBOOK'.                                                 00001270
                                                                        00001280
      *-------------------------------------------------------------*   00001290
      *       DESCONTOS DA FOLHA (FR21PAG1)  LRECL = 29             *   00001300
      *       TIPOS: I INSS / R IRRF / P PENSAO / V VALE-TRANSP /   *   00001310
      *              M COPARTICIPACAO / C CONSIGNACOES /            *   00001320
      *              A ADIANTAMENTO                                 *   00001330
      *-------------------------------------------------------------*   00001340
       FD FOLHDED                                                       00001350
           RECORDING  MODE IS F                                         00001360
           BLOCK CONTAINS 0 RECORDS.                                    00001370
                                                                        00001380
       01 FD-FOLHDED.                                                   00001390
          05 FD-DD-IDFUNC    PIC X(05).                                 00001400
          05 FD-DD-TIPO      PIC X(01).                                 00001410
          05 FD-DD-BASE      PIC 9(07)V99.                              00001420
          05 FD-DD-ALIQ      PIC 9(03)V99.                              00001430
          05 FD-DD-VALOR     PIC 9(07)V99.                              00001440
                                                                        00001450
      *-------------------------------------------------------------*   00001460
      *       PARCELAS DO 13o (LAYOUT DA FOLHA)  LRECL = 250        *   00001470
      *-------------------------------------------------------------*   00001480
       FD FOLH13                                                        00001490
           RECORDING  MODE IS F                                         00001500
           BLOCK CONTAINS 0 RECORDS.                                    00001510
                                                                        00001520
       01 FD-FOLH13.                                                    00001530
          05 FD-13-IDFUNC    PIC 9(05).                                 00001540
          05 FD-13-NOME      PIC X(30).                                 00001550
          05 FD-13-HORAS     PIC 9(05).                                 00001560
          05 FD-13-SALBASE   PIC 9(07)V99.                              00001570
          05 FD-13-VALHORA   PIC 9(05)V99.                              00001580
          05 FD-13-BRUTO     PIC 9(07)V99.                              00001590
          05 FD-13-INSS      PIC 9(07)V99.                              00001600
          05 FD-13-IRRF      PIC 9(07)V99.                              00001610
          05 FD-13-LIQUIDO   PIC 9(07)V99.                              00001620
          05 FILLER          PIC X(69).                                 00001630
          05 FD-13-COMPET    PIC 9(06).                                 00001640
          05 FILLER          PIC X(83).                                 00001650
                                                                        00001660
      *-------------------------------------------------------------*   00001670
      *       DIARIO CONTABIL DA FOLHA   LRECL = 60                 *   00001680
      *-------------------------------------------------------------*   00001690
       FD GLFOLHA                                                       00001700
           RECORDING  MODE IS F                                         00001710
           BLOCK CONTAINS 0 RECORDS.                                    00001720
                                                                        00001730
       01 FD-GLFOLHA.                                                   00001740
          05 FD-GF-DATA      PIC 9(08).                                 00001750
          05 FD-GF-EVENTO    PIC X(02).                                 00001760
          05 FD-GF-CTA-DEB   PIC 9(08).                                 00001770
          05 FD-GF-CTA-CRED  PIC 9(08).                                 00001780
          05 FD-GF-VALOR     PIC 9(11)V99.                              00001790
          05 FD-GF-SETOR     PIC X(04).                                 00001800
          05 FD-GF-IDFUNC    PIC 9(05).                                 00001810
          05 FD-GF-COMPET    PIC 9(06).                                 00001820
          05 FILLER          PIC X(06).                                 00001830
                                                                        00001840
      *-------------------------------------------------------------*   00001850
      *       CONTROLE PARA A PROVA DO DIA  LRECL = 90              *   00001860
      *-------------------------------------------------------------*   00001870
       FD CTFCTL                                                        00001880
           RECORDING  MODE IS F                                         00001890
           BLOCK CONTAINS 0 RECORDS.                                    00001900
                                                                        00001910
       01 FD-CTFCTL.                                                    00001920
          05 FD-CF-DATA        PIC 9(08).                               00001930
          05 FD-CF-COMPET      PIC 9(06).                               00001940
          05 FD-CF-LANCAMENTOS PIC 9(07).                               00001950
          05 FD-CF-SEM-REGRA   PIC 9(07).                               00001960
          05 FD-CF-TOT-DEB     PIC 9(13)V99.                            00001970
          05 FD-CF-TOT-CRED    PIC 9(13)V99.                            00001980
          05 FD-CF-TRANS-CRED  PIC 9(13)V99.                            00001990
          05 FD-CF-TRANS-DEB   PIC 9(13)V99.                            00002000
          05 FILLER            PIC X(02).                               00002010
                                                                        00002020
      *-------------------------------------------------------------*   00002030
      *       RESUMO DA CONTABILIZACAO   LRECL = 80                 *   00002040
      *-------------------------------------------------------------*   00002050
       FD RELCTP                                                        00002060
           RECORDING  MODE IS F                                         00002070
           BLOCK CONTAINS 0 RECORDS.                                    00002080
                                                                        00002090
       01 FD-RELCTP       PIC X(80).                                    00002100
                                                                        00002110
      *-------------------------------------------------------------*   00002120
       WORKING-STORAGE                                      SECTION.    00002130
      *-------------------------------------------------------------*   00002140
                                                                        00002150
           EXEC SQL                                                     00002160
              INCLUDE #BKFUNC                                           00002170
           END-EXEC.                                                    00002180
                                                                        00002190
           EXEC SQL                                                     00002200
              INCLUDE #BKPROV                                           00002210
           END-EXEC.                                                    00002220
                                                                        00002230
           EXEC SQL                                                     00002240
              INCLUDE SQLCA                                             00002250
           END-EXEC.                                                    00002260
                                                                        00002270
           EXEC SQL                                                     00002280
              DECLARE CATIVOS CURSOR FOR                                00002290
               SELECT ID, SETOR, SALARIO                                00002300
                FROM IVAN.FUNC                                          00002310
                WHERE DATADEM IS NULL                                   00002320
                ORDER BY ID                                             00002330
           END-EXEC.                                                    00002340
                                                                        00002350
      *------------------LOG-DE-ERROS-------------------------------*   00002360
                                                                        00002370
       01 WRK-DADOS.                                                    00002380
           05 WRK-PROGRAMA  PIC X(08).                                  00002390
           05 WRK-SECAO     PIC X(04).                                  00002400
           05 WRK-MENSAGEM  PIC X(30).                                  00002410
           05 WRK-STATUS    PIC X(02).                                  00002420
           05 WRK-SEVERIDADE PIC X(01).                                 00002430
           05 FILLER        PIC X(22).                                  00002440
                                                                        00002450
      *------------------DATA DE PROCESSAMENTO----------------------*   00002460
                                                                        00002470
           COPY 'LNKDPRC'.                                              00002480
                                                                        00002490
      *--------------------LOGICA-----------------------------------*   00002500
                                                                        00002510
       77 WRK-SQLCODE         PIC -999.                                 00002520
       77 WRK-FIM-CURSOR      PIC X(01).                                00002530
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00002540
                                                                        00002550
       77 WRK-DATA-NEGOCIO    PIC 9(08) VALUE 0.                        00002560
       77 WRK-COMPET-ATUAL    PIC 9(06) VALUE 0.                        00002570
       77 WRK-QT-PROV         PIC S9(09) COMP VALUE 0.                  00002580
                                                                        00002590
       77 WRK-ATIVOS-LIDOS    PIC 9(07) VALUE 0.                        00002600
       77 WRK-FOLHA-LIDOS     PIC 9(07) VALUE 0.                        00002610
       77 WRK-DESC-LIDOS      PIC 9(07) VALUE 0.                        00002620
       77 WRK-LIDOS-13        PIC 9(07) VALUE 0.                        00002630
       77 WRK-SEM-SETOR       PIC 9(07) VALUE 0.                        00002640
       77 WRK-LANCAMENTOS     PIC 9(07) VALUE 0.                        00002650
       77 WRK-SEM-REGRA       PIC 9(07) VALUE 0.                        00002660
                                                                        00002670
       77 WRK-EVENTO          PIC X(02).                                00002680
       77 WRK-SETOR           PIC X(04).                                00002690
       77 WRK-IDFUNC          PIC 9(05).                                00002700
       77 WRK-VALOR           PIC 9(11)V99 VALUE 0.                     00002710
       77 WRK-PAGO            PIC 9(11)V99 VALUE 0.                     00002720
       77 WRK-SALDO           PIC S9(11)V99 VALUE 0.                    00002730
       77 WRK-TEM-REGRA       PIC X(01).                                00002740
                                                                        00002750
      *          VALORES DO MES POR FUNCIONARIO                         00002760
                                                                        00002770
       77 WRK-PROV-13         PIC 9(07)V99 VALUE 0.                     00002780
       77 WRK-PROV-FER        PIC 9(07)V99 VALUE 0.                     00002790
       77 WRK-SALARIOS        PIC 9(07)V99 VALUE 0.                     00002800
                                                                        00002810
      *          TOTAIS DO DIARIO E DA CONTA TRANSITORIA                00002820
      *          (SALARIOS A PAGAR: CREDITADA PELO BRUTO, DEBITADA      00002830
      *          PELAS RETENCOES E PELO LIQUIDO)                        00002840
                                                                        00002850
       77 WRK-TOT-DEBITOS     PIC 9(13)V99 VALUE 0.                     00002860
       77 WRK-TOT-CREDITOS    PIC 9(13)V99 VALUE 0.                     00002870
       77 WRK-TRANS-CRED      PIC 9(13)V99 VALUE 0.                     00002880
       77 WRK-TRANS-DEB       PIC 9(13)V99 VALUE 0.                     00002890
       77 WRK-TOT-ED          PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.                00002900
       77 WRK-FECHOU          PIC X(01) VALUE 'S'.                      00002910
                                                                        00002920
      *-----------TABELA DE REGRAS----------------------------------*   00002930
                                                                        00002940
       01 WRK-TAB-REGRAS.                                               00002950
          05 WRK-TAB-RG-QTD  PIC 9(02) VALUE 0.                         00002960
          05 WRK-TAB-RG-OCR OCCURS 50 TIMES.                            00002970
             10 WRK-RG-EVENTO   PIC X(02).                              00002980
             10 WRK-RG-CTA-DEB  PIC 9(08).                              00002990
             10 WRK-RG-CTA-CRED PIC 9(08).                              00003000
                                                                        00003010
       77 WRK-IND-RG          PIC 9(02).                                00003020
                                                                        00003030
      *-----------TOTAIS POR EVENTO---------------------------------*   00003040
                                                                        00003050
       01 WRK-TAB-EVENTOS.                                              00003060
          05 WRK-TAB-EV-QTD  PIC 9(02) VALUE 0.                         00003070
          05 WRK-TAB-EV-OCR OCCURS 20 TIMES.                            00003080
             10 WRK-EV-EVENTO   PIC X(02).                              00003090
             10 WRK-EV-QTD      PIC 9(07).                              00003100
             10 WRK-EV-VALOR    PIC 9(13)V99.                           00003110
                                                                        00003120
       77 WRK-IND-EV          PIC 9(02).                                00003130
                                                                        00003140
      *-----------DESPESA POR SETOR---------------------------------*   00003150
                                                                        00003160
       01 WRK-TAB-SETORES.                                              00003170
          05 WRK-TAB-ST-QTD  PIC 9(03) VALUE 0.                         00003180
          05 WRK-TAB-ST-OCR OCCURS 100 TIMES.                           00003190
             10 WRK-ST-SETOR    PIC X(04).                              00003200
             10 WRK-ST-PAGOS    PIC 9(13)V99.                           00003210
             10 WRK-ST-PROVISAO PIC 9(13)V99.                           00003220
             10 WRK-ST-ESTORNO  PIC 9(13)V99.                           00003230
                                                                        00003240
       77 WRK-IND-ST          PIC 9(03).                                00003250
       77 WRK-LIQ-SETOR       PIC S9(13)V99 VALUE 0.                    00003260
                                                                        00003270
      *--------------------STATUS-----------------------------------*   00003280
                                                                        00003290
       77 WRK-FS-CTBREGRA PIC 9(02).                                    00003300
       77 WRK-FS-FOLHPAG  PIC 9(02).                                    00003310
       77 WRK-FS-FOLHDED  PIC 9(02).                                    00003320
       77 WRK-FS-FOLH13   PIC 9(02).                                    00003330
       77 WRK-FS-GLFOLHA  PIC 9(02).                                    00003340
       77 WRK-FS-CTFCTL   PIC 9(02).                                    00003350
       77 WRK-FS-RELCTP   PIC 9(02).                                    00003360
                                                                        00003370
      *--------------------LINHAS DO RELATORIO----------------------*   00003380
                                                                        00003390
       01 WRK-CABEC1.                                                   00003400
          05 FILLER   PIC X(36) VALUE                                   00003410
             'CONTABILIZACAO DA FOLHA - COMPETENC'.                     00003420
          05 FILLER   PIC X(04) VALUE 'IA  '.                           00003430
          05 WRK-C1-COMPET    PIC 9(06).                                00003440
          05 FILLER   PIC X(08) VALUE '  DATA  '.                       00003450
          05 WRK-C1-DATA      PIC 9(08).                                00003460
          05 FILLER   PIC X(18).                                        00003470
                                                                        00003480
       01 WRK-TITULO.                                                   00003490
          05 WRK-T-TEXTO      PIC X(60).                                00003500
          05 FILLER           PIC X(20).                                00003510
                                                                        00003520
       01 WRK-CABEC-SETOR.                                              00003530
          05 FILLER   PIC X(40) VALUE                                   00003540
             'SETOR     SALARIOS PAGOS       PROVISOES'.                00003550
          05 FILLER   PIC X(40) VALUE                                   00003560
             '        ESTORNOS DESPESA LIQUIDA'.                        00003570
                                                                        00003580
       01 WRK-DET-SETOR.                                                00003590
          05 WRK-DS-SETOR     PIC X(04).                                00003600
          05 FILLER           PIC X(02).                                00003610
          05 WRK-DS-PAGOS     PIC ZZ.ZZZ.ZZZ.ZZ9,99.                    00003620
          05 FILLER           PIC X(01).                                00003630
          05 WRK-DS-PROVISAO  PIC ZZ.ZZZ.ZZZ.ZZ9,99.                    00003640
          05 FILLER           PIC X(01).                                00003650
          05 WRK-DS-ESTORNO   PIC Z.ZZZ.ZZZ.ZZ9,99.                     00003660
          05 FILLER           PIC X(01).                                00003670
          05 WRK-DS-LIQUIDA   PIC -Z.ZZZ.ZZZ.ZZ9,99.                    00003680
                                                                        00003690
       01 WRK-CABEC-EVENTO.                                             00003700
          05 FILLER   PIC X(40) VALUE                                   00003710
             'EV  CONTA DEB  CONTA CRED  LANCTOS     '.                 00003720
          05 FILLER   PIC X(40) VALUE                                   00003730
             '          VALOR'.                                         00003740
                                                                        00003750
       01 WRK-DET-EVENTO.                                               00003760
          05 WRK-DE-EVENTO    PIC X(02).                                00003770
          05 FILLER           PIC X(02).                                00003780
          05 WRK-DE-CTA-DEB   PIC 9(08).                                00003790
          05 FILLER           PIC X(03).                                00003800
          05 WRK-DE-CTA-CRED  PIC 9(08).                                00003810
          05 FILLER           PIC X(03).                                00003820
          05 WRK-DE-QTD       PIC Z.ZZZ.ZZ9.                            00003830
          05 FILLER           PIC X(03).                                00003840
          05 WRK-DE-VALOR     PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.                00003850
          05 FILLER           PIC X(21).                                00003860
                                                                        00003870
       01 WRK-TOTAL.                                                    00003880
          05 WRK-TT-TEXTO     PIC X(36).                                00003890
          05 WRK-TT-VALOR     PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.                00003900
          05 FILLER           PIC X(23).                                00003910
                                                                        00003920
       01 WRK-RODAPE.                                                   00003930
          05 WRK-R-TEXTO      PIC X(60).                                00003940
          05 FILLER           PIC X(20).                                00003950
                                                                        00003960
      *=============================================================*   00003970
       PROCEDURE DIVISION.                                              00003980
      *=============================================================*   00003990
                                                                        00004000
      *=============================================================*   00004010
       0000-PRINCIPAL                                       SECTION.    00004020
                                                                        00004030
            PERFORM 1000-INICIAR.                                       00004040
            PERFORM 2000-PROVISIONAR.                                   00004050
            PERFORM 3000-CONTABILIZAR-FOLHA                             00004060
               UNTIL WRK-FS-FOLHPAG NOT EQUAL ZEROS.                    00004070
            PERFORM 3500-CONTABILIZAR-DESCONTOS.                        00004080
            PERFORM 4000-CONTABILIZAR-13.                               00004090
            PERFORM 5000-FINALIZAR.                                     00004100
                                                                        00004110
       0000-99-FIM.                                            EXIT.    00004120
      *=============================================================*   00004130
                                                                        00004140
      *=============================================================*   00004150
       1000-INICIAR                                         SECTION.    00004160
                                                                        00004170
      *          COMPETENCIA = MES DA DATA DE NEGOCIO, A MESMA DO       00004180
      *          FR21PAG1 QUE GEROU O FOLHPAG                           00004190
                                                                        00004200
            MOVE 'FR21CTP1' TO LNK-DP-PROGRAMA.                         00004210
            MOVE ZEROS      TO LNK-DP-DIAS-TOL.                         00004220
            CALL 'FR21DTA1' USING LNK-DPRC.                             00004230
            MOVE LNK-DP-DATA TO WRK-DATA-NEGOCIO.                       00004240
            MOVE WRK-DATA-NEGOCIO(1:6) TO WRK-COMPET-ATUAL.             00004250
                                                                        00004260
            PERFORM 1500-CHECAR-COMPETENCIA.                            00004270
                                                                        00004280
            OPEN INPUT  CTBREGRA.                                       00004290
            OPEN INPUT  FOLHPAG.                                        00004300
            OPEN INPUT  FOLHDED.                                        00004310
            OPEN INPUT  FOLH13.                                         00004320
            OPEN OUTPUT GLFOLHA.                                        00004330
            OPEN OUTPUT CTFCTL.                                         00004340
            OPEN OUTPUT RELCTP.                                         00004350
                                                                        00004360
            IF WRK-FS-CTBREGRA NOT EQUAL ZEROS                          00004370
               MOVE 'FR21CTP1'                  TO WRK-PROGRAMA         00004380
               MOVE '1000'                      TO WRK-SECAO            00004390
               MOVE 'ERRO OPEN REGRAS         ' TO WRK-MENSAGEM         00004400
               MOVE WRK-FS-CTBREGRA             TO WRK-STATUS           00004410
               PERFORM 9000-TRATARERROS                                 00004420
            END-IF.                                                     00004430
                                                                        00004440
            IF WRK-FS-FOLHPAG NOT EQUAL ZEROS                           00004450
               MOVE 'FR21CTP1'                  TO WRK-PROGRAMA         00004460
               MOVE '1000'                      TO WRK-SECAO            00004470
               MOVE 'ERRO OPEN FOLHPAG       - ' TO WRK-MENSAGEM        00004480
               MOVE WRK-FS-FOLHPAG              TO WRK-STATUS           00004490
               PERFORM 9000-TRATARERROS                                 00004500
            END-IF.                                                     00004510
                                                                        00004520
            IF WRK-FS-GLFOLHA NOT EQUAL ZEROS                           00004530
               MOVE 'FR21CTP1'                  TO WRK-PROGRAMA         00004540
               MOVE '1000'                      TO WRK-SECAO            00004550
               MOVE 'ERRO OPEN DIARIO DA FOLHA' TO WRK-MENSAGEM         00004560
               MOVE WRK-FS-GLFOLHA              TO WRK-STATUS           00004570
               PERFORM 9000-TRATARERROS                                 00004580
            END-IF.                                                     00004590
                                                                        00004600
            PERFORM 1300-CARREGAR-REGRAS.                               00004610
                                                                        00004620
            MOVE WRK-COMPET-ATUAL TO WRK-C1-COMPET.                     00004630
            MOVE WRK-DATA-NEGOCIO TO WRK-C1-DATA.                       00004640
            WRITE FD-RELCTP FROM WRK-CABEC1.                            00004650
            WRITE FD-RELCTP FROM WRK-LINHA-VAZIA.                       00004660
                                                                        00004670
            READ FOLHPAG.                                               00004680
                                                                        00004690
            IF WRK-FS-FOLHPAG NOT EQUAL ZEROS                           00004700
               DISPLAY 'FOLHA DA COMPETENCIA VAZIA'                     00004710
            END-IF.                                                     00004720
                                                                        00004730
       1000-99-FIM.                                            EXIT.    00004740
      *=============================================================*   00004750
                                                                        00004760
      *=============================================================*   00004770
       1300-CARREGAR-REGRAS                                 SECTION.    00004780
                                                                        00004790
           READ CTBREGRA.                                               00004800
                                                                        00004810
           PERFORM UNTIL WRK-FS-CTBREGRA NOT EQUAL ZEROS                00004820
              IF WRK-TAB-RG-QTD LESS 50                                 00004830
                 ADD 1 TO WRK-TAB-RG-QTD                                00004840
                 MOVE WRK-TAB-RG-QTD TO WRK-IND-RG                      00004850
                 MOVE FD-RG-EVENTO   TO WRK-RG-EVENTO(WRK-IND-RG)       00004860
                 MOVE FD-RG-CTA-DEB  TO WRK-RG-CTA-DEB(WRK-IND-RG)      00004870
                 MOVE FD-RG-CTA-CRED TO WRK-RG-CTA-CRED(WRK-IND-RG)     00004880
              END-IF                                                    00004890
              READ CTBREGRA                                             00004900
           END-PERFORM.                                                 00004910
                                                                        00004920
           IF WRK-TAB-RG-QTD EQUAL ZEROS                                00004930
              MOVE 'FR21CTP1'                  TO WRK-PROGRAMA          00004940
              MOVE '1300'                      TO WRK-SECAO             00004950
              MOVE 'ARQUIVO DE REGRAS VAZIO  ' TO WRK-MENSAGEM          00004960
              MOVE SPACES                      TO WRK-STATUS            00004970
              PERFORM 9000-TRATARERROS                                  00004980
           END-IF.                                                      00004990
                                                                        00005000
       1300-99-FIM.                                            EXIT.    00005010
      *=============================================================*   00005020
                                                                        00005030
      *=============================================================*   00005040
       1500-CHECAR-COMPETENCIA                              SECTION.    00005050
                                                                        00005060
      *          PROVISAO JA FEITA NA COMPETENCIA: REPETIR DOBRARIA     00005070
      *          OS SALDOS. PARA ANTES DE ABRIR AS SAIDAS, PRESERVANDO  00005080
      *          O DIARIO DA EXECUCAO BOA                               00005090
                                                                        00005100
           MOVE WRK-COMPET-ATUAL TO PRV-COMPET.                         00005110
                                                                        00005120
           EXEC SQL                                                     00005130
                SELECT COUNT(*)                                         00005140
                  INTO :WRK-QT-PROV                                     00005150
                  FROM IVAN.PROVISAO                                    00005160
                 WHERE COMPET = :PRV-COMPET                             00005170
           END-EXEC.                                                    00005180
                                                                        00005190
           IF SQLCODE NOT EQUAL 0                                       00005200
              MOVE SQLCODE TO WRK-SQLCODE                               00005210
              DISPLAY 'ERRO ' WRK-SQLCODE ' NA CONSULTA DA PROVISAO'    00005220
              MOVE 200 TO RETURN-CODE                                   00005230
              STOP RUN                                                  00005240
           END-IF.                                                      00005250
                                                                        00005260
           IF WRK-QT-PROV GREATER ZERO                                  00005270
              DISPLAY 'COMPETENCIA ' WRK-COMPET-ATUAL                   00005280
                      ' JA CONTABILIZADA'                               00005290
              MOVE 8 TO RETURN-CODE                                     00005300
              STOP RUN                                                  00005310
           END-IF.                                                      00005320
                                                                        00005330
       1500-99-FIM.                                            EXIT.    00005340
      *=============================================================*   00005350
                                                                        00005360
      *=============================================================*   00005370
       2000-PROVISIONAR                                     SECTION.    00005380
                                                                        00005390
           EXEC SQL                                                     00005400
              OPEN CATIVOS                                              00005410
           END-EXEC.                                                    00005420
                                                                        00005430
           IF SQLCODE NOT EQUAL 0                                       00005440
              MOVE SQLCODE TO WRK-SQLCODE                               00005450
              DISPLAY 'ERRO ' WRK-SQLCODE ' NO OPEN DO CURSOR ATIVOS'   00005460
              MOVE 200 TO RETURN-CODE                                   00005470
              STOP RUN                                                  00005480
           END-IF.                                                      00005490
                                                                        00005500
           MOVE 'N' TO WRK-FIM-CURSOR.                                  00005510
           PERFORM 2100-LER-ATIVO.                                      00005520
           PERFORM 2200-PROVISIONAR-FUNC                                00005530
              UNTIL WRK-FIM-CURSOR EQUAL 'S'.                           00005540
                                                                        00005550
           EXEC SQL                                                     00005560
              CLOSE CATIVOS                                             00005570
           END-EXEC.                                                    00005580
                                                                        00005590
       2000-99-FIM.                                            EXIT.    00005600
      *=============================================================*   00005610
                                                                        00005620
      *=============================================================*   00005630
       2100-LER-ATIVO                                       SECTION.    00005640
                                                                        00005650
           EXEC SQL                                                     00005660
            FETCH CATIVOS                                               00005670
             INTO :DB2-ID,                                              00005680
                  :DB2-SETOR,                                           00005690
                  :DB2-SALARIO                                          00005700
           END-EXEC.                                                    00005710
                                                                        00005720
           EVALUATE SQLCODE                                             00005730
             WHEN 0                                                     00005740
               CONTINUE                                                 00005750
             WHEN 100                                                   00005760
               MOVE 'S' TO WRK-FIM-CURSOR                               00005770
             WHEN OTHER                                                 00005780
               MOVE SQLCODE TO WRK-SQLCODE                              00005790
               DISPLAY 'ERRO ' WRK-SQLCODE ' NO FETCH DO CURSOR ATIVOS' 00005800
               MOVE 200 TO RETURN-CODE                                  00005810
               STOP RUN                                                 00005820
           END-EVALUATE.                                                00005830
                                                                        00005840
       2100-99-FIM.                                            EXIT.    00005850
      *=============================================================*   00005860
                                                                        00005870
      *=============================================================*   00005880
       2200-PROVISIONAR-FUNC                                SECTION.    00005890
                                                                        00005900
      *          1/12 DO SALARIO PARA O 13o; 1/12 DO SALARIO MAIS       00005910
      *          O TERCO (4/3) PARA AS FERIAS                           00005920
                                                                        00005930
           ADD 1 TO WRK-ATIVOS-LIDOS.                                   00005940
                                                                        00005950
           COMPUTE WRK-PROV-13  ROUNDED = DB2-SALARIO / 12.             00005960
           COMPUTE WRK-PROV-FER ROUNDED = DB2-SALARIO * 4 / 36.         00005970
                                                                        00005980
           MOVE DB2-ID           TO PRV-IDFUNC.                         00005990
           MOVE WRK-PROV-13      TO PRV-SALDO13.                        00006000
           MOVE WRK-PROV-FER     TO PRV-SALDOFER.                       00006010
           MOVE WRK-COMPET-ATUAL TO PRV-COMPET.                         00006020
                                                                        00006030
           EXEC SQL                                                     00006040
                UPDATE IVAN.PROVISAO                                    00006050
                   SET SALDO13  = SALDO13  + :PRV-SALDO13,              00006060
                       SALDOFER = SALDOFER + :PRV-SALDOFER,             00006070
                       COMPET   = :PRV-COMPET                           00006080
                 WHERE IDFUNC   = :PRV-IDFUNC                           00006090
           END-EXEC.                                                    00006100
                                                                        00006110
           IF SQLCODE EQUAL 100                                         00006120
              EXEC SQL                                                  00006130
                   INSERT INTO IVAN.PROVISAO                            00006140
                          (IDFUNC, SALDO13, SALDOFER, COMPET)           00006150
                   VALUES (:PRV-IDFUNC, :PRV-SALDO13,                   00006160
                           :PRV-SALDOFER, :PRV-COMPET)                  00006170
              END-EXEC                                                  00006180
           END-IF.                                                      00006190
                                                                        00006200
           IF SQLCODE NOT EQUAL 0                                       00006210
              MOVE SQLCODE TO WRK-SQLCODE                               00006220
              DISPLAY 'ERRO ' WRK-SQLCODE ' NA PROVISAO DO FUNC '       00006230
                      DB2-ID                                            00006240
              EXEC SQL ROLLBACK END-EXEC                                00006250
              MOVE 200 TO RETURN-CODE                                   00006260
              STOP RUN                                                  00006270
           END-IF.                                                      00006280
                                                                        00006290
           MOVE DB2-SETOR TO WRK-SETOR.                                 00006300
           MOVE DB2-ID    TO WRK-IDFUNC.                                00006310
                                                                        00006320
           MOVE 'P3'         TO WRK-EVENTO.                             00006330
           MOVE WRK-PROV-13  TO WRK-VALOR.                              00006340
           PERFORM 7000-LANCAR.                                         00006350
                                                                        00006360
           MOVE 'PF'         TO WRK-EVENTO.                             00006370
           MOVE WRK-PROV-FER TO WRK-VALOR.                              00006380
           PERFORM 7000-LANCAR.                                         00006390
                                                                        00006400
           PERFORM 2100-LER-ATIVO.                                      00006410
                                                                        00006420
       2200-99-FIM.                                            EXIT.    00006430
      *=============================================================*   00006440
                                                                        00006450
      *=============================================================*   00006460
       3000-CONTABILIZAR-FOLHA                              SECTION.    00006470
                                                                        00006480
      *          BRUTO SEPARADO EM SALARIOS E FERIAS PAGAS (COM O       00006490
      *          TERCO); O LIQUIDO BAIXA A TRANSITORIA. AS RETENCOES    00006500
      *          VEM DO FOLHDED                                         00006510
                                                                        00006520
           ADD 1 TO WRK-FOLHA-LIDOS.                                    00006530
                                                                        00006540
           MOVE FOLH-IDFUNC TO WRK-IDFUNC.                              00006550
           PERFORM 8100-SETOR-DO-FUNC.                                  00006560
                                                                        00006570
           COMPUTE WRK-PAGO = FOLH-FERIAS + FOLH-TERCO.                 00006580
           IF WRK-PAGO GREATER FOLH-BRUTO                               00006590
              MOVE FOLH-BRUTO TO WRK-PAGO                               00006600
           END-IF.                                                      00006610
           COMPUTE WRK-SALARIOS = FOLH-BRUTO - WRK-PAGO.                00006620
                                                                        00006630
           MOVE 'FB'         TO WRK-EVENTO.                             00006640
           MOVE WRK-SALARIOS TO WRK-VALOR.                              00006650
           PERFORM 7000-LANCAR.                                         00006660
           ADD WRK-VALOR     TO WRK-TRANS-CRED.                         00006670
                                                                        00006680
           MOVE 'FF'         TO WRK-EVENTO.                             00006690
           MOVE WRK-PAGO     TO WRK-VALOR.                              00006700
           PERFORM 7000-LANCAR.                                         00006710
           ADD WRK-VALOR     TO WRK-TRANS-CRED.                         00006720
                                                                        00006730
           MOVE 'FL'         TO WRK-EVENTO.                             00006740
           MOVE FOLH-LIQUIDO TO WRK-VALOR.                              00006750
           PERFORM 7000-LANCAR.                                         00006760
           ADD WRK-VALOR     TO WRK-TRANS-DEB.                          00006770
                                                                        00006780
      *          FERIAS PAGAS ESTORNAM A PROVISAO DE FERIAS             00006790
                                                                        00006800
           IF WRK-PAGO GREATER ZEROS                                    00006810
              PERFORM 3200-ESTORNAR-FERIAS                              00006820
           END-IF.                                                      00006830
                                                                        00006840
           READ FOLHPAG.                                                00006850
                                                                        00006860
       3000-99-FIM.                                            EXIT.    00006870
      *=============================================================*   00006880
                                                                        00006890
      *=============================================================*   00006900
       3200-ESTORNAR-FERIAS                                 SECTION.    00006910
                                                                        00006920
      *          ESTORNO LIMITADO AO SALDO PROVISIONADO; O QUE PASSAR   00006930
      *          DO SALDO FICA NA DESPESA DO MES                        00006940
                                                                        00006950
           MOVE WRK-IDFUNC TO PRV-IDFUNC.                               00006960
                                                                        00006970
           EXEC SQL                                                     00006980
                SELECT SALDOFER                                         00006990
                  INTO :PRV-SALDOFER                                    00007000
                  FROM IVAN.PROVISAO                                    00007010
                 WHERE IDFUNC = :PRV-IDFUNC                             00007020
           END-EXEC.                                                    00007030
                                                                        00007040
           EVALUATE SQLCODE                                             00007050
             WHEN 0                                                     00007060
               MOVE PRV-SALDOFER TO WRK-SALDO                           00007070
             WHEN 100                                                   00007080
               MOVE ZEROS TO WRK-SALDO                                  00007090
             WHEN OTHER                                                 00007100
               MOVE SQLCODE TO WRK-SQLCODE                              00007110
               DISPLAY 'ERRO ' WRK-SQLCODE ' NA PROVISAO DO FUNC '      00007120
                       WRK-IDFUNC                                       00007130
               EXEC SQL ROLLBACK END-EXEC                               00007140
               MOVE 200 TO RETURN-CODE                                  00007150
               STOP RUN                                                 00007160
           END-EVALUATE.                                                00007170
                                                                        00007180
           IF WRK-SALDO NOT GREATER ZEROS                               00007190
              GO TO 3200-99-FIM                                         00007200
           END-IF.                                                      00007210
                                                                        00007220
           IF WRK-PAGO GREATER WRK-SALDO                                00007230
              MOVE WRK-SALDO TO WRK-VALOR                               00007240
           ELSE                                                         00007250
              MOVE WRK-PAGO  TO WRK-VALOR                               00007260
           END-IF.                                                      00007270
                                                                        00007280
           MOVE WRK-VALOR TO PRV-SALDOFER.                              00007290
                                                                        00007300
           EXEC SQL                                                     00007310
                UPDATE IVAN.PROVISAO                                    00007320
                   SET SALDOFER = SALDOFER - :PRV-SALDOFER              00007330
                 WHERE IDFUNC   = :PRV-IDFUNC                           00007340
           END-EXEC.                                                    00007350
                                                                        00007360
           IF SQLCODE NOT EQUAL 0                                       00007370
              MOVE SQLCODE TO WRK-SQLCODE                               00007380
              DISPLAY 'ERRO ' WRK-SQLCODE ' NO ESTORNO DO FUNC '        00007390
                      WRK-IDFUNC                                        00007400
              EXEC SQL ROLLBACK END-EXEC                                00007410
              MOVE 200 TO RETURN-CODE                                   00007420
              STOP RUN                                                  00007430
           END-IF.                                                      00007440
                                                                        00007450
           MOVE 'EF' TO WRK-EVENTO.                                     00007460
           PERFORM 7000-LANCAR.                                         00007470
                                                                        00007480
       3200-99-FIM.                                            EXIT.    00007490
      *=============================================================*   00007500
                                                                        00007510
      *=============================================================*   00007520
       3500-CONTABILIZAR-DESCONTOS                          SECTION.    00007530
                                                                        00007540
      *          CADA RETENCAO DEBITA A TRANSITORIA E CREDITA O         00007550
      *          PASSIVO (OU O ADIANTAMENTO) PELA REGRA DO TIPO         00007560
                                                                        00007570
           IF WRK-FS-FOLHDED NOT EQUAL ZEROS                            00007580
              DISPLAY 'SEM DETALHE DE DESCONTOS'                        00007590
              GO TO 3500-99-FIM                                         00007600
           END-IF.                                                      00007610
                                                                        00007620
           MOVE SPACES TO WRK-SETOR.                                    00007630
                                                                        00007640
           READ FOLHDED.                                                00007650
                                                                        00007660
           PERFORM UNTIL WRK-FS-FOLHDED NOT EQUAL ZEROS                 00007670
              ADD 1 TO WRK-DESC-LIDOS                                   00007680
              EVALUATE FD-DD-TIPO                                       00007690
                WHEN 'I'                                                00007700
                   MOVE 'FI' TO WRK-EVENTO                              00007710
                WHEN 'R'                                                00007720
                   MOVE 'FR' TO WRK-EVENTO                              00007730
                WHEN 'P'                                                00007740
                   MOVE 'FP' TO WRK-EVENTO                              00007750
                WHEN 'V'                                                00007760
                   MOVE 'FV' TO WRK-EVENTO                              00007770
                WHEN 'M'                                                00007780
                   MOVE 'FM' TO WRK-EVENTO                              00007790
                WHEN 'C'                                                00007800
                   MOVE 'FC' TO WRK-EVENTO                              00007810
                WHEN 'A'                                                00007820
                   MOVE 'FA' TO WRK-EVENTO                              00007830
                                                                        00007840
      *          TIPO FORA DO DOMINIO CAI NA CRITICA DE EVENTO SEM      00007850
      *          REGRA, QUE DERRUBA A CONTABILIZACAO                    00007860
                                                                        00007870
                WHEN OTHER                                              00007880
                   MOVE '??' TO WRK-EVENTO                              00007890
              END-EVALUATE                                              00007900
              IF FD-DD-IDFUNC NUMERIC                                   00007910
                 MOVE FD-DD-IDFUNC TO WRK-IDFUNC                        00007920
              ELSE                                                      00007930
                 MOVE ZEROS        TO WRK-IDFUNC                        00007940
              END-IF                                                    00007950
              MOVE FD-DD-VALOR TO WRK-VALOR                             00007960
              PERFORM 7000-LANCAR                                       00007970
              ADD WRK-VALOR TO WRK-TRANS-DEB                            00007980
              READ FOLHDED                                              00007990
           END-PERFORM.                                                 00008000
                                                                        00008010
       3500-99-FIM.                                            EXIT.    00008020
      *=============================================================*   00008030
                                                                        00008040
      *=============================================================*   00008050
       4000-CONTABILIZAR-13                                 SECTION.    00008060
                                                                        00008070
      *          PARCELAS DO 13o PAGAS NA COMPETENCIA (NOVEMBRO E       00008080
      *          DEZEMBRO); FORA DISSO O FOLH13 NEM E INFORMADO         00008090
                                                                        00008100
           IF WRK-FS-FOLH13 NOT EQUAL ZEROS                             00008110
              DISPLAY 'SEM PARCELAS DO 13o'                             00008120
              GO TO 4000-99-FIM                                         00008130
           END-IF.                                                      00008140
                                                                        00008150
           READ FOLH13.                                                 00008160
                                                                        00008170
           PERFORM UNTIL WRK-FS-FOLH13 NOT EQUAL ZEROS                  00008180
              IF FD-13-COMPET EQUAL WRK-COMPET-ATUAL                    00008190
                 AND FD-13-BRUTO GREATER ZEROS                          00008200
                 PERFORM 4100-LANCAR-PARCELA                            00008210
              END-IF                                                    00008220
              READ FOLH13                                               00008230
           END-PERFORM.                                                 00008240
                                                                        00008250
       4000-99-FIM.                                            EXIT.    00008260
      *=============================================================*   00008270
                                                                        00008280
      *=============================================================*   00008290
       4100-LANCAR-PARCELA                                  SECTION.    00008300
                                                                        00008310
           ADD 1 TO WRK-LIDOS-13.                                       00008320
                                                                        00008330
           MOVE FD-13-IDFUNC TO WRK-IDFUNC.                             00008340
           PERFORM 8100-SETOR-DO-FUNC.                                  00008350
                                                                        00008360
           MOVE 'F3'          TO WRK-EVENTO.                            00008370
           MOVE FD-13-BRUTO   TO WRK-VALOR.                             00008380
           PERFORM 7000-LANCAR.                                         00008390
           ADD WRK-VALOR      TO WRK-TRANS-CRED.                        00008400
                                                                        00008410
           MOVE 'FI'          TO WRK-EVENTO.                            00008420
           MOVE FD-13-INSS    TO WRK-VALOR.                             00008430
           PERFORM 7000-LANCAR.                                         00008440
           ADD WRK-VALOR      TO WRK-TRANS-DEB.                         00008450
                                                                        00008460
           MOVE 'FR'          TO WRK-EVENTO.                            00008470
           MOVE FD-13-IRRF    TO WRK-VALOR.                             00008480
           PERFORM 7000-LANCAR.                                         00008490
           ADD WRK-VALOR      TO WRK-TRANS-DEB.                         00008500
                                                                        00008510
           MOVE 'FL'          TO WRK-EVENTO.                            00008520
           MOVE FD-13-LIQUIDO TO WRK-VALOR.                             00008530
           PERFORM 7000-LANCAR.                                         00008540
           ADD WRK-VALOR      TO WRK-TRANS-DEB.                         00008550
                                                                        00008560
      *          PARCELA PAGA ESTORNA A PROVISAO DO 13o ATE O SALDO     00008570
                                                                        00008580
           MOVE FD-13-IDFUNC TO PRV-IDFUNC.                             00008590
                                                                        00008600
           EXEC SQL                                                     00008610
                SELECT SALDO13                                          00008620
                  INTO :PRV-SALDO13                                     00008630
                  FROM IVAN.PROVISAO                                    00008640
                 WHERE IDFUNC = :PRV-IDFUNC                             00008650
           END-EXEC.                                                    00008660
                                                                        00008670
           EVALUATE SQLCODE                                             00008680
             WHEN 0                                                     00008690
               MOVE PRV-SALDO13 TO WRK-SALDO                            00008700
             WHEN 100                                                   00008710
               MOVE ZEROS TO WRK-SALDO                                  00008720
             WHEN OTHER                                                 00008730
               MOVE SQLCODE TO WRK-SQLCODE                              00008740
               DISPLAY 'ERRO ' WRK-SQLCODE ' NA PROVISAO DO FUNC '      00008750
                       WRK-IDFUNC                                       00008760
               EXEC SQL ROLLBACK END-EXEC                               00008770
               MOVE 200 TO RETURN-CODE                                  00008780
               STOP RUN                                                 00008790
           END-EVALUATE.                                                00008800
                                                                        00008810
           IF WRK-SALDO NOT GREATER ZEROS                               00008820
              GO TO 4100-99-FIM                                         00008830
           END-IF.                                                      00008840
                                                                        00008850
           IF FD-13-BRUTO GREATER WRK-SALDO                             00008860
              MOVE WRK-SALDO   TO WRK-VALOR                             00008870
           ELSE                                                         00008880
              MOVE FD-13-BRUTO TO WRK-VALOR                             00008890
           END-IF.                                                      00008900
                                                                        00008910
           MOVE WRK-VALOR TO PRV-SALDO13.                               00008920
                                                                        00008930
           EXEC SQL                                                     00008940
                UPDATE IVAN.PROVISAO                                    00008950
                   SET SALDO13  = SALDO13 - :PRV-SALDO13                00008960
                 WHERE IDFUNC   = :PRV-IDFUNC                           00008970
           END-EXEC.                                                    00008980
                                                                        00008990
           IF SQLCODE NOT EQUAL 0                                       00009000
              MOVE SQLCODE TO WRK-SQLCODE                               00009010
              DISPLAY 'ERRO ' WRK-SQLCODE ' NO ESTORNO DO FUNC '        00009020
                      WRK-IDFUNC                                        00009030
              EXEC SQL ROLLBACK END-EXEC                                00009040
              MOVE 200 TO RETURN-CODE                                   00009050
              STOP RUN                                                  00009060
           END-IF.                                                      00009070
                                                                        00009080
           MOVE 'E3' TO WRK-EVENTO.                                     00009090
           PERFORM 7000-LANCAR.                                         00009100
                                                                        00009110
       4100-99-FIM.                                            EXIT.    00009120
      *=============================================================*   00009130
                                                                        00009140
      *=============================================================*   00009150
       5000-FINALIZAR                                       SECTION.    00009160
                                                                        00009170
           PERFORM 5100-IMPRIMIR-SETORES.                               00009180
           PERFORM 5200-IMPRIMIR-EVENTOS.                               00009190
                                                                        00009200
           WRITE FD-RELCTP FROM WRK-LINHA-VAZIA.                        00009210
                                                                        00009220
           MOVE 'TOTAL DEBITOS.....................:' TO WRK-TT-TEXTO.  00009230
           MOVE WRK-TOT-DEBITOS  TO WRK-TT-VALOR.                       00009240
           WRITE FD-RELCTP FROM WRK-TOTAL.                              00009250
                                                                        00009260
           MOVE 'TOTAL CREDITOS....................:' TO WRK-TT-TEXTO.  00009270
           MOVE WRK-TOT-CREDITOS TO WRK-TT-VALOR.                       00009280
           WRITE FD-RELCTP FROM WRK-TOTAL.                              00009290
                                                                        00009300
           MOVE 'TRANSITORIA - BRUTO CREDITADO.....:' TO WRK-TT-TEXTO.  00009310
           MOVE WRK-TRANS-CRED   TO WRK-TT-VALOR.                       00009320
           WRITE FD-RELCTP FROM WRK-TOTAL.                              00009330
                                                                        00009340
           MOVE 'TRANSITORIA - RETENCOES + LIQUIDO.:' TO WRK-TT-TEXTO.  00009350
           MOVE WRK-TRANS-DEB    TO WRK-TT-VALOR.                       00009360
           WRITE FD-RELCTP FROM WRK-TOTAL.                              00009370
                                                                        00009380
           IF WRK-TOT-DEBITOS NOT EQUAL WRK-TOT-CREDITOS                00009390
              OR WRK-TRANS-CRED NOT EQUAL WRK-TRANS-DEB                 00009400
              OR WRK-SEM-REGRA GREATER ZEROS                            00009410
              MOVE 'N' TO WRK-FECHOU                                    00009420
           END-IF.                                                      00009430
                                                                        00009440
      *          CONTROLE PARA A PROVA DE FECHAMENTO DO DIA             00009450
                                                                        00009460
           MOVE WRK-DATA-NEGOCIO TO FD-CF-DATA.                         00009470
           MOVE WRK-COMPET-ATUAL TO FD-CF-COMPET.                       00009480
           MOVE WRK-LANCAMENTOS  TO FD-CF-LANCAMENTOS.                  00009490
           MOVE WRK-SEM-REGRA    TO FD-CF-SEM-REGRA.                    00009500
           MOVE WRK-TOT-DEBITOS  TO FD-CF-TOT-DEB.                      00009510
           MOVE WRK-TOT-CREDITOS TO FD-CF-TOT-CRED.                     00009520
           MOVE WRK-TRANS-CRED   TO FD-CF-TRANS-CRED.                   00009530
           MOVE WRK-TRANS-DEB    TO FD-CF-TRANS-DEB.                    00009540
           WRITE FD-CTFCTL.                                             00009550
                                                                        00009560
           WRITE FD-RELCTP FROM WRK-LINHA-VAZIA.                        00009570
                                                                        00009580
           IF WRK-FECHOU EQUAL 'S'                                      00009590
              EXEC SQL COMMIT END-EXEC                                  00009600
              MOVE 'FOLHA CONTABILIZADA - PROVISOES GRAVADAS'           00009610
                TO WRK-R-TEXTO                                          00009620
           ELSE                                                         00009630
              EXEC SQL ROLLBACK END-EXEC                                00009640
              MOVE 'CONTABILIZACAO NAO FECHOU - PROVISOES DESFEITAS'    00009650
                   TO WRK-R-TEXTO                                       00009660
              MOVE 8 TO RETURN-CODE                                     00009670
           END-IF.                                                      00009680
           WRITE FD-RELCTP FROM WRK-RODAPE.                             00009690
                                                                        00009700
           DISPLAY 'ATIVOS PROVISIONADOS..' WRK-ATIVOS-LIDOS.           00009710
           DISPLAY 'FOLHAS LIDAS..........' WRK-FOLHA-LIDOS.            00009720
           DISPLAY 'DESCONTOS LIDOS.......' WRK-DESC-LIDOS.             00009730
           DISPLAY 'PARCELAS DO 13o.......' WRK-LIDOS-13.               00009740
           DISPLAY 'FUNC SEM SETOR........' WRK-SEM-SETOR.              00009750
           DISPLAY 'LANCAMENTOS GERADOS...' WRK-LANCAMENTOS.            00009760
           DISPLAY 'EVENTOS SEM REGRA.....' WRK-SEM-REGRA.              00009770
           MOVE WRK-TOT-DEBITOS TO WRK-TOT-ED.                          00009780
           DISPLAY 'TOTAL DEBITOS.........' WRK-TOT-ED.                 00009790
           MOVE WRK-TOT-CREDITOS TO WRK-TOT-ED.                         00009800
           DISPLAY 'TOTAL CREDITOS........' WRK-TOT-ED.                 00009810
                                                                        00009820
           IF WRK-FECHOU EQUAL 'S'                                      00009830
              DISPLAY 'CONTABILIZACAO DA FOLHA CONFERIDA'               00009840
           ELSE                                                         00009850
              DISPLAY '** CONTABILIZACAO DA FOLHA NAO FECHOU **'        00009860
           END-IF.                                                      00009870
                                                                        00009880
           CLOSE CTBREGRA FOLHPAG FOLHDED.                              00009890
           IF WRK-FS-FOLH13 NOT EQUAL 35                                00009900
              CLOSE FOLH13                                              00009910
           END-IF.                                                      00009920
           CLOSE GLFOLHA CTFCTL RELCTP.                                 00009930
                                                                        00009940
           DISPLAY 'FINAL DE PROGRAMA'.                                 00009950
           STOP RUN.                                                    00009960
                                                                        00009970
       5000-99-FIM.                                            EXIT.    00009980
      *=============================================================*   00009990
                                                                        00010000
      *=============================================================*   00010010
       5100-IMPRIMIR-SETORES                                SECTION.    00010020
                                                                        00010030
           MOVE '1 - DESPESA DE PESSOAL POR SETOR' TO WRK-T-TEXTO.      00010040
           WRITE FD-RELCTP FROM WRK-TITULO.                             00010050
           WRITE FD-RELCTP FROM WRK-CABEC-SETOR.                        00010060
                                                                        00010070
           PERFORM VARYING WRK-IND-ST FROM 1 BY 1                       00010080
                   UNTIL WRK-IND-ST > WRK-TAB-ST-QTD                    00010090
              MOVE WRK-ST-SETOR(WRK-IND-ST)    TO WRK-DS-SETOR          00010100
              MOVE WRK-ST-PAGOS(WRK-IND-ST)    TO WRK-DS-PAGOS          00010110
              MOVE WRK-ST-PROVISAO(WRK-IND-ST) TO WRK-DS-PROVISAO       00010120
              MOVE WRK-ST-ESTORNO(WRK-IND-ST)  TO WRK-DS-ESTORNO        00010130
              COMPUTE WRK-LIQ-SETOR =                                   00010140
                      WRK-ST-PAGOS(WRK-IND-ST)                          00010150
                    + WRK-ST-PROVISAO(WRK-IND-ST)                       00010160
                    - WRK-ST-ESTORNO(WRK-IND-ST)                        00010170
              MOVE WRK-LIQ-SETOR               TO WRK-DS-LIQUIDA        00010180
              WRITE FD-RELCTP FROM WRK-DET-SETOR                        00010190
           END-PERFORM.                                                 00010200
                                                                        00010210
           WRITE FD-RELCTP FROM WRK-LINHA-VAZIA.                        00010220
                                                                        00010230
       5100-99-FIM.                                            EXIT.    00010240
      *=============================================================*   00010250
                                                                        00010260
      *=============================================================*   00010270
       5200-IMPRIMIR-EVENTOS                                SECTION.    00010280
                                                                        00010290
           MOVE '2 - LANCAMENTOS POR EVENTO' TO WRK-T-TEXTO.            00010300
           WRITE FD-RELCTP FROM WRK-TITULO.                             00010310
           WRITE FD-RELCTP FROM WRK-CABEC-EVENTO.                       00010320
                                                                        00010330
           PERFORM VARYING WRK-IND-EV FROM 1 BY 1                       00010340
                   UNTIL WRK-IND-EV > WRK-TAB-EV-QTD                    00010350
              MOVE WRK-EV-EVENTO(WRK-IND-EV) TO WRK-DE-EVENTO           00010360
              MOVE ZEROS TO WRK-DE-CTA-DEB WRK-DE-CTA-CRED              00010370
              PERFORM VARYING WRK-IND-RG FROM 1 BY 1                    00010380
                      UNTIL WRK-IND-RG > WRK-TAB-RG-QTD                 00010390
                 IF WRK-RG-EVENTO(WRK-IND-RG)                           00010400
                    EQUAL WRK-EV-EVENTO(WRK-IND-EV)                     00010410
                    MOVE WRK-RG-CTA-DEB(WRK-IND-RG)                     00010420
                         TO WRK-DE-CTA-DEB                              00010430
                    MOVE WRK-RG-CTA-CRED(WRK-IND-RG)                    00010440
                         TO WRK-DE-CTA-CRED                             00010450
                 END-IF                                                 00010460
              END-PERFORM                                               00010470
              MOVE WRK-EV-QTD(WRK-IND-EV)    TO WRK-DE-QTD              00010480
              MOVE WRK-EV-VALOR(WRK-IND-EV)  TO WRK-DE-VALOR            00010490
              WRITE FD-RELCTP FROM WRK-DET-EVENTO                       00010500
           END-PERFORM.                                                 00010510
                                                                        00010520
       5200-99-FIM.                                            EXIT.    00010530
      *=============================================================*   00010540
                                                                        00010550
      *=============================================================*   00010560
       7000-LANCAR                                          SECTION.    00010570
                                                                        00010580
      *                 LANCAMENTO BALANCEADO PELA REGRA DO             00010590
      *                 EVENTO, COM SETOR E FUNCIONARIO; EVENTO SEM     00010600
      *                 REGRA E ERRO DE PARAMETRIZACAO. VALOR ZERO      00010610
      *                 NAO GERA LANCAMENTO                             00010620
                                                                        00010630
           IF WRK-VALOR EQUAL ZEROS                                     00010640
              GO TO 7000-99-FIM                                         00010650
           END-IF.                                                      00010660
                                                                        00010670
           MOVE 'N' TO WRK-TEM-REGRA.                                   00010680
                                                                        00010690
           PERFORM VARYING WRK-IND-RG FROM 1 BY 1 UNTIL                 00010700
              WRK-IND-RG > WRK-TAB-RG-QTD OR WRK-TEM-REGRA = 'S'        00010710
              IF WRK-RG-EVENTO(WRK-IND-RG) EQUAL WRK-EVENTO             00010720
                 MOVE 'S' TO WRK-TEM-REGRA                              00010730
                 SUBTRACT 1 FROM WRK-IND-RG                             00010740
              END-IF                                                    00010750
           END-PERFORM.                                                 00010760
                                                                        00010770
           PERFORM 7100-ACUMULAR-EVENTO.                                00010780
                                                                        00010790
           IF WRK-TEM-REGRA NOT EQUAL 'S'                               00010800
              ADD 1 TO WRK-SEM-REGRA                                    00010810
              GO TO 7000-99-FIM                                         00010820
           END-IF.                                                      00010830
                                                                        00010840
           MOVE WRK-DATA-NEGOCIO TO FD-GF-DATA.                         00010850
           MOVE WRK-EVENTO       TO FD-GF-EVENTO.                       00010860
           MOVE WRK-RG-CTA-DEB(WRK-IND-RG)  TO FD-GF-CTA-DEB.           00010870
           MOVE WRK-RG-CTA-CRED(WRK-IND-RG) TO FD-GF-CTA-CRED.          00010880
           MOVE WRK-VALOR        TO FD-GF-VALOR.                        00010890
           MOVE WRK-SETOR        TO FD-GF-SETOR.                        00010900
           MOVE WRK-IDFUNC       TO FD-GF-IDFUNC.                       00010910
           MOVE WRK-COMPET-ATUAL TO FD-GF-COMPET.                       00010920
           WRITE FD-GLFOLHA.                                            00010930
           ADD 1 TO WRK-LANCAMENTOS.                                    00010940
                                                                        00010950
           ADD WRK-VALOR TO WRK-TOT-DEBITOS.                            00010960
           ADD WRK-VALOR TO WRK-TOT-CREDITOS.                           00010970
                                                                        00010980
           PERFORM 7200-ACUMULAR-SETOR.                                 00010990
                                                                        00011000
       7000-99-FIM.                                            EXIT.    00011010
      *=============================================================*   00011020
                                                                        00011030
      *=============================================================*   00011040
       7100-ACUMULAR-EVENTO                                 SECTION.    00011050
                                                                        00011060
           PERFORM VARYING WRK-IND-EV FROM 1 BY 1 UNTIL                 00011070
              WRK-IND-EV > WRK-TAB-EV-QTD                               00011080
              IF WRK-EV-EVENTO(WRK-IND-EV) EQUAL WRK-EVENTO             00011090
                 ADD 1         TO WRK-EV-QTD(WRK-IND-EV)                00011100
                 ADD WRK-VALOR TO WRK-EV-VALOR(WRK-IND-EV)              00011110
                 GO TO 7100-99-FIM                                      00011120
              END-IF                                                    00011130
           END-PERFORM.                                                 00011140
                                                                        00011150
           IF WRK-TAB-EV-QTD LESS 20                                    00011160
              ADD 1 TO WRK-TAB-EV-QTD                                   00011170
              MOVE WRK-TAB-EV-QTD TO WRK-IND-EV                         00011180
              MOVE WRK-EVENTO TO WRK-EV-EVENTO(WRK-IND-EV)              00011190
              MOVE 1          TO WRK-EV-QTD(WRK-IND-EV)                 00011200
              MOVE WRK-VALOR  TO WRK-EV-VALOR(WRK-IND-EV)               00011210
           END-IF.                                                      00011220
                                                                        00011230
       7100-99-FIM.                                            EXIT.    00011240
      *=============================================================*   00011250
                                                                        00011260
      *=============================================================*   00011270
       7200-ACUMULAR-SETOR                                  SECTION.    00011280
                                                                        00011290
      *                 SO OS EVENTOS DE DESPESA: PAGAMENTOS (FB FF     00011300
      *                 F3), PROVISOES (P3 PF) E ESTORNOS (E3 EF)       00011310
                                                                        00011320
           IF WRK-EVENTO NOT EQUAL 'FB' AND NOT EQUAL 'FF'              00011330
              AND NOT EQUAL 'F3' AND NOT EQUAL 'P3'                     00011340
              AND NOT EQUAL 'PF' AND NOT EQUAL 'E3'                     00011350
              AND NOT EQUAL 'EF'                                        00011360
              GO TO 7200-99-FIM                                         00011370
           END-IF.                                                      00011380
                                                                        00011390
           PERFORM VARYING WRK-IND-ST FROM 1 BY 1 UNTIL                 00011400
              WRK-IND-ST > WRK-TAB-ST-QTD                               00011410
              IF WRK-ST-SETOR(WRK-IND-ST) EQUAL WRK-SETOR               00011420
                 GO TO 7200-50-SOMAR                                    00011430
              END-IF                                                    00011440
           END-PERFORM.                                                 00011450
                                                                        00011460
           IF WRK-TAB-ST-QTD NOT LESS 100                               00011470
              GO TO 7200-99-FIM                                         00011480
           END-IF.                                                      00011490
                                                                        00011500
           ADD 1 TO WRK-TAB-ST-QTD.                                     00011510
           MOVE WRK-TAB-ST-QTD TO WRK-IND-ST.                           00011520
           MOVE WRK-SETOR TO WRK-ST-SETOR(WRK-IND-ST).                  00011530
           MOVE ZEROS     TO WRK-ST-PAGOS(WRK-IND-ST).                  00011540
           MOVE ZEROS     TO WRK-ST-PROVISAO(WRK-IND-ST).               00011550
           MOVE ZEROS     TO WRK-ST-ESTORNO(WRK-IND-ST).                00011560
                                                                        00011570
       7200-50-SOMAR.                                                   00011580
                                                                        00011590
           EVALUATE WRK-EVENTO                                          00011600
             WHEN 'P3'                                                  00011610
             WHEN 'PF'                                                  00011620
                ADD WRK-VALOR TO WRK-ST-PROVISAO(WRK-IND-ST)            00011630
             WHEN 'E3'                                                  00011640
             WHEN 'EF'                                                  00011650
                ADD WRK-VALOR TO WRK-ST-ESTORNO(WRK-IND-ST)             00011660
             WHEN OTHER                                                 00011670
                ADD WRK-VALOR TO WRK-ST-PAGOS(WRK-IND-ST)               00011680
           END-EVALUATE.                                                00011690
                                                                        00011700
       7200-99-FIM.                                            EXIT.    00011710
      *=============================================================*   00011720
                                                                        00011730
      *=============================================================*   00011740
       8100-SETOR-DO-FUNC                                   SECTION.    00011750
                                                                        00011760
      *          SETOR ATUAL DO FUNCIONARIO (DESLIGADOS INCLUSIVE,      00011770
      *          QUE AINDA RECEBEM A ULTIMA FOLHA)                      00011780
                                                                        00011790
           MOVE WRK-IDFUNC TO DB2-ID.                                   00011800
                                                                        00011810
           EXEC SQL                                                     00011820
                SELECT SETOR                                            00011830
                  INTO :DB2-SETOR                                       00011840
                  FROM IVAN.FUNC                                        00011850
                 WHERE ID = :DB2-ID                                     00011860
           END-EXEC.                                                    00011870
                                                                        00011880
           IF SQLCODE EQUAL 0                                           00011890
              MOVE DB2-SETOR TO WRK-SETOR                               00011900
           ELSE                                                         00011910
              ADD 1 TO WRK-SEM-SETOR                                    00011920
              MOVE '????'    TO WRK-SETOR                               00011930
           END-IF.                                                      00011940
                                                                        00011950
       8100-99-FIM.                                            EXIT.    00011960
      *=============================================================*   00011970
                                                                        00011980
      *=============================================================*   00011990
       9000-TRATARERROS                                     SECTION.    00012000
                                                                        00012010
             MOVE 'E' TO WRK-SEVERIDADE.                                00012020
             CALL 'GRAVALOG' USING WRK-DADOS.                           00012030
             STOP RUN.                                                  00012040
                                                                        00012050
       9000-99-FIM.                                            EXIT.    00012060
      *=============================================================*   00012070
