      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21RES1.                                            00000050
                                                                        00000060
      *=============================================================*   00000070
      *   AUTOR....:VICTOR ARANDA                                       00000080
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000090
      *   DATA ....:15/10/2026                                          00000100
      *-------------------------------------------------------------*   00000110
      *   OBJETIVO: CALCULO DAS VERBAS RESCISORIAS. RODA DEPOIS DO      00000120
      *      FR21DEM1 SOBRE O MESMO ARQUIVO DEMITIDOS: PARA CADA        00000130
      *      DESLIGAMENTO EFETIVADO BUSCA A FOTO DO DESLIGADO EM        00000140
      *      IVAN.FUNCHIST (SALARIO, ADMISSAO, MOTIVO E MARCA DE        00000150
      *      JUSTA CAUSA) E O SALDO DE FERIAS EM IVAN.FERIAS, E         00000160
      *      APURA:                                                     00000170
      *       - SALDO DE SALARIO (DIAS TRABALHADOS NO MES);             00000180
      *       - AVISO PREVIO INDENIZADO (30 DIAS MAIS 3 POR ANO         00000190
      *         COMPLETO, ATE 90) NA DISPENSA SEM JUSTA CAUSA, PELA     00000200
      *         METADE NO ACORDO ('ACORDO...' NO MOTIVO);               00000210
      *       - 13o PROPORCIONAL PELA REGRA DE AVOS DO FR21DEC1         00000220
      *         (FRACAO DE 15 DIAS CONTA O MES);                        00000230
      *       - FERIAS VENCIDAS (SALDO DE IVAN.FERIAS) E FERIAS         00000240
      *         PROPORCIONAIS DESDE O ULTIMO CREDITO, COM O TERCO.      00000250
      *      JUSTA CAUSA PERDE AVISO, 13o E FERIAS PROPORCIONAIS;       00000260
      *      PEDIDO DE DEMISSAO ('PEDIDO...' NO MOTIVO) PERDE SO O      00000270
      *      AVISO. INSS E IRRF (IVAN.FAIXADESC) INCIDEM SOBRE O        00000280
      *      SALDO DE SALARIO E, EM SEPARADO, SOBRE O 13o; AVISO E      00000290
      *      FERIAS INDENIZADAS SAO VERBAS INDENIZATORIAS, SEM          00000300
      *      DESCONTO. EMITE O TERMO DE RESCISAO (RELRES) E GRAVA       00000310
      *      O LIQUIDO COMO PAGAMENTO AVULSO (PAGAVUL, TIPO 'RES')      00000320
      *      PARA A REMESSA DO FR21BNC1.                                00000330
      *      NA DISPENSA SEM JUSTA CAUSA APURA A MULTA DE 40 POR        00000340
      *      CENTO (20 NO ACORDO) SOBRE O SALDO DO FGTS EM              00000350
      *      IVAN.FGTSHIST; A MULTA E RECOLHIDA EM GUIA, SAI NO         00000360
      *      TERMO SEM ENTRAR NO LIQUIDO E FICA REGISTRADA NO           00000370
      *      HISTORICO (TIPO 'R') PARA A REMESSA DO FR21FGT1.           00000380
      *-------------------------------------------------------------*   00000390
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000400
      *  1.0   15/10/26   VICTOR ARANDA    VERSAO INICIAL               00000410
      *  1.1   15/10/26   VICTOR ARANDA    MULTA RESCISORIA DO FGTS     00000420
      *                   SOBRE O SALDO DE IVAN.FGTSHIST                00000430
      *-------------------------------------------------------------*   00000440
      *   BASE DE DADOS:                                                00000450
      *   TABELA.DB2..                                                  00000460
      *    ------              I/O                 INCLUDE/BOOK         00000470
      *   IVAN.FUNCHIST         I                  #BKFHIST---          00000480
      *   IVAN.FERIAS           I                  #BKFERIA---          00000490
      *   IVAN.FAIXADESC        I                  #BKFAIXA---          00000500
      *   IVAN.FGTSHIST        I/O                 #BKFGTS----          00000510
      *-------------------------------------------------------------*   00000520
      *   ARQUIVOS:                                                     00000530
      *    DDNAME              I/O                  COPY/BOOK           00000540
      *   DEMITIDOS             I   (MESMO ARQUIVO DO FR21DEM1)         00000550
      *   RELRES                O   (TERMO DE RESCISAO)                 00000560
      *   PAGAVUL               O                  AVULBOOK---          00000570
      *-------------------------------------------------------------*   00000580
      *   MODULOS....:                                                  00000590
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000600
      *   FR21DTA1             DATA DE PROCESSAMENTO (LNKDPRC)          00000610
      *=============================================================*   00000620
       ENVIRONMENT                               DIVISION.              00000630
      *=============================================================*   00000640
                                                                        00000650
      *-------------------------------------------------------------*   00000660
       CONFIGURATION                                        SECTION.    00000670
      *-------------------------------------------------------------*   00000680
       SPECIAL-NAMES.                                                   00000690
           DECIMAL-POINT IS COMMA.                                      00000700
                                                                        00000710
                                                                        00000720
       INPUT-OUTPUT                                         SECTION.    00000730
       FILE-CONTROL.                                                    00000740
           SELECT DEMITIDOS ASSIGN TO DEMITIDOS                         00000750
               FILE STATUS  IS WRK-FS-DEMITIDOS.                        00000760
                                                                        00000770
           SELECT RELRES    ASSIGN TO RELRES                            00000780
               FILE STATUS  IS WRK-FS-RELRES.                           00000790
                                                                        00000800
           SELECT PAGAVUL   ASSIGN TO PAGAVUL                           00000810
               FILE STATUS  IS WRK-FS-PAGAVUL.                          00000820
                                                                        00000830
      *=============================================================*   00000840
       DATA                                                DIVISION.    00000850
      *=============================================================*   00000860
       FILE                                                 SECTION.    00000870
      *=============================================================*   00000880
                                                                        00000890
      *      ENTRADA - DESLIGAMENTOS                LRECL = 33          00000900
                                                                        00000910
       FD DEMITIDOS                                                     00000920
           RECORDING  MODE IS F                                         00000930
           BLOCK CONTAINS 0 RECORDS.                                    00000940
                                                                        00000950
       01 FD-DEMITIDOS.                                                 00000960
          05 FD-DM-IDFUNC    PIC 9(05).                                 00000970
          05 FD-DM-DATA      PIC 9(08).                                 00000980
          05 FD-DM-MOTIVO    PIC X(20).                                 00000990
                                                                        00001000
      *      SAIDA - TERMO DE RESCISAO              LRECL = 80          00001010
                                                                        00001020
       FD RELRES                                                        00001030
           RECORDING  MODE IS F                                         00001040
           BLOCK CONTAINS 0 RECORDS.                                    00001050
                                                                        00001060
       01 FD-RELRES       PIC X(80).                                    00001070
                                                                        00001080
      *      SAIDA - PAGAMENTOS AVULSOS             LRECL = 80          00001090
                                                                        00001100
       FD PAGAVUL                                                       00001110
           RECORDING  MODE IS F                                         00001120
           BLOCK CONTAINS 0 RECORDS.                                    00001130
                                                                        00001140
       COPY 'AVULBOOK'.                                                 00001150
                                                                        00001160
      *-------------------------------------------------------------*   00001170
       WORKING-STORAGE                                      SECTION.    00001180
      *-------------------------------------------------------------*   00001190
                                                                        00001200
           EXEC SQL                                                     00001210
              INCLUDE #BKFHIST                                          00001220
           END-EXEC.                                                    00001230
                                                                        00001240
           EXEC SQL                                                     00001250
              INCLUDE #BKFERIA                                          00001260
           END-EXEC.                                                    00001270
                                                                        00001280
           EXEC SQL                                                     00001290
              INCLUDE #BKFAIXA                                          00001300
           END-EXEC.                                                    00001310
                                                                        00001320
           EXEC SQL                                                     00001330
              INCLUDE #BKFGTS                                           00001340
           END-EXEC.                                                    00001350
                                                                        00001360
           EXEC SQL                                                     00001370
              INCLUDE SQLCA                                             00001380
           END-EXEC.                                                    00001390
                                                                        00001400
           EXEC SQL                                                     00001410
              DECLARE CFAIXA CURSOR FOR                                 00001420
               SELECT TIPODESC,LIMINF,LIMSUP,ALIQUOTA,PARCDED           00001430
                FROM IVAN.FAIXADESC                                     00001440
                WHERE ANOVIG = :DB2-ANOVIG                              00001450
                ORDER BY TIPODESC, LIMINF                               00001460
           END-EXEC.                                                    00001470
                                                                        00001480
      *------------------LOG-DE-ERROS-------------------------------*   00001490
                                                                        00001500
       01 WRK-DADOS.                                                    00001510
           05 WRK-PROGRAMA  PIC X(08).                                  00001520
           05 WRK-SECAO     PIC X(04).                                  00001530
           05 WRK-MENSAGEM  PIC X(30).                                  00001540
           05 WRK-STATUS    PIC X(02).                                  00001550
           05 WRK-SEVERIDADE PIC X(01).                                 00001560
           05 FILLER        PIC X(22).                                  00001570
                                                                        00001580
      *------------------DATA DE PROCESSAMENTO----------------------*   00001590
                                                                        00001600
           COPY 'LNKDPRC'.                                              00001610
                                                                        00001620
      *--------------------LOGICA-----------------------------------*   00001630
                                                                        00001640
       77 WRK-SQLCODE         PIC -999.                                 00001650
                                                                        00001660
       77 WRK-LIDOS           PIC 9(05) VALUE 0.                        00001670
                                                                        00001680
       77 WRK-CALCULADOS      PIC 9(05) VALUE 0.                        00001690
                                                                        00001700
       77 WRK-REJEITADOS      PIC 9(05) VALUE 0.                        00001710
                                                                        00001720
       77 WRK-DATADEM         PIC X(10).                                00001730
                                                                        00001740
       77 WRK-IND-NULO        PIC S9(4) COMP.                           00001750
                                                                        00001760
       77 WRK-ANO-CORRENTE    PIC 9(04).                                00001770
                                                                        00001780
       01 WRK-DATA-SISTEMA.                                             00001790
          05 WRK-SIS-ANO      PIC 9(04).                                00001800
          05 WRK-SIS-MES      PIC 9(02).                                00001810
          05 WRK-SIS-DIA      PIC 9(02).                                00001820
                                                                        00001830
       01 WRK-DATA-DM         PIC 9(08).                                00001840
       01 WRK-DATA-DM-R REDEFINES WRK-DATA-DM.                          00001850
          05 WRK-DM-ANO       PIC 9(04).                                00001860
          05 WRK-DM-MES       PIC 9(02).                                00001870
          05 WRK-DM-DIA       PIC 9(02).                                00001880
                                                                        00001890
       01 WRK-DATAADM-DEC.                                              00001900
          05 WRK-ADM-ANO      PIC 9(04).                                00001910
          05 WRK-ADM-MES      PIC 9(02).                                00001920
          05 WRK-ADM-DIA      PIC 9(02).                                00001930
                                                                        00001940
       01 WRK-DATACRED-DEC.                                             00001950
          05 WRK-CRD-ANO      PIC 9(04).                                00001960
          05 WRK-CRD-MES      PIC 9(02).                                00001970
          05 WRK-CRD-DIA      PIC 9(02).                                00001980
                                                                        00001990
      *-----------TIPO DE DESLIGAMENTO-------------------------------*  00002000
      *   'J' JUSTA CAUSA (FHI-JUSTACAUSA = 'S')                     *  00002010
      *   'P' PEDIDO DE DEMISSAO (MOTIVO INICIADO EM 'PEDIDO')       *  00002020
      *   'A' ACORDO ENTRE AS PARTES (MOTIVO INICIADO EM 'ACORDO')   *  00002030
      *   'S' DISPENSA SEM JUSTA CAUSA (DEMAIS MOTIVOS)              *  00002040
                                                                        00002050
       77 WRK-TIPO-DESL       PIC X(01).                                00002060
          88 WRK-DESL-JUSTA   VALUE 'J'.                                00002070
          88 WRK-DESL-PEDIDO  VALUE 'P'.                                00002080
          88 WRK-DESL-ACORDO  VALUE 'A'.                                00002090
          88 WRK-DESL-SEMJUS  VALUE 'S'.                                00002100
                                                                        00002110
      *-----------VERBAS RESCISORIAS--------------------------------*   00002120
                                                                        00002130
       77 WRK-DIAS-TRAB       PIC 9(02) VALUE 0.                        00002140
       77 WRK-ANOS-SERVICO    PIC S9(03) VALUE 0.                       00002150
       77 WRK-DIAS-AVISO      PIC 9(03) VALUE 0.                        00002160
       77 WRK-AVOS-13         PIC S9(03) VALUE 0.                       00002170
       77 WRK-MES-INI-13      PIC 9(02) VALUE 0.                        00002180
       77 WRK-MES-FIM-13      PIC 9(02) VALUE 0.                        00002190
       77 WRK-DIAS-VENCIDAS   PIC 9(03) VALUE 0.                        00002200
       77 WRK-AVOS-FERIAS     PIC S9(03) VALUE 0.                       00002210
       77 WRK-FRACAO-DIAS     PIC S9(03) VALUE 0.                       00002220
                                                                        00002230
       77 WRK-VAL-SALDO       PIC 9(07)V99 VALUE 0.                     00002240
       77 WRK-VAL-AVISO       PIC 9(07)V99 VALUE 0.                     00002250
       77 WRK-VAL-13          PIC 9(07)V99 VALUE 0.                     00002260
       77 WRK-VAL-VENCIDAS    PIC 9(07)V99 VALUE 0.                     00002270
       77 WRK-VAL-PROPORC     PIC 9(07)V99 VALUE 0.                     00002280
       77 WRK-VAL-TERCO       PIC 9(07)V99 VALUE 0.                     00002290
       77 WRK-VAL-BRUTO       PIC 9(07)V99 VALUE 0.                     00002300
       77 WRK-VAL-INSS-SAL    PIC 9(07)V99 VALUE 0.                     00002310
       77 WRK-VAL-INSS-13     PIC 9(07)V99 VALUE 0.                     00002320
       77 WRK-VAL-IRRF-SAL    PIC 9(07)V99 VALUE 0.                     00002330
       77 WRK-VAL-IRRF-13     PIC 9(07)V99 VALUE 0.                     00002340
       77 WRK-VAL-DESCONTOS   PIC 9(07)V99 VALUE 0.                     00002350
       77 WRK-VAL-LIQUIDO     PIC S9(07)V99 VALUE 0.                    00002360
                                                                        00002370
       77 WRK-TOT-LIQUIDO     PIC 9(11)V99 VALUE 0.                     00002380
                                                                        00002390
      *-----------MULTA RESCISORIA DO FGTS--------------------------*   00002400
      *   40 POR CENTO DO SALDO NA DISPENSA SEM JUSTA CAUSA, 20 NO   *  00002410
      *   ACORDO (CLT, ART. 484-A); DEMAIS MOTIVOS NAO TEM MULTA     *  00002420
                                                                        00002430
       77 WRK-PCT-MULTA       PIC 9(03)V99 VALUE 0.                     00002440
       77 WRK-SALDO-FGTS      PIC 9(09)V99 VALUE 0.                     00002450
       77 WRK-VAL-MULTA       PIC 9(07)V99 VALUE 0.                     00002460
       77 WRK-TOT-MULTA       PIC 9(11)V99 VALUE 0.                     00002470
       77 WRK-MULTAS          PIC 9(05) VALUE 0.                        00002480
       77 WRK-DATA-DB2        PIC X(10).                                00002490
                                                                        00002500
      *-----------FAIXAS PROGRESSIVAS DE DESCONTO-------------------*   00002510
                                                                        00002520
       01 WRK-TAB-INSS.                                                 00002530
          05 WRK-TAB-INSS-QTD PIC 9(02) VALUE 0.                        00002540
          05 WRK-TAB-INSS-OCR OCCURS 10 TIMES.                          00002550
             10 WRK-TI-LIMINF   PIC 9(07)V99.                           00002560
             10 WRK-TI-LIMSUP   PIC 9(07)V99.                           00002570
             10 WRK-TI-ALIQUOTA PIC 9(03)V99.                           00002580
             10 WRK-TI-PARCDED  PIC 9(07)V99.                           00002590
                                                                        00002600
       01 WRK-TAB-IRRF.                                                 00002610
          05 WRK-TAB-IRRF-QTD PIC 9(02) VALUE 0.                        00002620
          05 WRK-TAB-IRRF-OCR OCCURS 10 TIMES.                          00002630
             10 WRK-TR-LIMINF   PIC 9(07)V99.                           00002640
             10 WRK-TR-LIMSUP   PIC 9(07)V99.                           00002650
             10 WRK-TR-ALIQUOTA PIC 9(03)V99.                           00002660
             10 WRK-TR-PARCDED  PIC 9(07)V99.                           00002670
                                                                        00002680
       77 WRK-IND-FX          PIC 9(02).                                00002690
       77 WRK-ACHOU-FX        PIC X(01).                                00002700
       77 WRK-FX-ESTOURO      PIC X(01) VALUE 'N'.                      00002710
       77 WRK-BASE-CALC       PIC 9(07)V99 VALUE 0.                     00002720
       77 WRK-INSS            PIC S9(07)V99 VALUE 0.                    00002730
       77 WRK-IRRF            PIC S9(07)V99 VALUE 0.                    00002740
                                                                        00002750
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00002760
                                                                        00002770
       77 WRK-MSG-FINAL       PIC X(17) VALUE 'FINAL DE PROGRAMA'.      00002780
                                                                        00002790
      *--------------------STATUS-----------------------------------*   00002800
                                                                        00002810
       77 WRK-FS-DEMITIDOS PIC 9(02).                                   00002820
                                                                        00002830
       77 WRK-FS-RELRES    PIC 9(02).                                   00002840
                                                                        00002850
       77 WRK-FS-PAGAVUL   PIC 9(02).                                   00002860
                                                                        00002870
      *--------------------LINHAS DO TERMO--------------------------*   00002880
                                                                        00002890
       01 WRK-CABEC1.                                                   00002900
          05 FILLER   PIC X(44) VALUE                                   00002910
             'TERMO DE RESCISAO DO CONTRATO DE TRABALHO'.               00002920
          05 FILLER   PIC X(36).                                        00002930
                                                                        00002940
       01 WRK-TRACO.                                                    00002950
          05 FILLER   PIC X(60) VALUE ALL '-'.                          00002960
          05 FILLER   PIC X(20).                                        00002970
                                                                        00002980
       01 WRK-TR-FUNC.                                                  00002990
          05 FILLER          PIC X(13) VALUE 'FUNCIONARIO: '.           00003000
          05 WRK-TF-ID       PIC 9(05).                                 00003010
          05 FILLER          PIC X(02).                                 00003020
          05 WRK-TF-NOME     PIC X(30).                                 00003030
          05 FILLER          PIC X(30).                                 00003040
                                                                        00003050
       01 WRK-TR-DATAS.                                                 00003060
          05 FILLER          PIC X(10) VALUE 'ADMISSAO: '.              00003070
          05 WRK-TD-ADM      PIC X(10).                                 00003080
          05 FILLER          PIC X(16) VALUE '  DESLIGAMENTO: '.        00003090
          05 WRK-TD-DEM      PIC X(10).                                 00003100
          05 FILLER          PIC X(34).                                 00003110
                                                                        00003120
       01 WRK-TR-MOTIVO.                                                00003130
          05 FILLER          PIC X(10) VALUE 'MOTIVO..: '.              00003140
          05 WRK-TM-MOTIVO   PIC X(20).                                 00003150
          05 FILLER          PIC X(02).                                 00003160
          05 WRK-TM-TIPO     PIC X(25).                                 00003170
          05 FILLER          PIC X(23).                                 00003180
                                                                        00003190
       01 WRK-TR-VERBA.                                                 00003200
          05 FILLER          PIC X(02).                                 00003210
          05 WRK-TV-DESCR    PIC X(30).                                 00003220
          05 WRK-TV-REF      PIC ZZ9.                                   00003230
          05 WRK-TV-UNID     PIC X(06).                                 00003240
          05 FILLER          PIC X(02).                                 00003250
          05 WRK-TV-SINAL    PIC X(01).                                 00003260
          05 WRK-TV-VALOR    PIC ZZ.ZZZ.ZZ9,99.                         00003270
          05 FILLER          PIC X(23).                                 00003280
                                                                        00003290
       01 WRK-TR-CRITICA.                                               00003300
          05 WRK-TC-ID       PIC 9(05).                                 00003310
          05 FILLER          PIC X(02).                                 00003320
          05 WRK-TC-DATA     PIC X(10).                                 00003330
          05 FILLER          PIC X(02).                                 00003340
          05 WRK-TC-MOTIVO   PIC X(40).                                 00003350
          05 FILLER          PIC X(21).                                 00003360
                                                                        00003370
       01 WRK-TOTGERAL.                                                 00003380
          05 FILLER          PIC X(24) VALUE                            00003390
             'TOTAL LIQUIDO RESCISOES:'.                                00003400
          05 WRK-G-QTDE      PIC ZZZZ9.                                 00003410
          05 FILLER          PIC X(02).                                 00003420
          05 WRK-G-TOTAL     PIC ZZ.ZZZ.ZZZ.ZZ9,99.                     00003430
          05 FILLER          PIC X(32).                                 00003440
                                                                        00003450
      *=============================================================*   00003460
       PROCEDURE DIVISION.                                              00003470
      *=============================================================*   00003480
                                                                        00003490
      *=============================================================*   00003500
       0000-PRINCIPAL                                       SECTION.    00003510
                                                                        00003520
            PERFORM 1000-INICIAR.                                       00003530
            PERFORM 2000-PROCESSAR UNTIL WRK-FS-DEMITIDOS EQUAL 10.     00003540
            PERFORM 3000-FINALIZAR.                                     00003550
                                                                        00003560
       0000-99-FIM.                                            EXIT.    00003570
      *=============================================================*   00003580
                                                                        00003590
      *=============================================================*   00003600
       1000-INICIAR                                         SECTION.    00003610
                                                                        00003620
            OPEN INPUT  DEMITIDOS.                                      00003630
            OPEN OUTPUT RELRES.                                         00003640
            OPEN OUTPUT PAGAVUL.                                        00003650
                                                                        00003660
            IF WRK-FS-DEMITIDOS NOT EQUAL ZEROS                         00003670
               MOVE 'FR21RES1'                  TO WRK-PROGRAMA         00003680
               MOVE '1000'                      TO WRK-SECAO            00003690
               MOVE 'ERRO OPEN DESLIGAMENTOS - ' TO WRK-MENSAGEM        00003700
               MOVE WRK-FS-DEMITIDOS            TO WRK-STATUS           00003710
               PERFORM 9000-TRATARERROS                                 00003720
            END-IF.                                                     00003730
                                                                        00003740
            IF WRK-FS-PAGAVUL NOT EQUAL ZEROS                           00003750
               MOVE 'FR21RES1'                  TO WRK-PROGRAMA         00003760
               MOVE '1000'                      TO WRK-SECAO            00003770
               MOVE 'ERRO OPEN PAGTO AVULSO  - ' TO WRK-MENSAGEM        00003780
               MOVE WRK-FS-PAGAVUL              TO WRK-STATUS           00003790
               PERFORM 9000-TRATARERROS                                 00003800
            END-IF.                                                     00003810
                                                                        00003820
            PERFORM 1300-CARREGAR-FAIXAS.                               00003830
                                                                        00003840
            WRITE FD-RELRES FROM WRK-CABEC1.                            00003850
            WRITE FD-RELRES FROM WRK-LINHA-VAZIA.                       00003860
                                                                        00003870
            READ DEMITIDOS.                                             00003880
                                                                        00003890
            IF WRK-FS-DEMITIDOS NOT EQUAL ZEROS                         00003900
               DISPLAY 'ARQUIVO DEMITIDOS VAZIO'                        00003910
               PERFORM 3000-FINALIZAR                                   00003920
            END-IF.                                                     00003930
                                                                        00003940
       1000-99-FIM.                                            EXIT.    00003950
      *=============================================================*   00003960
                                                                        00003970
      *=============================================================*   00003980
       1300-CARREGAR-FAIXAS                                 SECTION.    00003990
                                                                        00004000
      *                 FAIXAS DA VIGENCIA DO ANO DE PROCESSAMENTO      00004010
                                                                        00004020
           MOVE 'FR21RES1' TO LNK-DP-PROGRAMA.                          00004030
           MOVE ZEROS      TO LNK-DP-DIAS-TOL.                          00004040
           CALL 'FR21DTA1' USING LNK-DPRC.                              00004050
           MOVE LNK-DP-DATA TO WRK-DATA-SISTEMA.                        00004060
           MOVE WRK-SIS-ANO TO WRK-ANO-CORRENTE.                        00004070
           MOVE WRK-ANO-CORRENTE TO DB2-ANOVIG.                         00004080
                                                                        00004090
           EXEC SQL                                                     00004100
              OPEN CFAIXA                                               00004110
           END-EXEC.                                                    00004120
                                                                        00004130
           PERFORM 1350-LER-FAIXA.                                      00004140
                                                                        00004150
           PERFORM UNTIL SQLCODE NOT EQUAL 0                            00004160
              EVALUATE DB2-TIPODESC                                     00004170
                WHEN 'I'                                                00004180
                  IF WRK-TAB-INSS-QTD NOT LESS 10                       00004190
                     MOVE 'S' TO WRK-FX-ESTOURO                         00004200
                  ELSE                                                  00004210
                     ADD 1 TO WRK-TAB-INSS-QTD                          00004220
                     MOVE WRK-TAB-INSS-QTD TO WRK-IND-FX                00004230
                     MOVE DB2-LIMINF   TO WRK-TI-LIMINF(WRK-IND-FX)     00004240
                     MOVE DB2-LIMSUP   TO WRK-TI-LIMSUP(WRK-IND-FX)     00004250
                     MOVE DB2-ALIQUOTA TO WRK-TI-ALIQUOTA(WRK-IND-FX)   00004260
                     MOVE DB2-PARCDED  TO WRK-TI-PARCDED(WRK-IND-FX)    00004270
                  END-IF                                                00004280
                WHEN 'R'                                                00004290
                  IF WRK-TAB-IRRF-QTD NOT LESS 10                       00004300
                     MOVE 'S' TO WRK-FX-ESTOURO                         00004310
                  ELSE                                                  00004320
                     ADD 1 TO WRK-TAB-IRRF-QTD                          00004330
                     MOVE WRK-TAB-IRRF-QTD TO WRK-IND-FX                00004340
                     MOVE DB2-LIMINF   TO WRK-TR-LIMINF(WRK-IND-FX)     00004350
                     MOVE DB2-LIMSUP   TO WRK-TR-LIMSUP(WRK-IND-FX)     00004360
                     MOVE DB2-ALIQUOTA TO WRK-TR-ALIQUOTA(WRK-IND-FX)   00004370
                     MOVE DB2-PARCDED  TO WRK-TR-PARCDED(WRK-IND-FX)    00004380
                  END-IF                                                00004390
              END-EVALUATE                                              00004400
              PERFORM 1350-LER-FAIXA                                    00004410
           END-PERFORM.                                                 00004420
                                                                        00004430
           EXEC SQL                                                     00004440
              CLOSE CFAIXA                                              00004450
           END-EXEC.                                                    00004460
                                                                        00004470
           IF WRK-FX-ESTOURO EQUAL 'S'                                  00004480
              MOVE 'FR21RES1'                  TO WRK-PROGRAMA          00004490
              MOVE '1300'                      TO WRK-SECAO             00004500
              MOVE 'EXCESSO DE FAIXAS DESCONTO' TO WRK-MENSAGEM         00004510
              MOVE SPACES                      TO WRK-STATUS            00004520
              PERFORM 9000-TRATARERROS                                  00004530
           END-IF.                                                      00004540
                                                                        00004550
           IF WRK-TAB-INSS-QTD EQUAL ZEROS OR                           00004560
              WRK-TAB-IRRF-QTD EQUAL ZEROS                              00004570
              DISPLAY 'FAIXAS DE DESCONTO AUSENTES P/ANO '              00004580
                      WRK-ANO-CORRENTE                                  00004590
              MOVE 'FR21RES1'                  TO WRK-PROGRAMA          00004600
              MOVE '1300'                      TO WRK-SECAO             00004610
              MOVE 'FAIXAS DESCONTO AUSENTES - ' TO WRK-MENSAGEM        00004620
              MOVE SPACES                      TO WRK-STATUS            00004630
              PERFORM 9000-TRATARERROS                                  00004640
           END-IF.                                                      00004650
                                                                        00004660
       1300-99-FIM.                                            EXIT.    00004670
      *=============================================================*   00004680
                                                                        00004690
      *=============================================================*   00004700
       1350-LER-FAIXA                                       SECTION.    00004710
                                                                        00004720
            EXEC SQL                                                    00004730
             FETCH CFAIXA                                               00004740
              INTO :DB2-TIPODESC,                                       00004750
                   :DB2-LIMINF,                                         00004760
                   :DB2-LIMSUP,                                         00004770
                   :DB2-ALIQUOTA,                                       00004780
                   :DB2-PARCDED                                         00004790
            END-EXEC.                                                   00004800
                                                                        00004810
            IF SQLCODE NOT EQUAL 0 AND 100                              00004820
               MOVE SQLCODE TO WRK-SQLCODE                              00004830
               DISPLAY 'ERRO ' WRK-SQLCODE ' NA LEITURA DE FAIXAS'      00004840
            END-IF.                                                     00004850
                                                                        00004860
       1350-99-FIM.                                            EXIT.    00004870
      *=============================================================*   00004880
                                                                        00004890
      *=============================================================*   00004900
       2000-PROCESSAR                                       SECTION.    00004910
                                                                        00004920
           ADD 1 TO WRK-LIDOS.                                          00004930
                                                                        00004940
           MOVE FD-DM-DATA TO WRK-DATA-DM.                              00004950
           MOVE WRK-DATA-DM(1:4) TO WRK-DATADEM(1:4).                   00004960
           MOVE '-'              TO WRK-DATADEM(5:1).                   00004970
           MOVE WRK-DATA-DM(5:2) TO WRK-DATADEM(6:2).                   00004980
           MOVE '-'              TO WRK-DATADEM(8:1).                   00004990
           MOVE WRK-DATA-DM(7:2) TO WRK-DATADEM(9:2).                   00005000
                                                                        00005010
           PERFORM 2100-BUSCAR-HISTORICO.                               00005020
                                                                        00005030
      *          SEM FOTO NO HISTORICO O FR21DEM1 RECUSOU O             00005040
      *          DESLIGAMENTO: NAO HA O QUE PAGAR                       00005050
                                                                        00005060
           IF SQLCODE NOT EQUAL 0                                       00005070
              ADD 1 TO WRK-REJEITADOS                                   00005080
              MOVE FD-DM-IDFUNC TO WRK-TC-ID                            00005090
              MOVE WRK-DATADEM  TO WRK-TC-DATA                          00005100
              IF SQLCODE EQUAL 100                                      00005110
                 MOVE 'DESLIGAMENTO NAO EFETIVADO NO FR21DEM1'          00005120
                                TO WRK-TC-MOTIVO                        00005130
              ELSE                                                      00005140
                 MOVE SQLCODE TO WRK-SQLCODE                            00005150
                 MOVE 'ERRO SQL NA CONSULTA DO HISTORICO'               00005160
                                TO WRK-TC-MOTIVO                        00005170
              END-IF                                                    00005180
              WRITE FD-RELRES FROM WRK-TR-CRITICA                       00005190
              GO TO 2000-50-LER                                         00005200
           END-IF.                                                      00005210
                                                                        00005220
           PERFORM 2200-CLASSIFICAR-MOTIVO.                             00005230
           PERFORM 2300-APURAR-VERBAS.                                  00005240
           PERFORM 2400-APURAR-DESCONTOS.                               00005250
           PERFORM 2700-APURAR-MULTA-FGTS.                              00005260
           PERFORM 2500-EMITIR-TERMO.                                   00005270
                                                                        00005280
           IF WRK-VAL-LIQUIDO GREATER ZEROS                             00005290
              PERFORM 2600-GRAVAR-PAGAMENTO                             00005300
           END-IF.                                                      00005310
                                                                        00005320
           ADD 1 TO WRK-CALCULADOS.                                     00005330
                                                                        00005340
       2000-50-LER.                                                     00005350
           READ DEMITIDOS.                                              00005360
                                                                        00005370
       2000-99-FIM.                                            EXIT.    00005380
      *=============================================================*   00005390
                                                                        00005400
      *=============================================================*   00005410
       2100-BUSCAR-HISTORICO                                SECTION.    00005420
                                                                        00005430
           MOVE FD-DM-IDFUNC TO FHI-IDFUNC.                             00005440
                                                                        00005450
           EXEC SQL                                                     00005460
                SELECT NOME, SALARIO, DATAADM, MOTIVO, JUSTACAUSA       00005470
                  INTO :FHI-NOME,                                       00005480
                       :FHI-SALARIO,                                    00005490
                       :FHI-DATAADM,                                    00005500
                       :FHI-MOTIVO,                                     00005510
                       :FHI-JUSTACAUSA                                  00005520
                  FROM IVAN.FUNCHIST                                    00005530
                 WHERE IDFUNC  = :FHI-IDFUNC                            00005540
                   AND DATADEM = :WRK-DATADEM                           00005550
                 FETCH FIRST ROW ONLY                                   00005560
           END-EXEC.                                                    00005570
                                                                        00005580
       2100-99-FIM.                                            EXIT.    00005590
      *=============================================================*   00005600
                                                                        00005610
      *=============================================================*   00005620
       2200-CLASSIFICAR-MOTIVO                              SECTION.    00005630
                                                                        00005640
           EVALUATE TRUE                                                00005650
             WHEN FHI-JUSTACAUSA EQUAL 'S'                              00005660
                  MOVE 'J' TO WRK-TIPO-DESL                             00005670
                  MOVE 'JUSTA CAUSA' TO WRK-TM-TIPO                     00005680
             WHEN FHI-MOTIVO(1:6) EQUAL 'PEDIDO'                        00005690
                  MOVE 'P' TO WRK-TIPO-DESL                             00005700
                  MOVE 'PEDIDO DE DEMISSAO' TO WRK-TM-TIPO              00005710
             WHEN FHI-MOTIVO(1:6) EQUAL 'ACORDO'                        00005720
                  MOVE 'A' TO WRK-TIPO-DESL                             00005730
                  MOVE 'ACORDO ENTRE AS PARTES' TO WRK-TM-TIPO          00005740
             WHEN OTHER                                                 00005750
                  MOVE 'S' TO WRK-TIPO-DESL                             00005760
                  MOVE 'DISPENSA SEM JUSTA CAUSA' TO WRK-TM-TIPO        00005770
           END-EVALUATE.                                                00005780
                                                                        00005790
       2200-99-FIM.                                         EXIT.       00005800
      *=============================================================*   00005810
                                                                        00005820
      *=============================================================*   00005830
       2300-APURAR-VERBAS                                   SECTION.    00005840
                                                                        00005850
           MOVE FHI-DATAADM(1:4) TO WRK-ADM-ANO.                        00005860
           MOVE FHI-DATAADM(6:2) TO WRK-ADM-MES.                        00005870
           MOVE FHI-DATAADM(9:2) TO WRK-ADM-DIA.                        00005880
                                                                        00005890
           MOVE ZEROS TO WRK-VAL-AVISO WRK-VAL-13 WRK-VAL-PROPORC.      00005900
           MOVE ZEROS TO WRK-DIAS-AVISO WRK-AVOS-13 WRK-AVOS-FERIAS.    00005910
                                                                        00005920
      *                 SALDO DE SALARIO: MES COMERCIAL DE 30 DIAS      00005930
                                                                        00005940
           MOVE WRK-DM-DIA TO WRK-DIAS-TRAB.                            00005950
           IF WRK-DIAS-TRAB GREATER 30                                  00005960
              MOVE 30 TO WRK-DIAS-TRAB                                  00005970
           END-IF.                                                      00005980
           COMPUTE WRK-VAL-SALDO ROUNDED =                              00005990
              FHI-SALARIO * WRK-DIAS-TRAB / 30.                         00006000
                                                                        00006010
      *                 ANOS COMPLETOS DE CASA NA DATA DO DESLIGAMENTO  00006020
                                                                        00006030
           COMPUTE WRK-ANOS-SERVICO = WRK-DM-ANO - WRK-ADM-ANO.         00006040
           IF WRK-DM-MES LESS WRK-ADM-MES                               00006050
              OR (WRK-DM-MES EQUAL WRK-ADM-MES                          00006060
                  AND WRK-DM-DIA LESS WRK-ADM-DIA)                      00006070
              SUBTRACT 1 FROM WRK-ANOS-SERVICO                          00006080
           END-IF.                                                      00006090
           IF WRK-ANOS-SERVICO LESS ZEROS                               00006100
              MOVE ZEROS TO WRK-ANOS-SERVICO                            00006110
           END-IF.                                                      00006120
                                                                        00006130
      *                 AVISO PREVIO INDENIZADO: 30 DIAS MAIS 3 POR     00006140
      *                 ANO COMPLETO, LIMITADO A 90; METADE NO ACORDO   00006150
                                                                        00006160
           IF WRK-DESL-SEMJUS OR WRK-DESL-ACORDO                        00006170
              COMPUTE WRK-DIAS-AVISO = 30 + (3 * WRK-ANOS-SERVICO)      00006180
              IF WRK-DIAS-AVISO GREATER 90                              00006190
                 MOVE 90 TO WRK-DIAS-AVISO                              00006200
              END-IF                                                    00006210
              IF WRK-DESL-ACORDO                                        00006220
                 COMPUTE WRK-DIAS-AVISO = WRK-DIAS-AVISO / 2            00006230
              END-IF                                                    00006240
              COMPUTE WRK-VAL-AVISO ROUNDED =                           00006250
                 FHI-SALARIO * WRK-DIAS-AVISO / 30                      00006260
           END-IF.                                                      00006270
                                                                        00006280
      *                 13o PROPORCIONAL: REGRA DE AVOS DO FR21DEC1     00006290
      *                 (ADMISSAO ATE O DIA 15 CONTA O MES) E, NA       00006300
      *                 SAIDA, MES COM 15 DIAS OU MAIS TRABALHADOS      00006310
                                                                        00006320
           IF NOT WRK-DESL-JUSTA                                        00006330
              IF WRK-ADM-ANO LESS WRK-DM-ANO                            00006340
                 MOVE 1 TO WRK-MES-INI-13                               00006350
              ELSE                                                      00006360
                 IF WRK-ADM-DIA NOT GREATER 15                          00006370
                    MOVE WRK-ADM-MES TO WRK-MES-INI-13                  00006380
                 ELSE                                                   00006390
                    COMPUTE WRK-MES-INI-13 = WRK-ADM-MES + 1            00006400
                 END-IF                                                 00006410
              END-IF                                                    00006420
              IF WRK-DM-DIA NOT LESS 15                                 00006430
                 MOVE WRK-DM-MES TO WRK-MES-FIM-13                      00006440
              ELSE                                                      00006450
                 COMPUTE WRK-MES-FIM-13 = WRK-DM-MES - 1                00006460
              END-IF                                                    00006470
              COMPUTE WRK-AVOS-13 =                                     00006480
                 WRK-MES-FIM-13 - WRK-MES-INI-13 + 1                    00006490
              IF WRK-AVOS-13 LESS ZEROS                                 00006500
                 MOVE ZEROS TO WRK-AVOS-13                              00006510
              END-IF                                                    00006520
              COMPUTE WRK-VAL-13 ROUNDED =                              00006530
                 FHI-SALARIO * WRK-AVOS-13 / 12                         00006540
           END-IF.                                                      00006550
                                                                        00006560
           PERFORM 2350-APURAR-FERIAS.                                  00006570
                                                                        00006580
           COMPUTE WRK-VAL-TERCO ROUNDED =                              00006590
              (WRK-VAL-VENCIDAS + WRK-VAL-PROPORC) / 3.                 00006600
                                                                        00006610
           COMPUTE WRK-VAL-BRUTO = WRK-VAL-SALDO + WRK-VAL-AVISO        00006620
                                 + WRK-VAL-13 + WRK-VAL-VENCIDAS        00006630
                                 + WRK-VAL-PROPORC + WRK-VAL-TERCO.     00006640
                                                                        00006650
       2300-99-FIM.                                            EXIT.    00006660
      *=============================================================*   00006670
                                                                        00006680
      *=============================================================*   00006690
       2350-APURAR-FERIAS                                   SECTION.    00006700
                                                                        00006710
      *                 SALDO DE DIAS E DATA DO ULTIMO CREDITO;         00006720
      *                 SEM LINHA EM IVAN.FERIAS O PERIODO AQUISITIVO   00006730
      *                 CORRE DESDE A ADMISSAO                          00006740
                                                                        00006750
           MOVE FD-DM-IDFUNC TO FER-IDFUNC.                             00006760
                                                                        00006770
           EXEC SQL                                                     00006780
                SELECT SALDODIAS, DTULTCRED                             00006790
                  INTO :FER-SALDODIAS, :FER-DTULTCRED                   00006800
                  FROM IVAN.FERIAS                                      00006810
                 WHERE IDFUNC = :FER-IDFUNC                             00006820
           END-EXEC.                                                    00006830
                                                                        00006840
           EVALUATE SQLCODE                                             00006850
             WHEN 0                                                     00006860
                  CONTINUE                                              00006870
             WHEN 100                                                   00006880
                  MOVE ZEROS       TO FER-SALDODIAS                     00006890
                  MOVE FHI-DATAADM TO FER-DTULTCRED                     00006900
             WHEN OTHER                                                 00006910
                  MOVE SQLCODE TO WRK-SQLCODE                           00006920
                  MOVE 'FR21RES1'                  TO WRK-PROGRAMA      00006930
                  MOVE '2350'                      TO WRK-SECAO         00006940
                  MOVE 'ERRO SELECT IVAN.FERIAS - ' TO WRK-MENSAGEM     00006950
                  MOVE ZEROS                       TO WRK-STATUS        00006960
                  PERFORM 9000-TRATARERROS                              00006970
           END-EVALUATE.                                                00006980
                                                                        00006990
      *                 FERIAS VENCIDAS: SALDO NAO GOZADO               00007000
                                                                        00007010
           MOVE FER-SALDODIAS TO WRK-DIAS-VENCIDAS.                     00007020
           COMPUTE WRK-VAL-VENCIDAS ROUNDED =                           00007030
              FHI-SALARIO * WRK-DIAS-VENCIDAS / 30.                     00007040
                                                                        00007050
      *                 FERIAS PROPORCIONAIS: MESES DESDE O ULTIMO      00007060
      *                 CREDITO, FRACAO DE 15 DIAS CONTA O MES          00007070
                                                                        00007080
           IF NOT WRK-DESL-JUSTA                                        00007090
              MOVE FER-DTULTCRED(1:4) TO WRK-CRD-ANO                    00007100
              MOVE FER-DTULTCRED(6:2) TO WRK-CRD-MES                    00007110
              MOVE FER-DTULTCRED(9:2) TO WRK-CRD-DIA                    00007120
              COMPUTE WRK-AVOS-FERIAS =                                 00007130
                 (WRK-DM-ANO - WRK-CRD-ANO) * 12                        00007140
                 + WRK-DM-MES - WRK-CRD-MES                             00007150
              IF WRK-DM-DIA NOT LESS WRK-CRD-DIA                        00007160
                 COMPUTE WRK-FRACAO-DIAS =                              00007170
                    WRK-DM-DIA - WRK-CRD-DIA + 1                        00007180
              ELSE                                                      00007190
                 SUBTRACT 1 FROM WRK-AVOS-FERIAS                        00007200
                 COMPUTE WRK-FRACAO-DIAS =                              00007210
                    30 - WRK-CRD-DIA + WRK-DM-DIA + 1                   00007220
              END-IF                                                    00007230
              IF WRK-FRACAO-DIAS NOT LESS 15                            00007240
                 ADD 1 TO WRK-AVOS-FERIAS                               00007250
              END-IF                                                    00007260
              IF WRK-AVOS-FERIAS LESS ZEROS                             00007270
                 MOVE ZEROS TO WRK-AVOS-FERIAS                          00007280
              END-IF                                                    00007290
              IF WRK-AVOS-FERIAS GREATER 12                             00007300
                 MOVE 12 TO WRK-AVOS-FERIAS                             00007310
              END-IF                                                    00007320
              COMPUTE WRK-VAL-PROPORC ROUNDED =                         00007330
                 FHI-SALARIO * WRK-AVOS-FERIAS / 12                     00007340
           END-IF.                                                      00007350
                                                                        00007360
       2350-99-FIM.                                            EXIT.    00007370
      *=============================================================*   00007380
                                                                        00007390
      *=============================================================*   00007400
       2400-APURAR-DESCONTOS                                SECTION.    00007410
                                                                        00007420
      *                 SALDO DE SALARIO E 13o TRIBUTADOS EM SEPARADO   00007430
                                                                        00007440
           MOVE WRK-VAL-SALDO TO WRK-BASE-CALC.                         00007450
           PERFORM 2410-CALCULA-INSS.                                   00007460
           MOVE WRK-INSS TO WRK-VAL-INSS-SAL.                           00007470
           COMPUTE WRK-BASE-CALC = WRK-VAL-SALDO - WRK-VAL-INSS-SAL.    00007480
           PERFORM 2420-CALCULA-IRRF.                                   00007490
           MOVE WRK-IRRF TO WRK-VAL-IRRF-SAL.                           00007500
                                                                        00007510
           MOVE WRK-VAL-13 TO WRK-BASE-CALC.                            00007520
           PERFORM 2410-CALCULA-INSS.                                   00007530
           MOVE WRK-INSS TO WRK-VAL-INSS-13.                            00007540
           COMPUTE WRK-BASE-CALC = WRK-VAL-13 - WRK-VAL-INSS-13.        00007550
           PERFORM 2420-CALCULA-IRRF.                                   00007560
           MOVE WRK-IRRF TO WRK-VAL-IRRF-13.                            00007570
                                                                        00007580
           COMPUTE WRK-VAL-DESCONTOS = WRK-VAL-INSS-SAL                 00007590
                                     + WRK-VAL-IRRF-SAL                 00007600
                                     + WRK-VAL-INSS-13                  00007610
                                     + WRK-VAL-IRRF-13.                 00007620
                                                                        00007630
           COMPUTE WRK-VAL-LIQUIDO = WRK-VAL-BRUTO - WRK-VAL-DESCONTOS. 00007640
                                                                        00007650
       2400-99-FIM.                                            EXIT.    00007660
      *=============================================================*   00007670
                                                                        00007680
      *=============================================================*   00007690
       2410-CALCULA-INSS                                    SECTION.    00007700
                                                                        00007710
      *                 MESMA APURACAO DO FR21PAG1: FAIXA PELA BASE,    00007720
      *                 ACIMA DA ULTIMA FAIXA CONTRIBUICAO NO TETO      00007730
                                                                        00007740
           MOVE ZEROS TO WRK-INSS.                                      00007750
           MOVE 'N'   TO WRK-ACHOU-FX.                                  00007760
                                                                        00007770
           PERFORM VARYING WRK-IND-FX FROM 1 BY 1 UNTIL                 00007780
              WRK-IND-FX > WRK-TAB-INSS-QTD OR WRK-ACHOU-FX = 'S'       00007790
              IF WRK-BASE-CALC NOT LESS WRK-TI-LIMINF(WRK-IND-FX)       00007800
                 AND WRK-BASE-CALC NOT GREATER                          00007810
                     WRK-TI-LIMSUP(WRK-IND-FX)                          00007820
                 MOVE 'S' TO WRK-ACHOU-FX                               00007830
                 COMPUTE WRK-INSS ROUNDED =                             00007840
                    (WRK-BASE-CALC * WRK-TI-ALIQUOTA(WRK-IND-FX)        00007850
                     / 100) - WRK-TI-PARCDED(WRK-IND-FX)                00007860
              END-IF                                                    00007870
           END-PERFORM.                                                 00007880
                                                                        00007890
           IF WRK-ACHOU-FX NOT EQUAL 'S'                                00007900
              MOVE WRK-TAB-INSS-QTD TO WRK-IND-FX                       00007910
              IF WRK-BASE-CALC GREATER WRK-TI-LIMSUP(WRK-IND-FX)        00007920
                 COMPUTE WRK-INSS ROUNDED =                             00007930
                    (WRK-TI-LIMSUP(WRK-IND-FX)                          00007940
                     * WRK-TI-ALIQUOTA(WRK-IND-FX)                      00007950
                     / 100) - WRK-TI-PARCDED(WRK-IND-FX)                00007960
              END-IF                                                    00007970
           END-IF.                                                      00007980
                                                                        00007990
           IF WRK-INSS LESS ZEROS                                       00008000
              MOVE ZEROS TO WRK-INSS                                    00008010
           END-IF.                                                      00008020
                                                                        00008030
       2410-99-FIM.                                            EXIT.    00008040
      *=============================================================*   00008050
                                                                        00008060
      *=============================================================*   00008070
       2420-CALCULA-IRRF                                    SECTION.    00008080
                                                                        00008090
           MOVE ZEROS TO WRK-IRRF.                                      00008100
           MOVE 'N'   TO WRK-ACHOU-FX.                                  00008110
                                                                        00008120
           PERFORM VARYING WRK-IND-FX FROM 1 BY 1 UNTIL                 00008130
              WRK-IND-FX > WRK-TAB-IRRF-QTD OR WRK-ACHOU-FX = 'S'       00008140
              IF WRK-BASE-CALC NOT LESS WRK-TR-LIMINF(WRK-IND-FX)       00008150
                 AND WRK-BASE-CALC NOT GREATER                          00008160
                     WRK-TR-LIMSUP(WRK-IND-FX)                          00008170
                 MOVE 'S' TO WRK-ACHOU-FX                               00008180
                 COMPUTE WRK-IRRF ROUNDED =                             00008190
                    (WRK-BASE-CALC * WRK-TR-ALIQUOTA(WRK-IND-FX)        00008200
                     / 100) - WRK-TR-PARCDED(WRK-IND-FX)                00008210
              END-IF                                                    00008220
           END-PERFORM.                                                 00008230
                                                                        00008240
           IF WRK-ACHOU-FX NOT EQUAL 'S'                                00008250
              MOVE WRK-TAB-IRRF-QTD TO WRK-IND-FX                       00008260
              IF WRK-BASE-CALC GREATER WRK-TR-LIMSUP(WRK-IND-FX)        00008270
                 COMPUTE WRK-IRRF ROUNDED =                             00008280
                    (WRK-BASE-CALC * WRK-TR-ALIQUOTA(WRK-IND-FX)        00008290
                     / 100) - WRK-TR-PARCDED(WRK-IND-FX)                00008300
              END-IF                                                    00008310
           END-IF.                                                      00008320
                                                                        00008330
           IF WRK-IRRF LESS ZEROS                                       00008340
              MOVE ZEROS TO WRK-IRRF                                    00008350
           END-IF.                                                      00008360
                                                                        00008370
       2420-99-FIM.                                            EXIT.    00008380
      *=============================================================*   00008390
                                                                        00008400
      *=============================================================*   00008410
       2500-EMITIR-TERMO                                    SECTION.    00008420
                                                                        00008430
           WRITE FD-RELRES FROM WRK-TRACO.                              00008440
           MOVE FD-DM-IDFUNC  TO WRK-TF-ID.                             00008450
           MOVE FHI-NOME      TO WRK-TF-NOME.                           00008460
           WRITE FD-RELRES FROM WRK-TR-FUNC.                            00008470
           MOVE FHI-DATAADM   TO WRK-TD-ADM.                            00008480
           MOVE WRK-DATADEM   TO WRK-TD-DEM.                            00008490
           WRITE FD-RELRES FROM WRK-TR-DATAS.                           00008500
           MOVE FHI-MOTIVO    TO WRK-TM-MOTIVO.                         00008510
           WRITE FD-RELRES FROM WRK-TR-MOTIVO.                          00008520
           WRITE FD-RELRES FROM WRK-LINHA-VAZIA.                        00008530
                                                                        00008540
           MOVE SPACES                 TO WRK-TR-VERBA.                 00008550
           MOVE 'SALDO DE SALARIO'     TO WRK-TV-DESCR.                 00008560
           MOVE WRK-DIAS-TRAB          TO WRK-TV-REF.                   00008570
           MOVE ' DIAS '               TO WRK-TV-UNID.                  00008580
           MOVE '+'                    TO WRK-TV-SINAL.                 00008590
           MOVE WRK-VAL-SALDO          TO WRK-TV-VALOR.                 00008600
           WRITE FD-RELRES FROM WRK-TR-VERBA.                           00008610
                                                                        00008620
           IF WRK-VAL-AVISO GREATER ZEROS                               00008630
              MOVE 'AVISO PREVIO INDENIZADO' TO WRK-TV-DESCR            00008640
              MOVE WRK-DIAS-AVISO          TO WRK-TV-REF                00008650
              MOVE ' DIAS '                TO WRK-TV-UNID               00008660
              MOVE WRK-VAL-AVISO           TO WRK-TV-VALOR              00008670
              WRITE FD-RELRES FROM WRK-TR-VERBA                         00008680
           END-IF.                                                      00008690
                                                                        00008700
           IF WRK-VAL-13 GREATER ZEROS                                  00008710
              MOVE '13o SALARIO PROPORCIONAL' TO WRK-TV-DESCR           00008720
              MOVE WRK-AVOS-13             TO WRK-TV-REF                00008730
              MOVE ' AVOS '                TO WRK-TV-UNID               00008740
              MOVE WRK-VAL-13              TO WRK-TV-VALOR              00008750
              WRITE FD-RELRES FROM WRK-TR-VERBA                         00008760
           END-IF.                                                      00008770
                                                                        00008780
           IF WRK-VAL-VENCIDAS GREATER ZEROS                            00008790
              MOVE 'FERIAS VENCIDAS'       TO WRK-TV-DESCR              00008800
              MOVE WRK-DIAS-VENCIDAS       TO WRK-TV-REF                00008810
              MOVE ' DIAS '                TO WRK-TV-UNID               00008820
              MOVE WRK-VAL-VENCIDAS        TO WRK-TV-VALOR              00008830
              WRITE FD-RELRES FROM WRK-TR-VERBA                         00008840
           END-IF.                                                      00008850
                                                                        00008860
           IF WRK-VAL-PROPORC GREATER ZEROS                             00008870
              MOVE 'FERIAS PROPORCIONAIS'  TO WRK-TV-DESCR              00008880
              MOVE WRK-AVOS-FERIAS         TO WRK-TV-REF                00008890
              MOVE ' AVOS '                TO WRK-TV-UNID               00008900
              MOVE WRK-VAL-PROPORC         TO WRK-TV-VALOR              00008910
              WRITE FD-RELRES FROM WRK-TR-VERBA                         00008920
           END-IF.                                                      00008930
                                                                        00008940
           IF WRK-VAL-TERCO GREATER ZEROS                               00008950
              MOVE '1/3 CONSTITUCIONAL DE FERIAS' TO WRK-TV-DESCR       00008960
              MOVE ZEROS                   TO WRK-TV-REF                00008970
              MOVE SPACES                  TO WRK-TV-UNID               00008980
              MOVE WRK-VAL-TERCO           TO WRK-TV-VALOR              00008990
              WRITE FD-RELRES FROM WRK-TR-VERBA                         00009000
           END-IF.                                                      00009010
                                                                        00009020
           MOVE SPACES                 TO WRK-TR-VERBA.                 00009030
           MOVE '-'                    TO WRK-TV-SINAL.                 00009040
                                                                        00009050
           IF WRK-VAL-INSS-SAL GREATER ZEROS                            00009060
              MOVE 'INSS SOBRE SALDO DE SALARIO' TO WRK-TV-DESCR        00009070
              MOVE WRK-VAL-INSS-SAL        TO WRK-TV-VALOR              00009080
              WRITE FD-RELRES FROM WRK-TR-VERBA                         00009090
           END-IF.                                                      00009100
                                                                        00009110
           IF WRK-VAL-IRRF-SAL GREATER ZEROS                            00009120
              MOVE 'IRRF SOBRE SALDO DE SALARIO' TO WRK-TV-DESCR        00009130
              MOVE WRK-VAL-IRRF-SAL        TO WRK-TV-VALOR              00009140
              WRITE FD-RELRES FROM WRK-TR-VERBA                         00009150
           END-IF.                                                      00009160
                                                                        00009170
           IF WRK-VAL-INSS-13 GREATER ZEROS                             00009180
              MOVE 'INSS SOBRE 13o SALARIO' TO WRK-TV-DESCR             00009190
              MOVE WRK-VAL-INSS-13         TO WRK-TV-VALOR              00009200
              WRITE FD-RELRES FROM WRK-TR-VERBA                         00009210
           END-IF.                                                      00009220
                                                                        00009230
           IF WRK-VAL-IRRF-13 GREATER ZEROS                             00009240
              MOVE 'IRRF SOBRE 13o SALARIO' TO WRK-TV-DESCR             00009250
              MOVE WRK-VAL-IRRF-13         TO WRK-TV-VALOR              00009260
              WRITE FD-RELRES FROM WRK-TR-VERBA                         00009270
           END-IF.                                                      00009280
                                                                        00009290
           WRITE FD-RELRES FROM WRK-LINHA-VAZIA.                        00009300
           MOVE SPACES                 TO WRK-TR-VERBA.                 00009310
           MOVE 'TOTAL BRUTO'          TO WRK-TV-DESCR.                 00009320
           MOVE WRK-VAL-BRUTO          TO WRK-TV-VALOR.                 00009330
           WRITE FD-RELRES FROM WRK-TR-VERBA.                           00009340
           MOVE 'TOTAL DE DESCONTOS'   TO WRK-TV-DESCR.                 00009350
           MOVE WRK-VAL-DESCONTOS      TO WRK-TV-VALOR.                 00009360
           WRITE FD-RELRES FROM WRK-TR-VERBA.                           00009370
                                                                        00009380
      *                 DESCONTOS ACIMA DAS VERBAS NAO GERAM            00009390
      *                 PAGAMENTO; O TERMO MOSTRA LIQUIDO ZERO          00009400
                                                                        00009410
           IF WRK-VAL-LIQUIDO LESS ZEROS                                00009420
              MOVE ZEROS TO WRK-VAL-LIQUIDO                             00009430
           END-IF.                                                      00009440
           MOVE 'LIQUIDO A RECEBER'    TO WRK-TV-DESCR.                 00009450
           MOVE WRK-VAL-LIQUIDO        TO WRK-TV-VALOR.                 00009460
           WRITE FD-RELRES FROM WRK-TR-VERBA.                           00009470
                                                                        00009480
      *                 MULTA DO FGTS: INFORMATIVA, RECOLHIDA EM GUIA   00009490
                                                                        00009500
           IF WRK-VAL-MULTA GREATER ZEROS                               00009510
              WRITE FD-RELRES FROM WRK-LINHA-VAZIA                      00009520
              MOVE SPACES                  TO WRK-TR-VERBA              00009530
              MOVE 'SALDO FGTS P/ FINS RESCISORIOS' TO WRK-TV-DESCR     00009540
              MOVE WRK-SALDO-FGTS          TO WRK-TV-VALOR              00009550
              WRITE FD-RELRES FROM WRK-TR-VERBA                         00009560
              MOVE 'MULTA FGTS (RECOLHIDA EM GUIA)' TO WRK-TV-DESCR     00009570
              MOVE WRK-PCT-MULTA           TO WRK-TV-REF                00009580
              MOVE ' PCT  '                TO WRK-TV-UNID               00009590
              MOVE WRK-VAL-MULTA           TO WRK-TV-VALOR              00009600
              WRITE FD-RELRES FROM WRK-TR-VERBA                         00009610
           END-IF.                                                      00009620
           WRITE FD-RELRES FROM WRK-LINHA-VAZIA.                        00009630
                                                                        00009640
       2500-99-FIM.                                            EXIT.    00009650
      *=============================================================*   00009660
                                                                        00009670
      *=============================================================*   00009680
       2600-GRAVAR-PAGAMENTO                                SECTION.    00009690
                                                                        00009700
      *                 CREDITO NA CONTA DO PROPRIO FUNCIONARIO: O      00009710
      *                 FR21BNC1 BUSCA OS DADOS BANCARIOS NO FCOMPSEQ   00009720
                                                                        00009730
           MOVE FD-DM-IDFUNC     TO AVUL-IDFUNC.                        00009740
           MOVE 'RES'            TO AVUL-TIPO.                          00009750
           MOVE WRK-VAL-LIQUIDO  TO AVUL-VALOR.                         00009760
           MOVE SPACES           TO AVUL-BANCO AVUL-AGENCIA.            00009770
           MOVE SPACES           TO AVUL-CONTA.                         00009780
           MOVE FHI-NOME         TO AVUL-FAVORECIDO.                    00009790
           MOVE WRK-DATA-SISTEMA TO AVUL-DATA.                          00009800
           WRITE REG-PAGAVUL.                                           00009810
                                                                        00009820
           IF WRK-FS-PAGAVUL NOT EQUAL ZEROS                            00009830
              MOVE 'FR21RES1'                  TO WRK-PROGRAMA          00009840
              MOVE '2600'                      TO WRK-SECAO             00009850
              MOVE 'ERRO GRAVACAO PAGAVUL   - ' TO WRK-MENSAGEM         00009860
              MOVE WRK-FS-PAGAVUL              TO WRK-STATUS            00009870
              PERFORM 9000-TRATARERROS                                  00009880
           END-IF.                                                      00009890
                                                                        00009900
           ADD WRK-VAL-LIQUIDO TO WRK-TOT-LIQUIDO.                      00009910
                                                                        00009920
       2600-99-FIM.                                            EXIT.    00009930
      *=============================================================*   00009940
                                                                        00009950
      *=============================================================*   00009960
       2700-APURAR-MULTA-FGTS                               SECTION.    00009970
                                                                        00009980
           MOVE ZEROS TO WRK-VAL-MULTA WRK-SALDO-FGTS WRK-PCT-MULTA.    00009990
                                                                        00010000
           EVALUATE TRUE                                                00010010
             WHEN WRK-DESL-SEMJUS                                       00010020
                  MOVE 40 TO WRK-PCT-MULTA                              00010030
             WHEN WRK-DESL-ACORDO                                       00010040
                  MOVE 20 TO WRK-PCT-MULTA                              00010050
             WHEN OTHER                                                 00010060
                  GO TO 2700-99-FIM                                     00010070
           END-EVALUATE.                                                00010080
                                                                        00010090
      *                 SALDO = DEPOSITOS MENSAIS E DO 13o              00010100
                                                                        00010110
           MOVE FD-DM-IDFUNC TO FGT-IDFUNC.                             00010120
                                                                        00010130
           EXEC SQL                                                     00010140
                SELECT COALESCE(SUM(VALOR), 0)                          00010150
                  INTO :FGT-SALDO                                       00010160
                  FROM IVAN.FGTSHIST                                    00010170
                 WHERE IDFUNC = :FGT-IDFUNC                             00010180
                   AND TIPO IN ('M', 'D')                               00010190
           END-EXEC.                                                    00010200
                                                                        00010210
           IF SQLCODE NOT EQUAL 0                                       00010220
              MOVE SQLCODE TO WRK-SQLCODE                               00010230
              MOVE 'FR21RES1'                  TO WRK-PROGRAMA          00010240
              MOVE '2700'                      TO WRK-SECAO             00010250
              MOVE 'ERRO SALDO FGTSHIST     - ' TO WRK-MENSAGEM         00010260
              MOVE ZEROS                       TO WRK-STATUS            00010270
              PERFORM 9000-TRATARERROS                                  00010280
           END-IF.                                                      00010290
                                                                        00010300
           MOVE FGT-SALDO TO WRK-SALDO-FGTS.                            00010310
           COMPUTE WRK-VAL-MULTA ROUNDED =                              00010320
              WRK-SALDO-FGTS * WRK-PCT-MULTA / 100.                     00010330
                                                                        00010340
           IF WRK-VAL-MULTA EQUAL ZEROS                                 00010350
              GO TO 2700-99-FIM                                         00010360
           END-IF.                                                      00010370
                                                                        00010380
      *                 REGISTRO DA MULTA NA COMPETENCIA DO             00010390
      *                 PROCESSAMENTO; NO REPROCESSAMENTO O REGISTRO    00010400
      *                 JA EXISTE E NAO E DUPLICADO                     00010410
                                                                        00010420
           MOVE WRK-DATA-SISTEMA(1:6) TO FGT-COMPET.                    00010430
           MOVE 'R'                   TO FGT-TIPO.                      00010440
           MOVE WRK-SALDO-FGTS        TO FGT-BASE.                      00010450
           MOVE WRK-VAL-MULTA         TO FGT-VALOR.                     00010460
           MOVE WRK-SALDO-FGTS        TO FGT-SALDO.                     00010470
           MOVE WRK-SIS-ANO           TO WRK-DATA-DB2(1:4).             00010480
           MOVE '-'                   TO WRK-DATA-DB2(5:1).             00010490
           MOVE WRK-SIS-MES           TO WRK-DATA-DB2(6:2).             00010500
           MOVE '-'                   TO WRK-DATA-DB2(8:1).             00010510
           MOVE WRK-SIS-DIA           TO WRK-DATA-DB2(9:2).             00010520
           MOVE WRK-DATA-DB2          TO FGT-DATAPROC.                  00010530
                                                                        00010540
           EXEC SQL                                                     00010550
                INSERT INTO IVAN.FGTSHIST                               00010560
                       (IDFUNC, COMPET, TIPO, BASE, VALOR, SALDO,       00010570
                        DATAPROC)                                       00010580
                VALUES (:FGT-IDFUNC, :FGT-COMPET, :FGT-TIPO,            00010590
                        :FGT-BASE, :FGT-VALOR, :FGT-SALDO,              00010600
                        :FGT-DATAPROC)                                  00010610
           END-EXEC.                                                    00010620
                                                                        00010630
           EVALUATE SQLCODE                                             00010640
             WHEN 0                                                     00010650
                  EXEC SQL                                              00010660
                       COMMIT                                           00010670
                  END-EXEC                                              00010680
                  ADD 1             TO WRK-MULTAS                       00010690
                  ADD WRK-VAL-MULTA TO WRK-TOT-MULTA                    00010700
             WHEN -803                                                  00010710
                  DISPLAY 'MULTA FGTS JA REGISTRADA ' FD-DM-IDFUNC      00010720
             WHEN OTHER                                                 00010730
                  MOVE SQLCODE TO WRK-SQLCODE                           00010740
                  DISPLAY 'ERRO ' WRK-SQLCODE ' NO INSERT FGTSHIST '    00010750
                          FD-DM-IDFUNC                                  00010760
           END-EVALUATE.                                                00010770
                                                                        00010780
       2700-99-FIM.                                            EXIT.    00010790
      *=============================================================*   00010800
                                                                        00010810
      *=============================================================*   00010820
       3000-FINALIZAR                                       SECTION.    00010830
                                                                        00010840
             WRITE FD-RELRES FROM WRK-TRACO.                            00010850
             MOVE WRK-CALCULADOS  TO WRK-G-QTDE.                        00010860
             MOVE WRK-TOT-LIQUIDO TO WRK-G-TOTAL.                       00010870
             WRITE FD-RELRES FROM WRK-TOTGERAL.                         00010880
                                                                        00010890
             DISPLAY 'DESLIGAMENTOS LIDOS...' WRK-LIDOS.                00010900
             DISPLAY 'RESCISOES CALCULADAS..' WRK-CALCULADOS.           00010910
             DISPLAY 'REJEITADOS............' WRK-REJEITADOS.           00010920
             DISPLAY 'MULTAS FGTS REGISTR...' WRK-MULTAS.               00010930
             MOVE WRK-TOT-MULTA TO WRK-G-TOTAL.                         00010940
             DISPLAY 'TOTAL MULTAS FGTS.....' WRK-G-TOTAL.              00010950
             DISPLAY WRK-MSG-FINAL.                                     00010960
                                                                        00010970
             CLOSE DEMITIDOS.                                           00010980
             CLOSE RELRES.                                              00010990
             CLOSE PAGAVUL.                                             00011000
             STOP RUN.                                                  00011010
                                                                        00011020
       3000-99-FIM.                                            EXIT.    00011030
      *=============================================================*   00011040
                                                                        00011050
      *=============================================================*   00011060
       9000-TRATARERROS                                     SECTION.    00011070
                                                                        00011080
             MOVE 'E' TO WRK-SEVERIDADE.                                00011090
             CALL 'GRAVALOG' USING WRK-DADOS.                           00011100
             STOP RUN.                                                  00011110
                                                                        00011120
       9000-99-FIM.                                            EXIT.    00011130
      *=============================================================*   00011140
