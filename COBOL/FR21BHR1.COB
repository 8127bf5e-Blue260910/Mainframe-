      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21BHR1.                                            00000050
                                                                        00000060
      *=============================================================*   00000070
      *   AUTOR....:VICTOR ARANDA                                       00000080
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000090
      *   DATA ....:15/10/2026                                          00000100
      *-------------------------------------------------------------*   00000110
      *   OBJETIVO: MOVIMENTO MENSAL DO BANCO DE HORAS (ACORDO          00000120
      *      COLETIVO). RODA DEPOIS DO FR21PNT1 E DO FR21ABS1 E         00000130
      *      ANTES DO FR21PAG1 DA COMPETENCIA:                          00000140
      *      1) CREDITO - PARA CADA DIA UTIL DO PONTO DATADO            00000150
      *         (PNTDET), AS HORAS ALEM DA JORNADA DIARIA VIRAM UM      00000160
      *         LOTE DE CREDITO ('C') EM IVAN.BANCOHR. HORA DE          00000170
      *         FDS/FERIADO (MARCA 'N') NAO ENTRA NO BANCO: CONTINUA    00000180
      *         PAGA A 100 PCT PELA FOLHA;                              00000190
      *      2) DEBITO - AS FOLGAS COMPENSATORIAS LANCADAS NO           00000200
      *         FR21ABS1 COM O TIPO 'CBH' (ABSAPL) BAIXAM OS DIAS       00000210
      *         UTEIS DO PERIODO VEZES A JORNADA, CONSUMINDO OS         00000220
      *         LOTES MAIS ANTIGOS PRIMEIRO ('D'). SEM SALDO            00000230
      *         SUFICIENTE BAIXA O QUE HOUVER E CRITICA O RESTO;        00000240
      *      3) VENCIMENTO - LOTE COM SALDO E MAIS DE SEIS MESES        00000250
      *         E ZERADO E O TOTAL DO FUNCIONARIO VAI PARA UM           00000260
      *         LANCAMENTO DE VENCIDAS ('V') DA COMPETENCIA;            00000270
      *      4) EXTRACAO - GRAVA O BHVENC COM AS HORAS CREDITADAS       00000280
      *         E AS VENCIDAS DA COMPETENCIA POR FUNCIONARIO: O         00000290
      *         FR21PAG1 DEIXA DE PAGAR AS CREDITADAS E PAGA AS         00000300
      *         VENCIDAS COMO HORA EXTRA.                               00000310
      *      O RELATORIO RELBH1 LISTA O MOVIMENTO E AS CRITICAS.        00000320
      *      REPROCESSAMENTO: CREDITO E DEBITO JA REGISTRADOS NAO       00000330
      *      SAO GRAVADOS DE NOVO; O BHVENC E REFEITO DA TABELA.        00000340
      *-------------------------------------------------------------*   00000350
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000360
      *  1.0   15/10/26   VICTOR ARANDA    VERSAO INICIAL               00000370
      *-------------------------------------------------------------*   00000380
      *   BASE DE DADOS:                                                00000390
      *   TABELA.DB2..                                                  00000400
      *    ------              I/O                 INCLUDE/BOOK         00000410
      *   IVAN.BANCOHR         I/O                 #BKBHOR----          00000420
      *-------------------------------------------------------------*   00000430
      *   ARQUIVOS:                                                     00000440
      *    DDNAME              I/O                  COPY/BOOK           00000450
      *   PNTDET                I   (PONTO DATADO - FR21PNT1)           00000460
      *   ABSAPL                I   (AUSENCIAS APLICADAS - FR21ABS1)    00000470
      *   BHVENC                O   (BANCO DA COMPETENCIA) BHVBOOK---   00000480
      *   RELBH1                O   (MOVIMENTO E CRITICAS)              00000490
      *-------------------------------------------------------------*   00000500
      *   MODULOS....:                                                  00000510
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000520
      *   FR21DTA1             DATA DE PROCESSAMENTO (LNKDPRC)          00000530
      *   DATANEG              CALENDARIO DE DIAS UTEIS                 00000540
      *=============================================================*   00000550
       ENVIRONMENT                               DIVISION.              00000560
      *=============================================================*   00000570
                                                                        00000580
      *-------------------------------------------------------------*   00000590
       CONFIGURATION                                        SECTION.    00000600
      *-------------------------------------------------------------*   00000610
       SPECIAL-NAMES.                                                   00000620
           DECIMAL-POINT IS COMMA.                                      00000630
                                                                        00000640
                                                                        00000650
       INPUT-OUTPUT                                         SECTION.    00000660
       FILE-CONTROL.                                                    00000670
           SELECT PNTDET    ASSIGN TO PNTDET                            00000680
               FILE STATUS  IS WRK-FS-PNTDET.                           00000690
                                                                        00000700
           SELECT ABSAPL    ASSIGN TO ABSAPL                            00000710
               FILE STATUS  IS WRK-FS-ABSAPL.                           00000720
                                                                        00000730
           SELECT BHVENC    ASSIGN TO BHVENC                            00000740
               FILE STATUS  IS WRK-FS-BHVENC.                           00000750
                                                                        00000760
           SELECT RELBH1    ASSIGN TO RELBH1                            00000770
               FILE STATUS  IS WRK-FS-RELBH1.                           00000780
                                                                        00000790
      *=============================================================*   00000800
       DATA                                                DIVISION.    00000810
      *=============================================================*   00000820
       FILE                                                 SECTION.    00000830
      *=============================================================*   00000840
                                                                        00000850
      *      ENTRADA - PONTO DATADO (FR21PNT1)       LRECL = 16         00000860
                                                                        00000870
       FD PNTDET                                                        00000880
           RECORDING  MODE IS F                                         00000890
           BLOCK CONTAINS 0 RECORDS.                                    00000900
                                                                        00000910
       01 FD-PNTDET.                                                    00000920
          05 FD-PD-IDFUNC    PIC X(05).                                 00000930
          05 FD-PD-DATA      PIC 9(08).                                 00000940
          05 FD-PD-HORAS     PIC 9(02).                                 00000950
          05 FD-PD-UTIL      PIC X(01).                                 00000960
                                                                        00000970
      *      ENTRADA - AUSENCIAS APLICADAS (FR21ABS1) LRECL = 32        00000980
                                                                        00000990
       FD ABSAPL                                                        00001000
           RECORDING  MODE IS F                                         00001010
           BLOCK CONTAINS 0 RECORDS.                                    00001020
                                                                        00001030
       01 FD-ABSAPL.                                                    00001040
          05 FD-AP-IDFUNC    PIC 9(05).                                 00001050
          05 FD-AP-TIPO      PIC X(03).                                 00001060
          05 FD-AP-DATA-INI  PIC 9(08).                                 00001070
          05 FD-AP-DATA-FIM  PIC 9(08).                                 00001080
          05 FD-AP-DIAS      PIC 9(03).                                 00001090
          05 FD-AP-REMUNERA  PIC X(01).                                 00001100
          05 FD-AP-SETOR     PIC X(04).                                 00001110
                                                                        00001120
      *      SAIDA - BANCO DE HORAS DA COMPETENCIA   LRECL = 30         00001130
                                                                        00001140
       FD BHVENC                                                        00001150
           RECORDING  MODE IS F                                         00001160
           BLOCK CONTAINS 0 RECORDS.                                    00001170
                                                                        00001180
       COPY 'BHVBOOK'.                                                  00001190
                                                                        00001200
      *      SAIDA - MOVIMENTO E CRITICAS            LRECL = 80         00001210
                                                                        00001220
       FD RELBH1                                                        00001230
           RECORDING  MODE IS F                                         00001240
           BLOCK CONTAINS 0 RECORDS.                                    00001250
                                                                        00001260
       01 FD-RELBH1       PIC X(80).                                    00001270
                                                                        00001280
      *-------------------------------------------------------------*   00001290
       WORKING-STORAGE                                      SECTION.    00001300
      *-------------------------------------------------------------*   00001310
                                                                        00001320
           EXEC SQL                                                     00001330
              INCLUDE #BKBHOR                                           00001340
           END-EXEC.                                                    00001350
                                                                        00001360
           EXEC SQL                                                     00001370
              INCLUDE SQLCA                                             00001380
           END-EXEC.                                                    00001390
                                                                        00001400
      *          LOTES DE CREDITO COM SALDO DE UM FUNCIONARIO, DO       00001410
      *          MAIS ANTIGO PARA O MAIS NOVO (BAIXA DE FOLGA)          00001420
                                                                        00001430
           EXEC SQL                                                     00001440
              DECLARE CLOTES CURSOR FOR                                 00001450
               SELECT DATAMOV, SALDO                                    00001460
                FROM IVAN.BANCOHR                                       00001470
                WHERE IDFUNC = :BHR-IDFUNC                              00001480
                  AND TIPO   = 'C'                                      00001490
                  AND SALDO  > 0                                        00001500
                ORDER BY DATAMOV                                        00001510
           END-EXEC.                                                    00001520
                                                                        00001530
      *          SALDO VENCIDO POR FUNCIONARIO; O COMMIT DE CADA        00001540
      *          FUNCIONARIO NAO FECHA O CURSOR                         00001550
                                                                        00001560
           EXEC SQL                                                     00001570
              DECLARE CVENCE CURSOR WITH HOLD FOR                       00001580
               SELECT IDFUNC, SUM(SALDO)                                00001590
                FROM IVAN.BANCOHR                                       00001600
                WHERE TIPO    = 'C'                                     00001610
                  AND SALDO   > 0                                       00001620
                  AND DATAMOV < :BHR-DATAMOV                            00001630
                GROUP BY IDFUNC                                         00001640
                ORDER BY IDFUNC                                         00001650
           END-EXEC.                                                    00001660
                                                                        00001670
      *          CREDITOS E VENCIDAS DA COMPETENCIA PARA A FOLHA        00001680
                                                                        00001690
           EXEC SQL                                                     00001700
              DECLARE CEXTRAI CURSOR FOR                                00001710
               SELECT IDFUNC,                                           00001720
                      SUM(CASE WHEN TIPO = 'C' THEN HORAS ELSE 0 END),  00001730
                      SUM(CASE WHEN TIPO = 'V' THEN HORAS ELSE 0 END)   00001740
                FROM IVAN.BANCOHR                                       00001750
                WHERE COMPET = :BHR-COMPET                              00001760
                  AND TIPO IN ('C', 'V')                                00001770
                GROUP BY IDFUNC                                         00001780
                ORDER BY IDFUNC                                         00001790
           END-EXEC.                                                    00001800
                                                                        00001810
      *------------------LOG-DE-ERROS-------------------------------*   00001820
                                                                        00001830
       01 WRK-DADOS.                                                    00001840
           05 WRK-PROGRAMA  PIC X(08).                                  00001850
           05 WRK-SECAO     PIC X(04).                                  00001860
           05 WRK-MENSAGEM  PIC X(30).                                  00001870
           05 WRK-STATUS    PIC X(02).                                  00001880
           05 WRK-SEVERIDADE PIC X(01).                                 00001890
           05 FILLER        PIC X(22).                                  00001900
                                                                        00001910
      *------------------DATA DE PROCESSAMENTO----------------------*   00001920
                                                                        00001930
           COPY 'LNKDPRC'.                                              00001940
                                                                        00001950
      *------------------CALENDARIO DE DIAS UTEIS-------------------*   00001960
                                                                        00001970
           COPY 'LNKDTNEG'.                                             00001980
                                                                        00001990
      *--------------------LOGICA-----------------------------------*   00002000
       77 WRK-SQLCODE         PIC -999.                                 00002010
       77 WRK-LIDOS-PONTO     PIC 9(05) VALUE 0.                        00002020
       77 WRK-LIDOS-AUSENC    PIC 9(05) VALUE 0.                        00002030
       77 WRK-CREDITOS        PIC 9(05) VALUE 0.                        00002040
       77 WRK-DEBITOS         PIC 9(05) VALUE 0.                        00002050
       77 WRK-VENCIMENTOS     PIC 9(05) VALUE 0.                        00002060
       77 WRK-JA-REGISTRADOS  PIC 9(05) VALUE 0.                        00002070
       77 WRK-SEM-SALDO       PIC 9(05) VALUE 0.                        00002080
       77 WRK-EXTRAIDOS       PIC 9(05) VALUE 0.                        00002090
      *-------------------------------------------------------------*   00002100
      *   JORNADA DIARIA, TIPO DE AUSENCIA DA FOLGA COMPENSATORIA   *   00002110
      *   E PRAZO PARA COMPENSAR (ACORDO COLETIVO)                  *   00002120
      *-------------------------------------------------------------*   00002130
       77 WRK-JORNADA-DIA     PIC 9(02) VALUE 8.                        00002140
       77 WRK-TIPO-FOLGA      PIC X(03) VALUE 'CBH'.                    00002150
       77 WRK-MESES-PRAZO     PIC 9(02) VALUE 6.                        00002160
       77 WRK-COMPET-ATUAL    PIC 9(06) VALUE 0.                        00002170
       01 WRK-DATA-SISTEMA.                                             00002180
          05 WRK-SIS-ANO      PIC 9(04).                                00002190
          05 WRK-SIS-MES      PIC 9(02).                                00002200
          05 WRK-SIS-DIA      PIC 9(02).                                00002210
       77 WRK-DATA-DB2        PIC X(10).                                00002220
      *-----------LIMITE DO VENCIMENTO: LOTE ANTERIOR AO PRIMEIRO---*   00002230
      *           DIA DO MES QUE ENTRA NO PRAZO                         00002240
       01 WRK-LIMITE.                                                   00002250
          05 WRK-LIM-ANO      PIC 9(04).                                00002260
          05 WRK-LIM-MES      PIC 9(02).                                00002270
       77 WRK-MES-AUX         PIC S9(03) VALUE 0.                       00002280
       77 WRK-DATA-LIMITE     PIC X(10).                                00002290
      *-----------CONVERSAO AAAAMMDD PARA AAAA-MM-DD----------------*   00002300
       01 WRK-DATA-AUX.                                                 00002310
          05 WRK-AUX-ANO      PIC 9(04).                                00002320
          05 WRK-AUX-MES      PIC 9(02).                                00002330
          05 WRK-AUX-DIA      PIC 9(02).                                00002340
       01 WRK-DATA-AUX-N REDEFINES WRK-DATA-AUX PIC 9(08).              00002350
       77 WRK-DATA-MOV        PIC X(10).                                00002360
       77 WRK-DIA-INT         PIC 9(08).                                00002370
      *-----------DIAS DO FUNCIONARIO NO PONTO----------------------*   00002380
      *           O PNTDET VEM POR FUNCIONARIO/PROJETO/DATA: A MESMA    00002390
      *           DATA PODE APARECER EM MAIS DE UM PROJETO              00002400
       77 WRK-FUNC-ATUAL      PIC X(05) VALUE SPACES.                   00002410
       01 WRK-TAB-DIA.                                                  00002420
          05 WRK-TAB-DI-QTD  PIC 9(03) VALUE 0.                         00002430
          05 WRK-TAB-DI-OCR OCCURS 62 TIMES.                            00002440
             10 WRK-DI-DATA    PIC 9(08).                               00002450
             10 WRK-DI-HORAS   PIC 9(03).                               00002460
       77 WRK-IND-DI          PIC 9(03).                                00002470
       77 WRK-ACHOU           PIC X(01).                                00002480
      *-----------LOTES DE UM FUNCIONARIO NA BAIXA------------------*   00002490
       01 WRK-TAB-LOTE.                                                 00002500
          05 WRK-TAB-LT-QTD  PIC 9(03) VALUE 0.                         00002510
          05 WRK-TAB-LT-OCR OCCURS 300 TIMES.                           00002520
             10 WRK-LT-DATAMOV PIC X(10).                               00002530
             10 WRK-LT-SALDO   PIC 9(05).                               00002540
       77 WRK-IND-LT          PIC 9(03).                                00002550
      *-----------MOVIMENTO EM APURACAO-----------------------------*   00002560
       77 WRK-IDFUNC          PIC 9(05).                                00002570
       77 WRK-HORAS           PIC 9(05) VALUE 0.                        00002580
       77 WRK-HORAS-DEBITO    PIC 9(05) VALUE 0.                        00002590
       77 WRK-HORAS-FALTA     PIC 9(05) VALUE 0.                        00002600
       77 WRK-HORAS-BAIXA     PIC 9(05) VALUE 0.                        00002610
       77 WRK-TOT-CREDITO     PIC 9(07) VALUE 0.                        00002620
       77 WRK-TOT-DEBITO      PIC 9(07) VALUE 0.                        00002630
       77 WRK-TOT-VENCIDO     PIC 9(07) VALUE 0.                        00002640
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00002650
       77 WRK-MSG-FINAL       PIC X(17) VALUE 'FINAL DE PROGRAMA'.      00002660
      *--------------------STATUS-----------------------------------*   00002670
       77 WRK-FS-PNTDET    PIC 9(02).                                   00002680
       77 WRK-FS-ABSAPL    PIC 9(02).                                   00002690
       77 WRK-FS-BHVENC    PIC 9(02).                                   00002700
       77 WRK-FS-RELBH1    PIC 9(02).                                   00002710
      *--------------------LINHAS DO RELATORIO----------------------*   00002720
       01 WRK-CABEC1.                                                   00002730
          05 FILLER   PIC X(35) VALUE                                   00002740
             'BANCO DE HORAS - MOVIMENTO COMPET. '.                     00002750
          05 WRK-C-MES        PIC 9(02).                                00002760
          05 FILLER           PIC X(01) VALUE '/'.                      00002770
          05 WRK-C-ANO        PIC 9(04).                                00002780
          05 FILLER   PIC X(38).                                        00002790
       01 WRK-CABEC2.                                                   00002800
          05 FILLER   PIC X(40) VALUE                                   00002810
             'FUNC. DATA       MOVIMENTO   HORAS  OBS.'.                00002820
          05 FILLER   PIC X(40).                                        00002830
       01 WRK-REL-DET.                                                  00002840
          05 WRK-R-ID        PIC 9(05).                                 00002850
          05 FILLER          PIC X(01).                                 00002860
          05 WRK-R-DATA      PIC X(10).                                 00002870
          05 FILLER          PIC X(01).                                 00002880
          05 WRK-R-MOV       PIC X(10).                                 00002890
          05 FILLER          PIC X(01).                                 00002900
          05 WRK-R-HORAS     PIC ZZ.ZZ9.                                00002910
          05 FILLER          PIC X(02).                                 00002920
          05 WRK-R-OBS       PIC X(44).                                 00002930
       01 WRK-REL-FALTA.                                                00002940
          05 FILLER          PIC X(30) VALUE                            00002950
             'SALDO INSUFICIENTE - FALTARAM '.                          00002960
          05 WRK-RF-HORAS    PIC ZZ.ZZ9.                                00002970
          05 FILLER          PIC X(02) VALUE ' H'.                      00002980
       01 WRK-TOTAIS.                                                   00002990
          05 FILLER          PIC X(22) VALUE                            00003000
             'TOTAL DE HORAS - CRED.'.                                  00003010
          05 WRK-T-CREDITO   PIC Z.ZZZ.ZZ9.                             00003020
          05 FILLER          PIC X(08) VALUE '  DEBIT.'.                00003030
          05 WRK-T-DEBITO    PIC Z.ZZZ.ZZ9.                             00003040
          05 FILLER          PIC X(08) VALUE '  VENC. '.                00003050
          05 WRK-T-VENCIDO   PIC Z.ZZZ.ZZ9.                             00003060
          05 FILLER          PIC X(15).                                 00003070
      *=============================================================*   00003080
       PROCEDURE DIVISION.                                              00003090
      *=============================================================*   00003100
                                                                        00003110
      *=============================================================*   00003120
       0000-PRINCIPAL                                       SECTION.    00003130
                                                                        00003140
            PERFORM 1000-INICIAR.                                       00003150
            PERFORM 2000-CREDITAR UNTIL WRK-FS-PNTDET EQUAL 10.         00003160
            PERFORM 2300-GRAVAR-CREDITOS.                               00003170
            PERFORM 3000-DEBITAR.                                       00003180
            PERFORM 4000-VENCER.                                        00003190
            PERFORM 5000-EXTRAIR.                                       00003200
            PERFORM 6000-FINALIZAR.                                     00003210
                                                                        00003220
       0000-99-FIM.                                            EXIT.    00003230
      *=============================================================*   00003240
                                                                        00003250
      *=============================================================*   00003260
       1000-INICIAR                                         SECTION.    00003270
                                                                        00003280
      *          COMPETENCIA = MES DA DATA DE NEGOCIO, A MESMA DO       00003290
      *          FR21PAG1 QUE VAI LER O BHVENC                          00003300
                                                                        00003310
            MOVE 'FR21BHR1' TO LNK-DP-PROGRAMA.                         00003320
            MOVE ZEROS      TO LNK-DP-DIAS-TOL.                         00003330
            CALL 'FR21DTA1' USING LNK-DPRC.                             00003340
            MOVE LNK-DP-DATA TO WRK-DATA-SISTEMA.                       00003350
            MOVE WRK-DATA-SISTEMA(1:6) TO WRK-COMPET-ATUAL.             00003360
            MOVE WRK-DATA-SISTEMA TO WRK-DATA-AUX.                      00003370
            PERFORM 8000-FORMATAR-DATA.                                 00003380
            MOVE WRK-DATA-MOV     TO WRK-DATA-DB2.                      00003390
                                                                        00003400
      *          PRAZO DE SEIS MESES: NO MES M VENCEM OS LOTES          00003410
      *          CREDITADOS ATE O MES M-6                               00003420
                                                                        00003430
            COMPUTE WRK-MES-AUX = WRK-SIS-MES - WRK-MESES-PRAZO + 1.    00003440
            MOVE WRK-SIS-ANO TO WRK-LIM-ANO.                            00003450
            IF WRK-MES-AUX LESS 1                                       00003460
               ADD 12 TO WRK-MES-AUX                                    00003470
               SUBTRACT 1 FROM WRK-LIM-ANO                              00003480
            END-IF.                                                     00003490
            MOVE WRK-MES-AUX TO WRK-LIM-MES.                            00003500
            MOVE WRK-LIM-ANO TO WRK-DATA-LIMITE(1:4).                   00003510
            MOVE '-'         TO WRK-DATA-LIMITE(5:1).                   00003520
            MOVE WRK-LIM-MES TO WRK-DATA-LIMITE(6:2).                   00003530
            MOVE '-01'       TO WRK-DATA-LIMITE(8:3).                   00003540
                                                                        00003550
            OPEN INPUT  PNTDET.                                         00003560
            OPEN INPUT  ABSAPL.                                         00003570
            OPEN OUTPUT BHVENC.                                         00003580
            OPEN OUTPUT RELBH1.                                         00003590
                                                                        00003600
            IF WRK-FS-PNTDET NOT EQUAL ZEROS                            00003610
               MOVE 'FR21BHR1'                  TO WRK-PROGRAMA         00003620
               MOVE '1000'                      TO WRK-SECAO            00003630
               MOVE 'ERRO OPEN PNTDET        - ' TO WRK-MENSAGEM        00003640
               MOVE WRK-FS-PNTDET               TO WRK-STATUS           00003650
               PERFORM 9000-TRATARERROS                                 00003660
            END-IF.                                                     00003670
                                                                        00003680
            IF WRK-FS-BHVENC NOT EQUAL ZEROS                            00003690
               MOVE 'FR21BHR1'                  TO WRK-PROGRAMA         00003700
               MOVE '1000'                      TO WRK-SECAO            00003710
               MOVE 'ERRO OPEN BHVENC        - ' TO WRK-MENSAGEM        00003720
               MOVE WRK-FS-BHVENC               TO WRK-STATUS           00003730
               PERFORM 9000-TRATARERROS                                 00003740
            END-IF.                                                     00003750
                                                                        00003760
            MOVE WRK-SIS-MES TO WRK-C-MES.                              00003770
            MOVE WRK-SIS-ANO TO WRK-C-ANO.                              00003780
            WRITE FD-RELBH1 FROM WRK-CABEC1.                            00003790
            WRITE FD-RELBH1 FROM WRK-LINHA-VAZIA.                       00003800
            WRITE FD-RELBH1 FROM WRK-CABEC2.                            00003810
            WRITE FD-RELBH1 FROM WRK-LINHA-VAZIA.                       00003820
                                                                        00003830
            READ PNTDET.                                                00003840
            IF WRK-FS-PNTDET NOT EQUAL ZEROS                            00003850
               DISPLAY 'PONTO DATADO VAZIO'                             00003860
            ELSE                                                        00003870
               MOVE FD-PD-IDFUNC TO WRK-FUNC-ATUAL                      00003880
            END-IF.                                                     00003890
                                                                        00003900
       1000-99-FIM.                                            EXIT.    00003910
      *=============================================================*   00003920
                                                                        00003930
      *=============================================================*   00003940
       2000-CREDITAR                                        SECTION.    00003950
                                                                        00003960
            ADD 1 TO WRK-LIDOS-PONTO.                                   00003970
                                                                        00003980
      *          QUEBRA POR FUNCIONARIO: CREDITA OS DIAS DO ANTERIOR    00003990
                                                                        00004000
            IF FD-PD-IDFUNC NOT EQUAL WRK-FUNC-ATUAL                    00004010
               PERFORM 2300-GRAVAR-CREDITOS                             00004020
               MOVE FD-PD-IDFUNC TO WRK-FUNC-ATUAL                      00004030
            END-IF.                                                     00004040
                                                                        00004050
            IF FD-PD-UTIL EQUAL 'N'                                     00004060
               GO TO 2000-80-LER                                        00004070
            END-IF.                                                     00004080
                                                                        00004090
            MOVE 'N' TO WRK-ACHOU.                                      00004100
            PERFORM VARYING WRK-IND-DI FROM 1 BY 1 UNTIL                00004110
               WRK-IND-DI > WRK-TAB-DI-QTD                              00004120
               IF WRK-DI-DATA(WRK-IND-DI) EQUAL FD-PD-DATA              00004130
                  ADD FD-PD-HORAS TO WRK-DI-HORAS(WRK-IND-DI)           00004140
                  MOVE 'S' TO WRK-ACHOU                                 00004150
               END-IF                                                   00004160
            END-PERFORM.                                                00004170
                                                                        00004180
            IF WRK-ACHOU EQUAL 'N' AND WRK-TAB-DI-QTD LESS 62           00004190
               ADD 1 TO WRK-TAB-DI-QTD                                  00004200
               MOVE WRK-TAB-DI-QTD TO WRK-IND-DI                        00004210
               MOVE FD-PD-DATA     TO WRK-DI-DATA(WRK-IND-DI)           00004220
               MOVE FD-PD-HORAS    TO WRK-DI-HORAS(WRK-IND-DI)          00004230
            END-IF.                                                     00004240
                                                                        00004250
       2000-80-LER.                                                     00004260
                                                                        00004270
            READ PNTDET.                                                00004280
            IF WRK-FS-PNTDET NOT EQUAL ZEROS AND 10                     00004290
               MOVE 'FR21BHR1'                  TO WRK-PROGRAMA         00004300
               MOVE '2000'                      TO WRK-SECAO            00004310
               MOVE 'ERRO LEITURA PNTDET     - ' TO WRK-MENSAGEM        00004320
               MOVE WRK-FS-PNTDET               TO WRK-STATUS           00004330
               PERFORM 9000-TRATARERROS                                 00004340
            END-IF.                                                     00004350
                                                                        00004360
       2000-99-FIM.                                            EXIT.    00004370
      *=============================================================*   00004380
                                                                        00004390
      *=============================================================*   00004400
       2300-GRAVAR-CREDITOS                                 SECTION.    00004410
                                                                        00004420
      *          CADA DIA UTIL ACIMA DA JORNADA VIRA UM LOTE; O         00004430
      *          COMMIT E POR FUNCIONARIO                               00004440
                                                                        00004450
            IF WRK-TAB-DI-QTD EQUAL ZEROS                               00004460
               GO TO 2300-99-FIM                                        00004470
            END-IF.                                                     00004480
                                                                        00004490
            MOVE WRK-FUNC-ATUAL TO WRK-IDFUNC.                          00004500
            PERFORM VARYING WRK-IND-DI FROM 1 BY 1 UNTIL                00004510
               WRK-IND-DI > WRK-TAB-DI-QTD                              00004520
               IF WRK-DI-HORAS(WRK-IND-DI) GREATER WRK-JORNADA-DIA      00004530
                  COMPUTE WRK-HORAS =                                   00004540
                     WRK-DI-HORAS(WRK-IND-DI) - WRK-JORNADA-DIA         00004550
                  MOVE WRK-DI-DATA(WRK-IND-DI) TO WRK-DATA-AUX          00004560
                  PERFORM 8000-FORMATAR-DATA                            00004570
                  PERFORM 2400-REGISTRAR-CREDITO                        00004580
               END-IF                                                   00004590
            END-PERFORM.                                                00004600
                                                                        00004610
            EXEC SQL                                                    00004620
                 COMMIT                                                 00004630
            END-EXEC.                                                   00004640
                                                                        00004650
            MOVE ZEROS TO WRK-TAB-DI-QTD.                               00004660
                                                                        00004670
       2300-99-FIM.                                            EXIT.    00004680
      *=============================================================*   00004690
                                                                        00004700
      *=============================================================*   00004710
       2400-REGISTRAR-CREDITO                               SECTION.    00004720
                                                                        00004730
            MOVE WRK-IDFUNC       TO BHR-IDFUNC.                        00004740
            MOVE WRK-DATA-MOV     TO BHR-DATAMOV.                       00004750
            MOVE 'C'              TO BHR-TIPO.                          00004760
                                                                        00004770
      *          JA CREDITADO (REPROCESSAMENTO): NAO GRAVA DE NOVO      00004780
                                                                        00004790
            EXEC SQL                                                    00004800
                 SELECT HORAS                                           00004810
                   INTO :BHR-HORAS                                      00004820
                   FROM IVAN.BANCOHR                                    00004830
                  WHERE IDFUNC  = :BHR-IDFUNC                           00004840
                    AND DATAMOV = :BHR-DATAMOV                          00004850
                    AND TIPO    = :BHR-TIPO                             00004860
            END-EXEC.                                                   00004870
                                                                        00004880
            EVALUATE SQLCODE                                            00004890
              WHEN 0                                                    00004900
                   ADD 1 TO WRK-JA-REGISTRADOS                          00004910
                   GO TO 2400-99-FIM                                    00004920
              WHEN 100                                                  00004930
                   CONTINUE                                             00004940
              WHEN OTHER                                                00004950
                   MOVE SQLCODE TO WRK-SQLCODE                          00004960
                   MOVE 'FR21BHR1'                  TO WRK-PROGRAMA     00004970
                   MOVE '2400'                      TO WRK-SECAO        00004980
                   MOVE 'ERRO SELECT BANCOHR     - ' TO WRK-MENSAGEM    00004990
                   MOVE ZEROS                       TO WRK-STATUS       00005000
                   PERFORM 9000-TRATARERROS                             00005010
            END-EVALUATE.                                               00005020
                                                                        00005030
            MOVE WRK-HORAS        TO BHR-HORAS.                         00005040
            MOVE WRK-HORAS        TO BHR-SALDO.                         00005050
            MOVE WRK-COMPET-ATUAL TO BHR-COMPET.                        00005060
            MOVE WRK-DATA-DB2     TO BHR-DATAPROC.                      00005070
            PERFORM 7000-INSERIR-MOVIMENTO.                             00005080
                                                                        00005090
            ADD 1         TO WRK-CREDITOS.                              00005100
            ADD WRK-HORAS TO WRK-TOT-CREDITO.                           00005110
            MOVE WRK-IDFUNC   TO WRK-R-ID.                              00005120
            MOVE WRK-DATA-MOV TO WRK-R-DATA.                            00005130
            MOVE 'CREDITO'    TO WRK-R-MOV.                             00005140
            MOVE WRK-HORAS    TO WRK-R-HORAS.                           00005150
            MOVE SPACES       TO WRK-R-OBS.                             00005160
            WRITE FD-RELBH1 FROM WRK-REL-DET.                           00005170
                                                                        00005180
       2400-99-FIM.                                            EXIT.    00005190
      *=============================================================*   00005200
                                                                        00005210
      *=============================================================*   00005220
       3000-DEBITAR                                         SECTION.    00005230
                                                                        00005240
      *          FOLGAS COMPENSATORIAS DO FR21ABS1; SEM O ARQUIVO       00005250
      *          NAO HA BAIXA NA COMPETENCIA                            00005260
                                                                        00005270
            IF WRK-FS-ABSAPL NOT EQUAL ZEROS                            00005280
               DISPLAY 'SEM AUSENCIAS APLICADAS'                        00005290
               GO TO 3000-99-FIM                                        00005300
            END-IF.                                                     00005310
                                                                        00005320
            READ ABSAPL.                                                00005330
            PERFORM UNTIL WRK-FS-ABSAPL NOT EQUAL ZEROS                 00005340
               ADD 1 TO WRK-LIDOS-AUSENC                                00005350
               IF FD-AP-TIPO EQUAL WRK-TIPO-FOLGA                       00005360
                  PERFORM 3100-BAIXAR-FOLGA                             00005370
               END-IF                                                   00005380
               READ ABSAPL                                              00005390
            END-PERFORM.                                                00005400
                                                                        00005410
       3000-99-FIM.                                            EXIT.    00005420
      *=============================================================*   00005430
                                                                        00005440
      *=============================================================*   00005450
       3100-BAIXAR-FOLGA                                    SECTION.    00005460
                                                                        00005470
            MOVE FD-AP-IDFUNC   TO WRK-IDFUNC.                          00005480
            MOVE FD-AP-DATA-INI TO WRK-DATA-AUX.                        00005490
            PERFORM 8000-FORMATAR-DATA.                                 00005500
                                                                        00005510
            MOVE WRK-IDFUNC     TO BHR-IDFUNC.                          00005520
            MOVE WRK-DATA-MOV   TO BHR-DATAMOV.                         00005530
            MOVE 'D'            TO BHR-TIPO.                            00005540
                                                                        00005550
      *          FOLGA JA BAIXADA (REPROCESSAMENTO)                     00005560
                                                                        00005570
            EXEC SQL                                                    00005580
                 SELECT HORAS                                           00005590
                   INTO :BHR-HORAS                                      00005600
                   FROM IVAN.BANCOHR                                    00005610
                  WHERE IDFUNC  = :BHR-IDFUNC                           00005620
                    AND DATAMOV = :BHR-DATAMOV                          00005630
                    AND TIPO    = :BHR-TIPO                             00005640
            END-EXEC.                                                   00005650
                                                                        00005660
            EVALUATE SQLCODE                                            00005670
              WHEN 0                                                    00005680
                   ADD 1 TO WRK-JA-REGISTRADOS                          00005690
                   GO TO 3100-99-FIM                                    00005700
              WHEN 100                                                  00005710
                   CONTINUE                                             00005720
              WHEN OTHER                                                00005730
                   MOVE SQLCODE TO WRK-SQLCODE                          00005740
                   MOVE 'FR21BHR1'                  TO WRK-PROGRAMA     00005750
                   MOVE '3100'                      TO WRK-SECAO        00005760
                   MOVE 'ERRO SELECT BANCOHR     - ' TO WRK-MENSAGEM    00005770
                   MOVE ZEROS                       TO WRK-STATUS       00005780
                   PERFORM 9000-TRATARERROS                             00005790
            END-EVALUATE.                                               00005800
                                                                        00005810
      *          DIAS UTEIS DO PERIODO (DATA1 EXCLUSIVE) VEZES A        00005820
      *          JORNADA                                                00005830
                                                                        00005840
            COMPUTE WRK-DIA-INT =                                       00005850
               FUNCTION INTEGER-OF-DATE(FD-AP-DATA-INI) - 1.            00005860
            MOVE 'E'            TO LNK-DN-OPERACAO.                     00005870
            COMPUTE LNK-DN-DATA1 =                                      00005880
               FUNCTION DATE-OF-INTEGER(WRK-DIA-INT).                   00005890
            MOVE FD-AP-DATA-FIM TO LNK-DN-DATA2.                        00005900
            CALL 'DATANEG' USING LNK-DATANEG.                           00005910
            IF LNK-DN-STATUS NOT EQUAL '0'                              00005920
               MOVE 'FR21BHR1'                  TO WRK-PROGRAMA         00005930
               MOVE '3100'                      TO WRK-SECAO            00005940
               MOVE 'ERRO CALENDARIO DATANEG - ' TO WRK-MENSAGEM        00005950
               MOVE LNK-DN-STATUS               TO WRK-STATUS           00005960
               PERFORM 9000-TRATARERROS                                 00005970
            END-IF.                                                     00005980
            COMPUTE WRK-HORAS-DEBITO =                                  00005990
               LNK-DN-RESULTADO * WRK-JORNADA-DIA.                      00006000
                                                                        00006010
            PERFORM 3200-CARREGAR-LOTES.                                00006020
                                                                        00006030
      *          BAIXA DOS LOTES MAIS ANTIGOS PARA OS MAIS NOVOS        00006040
                                                                        00006050
            MOVE WRK-HORAS-DEBITO TO WRK-HORAS-FALTA.                   00006060
            MOVE ZEROS            TO WRK-HORAS.                         00006070
            PERFORM VARYING WRK-IND-LT FROM 1 BY 1 UNTIL                00006080
               WRK-IND-LT > WRK-TAB-LT-QTD                              00006090
               OR WRK-HORAS-FALTA EQUAL ZEROS                           00006100
               IF WRK-LT-SALDO(WRK-IND-LT) GREATER WRK-HORAS-FALTA      00006110
                  MOVE WRK-HORAS-FALTA TO WRK-HORAS-BAIXA               00006120
               ELSE                                                     00006130
                  MOVE WRK-LT-SALDO(WRK-IND-LT) TO WRK-HORAS-BAIXA      00006140
               END-IF                                                   00006150
               SUBTRACT WRK-HORAS-BAIXA FROM WRK-LT-SALDO(WRK-IND-LT)   00006160
               SUBTRACT WRK-HORAS-BAIXA FROM WRK-HORAS-FALTA            00006170
               ADD WRK-HORAS-BAIXA TO WRK-HORAS                         00006180
               PERFORM 3300-ATUALIZAR-LOTE                              00006190
            END-PERFORM.                                                00006200
                                                                        00006210
            MOVE WRK-IDFUNC       TO BHR-IDFUNC.                        00006220
            MOVE WRK-DATA-MOV     TO BHR-DATAMOV.                       00006230
            MOVE 'D'              TO BHR-TIPO.                          00006240
            MOVE WRK-HORAS        TO BHR-HORAS.                         00006250
            MOVE ZEROS            TO BHR-SALDO.                         00006260
            MOVE WRK-COMPET-ATUAL TO BHR-COMPET.                        00006270
            MOVE WRK-DATA-DB2     TO BHR-DATAPROC.                      00006280
            PERFORM 7000-INSERIR-MOVIMENTO.                             00006290
                                                                        00006300
            EXEC SQL                                                    00006310
                 COMMIT                                                 00006320
            END-EXEC.                                                   00006330
                                                                        00006340
            ADD 1         TO WRK-DEBITOS.                               00006350
            ADD WRK-HORAS TO WRK-TOT-DEBITO.                            00006360
            MOVE WRK-IDFUNC   TO WRK-R-ID.                              00006370
            MOVE WRK-DATA-MOV TO WRK-R-DATA.                            00006380
            MOVE 'DEBITO'     TO WRK-R-MOV.                             00006390
            MOVE WRK-HORAS    TO WRK-R-HORAS.                           00006400
            MOVE SPACES       TO WRK-R-OBS.                             00006410
            IF WRK-HORAS-FALTA GREATER ZEROS                            00006420
               ADD 1 TO WRK-SEM-SALDO                                   00006430
               MOVE WRK-HORAS-FALTA TO WRK-RF-HORAS                     00006440
               MOVE WRK-REL-FALTA   TO WRK-R-OBS                        00006450
            END-IF.                                                     00006460
            WRITE FD-RELBH1 FROM WRK-REL-DET.                           00006470
                                                                        00006480
       3100-99-FIM.                                            EXIT.    00006490
      *=============================================================*   00006500
                                                                        00006510
      *=============================================================*   00006520
       3200-CARREGAR-LOTES                                  SECTION.    00006530
                                                                        00006540
            MOVE ZEROS      TO WRK-TAB-LT-QTD.                          00006550
            MOVE WRK-IDFUNC TO BHR-IDFUNC.                              00006560
                                                                        00006570
            EXEC SQL                                                    00006580
                 OPEN CLOTES                                            00006590
            END-EXEC.                                                   00006600
                                                                        00006610
            IF SQLCODE NOT EQUAL 0                                      00006620
               MOVE SQLCODE TO WRK-SQLCODE                              00006630
               MOVE 'FR21BHR1'                  TO WRK-PROGRAMA         00006640
               MOVE '3200'                      TO WRK-SECAO            00006650
               MOVE 'ERRO OPEN CURSOR CLOTES - ' TO WRK-MENSAGEM        00006660
               MOVE ZEROS                       TO WRK-STATUS           00006670
               PERFORM 9000-TRATARERROS                                 00006680
            END-IF.                                                     00006690
                                                                        00006700
            PERFORM 3250-LER-LOTE.                                      00006710
            PERFORM UNTIL SQLCODE NOT EQUAL 0                           00006720
               IF WRK-TAB-LT-QTD LESS 300                               00006730
                  ADD 1 TO WRK-TAB-LT-QTD                               00006740
                  MOVE WRK-TAB-LT-QTD TO WRK-IND-LT                     00006750
                  MOVE BHR-DATAMOV    TO WRK-LT-DATAMOV(WRK-IND-LT)     00006760
                  MOVE BHR-SALDO      TO WRK-LT-SALDO(WRK-IND-LT)       00006770
               END-IF                                                   00006780
               PERFORM 3250-LER-LOTE                                    00006790
            END-PERFORM.                                                00006800
                                                                        00006810
            EXEC SQL                                                    00006820
                 CLOSE CLOTES                                           00006830
            END-EXEC.                                                   00006840
                                                                        00006850
       3200-99-FIM.                                            EXIT.    00006860
      *=============================================================*   00006870
                                                                        00006880
      *=============================================================*   00006890
       3250-LER-LOTE                                        SECTION.    00006900
                                                                        00006910
            EXEC SQL                                                    00006920
                 FETCH CLOTES                                           00006930
                  INTO :BHR-DATAMOV, :BHR-SALDO                         00006940
            END-EXEC.                                                   00006950
                                                                        00006960
            IF SQLCODE NOT EQUAL 0 AND 100                              00006970
               MOVE SQLCODE TO WRK-SQLCODE                              00006980
               MOVE 'FR21BHR1'                  TO WRK-PROGRAMA         00006990
               MOVE '3250'                      TO WRK-SECAO            00007000
               MOVE 'ERRO FETCH CURSOR CLOTES- ' TO WRK-MENSAGEM        00007010
               MOVE ZEROS                       TO WRK-STATUS           00007020
               PERFORM 9000-TRATARERROS                                 00007030
            END-IF.                                                     00007040
                                                                        00007050
       3250-99-FIM.                                            EXIT.    00007060
      *=============================================================*   00007070
                                                                        00007080
      *=============================================================*   00007090
       3300-ATUALIZAR-LOTE                                  SECTION.    00007100
                                                                        00007110
            MOVE WRK-IDFUNC               TO BHR-IDFUNC.                00007120
            MOVE WRK-LT-DATAMOV(WRK-IND-LT) TO BHR-DATAMOV.             00007130
            MOVE WRK-LT-SALDO(WRK-IND-LT)   TO BHR-SALDO.               00007140
                                                                        00007150
            EXEC SQL                                                    00007160
                 UPDATE IVAN.BANCOHR                                    00007170
                    SET SALDO   = :BHR-SALDO                            00007180
                  WHERE IDFUNC  = :BHR-IDFUNC                           00007190
                    AND DATAMOV = :BHR-DATAMOV                          00007200
                    AND TIPO    = 'C'                                   00007210
            END-EXEC.                                                   00007220
                                                                        00007230
            IF SQLCODE NOT EQUAL 0                                      00007240
               MOVE SQLCODE TO WRK-SQLCODE                              00007250
               DISPLAY 'ERRO ' WRK-SQLCODE ' NO UPDATE BANCOHR '        00007260
                       WRK-IDFUNC                                       00007270
               EXEC SQL                                                 00007280
                    ROLLBACK                                            00007290
               END-EXEC                                                 00007300
               MOVE 'FR21BHR1'                  TO WRK-PROGRAMA         00007310
               MOVE '3300'                      TO WRK-SECAO            00007320
               MOVE 'ERRO UPDATE BANCOHR     - ' TO WRK-MENSAGEM        00007330
               MOVE ZEROS                       TO WRK-STATUS           00007340
               PERFORM 9000-TRATARERROS                                 00007350
            END-IF.                                                     00007360
                                                                        00007370
       3300-99-FIM.                                            EXIT.    00007380
      *=============================================================*   00007390
                                                                        00007400
      *=============================================================*   00007410
       4000-VENCER                                          SECTION.    00007420
                                                                        00007430
      *          DEPOIS DAS BAIXAS: A FOLGA DO MES AINDA CONSOME O      00007440
      *          LOTE QUE VENCERIA AGORA                                00007450
                                                                        00007460
            MOVE WRK-DATA-LIMITE TO BHR-DATAMOV.                        00007470
                                                                        00007480
            EXEC SQL                                                    00007490
                 OPEN CVENCE                                            00007500
            END-EXEC.                                                   00007510
                                                                        00007520
            IF SQLCODE NOT EQUAL 0                                      00007530
               MOVE SQLCODE TO WRK-SQLCODE                              00007540
               MOVE 'FR21BHR1'                  TO WRK-PROGRAMA         00007550
               MOVE '4000'                      TO WRK-SECAO            00007560
               MOVE 'ERRO OPEN CURSOR CVENCE - ' TO WRK-MENSAGEM        00007570
               MOVE ZEROS                       TO WRK-STATUS           00007580
               PERFORM 9000-TRATARERROS                                 00007590
            END-IF.                                                     00007600
                                                                        00007610
            PERFORM 4050-LER-VENCIDO.                                   00007620
            PERFORM UNTIL SQLCODE NOT EQUAL 0                           00007630
               PERFORM 4100-REGISTRAR-VENCIDO                           00007640
               PERFORM 4050-LER-VENCIDO                                 00007650
            END-PERFORM.                                                00007660
                                                                        00007670
            EXEC SQL                                                    00007680
                 CLOSE CVENCE                                           00007690
            END-EXEC.                                                   00007700
                                                                        00007710
       4000-99-FIM.                                            EXIT.    00007720
      *=============================================================*   00007730
                                                                        00007740
      *=============================================================*   00007750
       4050-LER-VENCIDO                                     SECTION.    00007760
                                                                        00007770
            EXEC SQL                                                    00007780
                 FETCH CVENCE                                           00007790
                  INTO :BHR-IDFUNC, :BHR-SALDO                          00007800
            END-EXEC.                                                   00007810
                                                                        00007820
            IF SQLCODE NOT EQUAL 0 AND 100                              00007830
               MOVE SQLCODE TO WRK-SQLCODE                              00007840
               MOVE 'FR21BHR1'                  TO WRK-PROGRAMA         00007850
               MOVE '4050'                      TO WRK-SECAO            00007860
               MOVE 'ERRO FETCH CURSOR CVENCE- ' TO WRK-MENSAGEM        00007870
               MOVE ZEROS                       TO WRK-STATUS           00007880
               PERFORM 9000-TRATARERROS                                 00007890
            END-IF.                                                     00007900
                                                                        00007910
       4050-99-FIM.                                            EXIT.    00007920
      *=============================================================*   00007930
                                                                        00007940
      *=============================================================*   00007950
       4100-REGISTRAR-VENCIDO                               SECTION.    00007960
                                                                        00007970
            MOVE BHR-IDFUNC TO WRK-IDFUNC.                              00007980
            MOVE BHR-SALDO  TO WRK-HORAS.                               00007990
                                                                        00008000
            EXEC SQL                                                    00008010
                 UPDATE IVAN.BANCOHR                                    00008020
                    SET SALDO   = 0                                     00008030
                  WHERE IDFUNC  = :BHR-IDFUNC                           00008040
                    AND TIPO    = 'C'                                   00008050
                    AND SALDO   > 0                                     00008060
                    AND DATAMOV < :WRK-DATA-LIMITE                      00008070
            END-EXEC.                                                   00008080
                                                                        00008090
            IF SQLCODE NOT EQUAL 0                                      00008100
               MOVE SQLCODE TO WRK-SQLCODE                              00008110
               DISPLAY 'ERRO ' WRK-SQLCODE ' NO VENCIMENTO '            00008120
                       WRK-IDFUNC                                       00008130
               EXEC SQL                                                 00008140
                    ROLLBACK                                            00008150
               END-EXEC                                                 00008160
               MOVE 'FR21BHR1'                  TO WRK-PROGRAMA         00008170
               MOVE '4100'                      TO WRK-SECAO            00008180
               MOVE 'ERRO UPDATE BANCOHR     - ' TO WRK-MENSAGEM        00008190
               MOVE ZEROS                       TO WRK-STATUS           00008200
               PERFORM 9000-TRATARERROS                                 00008210
            END-IF.                                                     00008220
                                                                        00008230
      *          UM LANCAMENTO 'V' POR FUNCIONARIO E DATA; SE JA        00008240
      *          EXISTE (SEGUNDA EXECUCAO NO DIA) SOMA AS HORAS         00008250
                                                                        00008260
            MOVE WRK-DATA-DB2 TO BHR-DATAMOV.                           00008270
            MOVE 'V'          TO BHR-TIPO.                              00008280
            MOVE WRK-HORAS    TO BHR-HORAS.                             00008290
            EXEC SQL                                                    00008300
                 UPDATE IVAN.BANCOHR                                    00008310
                    SET HORAS   = HORAS + :BHR-HORAS                    00008320
                  WHERE IDFUNC  = :BHR-IDFUNC                           00008330
                    AND DATAMOV = :BHR-DATAMOV                          00008340
                    AND TIPO    = :BHR-TIPO                             00008350
            END-EXEC.                                                   00008360
                                                                        00008370
            EVALUATE SQLCODE                                            00008380
              WHEN 0                                                    00008390
                   CONTINUE                                             00008400
              WHEN 100                                                  00008410
                   MOVE ZEROS            TO BHR-SALDO                   00008420
                   MOVE WRK-COMPET-ATUAL TO BHR-COMPET                  00008430
                   MOVE WRK-DATA-DB2     TO BHR-DATAPROC                00008440
                   PERFORM 7000-INSERIR-MOVIMENTO                       00008450
              WHEN OTHER                                                00008460
                   MOVE SQLCODE TO WRK-SQLCODE                          00008470
                   EXEC SQL                                             00008480
                        ROLLBACK                                        00008490
                   END-EXEC                                             00008500
                   MOVE 'FR21BHR1'                  TO WRK-PROGRAMA     00008510
                   MOVE '4100'                      TO WRK-SECAO        00008520
                   MOVE 'ERRO UPDATE VENCIDAS    - ' TO WRK-MENSAGEM    00008530
                   MOVE ZEROS                       TO WRK-STATUS       00008540
                   PERFORM 9000-TRATARERROS                             00008550
            END-EVALUATE.                                               00008560
                                                                        00008570
            EXEC SQL                                                    00008580
                 COMMIT                                                 00008590
            END-EXEC.                                                   00008600
                                                                        00008610
            ADD 1         TO WRK-VENCIMENTOS.                           00008620
            ADD WRK-HORAS TO WRK-TOT-VENCIDO.                           00008630
            MOVE WRK-IDFUNC   TO WRK-R-ID.                              00008640
            MOVE WRK-DATA-DB2 TO WRK-R-DATA.                            00008650
            MOVE 'VENCIDAS'   TO WRK-R-MOV.                             00008660
            MOVE WRK-HORAS    TO WRK-R-HORAS.                           00008670
            MOVE 'PAGAS COMO HORA EXTRA NA FOLHA'                       00008680
                              TO WRK-R-OBS.                             00008690
            WRITE FD-RELBH1 FROM WRK-REL-DET.                           00008700
                                                                        00008710
       4100-99-FIM.                                            EXIT.    00008720
      *=============================================================*   00008730
                                                                        00008740
      *=============================================================*   00008750
       5000-EXTRAIR                                         SECTION.    00008760
                                                                        00008770
      *          O BHVENC SAI DA TABELA: O REPROCESSAMENTO REFAZ O      00008780
      *          MESMO ARQUIVO                                          00008790
                                                                        00008800
            MOVE WRK-COMPET-ATUAL TO BHR-COMPET.                        00008810
                                                                        00008820
            EXEC SQL                                                    00008830
                 OPEN CEXTRAI                                           00008840
            END-EXEC.                                                   00008850
                                                                        00008860
            IF SQLCODE NOT EQUAL 0                                      00008870
               MOVE SQLCODE TO WRK-SQLCODE                              00008880
               MOVE 'FR21BHR1'                  TO WRK-PROGRAMA         00008890
               MOVE '5000'                      TO WRK-SECAO            00008900
               MOVE 'ERRO OPEN CURSOR CEXTRAI- ' TO WRK-MENSAGEM        00008910
               MOVE ZEROS                       TO WRK-STATUS           00008920
               PERFORM 9000-TRATARERROS                                 00008930
            END-IF.                                                     00008940
                                                                        00008950
            PERFORM 5050-LER-EXTRACAO.                                  00008960
            PERFORM UNTIL SQLCODE NOT EQUAL 0                           00008970
               MOVE BHR-IDFUNC       TO BHV-IDFUNC                      00008980
               MOVE WRK-COMPET-ATUAL TO BHV-COMPET                      00008990
               MOVE BHR-SALDO        TO BHV-HORAS-CRED                  00009000
               MOVE BHR-HORAS        TO BHV-HORAS-VENC                  00009010
               MOVE WRK-DATA-SISTEMA TO BHV-DATA                        00009020
               WRITE REG-BHVENC                                         00009030
               IF WRK-FS-BHVENC NOT EQUAL ZEROS                         00009040
                  MOVE 'FR21BHR1'                  TO WRK-PROGRAMA      00009050
                  MOVE '5000'                      TO WRK-SECAO         00009060
                  MOVE 'ERRO GRAVACAO BHVENC    - ' TO WRK-MENSAGEM     00009070
                  MOVE WRK-FS-BHVENC               TO WRK-STATUS        00009080
                  PERFORM 9000-TRATARERROS                              00009090
               END-IF                                                   00009100
               ADD 1 TO WRK-EXTRAIDOS                                   00009110
               PERFORM 5050-LER-EXTRACAO                                00009120
            END-PERFORM.                                                00009130
                                                                        00009140
            EXEC SQL                                                    00009150
                 CLOSE CEXTRAI                                          00009160
            END-EXEC.                                                   00009170
                                                                        00009180
       5000-99-FIM.                                            EXIT.    00009190
      *=============================================================*   00009200
                                                                        00009210
      *=============================================================*   00009220
       5050-LER-EXTRACAO                                    SECTION.    00009230
                                                                        00009240
      *          SALDO RECEBE AS CREDITADAS E HORAS AS VENCIDAS         00009250
                                                                        00009260
            EXEC SQL                                                    00009270
                 FETCH CEXTRAI                                          00009280
                  INTO :BHR-IDFUNC, :BHR-SALDO, :BHR-HORAS              00009290
            END-EXEC.                                                   00009300
                                                                        00009310
            IF SQLCODE NOT EQUAL 0 AND 100                              00009320
               MOVE SQLCODE TO WRK-SQLCODE                              00009330
               MOVE 'FR21BHR1'                  TO WRK-PROGRAMA         00009340
               MOVE '5050'                      TO WRK-SECAO            00009350
               MOVE 'ERRO FETCH CURSOR CEXTRAI ' TO WRK-MENSAGEM        00009360
               MOVE ZEROS                       TO WRK-STATUS           00009370
               PERFORM 9000-TRATARERROS                                 00009380
            END-IF.                                                     00009390
                                                                        00009400
       5050-99-FIM.                                            EXIT.    00009410
      *=============================================================*   00009420
                                                                        00009430
      *=============================================================*   00009440
       6000-FINALIZAR                                       SECTION.    00009450
                                                                        00009460
             MOVE WRK-TOT-CREDITO TO WRK-T-CREDITO.                     00009470
             MOVE WRK-TOT-DEBITO  TO WRK-T-DEBITO.                      00009480
             MOVE WRK-TOT-VENCIDO TO WRK-T-VENCIDO.                     00009490
             WRITE FD-RELBH1 FROM WRK-LINHA-VAZIA.                      00009500
             WRITE FD-RELBH1 FROM WRK-TOTAIS.                           00009510
                                                                        00009520
             DISPLAY 'PONTO LIDO............' WRK-LIDOS-PONTO.          00009530
             DISPLAY 'AUSENCIAS LIDAS.......' WRK-LIDOS-AUSENC.         00009540
             DISPLAY 'CREDITOS REGISTRADOS..' WRK-CREDITOS.             00009550
             DISPLAY 'FOLGAS BAIXADAS.......' WRK-DEBITOS.              00009560
             DISPLAY 'FOLGAS SEM SALDO......' WRK-SEM-SALDO.            00009570
             DISPLAY 'FUNC. COM VENCIDAS....' WRK-VENCIMENTOS.          00009580
             DISPLAY 'JA REGISTRADOS........' WRK-JA-REGISTRADOS.       00009590
             DISPLAY 'GRAVADOS NO BHVENC....' WRK-EXTRAIDOS.            00009600
             DISPLAY WRK-MSG-FINAL.                                     00009610
                                                                        00009620
             CLOSE PNTDET.                                              00009630
             IF WRK-FS-ABSAPL NOT EQUAL 35                              00009640
                CLOSE ABSAPL                                            00009650
             END-IF.                                                    00009660
             CLOSE BHVENC.                                              00009670
             CLOSE RELBH1.                                              00009680
             STOP RUN.                                                  00009690
                                                                        00009700
       6000-99-FIM.                                            EXIT.    00009710
      *=============================================================*   00009720
                                                                        00009730
      *=============================================================*   00009740
       7000-INSERIR-MOVIMENTO                               SECTION.    00009750
                                                                        00009760
            EXEC SQL                                                    00009770
                 INSERT INTO IVAN.BANCOHR                               00009780
                        (IDFUNC, DATAMOV, TIPO, HORAS, SALDO,           00009790
                         COMPET, DATAPROC)                              00009800
                 VALUES (:BHR-IDFUNC, :BHR-DATAMOV, :BHR-TIPO,          00009810
                         :BHR-HORAS, :BHR-SALDO, :BHR-COMPET,           00009820
                         :BHR-DATAPROC)                                 00009830
            END-EXEC.                                                   00009840
                                                                        00009850
            IF SQLCODE NOT EQUAL 0                                      00009860
               MOVE SQLCODE TO WRK-SQLCODE                              00009870
               DISPLAY 'ERRO ' WRK-SQLCODE ' NO INSERT BANCOHR '        00009880
                       WRK-IDFUNC ' ' BHR-TIPO                          00009890
               EXEC SQL                                                 00009900
                    ROLLBACK                                            00009910
               END-EXEC                                                 00009920
               MOVE 'FR21BHR1'                  TO WRK-PROGRAMA         00009930
               MOVE '7000'                      TO WRK-SECAO            00009940
               MOVE 'ERRO INSERT BANCOHR     - ' TO WRK-MENSAGEM        00009950
               MOVE ZEROS                       TO WRK-STATUS           00009960
               PERFORM 9000-TRATARERROS                                 00009970
            END-IF.                                                     00009980
                                                                        00009990
       7000-99-FIM.                                            EXIT.    00010000
      *=============================================================*   00010010
                                                                        00010020
      *=============================================================*   00010030
       8000-FORMATAR-DATA                                   SECTION.    00010040
                                                                        00010050
            MOVE WRK-AUX-ANO TO WRK-DATA-MOV(1:4).                      00010060
            MOVE '-'         TO WRK-DATA-MOV(5:1).                      00010070
            MOVE WRK-AUX-MES TO WRK-DATA-MOV(6:2).                      00010080
            MOVE '-'         TO WRK-DATA-MOV(8:1).                      00010090
            MOVE WRK-AUX-DIA TO WRK-DATA-MOV(9:2).                      00010100
                                                                        00010110
       8000-99-FIM.                                            EXIT.    00010120
      *=============================================================*   00010130
                                                                        00010140
      *=============================================================*   00010150
       9000-TRATARERROS                                     SECTION.    00010160
                                                                        00010170
             MOVE 'E' TO WRK-SEVERIDADE.                                00010180
             CALL 'GRAVALOG' USING WRK-DADOS.                           00010190
             STOP RUN.                                                  00010200
                                                                        00010210
       9000-99-FIM.                                            EXIT.    00010220
      *=============================================================*   00010230
