      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21REQ1.                                            00000050
                                                                        00000060
      *=============================================================*   00000070
      *   AUTOR....:VICTOR ARANDA                                       00000080
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000090
      *   DATA ....:15/10/2026                                          00000100
      *-------------------------------------------------------------*   00000110
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000120
      *  1.0   15/10/26   VICTOR ARANDA    VERSAO INICIAL               00000130
      *-------------------------------------------------------------*   00000140
      *   OBJETIVO: MANUTENCAO BATCH DAS REQUISICOES DE VAGA            00000150
      *      (IVAN.REQUIS) CONTRA O QUADRO AUTORIZADO. LE O             00000160
      *      MOVIMENTO (REQMOV) COM TRES OPERACOES:                     00000170
      *        'A' ABERTURA   - SETOR COM QUADRO EM IVAN.QUADRO,        00000180
      *                         CARGO EM IVAN.CARGO E VAGA LIVRE;       00000190
      *                         NUMERO DA REQUISICAO SEQUENCIAL         00000200
      *        'S' SALARIO    - NOVO SALARIO OFERECIDO (ABERTA)         00000210
      *        'C' CANCELAMENTO - SO REQUISICAO ABERTA                  00000220
      *      VAGA LIVRE = VAGAS AUTORIZADAS - EFETIVO VIVO DO SETOR     00000230
      *      (DATADEM NULA, MESMA CONTA DO FR21QDR1) - REQUISICOES      00000240
      *      JA ABERTAS NO SETOR. OFERTA FORA DA FAIXA DO CARGO E       00000250
      *      ACEITA, MAS SAI ANOTADA NA CRITICA (RELREQ).               00000260
      *      O FECHAMENTO POR PREENCHIMENTO E FEITO PELO FR21ADM1.      00000270
      *-------------------------------------------------------------*   00000280
      *   BASE DE DADOS:                                                00000290
      *   TABELA.DB2..                                                  00000300
      *    ------              I/O                 INCLUDE/BOOK         00000310
      *   IVAN.REQUIS          I/O                 #BKREQU----          00000320
      *   IVAN.QUADRO           I                  #BKQUADR---          00000330
      *   IVAN.CARGO            I                  #BKCARGO---          00000340
      *   IVAN.FUNC             I                  -----------          00000350
      *-------------------------------------------------------------*   00000360
      *   ARQUIVOS:                                                     00000370
      *    DDNAME              I/O                  COPY/BOOK           00000380
      *   REQMOV                I                                       00000390
      *   RELREQ                O                                       00000400
      *-------------------------------------------------------------*   00000410
      *   MODULOS....:                                                  00000420
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000430
      *=============================================================*   00000440
       ENVIRONMENT                               DIVISION.              00000450
      *=============================================================*   00000460
                                                                        00000470
      *-------------------------------------------------------------*   00000480
       CONFIGURATION                                        SECTION.    00000490
      *-------------------------------------------------------------*   00000500
       SPECIAL-NAMES.                                                   00000510
           DECIMAL-POINT IS COMMA.                                      00000520
                                                                        00000530
                                                                        00000540
       INPUT-OUTPUT                                         SECTION.    00000550
       FILE-CONTROL.                                                    00000560
           SELECT REQMOV   ASSIGN TO REQMOV                             00000570
               FILE STATUS  IS WRK-FS-REQMOV.                           00000580
                                                                        00000590
           SELECT RELREQ   ASSIGN TO RELREQ                             00000600
               FILE STATUS  IS WRK-FS-RELREQ.                           00000610
                                                                        00000620
      *=============================================================*   00000630
       DATA                                                DIVISION.    00000640
      *=============================================================*   00000650
       FILE                                                 SECTION.    00000660
      *=============================================================*   00000670
                                                                        00000680
      *      ENTRADA - MOVIMENTO DE REQUISICOES     LRECL = 40          00000690
      *      DATA DE ABERTURA AAAA-MM-DD (BRANCO = DATA DO DIA)         00000700
                                                                        00000710
       FD REQMOV                                                        00000720
           RECORDING  MODE IS F                                         00000730
           BLOCK CONTAINS 0 RECORDS.                                    00000740
                                                                        00000750
       01 FD-REQMOV.                                                    00000760
          05 FD-RQ-OPERACAO  PIC X(01).                                 00000770
          05 FD-RQ-NUMREQ    PIC 9(07).                                 00000780
          05 FD-RQ-SETOR     PIC X(04).                                 00000790
          05 FD-RQ-CARGO     PIC X(04).                                 00000800
          05 FD-RQ-SALOFER   PIC 9(07)V99.                              00000810
          05 FD-RQ-DTABERT   PIC X(10).                                 00000820
          05 FILLER          PIC X(05).                                 00000830
                                                                        00000840
      *      SAIDA - CRITICA                        LRECL = 80          00000850
       FD RELREQ                                                        00000860
           RECORDING  MODE IS F                                         00000870
           BLOCK CONTAINS 0 RECORDS.                                    00000880
                                                                        00000890
       01 FD-RELREQ       PIC X(80).                                    00000900
                                                                        00000910
      *-------------------------------------------------------------*   00000920
       WORKING-STORAGE                                      SECTION.    00000930
      *-------------------------------------------------------------*   00000940
                                                                        00000950
           EXEC SQL                                                     00000960
              INCLUDE #BKREQU                                           00000970
           END-EXEC.                                                    00000980
                                                                        00000990
           EXEC SQL                                                     00001000
              INCLUDE #BKQUADR                                          00001010
           END-EXEC.                                                    00001020
                                                                        00001030
           EXEC SQL                                                     00001040
              INCLUDE #BKCARGO                                          00001050
           END-EXEC.                                                    00001060
                                                                        00001070
           EXEC SQL                                                     00001080
              INCLUDE SQLCA                                             00001090
           END-EXEC.                                                    00001100
                                                                        00001110
      *------------------LOG-DE-ERROS-------------------------------*   00001120
                                                                        00001130
       01 WRK-DADOS.                                                    00001140
           05 WRK-PROGRAMA  PIC X(08).                                  00001150
           05 WRK-SECAO     PIC X(04).                                  00001160
           05 WRK-MENSAGEM  PIC X(30).                                  00001170
           05 WRK-STATUS    PIC X(02).                                  00001180
           05 WRK-SEVERIDADE PIC X(01).                                 00001190
           05 FILLER        PIC X(22).                                  00001200
                                                                        00001210
      *--------------------LOGICA-----------------------------------*   00001220
                                                                        00001230
       77 WRK-SQLCODE         PIC -999.                                 00001240
       77 WRK-LIDOS           PIC 9(05) VALUE 0.                        00001250
       77 WRK-ACEITOS         PIC 9(05) VALUE 0.                        00001260
       77 WRK-REJEITADOS      PIC 9(05) VALUE 0.                        00001270
       77 WRK-MOTIVO          PIC X(25).                                00001280
       77 WRK-OBSERVACAO      PIC X(25).                                00001290
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00001300
                                                                        00001310
      *-----------VAGA LIVRE NO QUADRO DO SETOR---------------------*   00001320
                                                                        00001330
       77 WRK-EFETIVO         PIC S9(09) COMP VALUE 0.                  00001340
       77 WRK-ABERTAS         PIC S9(09) COMP VALUE 0.                  00001350
       77 WRK-LIVRES          PIC S9(09) COMP VALUE 0.                  00001360
                                                                        00001370
      *-----------DATA DO DIA---------------------------------------*   00001380
                                                                        00001390
       01 WRK-DATA-AUX        PIC 9(08).                                00001400
       01 WRK-DATA-AUX-R REDEFINES WRK-DATA-AUX.                        00001410
          05 WRK-AUX-ANO      PIC 9(04).                                00001420
          05 WRK-AUX-MES      PIC 9(02).                                00001430
          05 WRK-AUX-DIA      PIC 9(02).                                00001440
                                                                        00001450
       01 WRK-DATA-ISO.                                                 00001460
          05 WRK-ISO-ANO      PIC 9(04).                                00001470
          05 FILLER           PIC X(01) VALUE '-'.                      00001480
          05 WRK-ISO-MES      PIC 9(02).                                00001490
          05 FILLER           PIC X(01) VALUE '-'.                      00001500
          05 WRK-ISO-DIA      PIC 9(02).                                00001510
                                                                        00001520
      *--------------------STATUS-----------------------------------*   00001530
                                                                        00001540
       77 WRK-FS-REQMOV   PIC 9(02).                                    00001550
       77 WRK-FS-RELREQ   PIC 9(02).                                    00001560
                                                                        00001570
      *--------------------LINHAS DO RELATORIO----------------------*   00001580
                                                                        00001590
       01 WRK-CABEC1.                                                   00001600
          05 FILLER   PIC X(44) VALUE                                   00001610
             'MANUTENCAO DE REQUISICOES DE VAGA'.                       00001620
          05 FILLER   PIC X(36).                                        00001630
                                                                        00001640
       01 WRK-CABEC2.                                                   00001650
          05 FILLER   PIC X(39) VALUE                                   00001660
             'O  REQUISIC  SETOR CARGO  SALARIO OFER.'.                 00001670
          05 FILLER   PIC X(41) VALUE                                   00001680
             '  SITUACAO   CRITICA'.                                    00001690
                                                                        00001700
       01 WRK-DETALHE.                                                  00001710
          05 WRK-D-OPERACAO  PIC X(01).                                 00001720
          05 FILLER          PIC X(02).                                 00001730
          05 WRK-D-NUMREQ    PIC 9(07).                                 00001740
          05 FILLER          PIC X(02).                                 00001750
          05 WRK-D-SETOR     PIC X(04).                                 00001760
          05 FILLER          PIC X(02).                                 00001770
          05 WRK-D-CARGO     PIC X(04).                                 00001780
          05 FILLER          PIC X(01).                                 00001790
          05 WRK-D-SALOFER   PIC Z.ZZZ.ZZ9,99.                          00001800
          05 FILLER          PIC X(02).                                 00001810
          05 WRK-D-SITUACAO  PIC X(10).                                 00001820
          05 FILLER          PIC X(01).                                 00001830
          05 WRK-D-CRITICA   PIC X(25).                                 00001840
          05 FILLER          PIC X(07).                                 00001850
                                                                        00001860
      *=============================================================*   00001870
       PROCEDURE DIVISION.                                              00001880
      *=============================================================*   00001890
                                                                        00001900
      *=============================================================*   00001910
       0000-PRINCIPAL                                       SECTION.    00001920
                                                                        00001930
            PERFORM 1000-INICIAR.                                       00001940
            PERFORM 2000-PROCESSAR UNTIL WRK-FS-REQMOV EQUAL 10.        00001950
            PERFORM 3000-FINALIZAR.                                     00001960
                                                                        00001970
       0000-99-FIM.                                            EXIT.    00001980
      *=============================================================*   00001990
                                                                        00002000
      *=============================================================*   00002010
       1000-INICIAR                                         SECTION.    00002020
                                                                        00002030
            OPEN INPUT  REQMOV.                                         00002040
            OPEN OUTPUT RELREQ.                                         00002050
                                                                        00002060
            IF WRK-FS-REQMOV NOT EQUAL ZEROS                            00002070
               MOVE 'FR21REQ1'                  TO WRK-PROGRAMA         00002080
               MOVE '1000'                      TO WRK-SECAO            00002090
               MOVE 'ERRO OPEN MOVTO REQUISICAO' TO WRK-MENSAGEM        00002100
               MOVE WRK-FS-REQMOV               TO WRK-STATUS           00002110
               PERFORM 9000-TRATARERROS                                 00002120
            END-IF.                                                     00002130
                                                                        00002140
            ACCEPT WRK-DATA-AUX FROM DATE YYYYMMDD.                     00002150
            MOVE WRK-AUX-ANO TO WRK-ISO-ANO.                            00002160
            MOVE WRK-AUX-MES TO WRK-ISO-MES.                            00002170
            MOVE WRK-AUX-DIA TO WRK-ISO-DIA.                            00002180
                                                                        00002190
            WRITE FD-RELREQ FROM WRK-CABEC1.                            00002200
            WRITE FD-RELREQ FROM WRK-LINHA-VAZIA.                       00002210
            WRITE FD-RELREQ FROM WRK-CABEC2.                            00002220
                                                                        00002230
            READ REQMOV.                                                00002240
                                                                        00002250
            IF WRK-FS-REQMOV NOT EQUAL ZEROS                            00002260
               DISPLAY 'ARQUIVO REQMOV VAZIO'                           00002270
               STOP RUN                                                 00002280
            END-IF.                                                     00002290
                                                                        00002300
       1000-99-FIM.                                            EXIT.    00002310
      *=============================================================*   00002320
                                                                        00002330
      *=============================================================*   00002340
       2000-PROCESSAR                                       SECTION.    00002350
                                                                        00002360
           ADD 1 TO WRK-LIDOS.                                          00002370
           MOVE SPACES TO WRK-MOTIVO.                                   00002380
           MOVE SPACES TO WRK-OBSERVACAO.                               00002390
           MOVE FD-RQ-NUMREQ TO WRK-D-NUMREQ.                           00002400
                                                                        00002410
           EVALUATE FD-RQ-OPERACAO                                      00002420
             WHEN 'A'                                                   00002430
                  PERFORM 2100-ABRIR                                    00002440
             WHEN 'S'                                                   00002450
                  PERFORM 2300-ALTERAR-SALARIO                          00002460
             WHEN 'C'                                                   00002470
                  PERFORM 2400-CANCELAR                                 00002480
             WHEN OTHER                                                 00002490
                  MOVE 'OPERACAO INVALIDA       ' TO WRK-MOTIVO         00002500
           END-EVALUATE.                                                00002510
                                                                        00002520
           MOVE FD-RQ-OPERACAO TO WRK-D-OPERACAO.                       00002530
           MOVE FD-RQ-SETOR    TO WRK-D-SETOR.                          00002540
           MOVE FD-RQ-CARGO    TO WRK-D-CARGO.                          00002550
           MOVE FD-RQ-SALOFER  TO WRK-D-SALOFER.                        00002560
                                                                        00002570
           IF WRK-MOTIVO NOT EQUAL SPACES                               00002580
              ADD 1 TO WRK-REJEITADOS                                   00002590
              MOVE 'REJEITADO ' TO WRK-D-SITUACAO                       00002600
              MOVE WRK-MOTIVO   TO WRK-D-CRITICA                        00002610
           ELSE                                                         00002620
              ADD 1 TO WRK-ACEITOS                                      00002630
              MOVE 'EFETUADO  ' TO WRK-D-SITUACAO                       00002640
              MOVE WRK-OBSERVACAO TO WRK-D-CRITICA                      00002650
           END-IF.                                                      00002660
                                                                        00002670
           WRITE FD-RELREQ FROM WRK-DETALHE.                            00002680
                                                                        00002690
           READ REQMOV.                                                 00002700
                                                                        00002710
       2000-99-FIM.                                            EXIT.    00002720
      *=============================================================*   00002730
                                                                        00002740
      *=============================================================*   00002750
       2100-ABRIR                                           SECTION.    00002760
                                                                        00002770
           IF FD-RQ-SALOFER NOT NUMERIC OR FD-RQ-SALOFER EQUAL ZEROS    00002780
              MOVE 'SALARIO OFERECIDO ZERADO' TO WRK-MOTIVO             00002790
              GO TO 2100-99-FIM                                         00002800
           END-IF.                                                      00002810
                                                                        00002820
           PERFORM 2110-VALIDAR-CARGO.                                  00002830
           IF WRK-MOTIVO NOT EQUAL SPACES                               00002840
              GO TO 2100-99-FIM                                         00002850
           END-IF.                                                      00002860
                                                                        00002870
           PERFORM 2150-CHECAR-VAGA.                                    00002880
           IF WRK-MOTIVO NOT EQUAL SPACES                               00002890
              GO TO 2100-99-FIM                                         00002900
           END-IF.                                                      00002910
                                                                        00002920
      *          NUMERACAO SEQUENCIAL DAS REQUISICOES                   00002930
                                                                        00002940
           EXEC SQL                                                     00002950
                SELECT COALESCE(MAX(NUMREQ),0)                          00002960
                  INTO :REQ-NUMREQ                                      00002970
                  FROM IVAN.REQUIS                                      00002980
           END-EXEC.                                                    00002990
                                                                        00003000
           IF SQLCODE NOT EQUAL 0                                       00003010
              MOVE SQLCODE TO WRK-SQLCODE                               00003020
              DISPLAY 'ERRO ' WRK-SQLCODE ' NA NUMERACAO'               00003030
              MOVE 'ERRO SQL NA NUMERACAO   ' TO WRK-MOTIVO             00003040
              GO TO 2100-99-FIM                                         00003050
           END-IF.                                                      00003060
                                                                        00003070
           ADD 1 TO REQ-NUMREQ.                                         00003080
           MOVE FD-RQ-SETOR   TO REQ-IDSETOR.                           00003090
           MOVE FD-RQ-CARGO   TO REQ-IDCARGO.                           00003100
           MOVE FD-RQ-SALOFER TO REQ-SALOFER.                           00003110
           IF FD-RQ-DTABERT EQUAL SPACES                                00003120
              MOVE WRK-DATA-ISO  TO REQ-DTABERT                         00003130
           ELSE                                                         00003140
              MOVE FD-RQ-DTABERT TO REQ-DTABERT                         00003150
           END-IF.                                                      00003160
           MOVE 'A'           TO REQ-STATUS.                            00003170
           MOVE SPACES        TO REQ-DTFECH.                            00003180
           MOVE ZEROS         TO REQ-IDFUNC.                            00003190
                                                                        00003200
           EXEC SQL                                                     00003210
                INSERT INTO IVAN.REQUIS                                 00003220
                       (NUMREQ, IDSETOR, IDCARGO, SALOFER,              00003230
                        DTABERT, STATUS, DTFECH, IDFUNC)                00003240
                VALUES (:REQ-NUMREQ, :REQ-IDSETOR, :REQ-IDCARGO,        00003250
                        :REQ-SALOFER, :REQ-DTABERT, :REQ-STATUS,        00003260
                        :REQ-DTFECH, :REQ-IDFUNC)                       00003270
           END-EXEC.                                                    00003280
                                                                        00003290
           IF SQLCODE NOT EQUAL 0                                       00003300
              MOVE SQLCODE TO WRK-SQLCODE                               00003310
              DISPLAY 'ERRO ' WRK-SQLCODE ' NO INSERT'                  00003320
              MOVE 'ERRO SQL NO INSERT      ' TO WRK-MOTIVO             00003330
           ELSE                                                         00003340
              EXEC SQL COMMIT END-EXEC                                  00003350
              MOVE REQ-NUMREQ TO WRK-D-NUMREQ                           00003360
           END-IF.                                                      00003370
                                                                        00003380
       2100-99-FIM.                                            EXIT.    00003390
      *=============================================================*   00003400
                                                                        00003410
      *=============================================================*   00003420
       2110-VALIDAR-CARGO                                   SECTION.    00003430
                                                                        00003440
      *          CARGO TEM QUE EXISTIR; OFERTA FORA DA FAIXA DO         00003450
      *          CARGO PASSA, MAS FICA ANOTADA                          00003460
                                                                        00003470
           MOVE FD-RQ-CARGO TO CRG-IDCARGO.                             00003480
                                                                        00003490
           EXEC SQL                                                     00003500
                SELECT PISOSAL, TETOSAL                                 00003510
                  INTO :CRG-PISOSAL, :CRG-TETOSAL                       00003520
                  FROM IVAN.CARGO                                       00003530
                 WHERE IDCARGO = :CRG-IDCARGO                           00003540
                 FETCH FIRST ROW ONLY                                   00003550
           END-EXEC.                                                    00003560
                                                                        00003570
           IF SQLCODE NOT EQUAL 0                                       00003580
              MOVE 'CARGO NAO CADASTRADO    ' TO WRK-MOTIVO             00003590
              GO TO 2110-99-FIM                                         00003600
           END-IF.                                                      00003610
                                                                        00003620
           IF FD-RQ-SALOFER LESS CRG-PISOSAL                            00003630
              OR FD-RQ-SALOFER GREATER CRG-TETOSAL                      00003640
              MOVE 'OFERTA FORA DA FAIXA    ' TO WRK-OBSERVACAO         00003650
           END-IF.                                                      00003660
                                                                        00003670
       2110-99-FIM.                                            EXIT.    00003680
      *=============================================================*   00003690
                                                                        00003700
      *=============================================================*   00003710
       2150-CHECAR-VAGA                                     SECTION.    00003720
                                                                        00003730
      *          VAGAS AUTORIZADAS - EFETIVO VIVO - REQUISICOES         00003740
      *          JA ABERTAS; SEM SOBRA NAO ABRE REQUISICAO              00003750
                                                                        00003760
           MOVE FD-RQ-SETOR TO QDR-IDSETOR.                             00003770
                                                                        00003780
           EXEC SQL                                                     00003790
                SELECT VAGASAUT                                         00003800
                  INTO :QDR-VAGASAUT                                    00003810
                  FROM IVAN.QUADRO                                      00003820
                 WHERE IDSETOR = :QDR-IDSETOR                           00003830
                 FETCH FIRST ROW ONLY                                   00003840
           END-EXEC.                                                    00003850
                                                                        00003860
           IF SQLCODE NOT EQUAL 0                                       00003870
              MOVE 'SETOR SEM QUADRO        ' TO WRK-MOTIVO             00003880
              GO TO 2150-99-FIM                                         00003890
           END-IF.                                                      00003900
                                                                        00003910
           EXEC SQL                                                     00003920
                SELECT COUNT(*)                                         00003930
                  INTO :WRK-EFETIVO                                     00003940
                  FROM IVAN.FUNC                                        00003950
                 WHERE SETOR = :QDR-IDSETOR                             00003960
                   AND DATADEM IS NULL                                  00003970
           END-EXEC.                                                    00003980
                                                                        00003990
           IF SQLCODE NOT EQUAL 0                                       00004000
              MOVE SQLCODE TO WRK-SQLCODE                               00004010
              DISPLAY 'ERRO ' WRK-SQLCODE ' NA CONTAGEM DO SETOR'       00004020
              MOVE 'ERRO SQL NO EFETIVO     ' TO WRK-MOTIVO             00004030
              GO TO 2150-99-FIM                                         00004040
           END-IF.                                                      00004050
                                                                        00004060
           EXEC SQL                                                     00004070
                SELECT COUNT(*)                                         00004080
                  INTO :WRK-ABERTAS                                     00004090
                  FROM IVAN.REQUIS                                      00004100
                 WHERE IDSETOR = :QDR-IDSETOR                           00004110
                   AND STATUS  = 'A'                                    00004120
           END-EXEC.                                                    00004130
                                                                        00004140
           IF SQLCODE NOT EQUAL 0                                       00004150
              MOVE SQLCODE TO WRK-SQLCODE                               00004160
              DISPLAY 'ERRO ' WRK-SQLCODE ' NA CONTAGEM DE ABERTAS'     00004170
              MOVE 'ERRO SQL NAS ABERTAS    ' TO WRK-MOTIVO             00004180
              GO TO 2150-99-FIM                                         00004190
           END-IF.                                                      00004200
                                                                        00004210
           COMPUTE WRK-LIVRES = QDR-VAGASAUT - WRK-EFETIVO              00004220
                              - WRK-ABERTAS.                            00004230
                                                                        00004240
           IF WRK-LIVRES NOT GREATER ZERO                               00004250
              MOVE 'SEM VAGA LIVRE NO QUADRO' TO WRK-MOTIVO             00004260
           END-IF.                                                      00004270
                                                                        00004280
       2150-99-FIM.                                            EXIT.    00004290
      *=============================================================*   00004300
                                                                        00004310
      *=============================================================*   00004320
       2200-LER-REQUISICAO                                  SECTION.    00004330
                                                                        00004340
      *          REQUISICAO DO MOVIMENTO TEM QUE ESTAR ABERTA           00004350
                                                                        00004360
           MOVE FD-RQ-NUMREQ TO REQ-NUMREQ.                             00004370
                                                                        00004380
           EXEC SQL                                                     00004390
                SELECT IDSETOR, IDCARGO, SALOFER, STATUS                00004400
                  INTO :REQ-IDSETOR, :REQ-IDCARGO, :REQ-SALOFER,        00004410
                       :REQ-STATUS                                      00004420
                  FROM IVAN.REQUIS                                      00004430
                 WHERE NUMREQ = :REQ-NUMREQ                             00004440
           END-EXEC.                                                    00004450
                                                                        00004460
           EVALUATE SQLCODE                                             00004470
             WHEN 0                                                     00004480
                  IF REQ-STATUS NOT EQUAL 'A'                           00004490
                     MOVE 'REQUISICAO NAO ABERTA   ' TO WRK-MOTIVO      00004500
                  END-IF                                                00004510
             WHEN 100                                                   00004520
                  MOVE 'REQUISICAO INEXISTENTE  ' TO WRK-MOTIVO         00004530
             WHEN OTHER                                                 00004540
                  MOVE SQLCODE TO WRK-SQLCODE                           00004550
                  DISPLAY 'ERRO ' WRK-SQLCODE ' NA LEITURA'             00004560
                  MOVE 'ERRO SQL NA LEITURA     ' TO WRK-MOTIVO         00004570
           END-EVALUATE.                                                00004580
                                                                        00004590
       2200-99-FIM.                                            EXIT.    00004600
      *=============================================================*   00004610
                                                                        00004620
      *=============================================================*   00004630
       2300-ALTERAR-SALARIO                                 SECTION.    00004640
                                                                        00004650
           IF FD-RQ-SALOFER NOT NUMERIC OR FD-RQ-SALOFER EQUAL ZEROS    00004660
              MOVE 'SALARIO OFERECIDO ZERADO' TO WRK-MOTIVO             00004670
              GO TO 2300-99-FIM                                         00004680
           END-IF.                                                      00004690
                                                                        00004700
           PERFORM 2200-LER-REQUISICAO.                                 00004710
           IF WRK-MOTIVO NOT EQUAL SPACES                               00004720
              GO TO 2300-99-FIM                                         00004730
           END-IF.                                                      00004740
                                                                        00004750
           MOVE REQ-IDSETOR TO FD-RQ-SETOR.                             00004760
           MOVE REQ-IDCARGO TO FD-RQ-CARGO.                             00004770
           PERFORM 2110-VALIDAR-CARGO.                                  00004780
           IF WRK-MOTIVO NOT EQUAL SPACES                               00004790
              GO TO 2300-99-FIM                                         00004800
           END-IF.                                                      00004810
                                                                        00004820
           MOVE FD-RQ-SALOFER TO REQ-SALOFER.                           00004830
                                                                        00004840
           EXEC SQL                                                     00004850
                UPDATE IVAN.REQUIS                                      00004860
                   SET SALOFER = :REQ-SALOFER                           00004870
                 WHERE NUMREQ  = :REQ-NUMREQ                            00004880
           END-EXEC.                                                    00004890
                                                                        00004900
           IF SQLCODE NOT EQUAL 0                                       00004910
              MOVE SQLCODE TO WRK-SQLCODE                               00004920
              DISPLAY 'ERRO ' WRK-SQLCODE ' NO UPDATE'                  00004930
              MOVE 'ERRO SQL NO UPDATE      ' TO WRK-MOTIVO             00004940
           ELSE                                                         00004950
              EXEC SQL COMMIT END-EXEC                                  00004960
           END-IF.                                                      00004970
                                                                        00004980
       2300-99-FIM.                                            EXIT.    00004990
      *=============================================================*   00005000
                                                                        00005010
      *=============================================================*   00005020
       2400-CANCELAR                                        SECTION.    00005030
                                                                        00005040
           PERFORM 2200-LER-REQUISICAO.                                 00005050
           IF WRK-MOTIVO NOT EQUAL SPACES                               00005060
              GO TO 2400-99-FIM                                         00005070
           END-IF.                                                      00005080
                                                                        00005090
           MOVE REQ-IDSETOR TO FD-RQ-SETOR.                             00005100
           MOVE REQ-IDCARGO TO FD-RQ-CARGO.                             00005110
           MOVE REQ-SALOFER TO FD-RQ-SALOFER.                           00005120
           MOVE WRK-DATA-ISO TO REQ-DTFECH.                             00005130
                                                                        00005140
           EXEC SQL                                                     00005150
                UPDATE IVAN.REQUIS                                      00005160
                   SET STATUS  = 'C',                                   00005170
                       DTFECH  = :REQ-DTFECH                            00005180
                 WHERE NUMREQ  = :REQ-NUMREQ                            00005190
           END-EXEC.                                                    00005200
                                                                        00005210
           IF SQLCODE NOT EQUAL 0                                       00005220
              MOVE SQLCODE TO WRK-SQLCODE                               00005230
              DISPLAY 'ERRO ' WRK-SQLCODE ' NO CANCELAMENTO'            00005240
              MOVE 'ERRO SQL NO CANCELAMENTO' TO WRK-MOTIVO             00005250
           ELSE                                                         00005260
              EXEC SQL COMMIT END-EXEC                                  00005270
              MOVE 'REQUISICAO CANCELADA    ' TO WRK-OBSERVACAO         00005280
           END-IF.                                                      00005290
                                                                        00005300
       2400-99-FIM.                                            EXIT.    00005310
      *=============================================================*   00005320
                                                                        00005330
      *=============================================================*   00005340
       3000-FINALIZAR                                       SECTION.    00005350
                                                                        00005360
             DISPLAY 'MOVIMENTOS LIDOS......' WRK-LIDOS.                00005370
             DISPLAY 'EFETUADOS.............' WRK-ACEITOS.              00005380
             DISPLAY 'REJEITADOS............' WRK-REJEITADOS.           00005390
             DISPLAY 'FINAL DE PROGRAMA'.                               00005400
                                                                        00005410
             CLOSE REQMOV.                                              00005420
             CLOSE RELREQ.                                              00005430
             STOP RUN.                                                  00005440
                                                                        00005450
       3000-99-FIM.                                            EXIT.    00005460
      *=============================================================*   00005470
                                                                        00005480
      *=============================================================*   00005490
       9000-TRATARERROS                                     SECTION.    00005500
                                                                        00005510
             MOVE 'E' TO WRK-SEVERIDADE.                                00005520
             CALL 'GRAVALOG' USING WRK-DADOS.                           00005530
             STOP RUN.                                                  00005540
                                                                        00005550
       9000-99-FIM.                                            EXIT.    00005560
      *=============================================================*   00005570
