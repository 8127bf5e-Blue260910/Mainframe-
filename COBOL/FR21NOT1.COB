      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21NOT1.                                            00000050
                                                                        00000060
      *=============================================================*   00000070
      *   AUTOR....:VICTOR ARANDA                                       00000080
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000090
      *   DATA ....:15/10/2026                                          00000100
      *-------------------------------------------------------------*   00000110
      *   OBJETIVO: INTERFACE DO GATEWAY CORPORATIVO DE CORREIO.        00000120
      *      LE A CAIXA DE SAIDA DE NOTIFICACOES (NOTIFIC, GRAVADA      00000130
      *      PELO MODULO FR21NOT0 NOS PROGRAMAS DE FOLHA, FERIAS,       00000140
      *      AUMENTO, TRANSFERENCIA E BENEFICIOS), BUSCA NOME E         00000150
      *      E-MAIL DO FUNCIONARIO EM IVAN.FUNC E MONTA O TEXTO DO      00000160
      *      AVISO A PARTIR DO MODELO DO EVENTO NO ARQUIVO MENSAGEM     00000170
      *      (O '#' DO MODELO RECEBE O DETALHE DO EVENTO; SEM O         00000180
      *      MODELO NO ARQUIVO VALE O TEXTO PADRAO DO PROGRAMA).        00000190
      *      E-MAIL VALIDO (MESMA CRITICA DO F21CIP1) VAI PARA O        00000200
      *      MAILGW; E-MAIL EM BRANCO, NULO OU MAL FORMADO SAI UMA      00000210
      *      VEZ POR FUNCIONARIO NO RELEMAIL PARA O RH CORRIGIR O       00000220
      *      CADASTRO. O JOB ESVAZIA A NOTIFIC DEPOIS DESTE PASSO.      00000230
      *-------------------------------------------------------------*   00000240
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000250
      *  1.0   15/10/26   VICTOR ARANDA    VERSAO INICIAL               00000260
      *-------------------------------------------------------------*   00000270
      *   BASE DE DADOS:                                                00000280
      *   TABELA.DB2..                                                  00000290
      *    ------              I/O                 INCLUDE/BOOK         00000300
      *   IVAN.FUNC             I                  #BKFUNC----          00000310
      *-------------------------------------------------------------*   00000320
      *   ARQUIVOS:                                                     00000330
      *    DDNAME              I/O                  COPY/BOOK           00000340
      *   NOTIFIC               I   (CAIXA DE SAIDA) LNKNOTF----        00000350
      *   MAILGW                O   (GATEWAY)        MLGBOOK----        00000360
      *   RELEMAIL              O   (E-MAILS A CORRIGIR P/RH)           00000370
      *-------------------------------------------------------------*   00000380
      *   MODULOS....:                                                  00000390
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000400
      *   FR21MSG1             MODELOS DOS AVISOS (LNKMSG)              00000410
      *=============================================================*   00000420
       ENVIRONMENT                               DIVISION.              00000430
      *=============================================================*   00000440
                                                                        00000450
      *-------------------------------------------------------------*   00000460
       CONFIGURATION                                        SECTION.    00000470
      *-------------------------------------------------------------*   00000480
       SPECIAL-NAMES.                                                   00000490
           DECIMAL-POINT IS COMMA.                                      00000500
                                                                        00000510
                                                                        00000520
       INPUT-OUTPUT                                         SECTION.    00000530
       FILE-CONTROL.                                                    00000540
           SELECT NOTIFIC  ASSIGN TO NOTIFIC                            00000550
               FILE STATUS  IS WRK-FS-NOTIFIC.                          00000560
                                                                        00000570
           SELECT MAILGW   ASSIGN TO MAILGW                             00000580
               FILE STATUS  IS WRK-FS-MAILGW.                           00000590
                                                                        00000600
           SELECT RELEMAIL ASSIGN TO RELEMAIL                           00000610
               FILE STATUS  IS WRK-FS-RELEMAIL.                         00000620
                                                                        00000630
      *=============================================================*   00000640
       DATA                                                DIVISION.    00000650
      *=============================================================*   00000660
       FILE                                                 SECTION.    00000670
      *=============================================================*   00000680
                                                                        00000690
      *      ENTRADA - CAIXA DE SAIDA DE NOTIFICACOES  LRECL = 75       00000700
                                                                        00000710
       FD NOTIFIC                                                       00000720
           RECORDING  MODE IS F                                         00000730
           BLOCK CONTAINS 0 RECORDS.                                    00000740
                                                                        00000750
       COPY 'LNKNOTF'.                                                  00000760
                                                                        00000770
      *      SAIDA - INTERFACE DO GATEWAY DE CORREIO  LRECL = 200       00000780
                                                                        00000790
       FD MAILGW                                                        00000800
           RECORDING  MODE IS F                                         00000810
           BLOCK CONTAINS 0 RECORDS.                                    00000820
                                                                        00000830
       COPY 'MLGBOOK'.                                                  00000840
                                                                        00000850
      *      SAIDA - E-MAILS A CORRIGIR              LRECL = 80         00000860
                                                                        00000870
       FD RELEMAIL                                                      00000880
           RECORDING  MODE IS F                                         00000890
           BLOCK CONTAINS 0 RECORDS.                                    00000900
                                                                        00000910
       01 FD-RELEMAIL     PIC X(80).                                    00000920
                                                                        00000930
      *-------------------------------------------------------------*   00000940
       WORKING-STORAGE                                      SECTION.    00000950
      *-------------------------------------------------------------*   00000960
                                                                        00000970
           EXEC SQL                                                     00000980
              INCLUDE #BKFUNC                                           00000990
           END-EXEC.                                                    00001000
                                                                        00001010
           EXEC SQL                                                     00001020
              INCLUDE SQLCA                                             00001030
           END-EXEC.                                                    00001040
                                                                        00001050
      *------------------LOG-DE-ERROS-------------------------------*   00001060
                                                                        00001070
       01 WRK-DADOS.                                                    00001080
           05 WRK-PROGRAMA  PIC X(08).                                  00001090
           05 WRK-SECAO     PIC X(04).                                  00001100
           05 WRK-MENSAGEM  PIC X(30).                                  00001110
           05 WRK-STATUS    PIC X(02).                                  00001120
           05 WRK-SEVERIDADE PIC X(01).                                 00001130
           05 FILLER        PIC X(22).                                  00001140
                                                                        00001150
      *------------------MODELOS DOS AVISOS-------------------------*   00001160
                                                                        00001170
           COPY 'LNKMSG'.                                               00001180
                                                                        00001190
      *          TEXTO PADRAO DE CADA EVENTO; O MODELO DO ARQUIVO       00001200
      *          MENSAGEM, QUANDO EXISTE, SUBSTITUI O PADRAO            00001210
                                                                        00001220
       01 WRK-MODELOS-INI.                                              00001230
          05 FILLER   PIC X(08) VALUE 'NOTHOLER'.                       00001240
          05 FILLER   PIC X(60) VALUE                                   00001250
             'SEU HOLERITE DA COMPETENCIA # JA ESTA DISPONIVEL'.        00001260
          05 FILLER   PIC X(08) VALUE 'NOTFERAP'.                       00001270
          05 FILLER   PIC X(60) VALUE                                   00001280
             'SEU PEDIDO DE FERIAS FOI APROVADO: #'.                    00001290
          05 FILLER   PIC X(08) VALUE 'NOTFERRC'.                       00001300
          05 FILLER   PIC X(60) VALUE                                   00001310
             'SEU PEDIDO DE FERIAS FOI RECUSADO: #'.                    00001320
          05 FILLER   PIC X(08) VALUE 'NOTAUMEN'.                       00001330
          05 FILLER   PIC X(60) VALUE                                   00001340
             'SEU SALARIO FOI REAJUSTADO PARA R$ #'.                    00001350
          05 FILLER   PIC X(08) VALUE 'NOTTRANS'.                       00001360
          05 FILLER   PIC X(60) VALUE                                   00001370
             'SUA TRANSFERENCIA FOI EFETIVADA: #'.                      00001380
          05 FILLER   PIC X(08) VALUE 'NOTBENEF'.                       00001390
          05 FILLER   PIC X(60) VALUE                                   00001400
             'SUA ADESAO AOS BENEFICIOS FOI CONFIRMADA: #'.             00001410
                                                                        00001420
       01 WRK-MODELOS REDEFINES WRK-MODELOS-INI.                        00001430
          05 WRK-MOD OCCURS 6 TIMES.                                    00001440
             10 WRK-MOD-ID    PIC X(08).                                00001450
             10 WRK-MOD-TEXTO PIC X(60).                                00001460
                                                                        00001470
       77 WRK-QTD-MOD         PIC 9(02) COMP VALUE 6.                   00001480
       77 WRK-IX              PIC 9(02) COMP.                           00001490
       77 WRK-IX-ACHADO       PIC 9(02) COMP.                           00001500
                                                                        00001510
      *--------------------FUNCIONARIOS JA LISTADOS-----------------*   00001520
                                                                        00001530
       01 WRK-TABELA-LST.                                               00001540
          05 WRK-QTD-LST      PIC 9(05) COMP VALUE 0.                   00001550
          05 WRK-LST-ID       PIC 9(05) OCCURS 2000 TIMES.              00001560
                                                                        00001570
       77 WRK-IL              PIC 9(05) COMP.                           00001580
       77 WRK-JA-LISTADO      PIC X(01).                                00001590
                                                                        00001600
      *--------------------LOGICA-----------------------------------*   00001610
                                                                        00001620
       77 WRK-SQLCODE         PIC -999.                                 00001630
                                                                        00001640
       77 WRK-LIDOS           PIC 9(07) VALUE 0.                        00001650
                                                                        00001660
       77 WRK-ENVIADOS        PIC 9(07) VALUE 0.                        00001670
                                                                        00001680
       77 WRK-RETIDOS         PIC 9(07) VALUE 0.                        00001690
                                                                        00001700
       77 WRK-SEM-MODELO      PIC 9(07) VALUE 0.                        00001710
                                                                        00001720
       77 WRK-LISTADOS        PIC 9(05) VALUE 0.                        00001730
                                                                        00001740
       77 WRK-NULL-EMAIL      PIC S9(04) COMP.                          00001750
                                                                        00001760
       77 WRK-MOTIVO          PIC X(20).                                00001770
                                                                        00001780
       77 WRK-MSG-FINAL       PIC X(17) VALUE 'FINAL DE PROGRAMA'.      00001790
                                                                        00001800
      *--------------------CRITICA DO E-MAIL------------------------*   00001810
                                                                        00001820
       77 WRK-EMAIL           PIC X(40).                                00001830
       77 WRK-EMAIL-VALIDO    PIC X(01).                                00001840
       77 WRK-LEN-EMAIL       PIC 9(02).                                00001850
       77 WRK-POS-ARROBA      PIC 9(02).                                00001860
       77 WRK-POS-PONTO       PIC 9(02).                                00001870
       77 WRK-CONT-ARROBA     PIC 9(02).                                00001880
       77 WRK-CONT-BRANCO     PIC 9(02).                                00001890
       77 WRK-I               PIC 9(03).                                00001900
                                                                        00001910
      *--------------------MONTAGEM DO TEXTO------------------------*   00001920
                                                                        00001930
       77 WRK-POS-HASH        PIC 9(03).                                00001940
       77 WRK-LEN-MOD         PIC 9(03).                                00001950
       77 WRK-INI-DET         PIC 9(03).                                00001960
       77 WRK-FIM-DET         PIC 9(03).                                00001970
       77 WRK-PTR             PIC 9(03).                                00001980
                                                                        00001990
      *--------------------STATUS-----------------------------------*   00002000
                                                                        00002010
       77 WRK-FS-NOTIFIC  PIC 9(02).                                    00002020
                                                                        00002030
       77 WRK-FS-MAILGW   PIC 9(02).                                    00002040
                                                                        00002050
       77 WRK-FS-RELEMAIL PIC 9(02).                                    00002060
                                                                        00002070
      *--------------------LINHAS DO RELATORIO----------------------*   00002080
                                                                        00002090
       01 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00002100
                                                                        00002110
       01 WRK-CABEC1.                                                   00002120
          05 FILLER   PIC X(50) VALUE                                   00002130
             'FUNCIONARIOS SEM E-MAIL VALIDO - CORRIGIR CADASTRO'.      00002140
          05 FILLER   PIC X(30).                                        00002150
                                                                        00002160
       01 WRK-CABEC2.                                                   00002170
          05 FILLER   PIC X(06) VALUE 'ID'.                             00002180
          05 FILLER   PIC X(21) VALUE 'NOME'.                           00002190
          05 FILLER   PIC X(33) VALUE 'E-MAIL CADASTRADO'.              00002200
          05 FILLER   PIC X(20) VALUE 'SITUACAO'.                       00002210
                                                                        00002220
       01 WRK-DETALHE.                                                  00002230
          05 WRK-D-ID        PIC 9(05).                                 00002240
          05 FILLER          PIC X(01).                                 00002250
          05 WRK-D-NOME      PIC X(20).                                 00002260
          05 FILLER          PIC X(01).                                 00002270
          05 WRK-D-EMAIL     PIC X(32).                                 00002280
          05 FILLER          PIC X(01).                                 00002290
          05 WRK-D-MOTIVO    PIC X(20).                                 00002300
                                                                        00002310
       01 WRK-RODAPE.                                                   00002320
          05 FILLER   PIC X(30) VALUE 'FUNCIONARIOS A CORRIGIR......'.  00002330
          05 WRK-R-LISTADOS  PIC ZZ.ZZ9.                                00002340
          05 FILLER   PIC X(44).                                        00002350
                                                                        00002360
      *=============================================================*   00002370
       PROCEDURE DIVISION.                                              00002380
      *=============================================================*   00002390
                                                                        00002400
      *=============================================================*   00002410
       0000-PRINCIPAL                                       SECTION.    00002420
                                                                        00002430
            PERFORM 1000-INICIAR.                                       00002440
            PERFORM 2000-PROCESSAR UNTIL WRK-FS-NOTIFIC EQUAL 10.       00002450
            PERFORM 3000-FINALIZAR.                                     00002460
                                                                        00002470
       0000-99-FIM.                                            EXIT.    00002480
      *=============================================================*   00002490
                                                                        00002500
      *=============================================================*   00002510
       1000-INICIAR                                         SECTION.    00002520
                                                                        00002530
            OPEN INPUT  NOTIFIC.                                        00002540
            OPEN OUTPUT MAILGW.                                         00002550
            OPEN OUTPUT RELEMAIL.                                       00002560
                                                                        00002570
            IF WRK-FS-NOTIFIC NOT EQUAL ZEROS                           00002580
               MOVE 'FR21NOT1'                  TO WRK-PROGRAMA         00002590
               MOVE '1000'                      TO WRK-SECAO            00002600
               MOVE 'ERRO OPEN NOTIFIC - '      TO WRK-MENSAGEM         00002610
               MOVE WRK-FS-NOTIFIC              TO WRK-STATUS           00002620
               PERFORM 9000-TRATARERROS                                 00002630
            END-IF.                                                     00002640
                                                                        00002650
            IF WRK-FS-MAILGW NOT EQUAL ZEROS                            00002660
               MOVE 'FR21NOT1'                  TO WRK-PROGRAMA         00002670
               MOVE '1000'                      TO WRK-SECAO            00002680
               MOVE 'ERRO OPEN MAILGW - '       TO WRK-MENSAGEM         00002690
               MOVE WRK-FS-MAILGW               TO WRK-STATUS           00002700
               PERFORM 9000-TRATARERROS                                 00002710
            END-IF.                                                     00002720
                                                                        00002730
            WRITE FD-RELEMAIL FROM WRK-CABEC1.                          00002740
            WRITE FD-RELEMAIL FROM WRK-LINHA-VAZIA.                     00002750
            WRITE FD-RELEMAIL FROM WRK-CABEC2.                          00002760
                                                                        00002770
            PERFORM 1100-CARREGAR-MODELO                                00002780
                    VARYING WRK-IX FROM 1 BY 1                          00002790
                    UNTIL WRK-IX GREATER WRK-QTD-MOD.                   00002800
                                                                        00002810
            READ NOTIFIC.                                               00002820
                                                                        00002830
            IF WRK-FS-NOTIFIC NOT EQUAL ZEROS                           00002840
               DISPLAY 'CAIXA DE SAIDA NOTIFIC VAZIA'                   00002850
               STOP RUN                                                 00002860
            END-IF.                                                     00002870
                                                                        00002880
       1000-99-FIM.                                            EXIT.    00002890
      *=============================================================*   00002900
                                                                        00002910
      *=============================================================*   00002920
       1100-CARREGAR-MODELO                                 SECTION.    00002930
                                                                        00002940
           MOVE WRK-MOD-ID(WRK-IX) TO LNK-MS-ID.                        00002950
           CALL 'FR21MSG1' USING LNK-MENSAGEM.                          00002960
                                                                        00002970
           IF LNK-MS-STATUS EQUAL '0'                                   00002980
              AND LNK-MS-TEXTO NOT EQUAL SPACES                         00002990
              MOVE LNK-MS-TEXTO TO WRK-MOD-TEXTO(WRK-IX)                00003000
           END-IF.                                                      00003010
                                                                        00003020
       1100-99-FIM.                                            EXIT.    00003030
      *=============================================================*   00003040
                                                                        00003050
      *=============================================================*   00003060
       2000-PROCESSAR                                       SECTION.    00003070
                                                                        00003080
           ADD 1 TO WRK-LIDOS.                                          00003090
                                                                        00003100
      *                 MODELO DO EVENTO                                00003110
                                                                        00003120
           MOVE ZEROS TO WRK-IX-ACHADO.                                 00003130
           PERFORM VARYING WRK-IX FROM 1 BY 1                           00003140
                   UNTIL WRK-IX GREATER WRK-QTD-MOD                     00003150
              IF WRK-MOD-ID(WRK-IX) EQUAL NOT-EVENTO                    00003160
                 MOVE WRK-IX TO WRK-IX-ACHADO                           00003170
              END-IF                                                    00003180
           END-PERFORM.                                                 00003190
                                                                        00003200
           IF WRK-IX-ACHADO EQUAL ZEROS                                 00003210
              DISPLAY 'EVENTO SEM MODELO ' NOT-EVENTO                   00003220
                      ' FUNCIONARIO ' NOT-IDFUNC                        00003230
              ADD 1 TO WRK-SEM-MODELO                                   00003240
              GO TO 2000-50-LER                                         00003250
           END-IF.                                                      00003260
                                                                        00003270
      *                 DESTINATARIO                                    00003280
                                                                        00003290
           PERFORM 2100-BUSCAR-FUNCIONARIO.                             00003300
                                                                        00003310
           EVALUATE SQLCODE                                             00003320
            WHEN 0                                                      00003330
                 CONTINUE                                               00003340
            WHEN 100                                                    00003350
                 MOVE SPACES TO DB2-NOME WRK-EMAIL                      00003360
                 MOVE 'NAO CADASTRADO'  TO WRK-MOTIVO                   00003370
                 PERFORM 2800-LISTAR                                    00003380
                 ADD 1 TO WRK-RETIDOS                                   00003390
                 GO TO 2000-50-LER                                      00003400
            WHEN OTHER                                                  00003410
                 MOVE SQLCODE TO WRK-SQLCODE                            00003420
                 DISPLAY 'ERRO ' WRK-SQLCODE ' NA LEITURA '             00003430
                         NOT-IDFUNC                                     00003440
                 MOVE 'FR21NOT1'                  TO WRK-PROGRAMA       00003450
                 MOVE '2000'                      TO WRK-SECAO          00003460
                 MOVE 'ERRO SQL NA LEITURA FUNC - ' TO WRK-MENSAGEM     00003470
                 MOVE SPACES                      TO WRK-STATUS         00003480
                 PERFORM 9000-TRATARERROS                               00003490
           END-EVALUATE.                                                00003500
                                                                        00003510
           IF WRK-NULL-EMAIL LESS ZEROS                                 00003520
              MOVE SPACES TO WRK-EMAIL                                  00003530
           ELSE                                                         00003540
              MOVE DB2-EMAIL TO WRK-EMAIL                               00003550
           END-IF.                                                      00003560
                                                                        00003570
           PERFORM 2200-VALIDAR-EMAIL.                                  00003580
                                                                        00003590
           IF WRK-EMAIL-VALIDO EQUAL 'N'                                00003600
              IF WRK-EMAIL EQUAL SPACES                                 00003610
                 MOVE 'E-MAIL EM BRANCO'  TO WRK-MOTIVO                 00003620
              ELSE                                                      00003630
                 MOVE 'E-MAIL INVALIDO'   TO WRK-MOTIVO                 00003640
              END-IF                                                    00003650
              PERFORM 2800-LISTAR                                       00003660
              ADD 1 TO WRK-RETIDOS                                      00003670
              GO TO 2000-50-LER                                         00003680
           END-IF.                                                      00003690
                                                                        00003700
      *                 AVISO PARA O GATEWAY                            00003710
                                                                        00003720
           MOVE SPACES        TO REG-MAILGW.                            00003730
           MOVE WRK-EMAIL     TO MLG-EMAIL.                             00003740
           MOVE DB2-NOME      TO MLG-NOME.                              00003750
           MOVE NOT-IDFUNC    TO MLG-IDFUNC.                            00003760
           MOVE NOT-EVENTO    TO MLG-EVENTO.                            00003770
           MOVE NOT-DATA      TO MLG-DATA.                              00003780
           PERFORM 2300-MONTAR-TEXTO.                                   00003790
           WRITE REG-MAILGW.                                            00003800
           ADD 1 TO WRK-ENVIADOS.                                       00003810
                                                                        00003820
       2000-50-LER.                                                     00003830
           READ NOTIFIC.                                                00003840
                                                                        00003850
       2000-99-FIM.                                            EXIT.    00003860
      *=============================================================*   00003870
                                                                        00003880
      *=============================================================*   00003890
       2100-BUSCAR-FUNCIONARIO                              SECTION.    00003900
                                                                        00003910
           MOVE NOT-IDFUNC TO DB2-ID.                                   00003920
                                                                        00003930
           EXEC SQL                                                     00003940
                SELECT NOME, EMAIL                                      00003950
                  INTO :DB2-NOME,                                       00003960
                       :DB2-EMAIL :WRK-NULL-EMAIL                       00003970
                  FROM IVAN.FUNC                                        00003980
                 WHERE ID = :DB2-ID                                     00003990
                 FETCH FIRST ROW ONLY                                   00004000
           END-EXEC.                                                    00004010
                                                                        00004020
       2100-99-FIM.                                            EXIT.    00004030
      *=============================================================*   00004040
                                                                        00004050
      *=============================================================*   00004060
       2200-VALIDAR-EMAIL                                   SECTION.    00004070
                                                                        00004080
      *          MESMA CRITICA DA MANUTENCAO ONLINE (F21CIP1): UM SO    00004090
      *          '@' FORA DA PRIMEIRA POSICAO E UM '.' DEPOIS DELE,     00004100
      *          NEM COLADO NO '@' NEM NA ULTIMA POSICAO; PARA O        00004110
      *          GATEWAY TAMBEM NAO PODE HAVER BRANCO NO MEIO           00004120
                                                                        00004130
           MOVE 'S' TO WRK-EMAIL-VALIDO.                                00004140
           MOVE ZEROS TO WRK-POS-ARROBA WRK-POS-PONTO                   00004150
                         WRK-CONT-ARROBA WRK-LEN-EMAIL                  00004160
                         WRK-CONT-BRANCO.                               00004170
                                                                        00004180
           PERFORM VARYING WRK-I FROM 40 BY -1 UNTIL WRK-I < 1          00004190
              IF WRK-LEN-EMAIL EQUAL ZEROS AND                          00004200
                 WRK-EMAIL(WRK-I:1) NOT EQUAL SPACE                     00004210
                 MOVE WRK-I TO WRK-LEN-EMAIL                            00004220
              END-IF                                                    00004230
           END-PERFORM.                                                 00004240
                                                                        00004250
           PERFORM VARYING WRK-I FROM 1 BY 1                            00004260
                   UNTIL WRK-I > WRK-LEN-EMAIL                          00004270
              IF WRK-EMAIL(WRK-I:1) EQUAL '@'                           00004280
                 ADD 1 TO WRK-CONT-ARROBA                               00004290
                 MOVE WRK-I TO WRK-POS-ARROBA                           00004300
              END-IF                                                    00004310
              IF WRK-EMAIL(WRK-I:1) EQUAL SPACE                         00004320
                 ADD 1 TO WRK-CONT-BRANCO                               00004330
              END-IF                                                    00004340
           END-PERFORM.                                                 00004350
                                                                        00004360
           IF WRK-POS-ARROBA > 0                                        00004370
              PERFORM VARYING WRK-I FROM WRK-POS-ARROBA BY 1            00004380
                      UNTIL WRK-I > WRK-LEN-EMAIL                       00004390
                 IF WRK-EMAIL(WRK-I:1) EQUAL '.'                        00004400
                    MOVE WRK-I TO WRK-POS-PONTO                         00004410
                 END-IF                                                 00004420
              END-PERFORM                                               00004430
           END-IF.                                                      00004440
                                                                        00004450
           IF WRK-LEN-EMAIL EQUAL ZEROS                                 00004460
              OR WRK-CONT-ARROBA NOT EQUAL 1                            00004470
              OR WRK-CONT-BRANCO NOT EQUAL ZEROS                        00004480
              OR WRK-POS-ARROBA EQUAL 1                                 00004490
              OR WRK-POS-PONTO EQUAL ZEROS                              00004500
              OR WRK-POS-PONTO EQUAL WRK-POS-ARROBA + 1                 00004510
              OR WRK-POS-PONTO EQUAL WRK-LEN-EMAIL                      00004520
              MOVE 'N' TO WRK-EMAIL-VALIDO                              00004530
           END-IF.                                                      00004540
                                                                        00004550
       2200-99-FIM.                                            EXIT.    00004560
      *=============================================================*   00004570
                                                                        00004580
      *=============================================================*   00004590
       2300-MONTAR-TEXTO                                    SECTION.    00004600
                                                                        00004610
      *          TEXTO = MODELO COM O DETALHE NO LUGAR DO '#'; SEM      00004620
      *          '#' NO MODELO O DETALHE VAI NO FINAL. BRANCOS A        00004630
      *          ESQUERDA DO DETALHE (CAMPOS EDITADOS) SAO IGNORADOS    00004640
                                                                        00004650
           MOVE ZEROS TO WRK-LEN-MOD WRK-INI-DET WRK-FIM-DET            00004660
                         WRK-POS-HASH.                                  00004670
                                                                        00004680
           PERFORM VARYING WRK-I FROM 60 BY -1 UNTIL WRK-I < 1          00004690
              IF WRK-LEN-MOD EQUAL ZEROS AND                            00004700
                 WRK-MOD-TEXTO(WRK-IX-ACHADO)(WRK-I:1) NOT EQUAL SPACE  00004710
                 MOVE WRK-I TO WRK-LEN-MOD                              00004720
              END-IF                                                    00004730
           END-PERFORM.                                                 00004740
                                                                        00004750
           PERFORM VARYING WRK-I FROM 40 BY -1 UNTIL WRK-I < 1          00004760
              IF WRK-FIM-DET EQUAL ZEROS AND                            00004770
                 NOT-DETALHE(WRK-I:1) NOT EQUAL SPACE                   00004780
                 MOVE WRK-I TO WRK-FIM-DET                              00004790
              END-IF                                                    00004800
           END-PERFORM.                                                 00004810
                                                                        00004820
           PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > 40           00004830
              IF WRK-INI-DET EQUAL ZEROS AND                            00004840
                 NOT-DETALHE(WRK-I:1) NOT EQUAL SPACE                   00004850
                 MOVE WRK-I TO WRK-INI-DET                              00004860
              END-IF                                                    00004870
           END-PERFORM.                                                 00004880
                                                                        00004890
           INSPECT WRK-MOD-TEXTO(WRK-IX-ACHADO)                         00004900
                   TALLYING WRK-POS-HASH                                00004910
                   FOR CHARACTERS BEFORE INITIAL '#'.                   00004920
                                                                        00004930
           MOVE SPACES TO MLG-TEXTO.                                    00004940
           MOVE 1      TO WRK-PTR.                                      00004950
                                                                        00004960
           IF WRK-POS-HASH NOT LESS WRK-LEN-MOD                         00004970
              MOVE WRK-LEN-MOD TO WRK-POS-HASH                          00004980
           END-IF.                                                      00004990
                                                                        00005000
           IF WRK-POS-HASH GREATER ZEROS                                00005010
              STRING WRK-MOD-TEXTO(WRK-IX-ACHADO)(1:WRK-POS-HASH)       00005020
                     DELIMITED BY SIZE                                  00005030
                INTO MLG-TEXTO WITH POINTER WRK-PTR                     00005040
              END-STRING                                                00005050
           END-IF.                                                      00005060
                                                                        00005070
           IF WRK-POS-HASH EQUAL WRK-LEN-MOD AND WRK-INI-DET > 0        00005080
              ADD 1 TO WRK-PTR                                          00005090
           END-IF.                                                      00005100
                                                                        00005110
           IF WRK-INI-DET GREATER ZEROS                                 00005120
              STRING NOT-DETALHE(WRK-INI-DET:                           00005130
                                 WRK-FIM-DET - WRK-INI-DET + 1)         00005140
                     DELIMITED BY SIZE                                  00005150
                INTO MLG-TEXTO WITH POINTER WRK-PTR                     00005160
              END-STRING                                                00005170
           END-IF.                                                      00005180
                                                                        00005190
           IF WRK-POS-HASH + 1 LESS WRK-LEN-MOD                         00005200
              STRING WRK-MOD-TEXTO(WRK-IX-ACHADO)                       00005210
                     (WRK-POS-HASH + 2:WRK-LEN-MOD - WRK-POS-HASH - 1)  00005220
                     DELIMITED BY SIZE                                  00005230
                INTO MLG-TEXTO WITH POINTER WRK-PTR                     00005240
              END-STRING                                                00005250
           END-IF.                                                      00005260
                                                                        00005270
       2300-99-FIM.                                            EXIT.    00005280
      *=============================================================*   00005290
                                                                        00005300
      *=============================================================*   00005310
       2800-LISTAR                                          SECTION.    00005320
                                                                        00005330
      *          CADA FUNCIONARIO SAI UMA VEZ SO NO RELATORIO, POR      00005340
      *          MAIS AVISOS QUE TENHA RETIDOS NA NOITE                 00005350
                                                                        00005360
           MOVE 'N' TO WRK-JA-LISTADO.                                  00005370
           PERFORM VARYING WRK-IL FROM 1 BY 1                           00005380
                   UNTIL WRK-IL GREATER WRK-QTD-LST                     00005390
              IF WRK-LST-ID(WRK-IL) EQUAL NOT-IDFUNC                    00005400
                 MOVE 'S' TO WRK-JA-LISTADO                             00005410
              END-IF                                                    00005420
           END-PERFORM.                                                 00005430
                                                                        00005440
           IF WRK-JA-LISTADO EQUAL 'S'                                  00005450
              GO TO 2800-99-FIM                                         00005460
           END-IF.                                                      00005470
                                                                        00005480
           IF WRK-QTD-LST LESS 2000                                     00005490
              ADD 1 TO WRK-QTD-LST                                      00005500
              MOVE NOT-IDFUNC TO WRK-LST-ID(WRK-QTD-LST)                00005510
           END-IF.                                                      00005520
                                                                        00005530
           MOVE NOT-IDFUNC     TO WRK-D-ID.                             00005540
           MOVE DB2-NOME       TO WRK-D-NOME.                           00005550
           MOVE WRK-EMAIL      TO WRK-D-EMAIL.                          00005560
           MOVE WRK-MOTIVO     TO WRK-D-MOTIVO.                         00005570
           WRITE FD-RELEMAIL FROM WRK-DETALHE.                          00005580
           ADD 1 TO WRK-LISTADOS.                                       00005590
                                                                        00005600
       2800-99-FIM.                                            EXIT.    00005610
      *=============================================================*   00005620
                                                                        00005630
      *=============================================================*   00005640
       3000-FINALIZAR                                       SECTION.    00005650
                                                                        00005660
             MOVE WRK-LISTADOS TO WRK-R-LISTADOS.                       00005670
             WRITE FD-RELEMAIL FROM WRK-LINHA-VAZIA.                    00005680
             WRITE FD-RELEMAIL FROM WRK-RODAPE.                         00005690
                                                                        00005700
             DISPLAY 'AVISOS LIDOS..........' WRK-LIDOS.                00005710
             DISPLAY 'AVISOS AO GATEWAY.....' WRK-ENVIADOS.             00005720
             DISPLAY 'RETIDOS SEM E-MAIL....' WRK-RETIDOS.              00005730
             DISPLAY 'EVENTOS SEM MODELO....' WRK-SEM-MODELO.           00005740
             DISPLAY 'FUNCIONARIOS LISTADOS.' WRK-LISTADOS.             00005750
             DISPLAY WRK-MSG-FINAL.                                     00005760
                                                                        00005770
             CLOSE NOTIFIC.                                             00005780
             CLOSE MAILGW.                                              00005790
             CLOSE RELEMAIL.                                            00005800
             STOP RUN.                                                  00005810
                                                                        00005820
       3000-99-FIM.                                            EXIT.    00005830
      *=============================================================*   00005840
                                                                        00005850
      *=============================================================*   00005860
       9000-TRATARERROS                                     SECTION.    00005870
                                                                        00005880
             MOVE 'E' TO WRK-SEVERIDADE.                                00005890
             CALL 'GRAVALOG' USING WRK-DADOS.                           00005900
             STOP RUN.                                                  00005910
                                                                        00005920
       9000-99-FIM.                                            EXIT.    00005930
      *=============================================================*   00005940
