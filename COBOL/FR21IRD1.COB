      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21IRD1.                                            00000050
                                                                        00000060
      *=============================================================*   00000070
      *   AUTOR....:VICTOR ARANDA                                       00000080
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000090
      *   DATA ....:15/10/2026                                          00000100
      *-------------------------------------------------------------*   00000110
      *   OBJETIVO: EXCECOES DE DEPENDENTES DE IRRF. RODADA MENSAL      00000120
      *      SOBRE IVAN.DEPEND: CADA DEPENDENTE MARCADO PARA O IRRF     00000130
      *      (DEPIR = 'S') DE FUNCIONARIO ATIVO PASSA PELA REGRA DE     00000140
      *      ELEGIBILIDADE DO FR21DIR1 NA DATA DE PROCESSAMENTO. OS     00000150
      *      QUE NAO DEDUZEM MAIS SAO LISTADOS NO RELDIR COM O          00000160
      *      MOTIVO; QUEM ERA ELEGIVEL NO ULTIMO DIA DO MES ANTERIOR    00000170
      *      SAI MARCADO COMO PERDA NO MES. O FR21PAG1 JA NAO DEDUZ     00000180
      *      ESSES DEPENDENTES; O RELATORIO SERVE AO RH PARA            00000190
      *      DESMARCAR O CADASTRO E AVISAR O FUNCIONARIO.               00000200
      *-------------------------------------------------------------*   00000210
      *   BASE DE DADOS:                                                00000220
      *   TABELA.DB2..                                                  00000230
      *    ------              I/O                 INCLUDE/BOOK         00000240
      *   IVAN.DEPEND           I                  #BKDEP-----          00000250
      *   IVAN.FUNC             I                  #BKFUNC----          00000260
      *-------------------------------------------------------------*   00000270
      *   ARQUIVOS:                                                     00000280
      *    DDNAME              I/O                  COPY/BOOK           00000290
      *   RELDIR                O   DEPENDENTES INELEGIVEIS             00000300
      *-------------------------------------------------------------*   00000310
      *   MODULOS....:                                                  00000320
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000330
      *   FR21DTA1             DATA DE NEGOCIO DA JANELA (LNKDPRC)      00000340
      *   FR21DIR1             ELEGIBILIDADE DEPENDENTE IR (LNKDPIR)    00000350
      *=============================================================*   00000360
                                                                        00000370
      *=============================================================*   00000380
       ENVIRONMENT                               DIVISION.              00000390
      *=============================================================*   00000400
                                                                        00000410
      *-------------------------------------------------------------*   00000420
       CONFIGURATION                                        SECTION.    00000430
      *-------------------------------------------------------------*   00000440
                                                                        00000450
       SPECIAL-NAMES.                                                   00000460
           DECIMAL-POINT IS COMMA.                                      00000470
                                                                        00000480
       INPUT-OUTPUT                                         SECTION.    00000490
       FILE-CONTROL.                                                    00000500
           SELECT RELDIR   ASSIGN TO RELDIR                             00000510
               FILE STATUS  IS WRK-FS-RELDIR.                           00000520
                                                                        00000530
      *=============================================================*   00000540
       DATA                                                DIVISION.    00000550
      *=============================================================*   00000560
                                                                        00000570
       FILE                                                 SECTION.    00000580
                                                                        00000590
      *      SAIDA - DEPENDENTES INELEGIVEIS        LRECL = 80          00000600
       FD RELDIR                                                        00000610
           RECORDING  MODE IS F                                         00000620
           BLOCK CONTAINS 0 RECORDS.                                    00000630
       01 FD-RELDIR       PIC X(80).                                    00000640
                                                                        00000650
      *-------------------------------------------------------------*   00000660
       WORKING-STORAGE                                      SECTION.    00000670
      *-------------------------------------------------------------*   00000680
                                                                        00000690
           EXEC SQL                                                     00000700
              INCLUDE #BKDEP                                            00000710
           END-EXEC.                                                    00000720
           EXEC SQL                                                     00000730
              INCLUDE #BKFUNC                                           00000740
           END-EXEC.                                                    00000750
           EXEC SQL                                                     00000760
              INCLUDE SQLCA                                             00000770
           END-EXEC.                                                    00000780
                                                                        00000790
      *          SO DEPENDENTES MARCADOS DE FUNCIONARIOS ATIVOS         00000800
                                                                        00000810
           EXEC SQL                                                     00000820
              DECLARE CDEPIR CURSOR FOR                                 00000830
              SELECT D.IDFUNC, D.SEQDEP, D.NOMEDEP, D.DTNASC,           00000840
                     D.PARENTESCO, D.ESTUDANTE, F.NOME                  00000850
                FROM IVAN.DEPEND D , IVAN.FUNC F                        00000860
               WHERE F.ID = D.IDFUNC                                    00000870
                 AND D.DEPIR = 'S'                                      00000880
                 AND F.DATADEM IS NULL                                  00000890
               ORDER BY D.IDFUNC, D.SEQDEP                              00000900
           END-EXEC.                                                    00000910
                                                                        00000920
      *------------------LOG-DE-ERROS-------------------------------*   00000930
       01 WRK-DADOS.                                                    00000940
           05 WRK-PROGRAMA  PIC X(08).                                  00000950
           05 WRK-SECAO     PIC X(04).                                  00000960
           05 WRK-MENSAGEM  PIC X(30).                                  00000970
           05 WRK-STATUS    PIC X(02).                                  00000980
           05 WRK-SEVERIDADE PIC X(01).                                 00000990
           05 FILLER        PIC X(22).                                  00001000
                                                                        00001010
      *--------------------LOGICA-----------------------------------*   00001020
       77 WRK-SQLCODE         PIC -999.                                 00001030
       77 WRK-LIDOS           PIC 9(05) VALUE 0.                        00001040
       77 WRK-ELEGIVEIS       PIC 9(05) VALUE 0.                        00001050
       77 WRK-INELEGIVEIS     PIC 9(05) VALUE 0.                        00001060
       77 WRK-PERDAS-MES      PIC 9(05) VALUE 0.                        00001070
       77 WRK-DIA-INT         PIC 9(08) VALUE 0.                        00001080
       77 WRK-MOTIVO          PIC X(30).                                00001090
       77 WRK-IDADE           PIC 9(03).                                00001100
       77 WRK-LINHA-VAZIA     PIC X(01) VALUE SPACE.                    00001110
                                                                        00001120
      *          DATA DE PROCESSAMENTO E ULTIMO DIA DO MES ANTERIOR     00001130
                                                                        00001140
       01 WRK-HOJE.                                                     00001150
          05 WRK-HJ-ANO       PIC 9(04).                                00001160
          05 WRK-HJ-MES       PIC 9(02).                                00001170
          05 WRK-HJ-DIA       PIC 9(02).                                00001180
       01 WRK-HOJE-N REDEFINES WRK-HOJE PIC 9(08).                      00001190
                                                                        00001200
       01 WRK-INICIO-MES.                                               00001210
          05 WRK-IM-ANO       PIC 9(04).                                00001220
          05 WRK-IM-MES       PIC 9(02).                                00001230
          05 WRK-IM-DIA       PIC 9(02).                                00001240
       01 WRK-INICIO-MES-N REDEFINES WRK-INICIO-MES PIC 9(08).          00001250
                                                                        00001260
       77 WRK-FIM-MES-ANT     PIC 9(08) VALUE 0.                        00001270
                                                                        00001280
      *--------------------STATUS-----------------------------------*   00001290
       77 WRK-FS-RELDIR   PIC 9(02).                                    00001300
                                                                        00001310
      *--------------------LINHAS DO RELATORIO----------------------*   00001320
       01 WRK-CABEC1.                                                   00001330
          05 FILLER   PIC X(43) VALUE                                   00001340
             'DEPENDENTES DE IRRF SEM ELEGIBILIDADE  EM '.              00001350
          05 WRK-C1-DIA       PIC 9(02).                                00001360
          05 FILLER   PIC X(01) VALUE '/'.                              00001370
          05 WRK-C1-MES       PIC 9(02).                                00001380
          05 FILLER   PIC X(01) VALUE '/'.                              00001390
          05 WRK-C1-ANO       PIC 9(04).                                00001400
          05 FILLER   PIC X(27).                                        00001410
       01 WRK-CABEC2.                                                   00001420
          05 FILLER   PIC X(33) VALUE 'FUNC. DEPENDENTE'.               00001430
          05 FILLER   PIC X(15) VALUE 'NASCIMENTO IDA '.                00001440
          05 FILLER   PIC X(28) VALUE 'MOTIVO'.                         00001450
          05 FILLER   PIC X(04) VALUE 'SIT.'.                           00001460
       01 WRK-DETALHE.                                                  00001470
          05 WRK-D-IDFUNC    PIC 9(05).                                 00001480
          05 FILLER          PIC X(01).                                 00001490
          05 WRK-D-NOMEDEP   PIC X(26).                                 00001500
          05 FILLER          PIC X(01).                                 00001510
          05 WRK-D-DTNASC    PIC X(10).                                 00001520
          05 FILLER          PIC X(01).                                 00001530
          05 WRK-D-IDADE     PIC ZZ9.                                   00001540
          05 FILLER          PIC X(01).                                 00001550
          05 WRK-D-MOTIVO    PIC X(27).                                 00001560
          05 FILLER          PIC X(01).                                 00001570
          05 WRK-D-SITUACAO  PIC X(04).                                 00001580
       01 WRK-DET-FUNC.                                                 00001590
          05 FILLER          PIC X(13) VALUE '  TITULAR.: '.            00001600
          05 WRK-DF-NOME     PIC X(30).                                 00001610
          05 FILLER          PIC X(37).                                 00001620
       01 WRK-TOTAL.                                                    00001630
          05 WRK-T-TEXTO     PIC X(30).                                 00001640
          05 WRK-T-QTDE      PIC ZZ.ZZ9.                                00001650
          05 FILLER          PIC X(44).                                 00001660
                                                                        00001670
           COPY 'LNKDPRC'.                                              00001680
                                                                        00001690
           COPY 'LNKDPIR'.                                              00001700
                                                                        00001710
      *=============================================================*   00001720
       PROCEDURE DIVISION.                                              00001730
      *=============================================================*   00001740
                                                                        00001750
      *=============================================================*   00001760
       0000-PRINCIPAL                                       SECTION.    00001770
                                                                        00001780
            PERFORM 1000-INICIAR.                                       00001790
            PERFORM 2000-PROCESSAR UNTIL SQLCODE NOT EQUAL 0.           00001800
            PERFORM 3000-FINALIZAR.                                     00001810
                                                                        00001820
       0000-99-FIM.                                            EXIT.    00001830
      *=============================================================*   00001840
                                                                        00001850
      *=============================================================*   00001860
       1000-INICIAR                                         SECTION.    00001870
                                                                        00001880
            MOVE 'FR21IRD1' TO LNK-DP-PROGRAMA.                         00001890
            MOVE ZEROS      TO LNK-DP-DIAS-TOL.                         00001900
            CALL 'FR21DTA1' USING LNK-DPRC.                             00001910
            MOVE LNK-DP-DATA TO WRK-HOJE.                               00001920
                                                                        00001930
      *          REFERENCIA ANTERIOR: ULTIMO DIA DO MES PASSADO         00001940
                                                                        00001950
            MOVE WRK-HOJE TO WRK-INICIO-MES.                            00001960
            MOVE 01       TO WRK-IM-DIA.                                00001970
            COMPUTE WRK-DIA-INT =                                       00001980
               FUNCTION INTEGER-OF-DATE(WRK-INICIO-MES-N) - 1.          00001990
            COMPUTE WRK-FIM-MES-ANT =                                   00002000
               FUNCTION DATE-OF-INTEGER(WRK-DIA-INT).                   00002010
                                                                        00002020
            OPEN OUTPUT RELDIR.                                         00002030
            IF WRK-FS-RELDIR NOT EQUAL ZEROS                            00002040
               MOVE 'FR21IRD1'                  TO WRK-PROGRAMA         00002050
               MOVE '1000'                      TO WRK-SECAO            00002060
               MOVE 'ERRO OPEN RELATORIO - '    TO WRK-MENSAGEM         00002070
               MOVE WRK-FS-RELDIR               TO WRK-STATUS           00002080
               PERFORM 9000-TRATARERROS                                 00002090
            END-IF.                                                     00002100
                                                                        00002110
            MOVE WRK-HJ-DIA TO WRK-C1-DIA.                              00002120
            MOVE WRK-HJ-MES TO WRK-C1-MES.                              00002130
            MOVE WRK-HJ-ANO TO WRK-C1-ANO.                              00002140
            WRITE FD-RELDIR FROM WRK-CABEC1.                            00002150
            WRITE FD-RELDIR FROM WRK-LINHA-VAZIA.                       00002160
            WRITE FD-RELDIR FROM WRK-CABEC2.                            00002170
                                                                        00002180
            EXEC SQL                                                    00002190
                 OPEN CDEPIR                                            00002200
            END-EXEC.                                                   00002210
            IF SQLCODE NOT EQUAL 0                                      00002220
               MOVE SQLCODE TO WRK-SQLCODE                              00002230
               DISPLAY 'ERRO ' WRK-SQLCODE ' NO OPEN DO CURSOR'         00002240
               MOVE 'FR21IRD1'                  TO WRK-PROGRAMA         00002250
               MOVE '1000'                      TO WRK-SECAO            00002260
               MOVE 'ERRO OPEN CURSOR DEPEND - ' TO WRK-MENSAGEM        00002270
               MOVE ZEROS                       TO WRK-STATUS           00002280
               PERFORM 9000-TRATARERROS                                 00002290
            END-IF.                                                     00002300
                                                                        00002310
            PERFORM 1100-LER-DEPENDENTE.                                00002320
                                                                        00002330
       1000-99-FIM.                                            EXIT.    00002340
      *=============================================================*   00002350
                                                                        00002360
      *=============================================================*   00002370
       1100-LER-DEPENDENTE                                  SECTION.    00002380
                                                                        00002390
           EXEC SQL                                                     00002400
                FETCH CDEPIR                                            00002410
                 INTO :DEP-IDFUNC, :DEP-SEQDEP, :DEP-NOMEDEP,           00002420
                      :DEP-DTNASC, :DEP-PARENTESCO, :DEP-ESTUDANTE,     00002430
                      :DB2-NOME                                         00002440
           END-EXEC.                                                    00002450
                                                                        00002460
           IF SQLCODE EQUAL 0                                           00002470
              ADD 1 TO WRK-LIDOS                                        00002480
           END-IF.                                                      00002490
                                                                        00002500
           IF SQLCODE NOT EQUAL 0 AND 100                               00002510
              MOVE SQLCODE TO WRK-SQLCODE                               00002520
              MOVE 'FR21IRD1'                  TO WRK-PROGRAMA          00002530
              MOVE '1100'                      TO WRK-SECAO             00002540
              MOVE 'ERRO LEITURA IVAN.DEPEND - ' TO WRK-MENSAGEM        00002550
              MOVE ZEROS                       TO WRK-STATUS            00002560
              PERFORM 9000-TRATARERROS                                  00002570
           END-IF.                                                      00002580
                                                                        00002590
       1100-99-FIM.                                            EXIT.    00002600
      *=============================================================*   00002610
                                                                        00002620
      *=============================================================*   00002630
       2000-PROCESSAR                                       SECTION.    00002640
                                                                        00002650
           MOVE DEP-PARENTESCO TO LNK-DI-PARENTESCO.                    00002660
           MOVE DEP-DTNASC     TO LNK-DI-DTNASC.                        00002670
           MOVE DEP-ESTUDANTE  TO LNK-DI-ESTUDANTE.                     00002680
           MOVE WRK-HOJE-N     TO LNK-DI-DATA-REF.                      00002690
           CALL 'FR21DIR1' USING LNK-DEPIR.                             00002700
                                                                        00002710
           IF LNK-DI-ELEGIVEL EQUAL 'S'                                 00002720
              ADD 1 TO WRK-ELEGIVEIS                                    00002730
              GO TO 2000-80-LER                                         00002740
           END-IF.                                                      00002750
                                                                        00002760
           MOVE LNK-DI-MOTIVO TO WRK-MOTIVO.                            00002770
           MOVE LNK-DI-IDADE  TO WRK-IDADE.                             00002780
           ADD 1 TO WRK-INELEGIVEIS.                                    00002790
                                                                        00002800
      *          ELEGIVEL NO FECHAMENTO DO MES ANTERIOR: A PERDA        00002810
      *          ACONTECEU NESTE MES                                    00002820
                                                                        00002830
           MOVE WRK-FIM-MES-ANT TO LNK-DI-DATA-REF.                     00002840
           CALL 'FR21DIR1' USING LNK-DEPIR.                             00002850
                                                                        00002860
           PERFORM 2100-LISTAR.                                         00002870
                                                                        00002880
       2000-80-LER.                                                     00002890
           PERFORM 1100-LER-DEPENDENTE.                                 00002900
                                                                        00002910
       2000-99-FIM.                                            EXIT.    00002920
      *=============================================================*   00002930
                                                                        00002940
      *=============================================================*   00002950
       2100-LISTAR                                          SECTION.    00002960
                                                                        00002970
           MOVE DEP-IDFUNC  TO WRK-D-IDFUNC.                            00002980
           MOVE DEP-NOMEDEP TO WRK-D-NOMEDEP.                           00002990
           MOVE DEP-DTNASC  TO WRK-D-DTNASC.                            00003000
           MOVE WRK-IDADE   TO WRK-D-IDADE.                             00003010
           MOVE WRK-MOTIVO  TO WRK-D-MOTIVO.                            00003020
                                                                        00003030
           IF LNK-DI-ELEGIVEL EQUAL 'S'                                 00003040
              MOVE 'MES '   TO WRK-D-SITUACAO                           00003050
              ADD 1 TO WRK-PERDAS-MES                                   00003060
           ELSE                                                         00003070
              MOVE 'ANT.'   TO WRK-D-SITUACAO                           00003080
           END-IF.                                                      00003090
                                                                        00003100
           WRITE FD-RELDIR FROM WRK-DETALHE.                            00003110
                                                                        00003120
           MOVE DB2-NOME TO WRK-DF-NOME.                                00003130
           WRITE FD-RELDIR FROM WRK-DET-FUNC.                           00003140
                                                                        00003150
       2100-99-FIM.                                            EXIT.    00003160
      *=============================================================*   00003170
                                                                        00003180
      *=============================================================*   00003190
       3000-FINALIZAR                                       SECTION.    00003200
                                                                        00003210
             EXEC SQL                                                   00003220
                  CLOSE CDEPIR                                          00003230
             END-EXEC.                                                  00003240
                                                                        00003250
             WRITE FD-RELDIR FROM WRK-LINHA-VAZIA.                      00003260
             MOVE 'DEPENDENTES MARCADOS LIDOS...:' TO WRK-T-TEXTO.      00003270
             MOVE WRK-LIDOS                        TO WRK-T-QTDE.       00003280
             WRITE FD-RELDIR FROM WRK-TOTAL.                            00003290
             MOVE 'ELEGIVEIS....................:' TO WRK-T-TEXTO.      00003300
             MOVE WRK-ELEGIVEIS                    TO WRK-T-QTDE.       00003310
             WRITE FD-RELDIR FROM WRK-TOTAL.                            00003320
             MOVE 'SEM ELEGIBILIDADE............:' TO WRK-T-TEXTO.      00003330
             MOVE WRK-INELEGIVEIS                  TO WRK-T-QTDE.       00003340
             WRITE FD-RELDIR FROM WRK-TOTAL.                            00003350
             MOVE '  DOS QUAIS PERDERAM NO MES..:' TO WRK-T-TEXTO.      00003360
             MOVE WRK-PERDAS-MES                   TO WRK-T-QTDE.       00003370
             WRITE FD-RELDIR FROM WRK-TOTAL.                            00003380
                                                                        00003390
             DISPLAY 'DEPENDENTES LIDOS.....' WRK-LIDOS.                00003400
             DISPLAY 'SEM ELEGIBILIDADE.....' WRK-INELEGIVEIS.          00003410
             DISPLAY 'PERDAS NO MES.........' WRK-PERDAS-MES.           00003420
             DISPLAY 'FINAL DE PROGRAMA'.                               00003430
             CLOSE RELDIR.                                              00003440
             STOP RUN.                                                  00003450
                                                                        00003460
       3000-99-FIM.                                            EXIT.    00003470
      *=============================================================*   00003480
                                                                        00003490
      *=============================================================*   00003500
       9000-TRATARERROS                                     SECTION.    00003510
                                                                        00003520
             MOVE 'E' TO WRK-SEVERIDADE.                                00003530
             CALL 'GRAVALOG' USING WRK-DADOS.                           00003540
             STOP RUN.                                                  00003550
                                                                        00003560
       9000-99-FIM.                                            EXIT.    00003570
      *=============================================================*   00003580
