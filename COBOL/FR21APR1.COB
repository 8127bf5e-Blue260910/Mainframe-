      *-------------------------------------------------------------*   00000110
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000120
      *  1.0   02/09/26   VICTOR ARANDA       VERSAO INICIAL            00000130
      *  1.1   15/10/26   VICTOR ARANDA       GRAVA O PERIODO APROVADO  00000131
      *                   NO PNTFECH (TRAVA O APONTAMENTO ONLINE)       00000132
      *-------------------------------------------------------------*   00000140
      *   OBJETIVO: PORTAO DE APROVACAO DE HORAS ANTES DO FR21EX02.     00000150
      *      LE AS HORAS PENDENTES (PENDHRS, LAYOUT ARQUIIN2,           00000160
      *   ARQUIIN2             O   (HORAS APROVADAS P/FR21EX02)         00000330
      *   DEVOLVE              O   (HORAS REPROVADAS)                   00000340
      *   RELAPR               O   (PENDENTES NO CORTE)                 00000350
      *   PNTFECH              O   (PERIODOS APROVADOS - KSDS)          00000351
      *-------------------------------------------------------------*   00000360
      *   MODULOS....:                                                  00000370
      *   GRAVALOG             GRAVA LOG DE ERROS                       00000380
                                                                        00000660
           SELECT RELAPR   ASSIGN TO RELAPR                             00000670
               FILE STATUS  IS WRK-FS-RELAPR.                           00000680
                                                                        00000681
           SELECT PNTFECH  ASSIGN TO PNTFECH                            00000682
               ORGANIZATION  IS INDEXED                                 00000683
               ACCESS MODE   IS RANDOM                                  00000684
               RECORD KEY    IS FCH-CHAVE                               00000685
               FILE STATUS  IS WRK-FS-PNTFECH.                          00000686
                                                                        00000690
      *=============================================================*   00000700
       DATA                                                DIVISION.    00000710
           BLOCK CONTAINS 0 RECORDS.                                    00001390
                                                                        00001400
       01 FD-RELAPR     PIC X(80).                                      00001410
                                                                        00001411
      *-------------------------------------------------------------*   00001412
      *       PERIODOS APROVADOS (KSDS)      LRECL = 30             *   00001413
      *-------------------------------------------------------------*   00001414
       FD PNTFECH.                                                      00001415
           COPY 'FCHBOOK'.                                              00001416
                                                                        00001420
      *-------------------------------------------------------------*   00001430
       WORKING-STORAGE                                      SECTION.    00001440
       77 WRK-PENDENTES       PIC 9(07) VALUE 0.                        00001650
                                                                        00001660
       77 WRK-APROV-INVAL     PIC 9(05) VALUE 0.                        00001670
                                                                        00001671
       77 WRK-PERIODOS-TRAV   PIC 9(05) VALUE 0.                        00001672
                                                                        00001673
       77 WRK-TEM-PNTFECH     PIC X(01) VALUE 'N'.                      00001674
                                                                        00001680
      *-----------CADASTRO DE PROJETOS (SETOR DONO)-----------------*   00001690
                                                                        00001700
       77 WRK-FS-ARQUIIN2 PIC 9(02).                                    00002110
       77 WRK-FS-DEVOLVE  PIC 9(02).                                    00002120
       77 WRK-FS-RELAPR   PIC 9(02).                                    00002130
       77 WRK-FS-PNTFECH  PIC 9(02).                                    00002131
                                                                        00002140
      *--------------------LINHAS DO RELATORIO----------------------*   00002150
                                                                        00002160
            OPEN OUTPUT ARQUIIN2.                                       00002520
            OPEN OUTPUT DEVOLVE.                                        00002530
            OPEN OUTPUT RELAPR.                                         00002540
            OPEN I-O    PNTFECH.                                        0000254A
                                                                        0000254B
      *                 SEM O PNTFECH O PORTAO RODA IGUAL; SO O         0000254C
      *                 APONTAMENTO ONLINE DEIXA DE SER TRAVADO         0000254D
                                                                        0000254E
            IF WRK-FS-PNTFECH EQUAL ZEROS                               0000254F
               MOVE 'S' TO WRK-TEM-PNTFECH                              0000254G
            ELSE                                                        0000254H
               DISPLAY 'SEM PNTFECH - PONTO ONLINE NAO TRAVADO '        0000254I
                       WRK-FS-PNTFECH                                   0000254J
            END-IF.                                                     0000254K
                                                                        00002550
            IF WRK-FS-PENDHRS NOT EQUAL ZEROS                           00002560
               MOVE 'FR21APR1'                  TO WRK-PROGRAMA         00002570
                      ' APROVADOR ' FD-AP-APROVADOR                     00003290
              GO TO 1450-99-FIM                                         00003300
           END-IF.                                                      00003310
                                                                        00003311
      *                 APROVADO: O PROJETO/PERIODO SAI DO PONTO        00003312
      *                 ONLINE (F21CIPL) E DA DESCARGA (FR21PNT2)       00003313
                                                                        00003314
           IF FD-AP-VEREDITO EQUAL 'A'                                  00003315
              PERFORM 1460-TRAVAR-PERIODO                               00003316
           END-IF.                                                      00003317
                                                                        00003320
           IF WRK-TAB-VRD-QTD LESS 50                                   00003330
              ADD 1 TO WRK-TAB-VRD-QTD                                  00003340
                                                                        00003410
       1450-99-FIM.                                            EXIT.    00003420
      *=============================================================*   00003430
                                                                        00003431
      *=============================================================*   00003432
       1460-TRAVAR-PERIODO                                  SECTION.    00003433
                                                                        00003434
           IF WRK-TEM-PNTFECH NOT EQUAL 'S'                             00003435
              GO TO 1460-99-FIM                                         00003436
           END-IF.                                                      00003437
                                                                        00003438
           MOVE FD-AP-PROJETO   TO FCH-PROJETO.                         00003439
           MOVE FD-AP-PERIODO   TO FCH-PERIODO.                         0000343A
           MOVE FD-AP-APROVADOR TO FCH-APROVADOR.                       0000343B
                                                                        0000343C
           WRITE REG-PNTFECH.                                           0000343D
                                                                        0000343E
      *                 22 = PERIODO JA TRAVADO EM RODADA ANTERIOR      0000343F
                                                                        0000343G
           EVALUATE WRK-FS-PNTFECH                                      0000343H
             WHEN 00                                                    0000343I
                  ADD 1 TO WRK-PERIODOS-TRAV                            0000343J
             WHEN 22                                                    0000343K
                  CONTINUE                                              0000343L
             WHEN OTHER                                                 0000343M
                  MOVE 'FR21APR1'                  TO WRK-PROGRAMA      0000343N
                  MOVE '1460'                      TO WRK-SECAO         0000343O
                  MOVE 'ERRO WRITE PNTFECH       ' TO WRK-MENSAGEM      0000343P
                  MOVE WRK-FS-PNTFECH              TO WRK-STATUS        0000343Q
                  PERFORM 9000-TRATARERROS                              0000343R
           END-EVALUATE.                                                0000343S
                                                                        0000343T
       1460-99-FIM.                                            EXIT.    0000343U
      *=============================================================*   0000343V
                                                                        00003440
      *=============================================================*   00003450
       1500-TESTAR-VAZIO                                    SECTION.    00003460
           DISPLAY 'DEVOLVIDAS............' WRK-DEVOLVIDOS.             00004330
           DISPLAY 'PENDENTES NO CORTE....' WRK-PENDENTES.              00004340
           DISPLAY 'APROVACOES INVALIDAS..' WRK-APROV-INVAL.            00004350
           DISPLAY 'PERIODOS TRAVADOS.....' WRK-PERIODOS-TRAV.          00004351
           DISPLAY WRK-MSG-FINAL.                                       00004360
                                                                        00004370
           CLOSE PENDHRS APRHRS PROJMAS.                                00004380
           CLOSE ARQUIIN2 DEVOLVE RELAPR.                               00004390
           IF WRK-TEM-PNTFECH EQUAL 'S'                                 00004391
              CLOSE PNTFECH                                             00004392
           END-IF.                                                      00004393
           STOP RUN.                                                    00004400
                                                                        00004410
       3000-99-FIM.                                            EXIT.    00004420
