      *  1.1   02/09/26   VICTOR ARANDA       CPF E ENDERECO DO         00000131
      *                   CADASTRO COMPLEMENTAR (FCOMPSEQ) NO           00000132
      *                   CABECALHO DO INFORME                          00000133
      *  1.2   15/10/26   VICTOR ARANDA       DEPENDENTES DE IRRF       00000134
      *                   (MAIOR QUANTIDADE NO ANO) E TOTAL DA DEDUCAO  00000135
      *                   NA BASE DO IMPOSTO (FOLH-DED-DEPIR)           00000136
      *  1.3   15/10/26   VICTOR ARANDA       PARTICIPACAO NOS LUCROS   00000137
      *                   PAGA NO ANO (PLRANO, DO FR21PLR1) COM O       00000138
      *                   IMPOSTO DA TRIBUTACAO EXCLUSIVA EM SEPARADO   00000139
      *-------------------------------------------------------------*   00000140
      *   OBJETIVO: INFORME ANUAL DE RENDIMENTOS. LE AS DOZE            00000150
      *      COMPETENCIAS DA FOLHA DO ANO (FOLHANO, GERACOES DO         00000160
      *   FOLHANO              I   (12 GERACOES DO FOLHPAG)             00000290
      *   FCOMPSEQ             I   (CADASTRO COMPLEMENTAR - FR21FCP1)   00000291
      *   FOLH13               I   (13o SALARIO - FR21DEC1)             00000300
      *   PLRANO               I   (PLR PAGA NO ANO - FR21PLR1)         00000301
      *   DECLARA              O   (INFORMES, UM POR PAGINA)            00000310
      *   RELANO               O   (PROVA DE CONTROLE)                  00000320
      *-------------------------------------------------------------*   00000330
                                                                        00000517
           SELECT FOLH13   ASSIGN TO FOLH13                             00000520
               FILE STATUS  IS WRK-FS-FOLH13.                           00000530
                                                                        00000531
           SELECT PLRANO   ASSIGN TO PLRANO                             00000532
               FILE STATUS  IS WRK-FS-PLRANO.                           00000533
                                                                        00000540
           SELECT DECLARA  ASSIGN TO DECLARA                            00000550
               FILE STATUS  IS WRK-FS-DECLARA.                          00000560
          05 FD-13-INSS      PIC 9(07)V99.                              00000860
          05 FD-13-IRRF      PIC 9(07)V99.                              00000870
          05 FD-13-LIQUIDO   PIC 9(07)V99.                              00000880
          05 FILLER          PIC X(158).                                00000890
                                                                        00000900
      *      ENTRADA - PLR PAGA (FR21PLR1)           LRECL = 100        00000901
       FD PLRANO                                                        00000902
           RECORDING  MODE IS F                                         00000903
           BLOCK CONTAINS 0 RECORDS.                                    00000904
                                                                        00000905
       COPY 'PLRBOOK'.                                                  00000906
                                                                        00000907
      *      SAIDA - INFORMES                        LRECL = 80         00000910
       FD DECLARA                                                       00000920
           RECORDING  MODE IS F                                         00000930
                                                                        00001200
       77 WRK-FOLHAS-LIDAS    PIC 9(07) VALUE 0.                        00001210
       77 WRK-REGS-13         PIC 9(07) VALUE 0.                        00001220
       77 WRK-REGS-PLR        PIC 9(07) VALUE 0.                        00001221
       77 WRK-INFORMES        PIC 9(05) VALUE 0.                        00001230
                                                                        00001240
      *-----------TOTAIS LIDOS (PROVA DE CONTROLE)------------------*   00001250
       77 WRK-ENT-INSS        PIC 9(11)V99 VALUE 0.                     00001280
       77 WRK-ENT-IRRF        PIC 9(11)V99 VALUE 0.                     00001290
       77 WRK-ENT-LIQUIDO     PIC 9(11)V99 VALUE 0.                     00001300
       77 WRK-ENT-PLR-BRUTO   PIC 9(11)V99 VALUE 0.                     00001301
       77 WRK-ENT-PLR-IRRF    PIC 9(11)V99 VALUE 0.                     00001302
                                                                        00001310
       77 WRK-SAI-BRUTO       PIC 9(11)V99 VALUE 0.                     00001320
       77 WRK-SAI-INSS        PIC 9(11)V99 VALUE 0.                     00001330
       77 WRK-SAI-IRRF        PIC 9(11)V99 VALUE 0.                     00001340
       77 WRK-SAI-LIQUIDO     PIC 9(11)V99 VALUE 0.                     00001350
       77 WRK-SAI-PLR-BRUTO   PIC 9(11)V99 VALUE 0.                     00001351
       77 WRK-SAI-PLR-IRRF    PIC 9(11)V99 VALUE 0.                     00001352
                                                                        00001360
      *-----------ACUMULADO POR FUNCIONARIO-------------------------*   00001370
                                                                        00001380
             10 WRK-FN-LIQUIDO PIC 9(09)V99.                            00001470
             10 WRK-FN-BRUTO13 PIC 9(09)V99.                            00001480
             10 WRK-FN-LIQ13   PIC 9(09)V99.                            00001490
             10 WRK-FN-QTD-DEPIR PIC 9(02).                             00001491
             10 WRK-FN-DED-DEPIR PIC 9(09)V99.                          00001492
             10 WRK-FN-PLR-BRUTO PIC 9(09)V99.                          00001493
             10 WRK-FN-PLR-IRRF  PIC 9(09)V99.                          00001494
             10 WRK-FN-PLR-LIQ   PIC 9(09)V99.                          00001495
                                                                        00001500
       77 WRK-IND-FN          PIC 9(03).                                00001510
       77 WRK-ACHOU-FN        PIC X(01).                                00001520
       77 WRK-NOME-ALVO       PIC X(30).                                00001540
                                                                        00001550
       77 WRK-ANO-BASE        PIC 9(04) VALUE 0.                        00001560
       77 WRK-ANO-PLR         PIC 9(04) VALUE 0.                        00001561
                                                                        00001562
       01 WRK-HOJE.                                                     00001570
          05 WRK-HJ-ANO       PIC 9(04).                                00001571
          05 WRK-HJ-MES       PIC 9(02).                                00001572
       77 WRK-FS-FOLHANO  PIC 9(02).                                    00001640
       77 WRK-FS-FCOMPSEQ PIC 9(02).                                    00001641
       77 WRK-FS-FOLH13   PIC 9(02).                                    00001650
       77 WRK-FS-PLRANO   PIC 9(02).                                    00001651
       77 WRK-FS-DECLARA  PIC 9(02).                                    00001660
       77 WRK-FS-RELANO   PIC 9(02).                                    00001670
                                                                        00001680
       01 WRK-DET-LINHA.                                                00001840
          05 WRK-L-TEXTO       PIC X(23).                               00001850
          05 WRK-L-VALOR       PIC ZZZ.ZZZ.ZZ9,99.                      00001860
          05 FILLER            PIC X(43).                               00001861
       01 WRK-DET-QTDE.                                                 00001862
          05 WRK-Q-TEXTO       PIC X(23).                               00001863
          05 WRK-Q-QTDE        PIC Z9.                                  00001864
          05 FILLER            PIC X(55).                               00001870
                                                                        00001880
       77 WRK-PAG            PIC 9(04) VALUE 1.                         00001890
                                                                        00001900
               UNTIL WRK-FS-FOLHANO EQUAL 10.                           00002000
            PERFORM 2200-ACUMULAR-13                                    00002010
               UNTIL WRK-FS-FOLH13 NOT EQUAL ZEROS.                     00002011
            PERFORM 2300-ACUMULAR-PLR                                   00002012
               UNTIL WRK-FS-PLRANO NOT EQUAL ZEROS.                     00002013
            PERFORM 2500-IMPRIMIR-INFORMES.                             00002020
            PERFORM 3000-FINALIZAR.                                     00002030
                                                                        00002040
                                                                        00002100
            OPEN INPUT  FOLHANO.                                        00002110
            OPEN INPUT  FOLH13.                                         00002120
            OPEN INPUT  PLRANO.                                         00002121
            OPEN INPUT  FCOMPSEQ.                                       00002122
            OPEN OUTPUT DECLARA.                                        00002130
            OPEN OUTPUT RELANO.                                         00002140
                                                                        00002150
                                                                        000022A9
            READ FOLHANO.                                               00002300
            READ FOLH13.                                                00002310
                                                                        00002311
      *          SEM O PLRANO O INFORME SAI SEM AS LINHAS DA PLR        00002312
                                                                        00002313
            IF WRK-FS-PLRANO EQUAL ZEROS                                00002314
               READ PLRANO                                              00002315
            ELSE                                                        00002316
               DISPLAY 'SEM PLR PAGA NO ANO'                            00002317
            END-IF.                                                     00002318
                                                                        00002320
       1000-99-FIM.                                            EXIT.    00002330
      *=============================================================*   00002340
           ADD FOLH-INSS    TO WRK-FN-INSS(WRK-IND-FN).                 00002510
           ADD FOLH-IRRF    TO WRK-FN-IRRF(WRK-IND-FN).                 00002520
           ADD FOLH-LIQUIDO TO WRK-FN-LIQUIDO(WRK-IND-FN).              00002530
           ADD FOLH-DED-DEPIR TO WRK-FN-DED-DEPIR(WRK-IND-FN).          00002531
           IF FOLH-QTD-DEPIR GREATER WRK-FN-QTD-DEPIR(WRK-IND-FN)       00002532
              MOVE FOLH-QTD-DEPIR TO WRK-FN-QTD-DEPIR(WRK-IND-FN)       00002533
           END-IF.                                                      00002534
                                                                        00002540
           READ FOLHANO.                                                00002550
                                                                        00002560
              MOVE ZEROS TO WRK-FN-LIQUIDO(WRK-IND-FN)                  00002870
              MOVE ZEROS TO WRK-FN-BRUTO13(WRK-IND-FN)                  00002880
              MOVE ZEROS TO WRK-FN-LIQ13(WRK-IND-FN)                    00002890
              MOVE ZEROS TO WRK-FN-QTD-DEPIR(WRK-IND-FN)                00002891
              MOVE ZEROS TO WRK-FN-DED-DEPIR(WRK-IND-FN)                00002892
              MOVE ZEROS TO WRK-FN-PLR-BRUTO(WRK-IND-FN)                00002893
              MOVE ZEROS TO WRK-FN-PLR-IRRF(WRK-IND-FN)                 00002894
              MOVE ZEROS TO WRK-FN-PLR-LIQ(WRK-IND-FN)                  00002895
           END-IF.                                                      00002900
                                                                        00002910
       2100-99-FIM.                                            EXIT.    00002920
                                                                        00003120
       2200-99-FIM.                                            EXIT.    00003130
      *=============================================================*   00003140
                                                                        00003141
      *=============================================================*   00003142
       2300-ACUMULAR-PLR                                    SECTION.    00003143
                                                                        00003144
      *          A PLR ENTRA NO INFORME DO ANO EM QUE FOI PAGA          00003145
                                                                        00003146
           IF WRK-FS-PLRANO NOT EQUAL ZEROS                             00003147
              GO TO 2300-99-FIM                                         00003148
           END-IF.                                                      00003149
                                                                        0000314A
           COMPUTE WRK-ANO-PLR = PLR-DATA / 10000.                      0000314B
                                                                        0000314C
           IF WRK-ANO-PLR EQUAL WRK-ANO-BASE                            0000314D
              ADD 1 TO WRK-REGS-PLR                                     0000314E
              ADD PLR-BRUTO TO WRK-ENT-PLR-BRUTO                        0000314F
              ADD PLR-IRRF  TO WRK-ENT-PLR-IRRF                         0000314G
              MOVE PLR-IDFUNC TO WRK-IDFUNC-ALVO                        0000314H
              MOVE PLR-NOME   TO WRK-NOME-ALVO                          0000314I
              PERFORM 2100-ACHAR-FUNC                                   0000314J
              ADD PLR-BRUTO   TO WRK-FN-PLR-BRUTO(WRK-IND-FN)           0000314K
              ADD PLR-IRRF    TO WRK-FN-PLR-IRRF(WRK-IND-FN)            0000314L
              ADD PLR-LIQUIDO TO WRK-FN-PLR-LIQ(WRK-IND-FN)             0000314M
           END-IF.                                                      0000314N
                                                                        0000314O
           READ PLRANO.                                                 0000314P
                                                                        0000314Q
       2300-99-FIM.                                            EXIT.    0000314R
      *=============================================================*   0000314S
                                                                        00003150
      *=============================================================*   00003160
       2500-IMPRIMIR-INFORMES                               SECTION.    00003170
           MOVE 'IRRF RETIDO..........:' TO WRK-L-TEXTO.                00003500
           MOVE WRK-FN-IRRF(WRK-IND-FN)  TO WRK-L-VALOR.                00003510
           WRITE FD-DECLARA FROM WRK-DET-LINHA.                         00003520
                                                                        00003521
           IF WRK-FN-QTD-DEPIR(WRK-IND-FN) GREATER ZEROS                00003522
              MOVE 'DEPENDENTES DE IRRF..:' TO WRK-Q-TEXTO              00003523
              MOVE WRK-FN-QTD-DEPIR(WRK-IND-FN) TO WRK-Q-QTDE           00003524
              WRITE FD-DECLARA FROM WRK-DET-QTDE                        00003525
              MOVE 'DEDUCAO DEPENDENTES..:' TO WRK-L-TEXTO              00003526
              MOVE WRK-FN-DED-DEPIR(WRK-IND-FN) TO WRK-L-VALOR          00003527
              WRITE FD-DECLARA FROM WRK-DET-LINHA                       00003528
           END-IF.                                                      00003529
                                                                        00003530
           MOVE 'RENDIMENTO LIQUIDO...:' TO WRK-L-TEXTO.                00003540
           MOVE WRK-FN-LIQUIDO(WRK-IND-FN) TO WRK-L-VALOR.              00003550
           MOVE '13o SALARIO LIQUIDO..:' TO WRK-L-TEXTO.                00003620
           MOVE WRK-FN-LIQ13(WRK-IND-FN) TO WRK-L-VALOR.                00003630
           WRITE FD-DECLARA FROM WRK-DET-LINHA.                         00003640
                                                                        0000364A
      *          PLR: TRIBUTACAO EXCLUSIVA NA FONTE, FORA DO IRRF       0000364B
      *          DA FOLHA                                               0000364C
                                                                        0000364D
           IF WRK-FN-PLR-BRUTO(WRK-IND-FN) GREATER ZEROS                0000364E
              MOVE 'PLR BRUTA............:' TO WRK-L-TEXTO              0000364F
              MOVE WRK-FN-PLR-BRUTO(WRK-IND-FN) TO WRK-L-VALOR          0000364G
              WRITE FD-DECLARA FROM WRK-DET-LINHA                       0000364H
              MOVE 'IRRF EXCLUSIVO PLR...:' TO WRK-L-TEXTO              0000364I
              MOVE WRK-FN-PLR-IRRF(WRK-IND-FN) TO WRK-L-VALOR           0000364J
              WRITE FD-DECLARA FROM WRK-DET-LINHA                       0000364K
              MOVE 'PLR LIQUIDA..........:' TO WRK-L-TEXTO              0000364L
              MOVE WRK-FN-PLR-LIQ(WRK-IND-FN) TO WRK-L-VALOR            0000364M
              WRITE FD-DECLARA FROM WRK-DET-LINHA                       0000364N
           END-IF.                                                      0000364O
                                                                        00003650
           ADD 1 TO WRK-INFORMES.                                       00003660
                                                                        00003670
           ADD WRK-FN-INSS(WRK-IND-FN)    TO WRK-SAI-INSS.              00003690
           ADD WRK-FN-IRRF(WRK-IND-FN)    TO WRK-SAI-IRRF.              00003700
           ADD WRK-FN-LIQUIDO(WRK-IND-FN) TO WRK-SAI-LIQUIDO.           00003710
           ADD WRK-FN-PLR-BRUTO(WRK-IND-FN) TO WRK-SAI-PLR-BRUTO.       00003711
           ADD WRK-FN-PLR-IRRF(WRK-IND-FN)  TO WRK-SAI-PLR-IRRF.        00003712
                                                                        00003720
       2600-99-FIM.                                            EXIT.    00003730
      *=============================================================*   00003740
           MOVE 'TOTAL LIQ. INFORMADO.:' TO WRK-L-TEXTO.                00003910
           MOVE WRK-SAI-LIQUIDO          TO WRK-L-VALOR.                00003920
           WRITE FD-RELANO FROM WRK-DET-LINHA.                          00003930
           MOVE 'TOTAL PLR LIDA.......:' TO WRK-L-TEXTO.                00003931
           MOVE WRK-ENT-PLR-BRUTO        TO WRK-L-VALOR.                00003932
           WRITE FD-RELANO FROM WRK-DET-LINHA.                          00003933
           MOVE 'TOTAL PLR INFORMADA..:' TO WRK-L-TEXTO.                00003934
           MOVE WRK-SAI-PLR-BRUTO        TO WRK-L-VALOR.                00003935
           WRITE FD-RELANO FROM WRK-DET-LINHA.                          00003936
                                                                        00003940
           DISPLAY 'FOLHAS LIDAS..........' WRK-FOLHAS-LIDAS.           00003950
           DISPLAY 'REGISTROS DE 13o......' WRK-REGS-13.                00003960
           DISPLAY 'REGISTROS DE PLR......' WRK-REGS-PLR.               00003961
           DISPLAY 'INFORMES EMITIDOS.....' WRK-INFORMES.               00003970
                                                                        00003980
           IF WRK-ENT-BRUTO NOT EQUAL WRK-SAI-BRUTO                     00003990
              OR WRK-ENT-INSS NOT EQUAL WRK-SAI-INSS                    00004000
              OR WRK-ENT-IRRF NOT EQUAL WRK-SAI-IRRF                    00004010
              OR WRK-ENT-LIQUIDO NOT EQUAL WRK-SAI-LIQUIDO              00004020
              OR WRK-ENT-PLR-BRUTO NOT EQUAL WRK-SAI-PLR-BRUTO          00004021
              OR WRK-ENT-PLR-IRRF NOT EQUAL WRK-SAI-PLR-IRRF            00004022
              DISPLAY '** INFORMES FORA DE BALANCEAMENTO **'            00004030
              MOVE 8 TO RETURN-CODE                                     00004040
           ELSE                                                         00004050
           DISPLAY WRK-MSG-FINAL.                                       00004090
                                                                        00004100
           CLOSE FOLHANO FOLH13.                                        00004110
           IF WRK-FS-PLRANO NOT EQUAL 35                                00004111
              CLOSE PLRANO                                              00004112
           END-IF.                                                      00004113
           CLOSE DECLARA RELANO.                                        00004120
           STOP RUN.                                                    00004130
                                                                        00004140
