      *=============================================================*   00000010
       IDENTIFICATION                            DIVISION.              00000020
      *=============================================================*   00000030
                                                                        00000040
       PROGRAM-ID. FR21DIR1.                                            00000050
                                                                        00000060
      *=============================================================*   00000070
      *   AUTOR....:VICTOR ARANDA                                       00000080
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000090
      *   DATA ....:15/10/2026                                          00000100
      *-------------------------------------------------------------*   00000110
      *   OBJETIVO: ELEGIBILIDADE DE DEPENDENTE PARA O IRRF. O          00000120
      *      MODULO RECEBE PARENTESCO, DATA DE NASCIMENTO E MARCA       00000130
      *      DE ESTUDANTE DE UM DEPENDENTE DE IVAN.DEPEND E DIZ SE      00000140
      *      ELE DEDUZ NA BASE DO IRRF NA DATA DE REFERENCIA:           00000150
      *      CONJUGE/COMPANHEIRO SEM LIMITE DE IDADE; FILHO ATE         00000160
      *      21 ANOS COMPLETOS, OU ATE 24 QUANDO ESTUDANTE. A           00000170
      *      MESMA REGRA SERVE A FOLHA (FR21PAG1) E AO RELATORIO        00000180
      *      DE EXCECOES (FR21IRD1).                                    00000190
      *-------------------------------------------------------------*   00000200
      *   COMMAREA.: LNK-DEPIR (BOOK LNKDPIR)                           00000210
      *-------------------------------------------------------------*   00000220
      *   MODULOS....: NENHUM                                           00000230
      *=============================================================*   00000240
                                                                        00000250
      *=============================================================*   00000260
       ENVIRONMENT                               DIVISION.              00000270
      *=============================================================*   00000280
                                                                        00000290
      *-------------------------------------------------------------*   00000300
       CONFIGURATION                                        SECTION.    00000310
      *-------------------------------------------------------------*   00000320
                                                                        00000330
       SPECIAL-NAMES.                                                   00000340
           DECIMAL-POINT IS COMMA.                                      00000350
                                                                        00000360
      *=============================================================*   00000370
       DATA                                                DIVISION.    00000380
      *=============================================================*   00000390
                                                                        00000400
      *-------------------------------------------------------------*   00000410
       WORKING-STORAGE                                      SECTION.    00000420
      *-------------------------------------------------------------*   00000430
                                                                        00000440
      *--------------------LIMITES DE IDADE-------------------------*   00000450
                                                                        00000460
       77 WRK-LIMITE-FILHO    PIC 9(03) VALUE 21.                       00000470
       77 WRK-LIMITE-ESTUD    PIC 9(03) VALUE 24.                       00000480
                                                                        00000490
      *--------------------LOGICA-----------------------------------*   00000500
                                                                        00000510
       01 WRK-DATA-REF.                                                 00000520
          05 WRK-REF-ANO      PIC 9(04).                                00000530
          05 WRK-REF-MES      PIC 9(02).                                00000540
          05 WRK-REF-DIA      PIC 9(02).                                00000550
                                                                        00000560
       01 WRK-NASC.                                                     00000570
          05 WRK-NASC-ANO     PIC X(04).                                00000580
          05 WRK-NASC-MES     PIC X(02).                                00000590
          05 WRK-NASC-DIA     PIC X(02).                                00000600
       01 WRK-NASC-N REDEFINES WRK-NASC.                                00000610
          05 WRK-NASC-ANO-N   PIC 9(04).                                00000620
          05 WRK-NASC-MES-N   PIC 9(02).                                00000630
          05 WRK-NASC-DIA-N   PIC 9(02).                                00000640
                                                                        00000650
       77 WRK-GRAU            PIC X(04).                                00000660
                                                                        00000670
      *-------------------------------------------------------------*   00000680
       LINKAGE                                              SECTION.    00000690
      *-------------------------------------------------------------*   00000700
                                                                        00000710
       COPY 'LNKDPIR'.                                                  00000720
                                                                        00000730
      *=============================================================*   00000740
       PROCEDURE DIVISION USING LNK-DEPIR.                              00000750
      *=============================================================*   00000760
                                                                        00000770
      *=============================================================*   00000780
       0000-PRINCIPAL                                       SECTION.    00000790
                                                                        00000800
           MOVE 'N'    TO LNK-DI-ELEGIVEL.                              00000810
           MOVE ZEROS  TO LNK-DI-IDADE.                                 00000820
           MOVE SPACES TO LNK-DI-MOTIVO.                                00000830
           MOVE LNK-DI-PARENTESCO(1:4) TO WRK-GRAU.                     00000840
                                                                        00000850
      *          CONJUGE OU COMPANHEIRO(A): SEM LIMITE DE IDADE         00000860
                                                                        00000870
           IF WRK-GRAU EQUAL 'CONJ' OR 'ESPO' OR 'COMP'                 00000880
              MOVE 'S' TO LNK-DI-ELEGIVEL                               00000890
              GOBACK                                                    00000900
           END-IF.                                                      00000910
                                                                        00000920
           IF WRK-GRAU NOT EQUAL 'FILH'                                 00000930
              MOVE 'PARENTESCO NAO DEDUTIVEL' TO LNK-DI-MOTIVO          00000940
              GOBACK                                                    00000950
           END-IF.                                                      00000960
                                                                        00000970
           PERFORM 1000-CALCULAR-IDADE.                                 00000980
                                                                        00000990
           IF LNK-DI-MOTIVO NOT EQUAL SPACES                            00001000
              GOBACK                                                    00001010
           END-IF.                                                      00001020
                                                                        00001030
           IF LNK-DI-IDADE NOT GREATER WRK-LIMITE-FILHO                 00001040
              MOVE 'S' TO LNK-DI-ELEGIVEL                               00001050
              GOBACK                                                    00001060
           END-IF.                                                      00001070
                                                                        00001080
           IF LNK-DI-ESTUDANTE NOT EQUAL 'S'                            00001090
              MOVE 'FILHO ACIMA DE 21 ANOS' TO LNK-DI-MOTIVO            00001100
              GOBACK                                                    00001110
           END-IF.                                                      00001120
                                                                        00001130
           IF LNK-DI-IDADE NOT GREATER WRK-LIMITE-ESTUD                 00001140
              MOVE 'S' TO LNK-DI-ELEGIVEL                               00001150
           ELSE                                                         00001160
              MOVE 'ESTUDANTE ACIMA DE 24 ANOS' TO LNK-DI-MOTIVO        00001170
           END-IF.                                                      00001180
                                                                        00001190
           GOBACK.                                                      00001200
                                                                        00001210
       0000-99-FIM.                                            EXIT.    00001220
      *=============================================================*   00001230
                                                                        00001240
      *=============================================================*   00001250
       1000-CALCULAR-IDADE                                  SECTION.    00001260
                                                                        00001270
      *          DTNASC NO FORMATO AAAA-MM-DD; IDADE EM ANOS            00001280
      *          COMPLETOS NA DATA DE REFERENCIA                        00001290
                                                                        00001300
           MOVE LNK-DI-DATA-REF     TO WRK-DATA-REF.                    00001310
           MOVE LNK-DI-DTNASC(1:4)  TO WRK-NASC-ANO.                    00001320
           MOVE LNK-DI-DTNASC(6:2)  TO WRK-NASC-MES.                    00001330
           MOVE LNK-DI-DTNASC(9:2)  TO WRK-NASC-DIA.                    00001340
                                                                        00001350
           IF WRK-NASC-N NOT NUMERIC                                    00001360
              OR WRK-NASC-MES-N LESS 1 OR WRK-NASC-MES-N GREATER 12     00001370
              OR WRK-NASC-DIA-N LESS 1 OR WRK-NASC-DIA-N GREATER 31     00001380
              OR WRK-NASC-ANO-N GREATER WRK-REF-ANO                     00001390
              MOVE 'DATA DE NASCIMENTO INVALIDA' TO LNK-DI-MOTIVO       00001400
              GO TO 1000-99-FIM                                         00001410
           END-IF.                                                      00001420
                                                                        00001430
           COMPUTE LNK-DI-IDADE = WRK-REF-ANO - WRK-NASC-ANO-N.         00001440
                                                                        00001450
           IF WRK-REF-MES LESS WRK-NASC-MES-N                           00001460
              OR (WRK-REF-MES EQUAL WRK-NASC-MES-N                      00001470
                  AND WRK-REF-DIA LESS WRK-NASC-DIA-N)                  00001480
              IF LNK-DI-IDADE GREATER ZEROS                             00001490
                 SUBTRACT 1 FROM LNK-DI-IDADE                           00001500
              END-IF                                                    00001510
           END-IF.                                                      00001520
                                                                        00001530
       1000-99-FIM.                                            EXIT.    00001540
      *=============================================================*   00001550
