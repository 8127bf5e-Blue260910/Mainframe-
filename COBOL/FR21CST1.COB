      *-------------------------------------------------------------*   00000110
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000120
      *  1.0   02/09/26   VICTOR ARANDA       VERSAO INICIAL            00000130
      *  1.1   15/10/26   VICTOR ARANDA       CUSTPROJ COM COMPETENCIA, 00000131
      *                   BRUTO, ENCARGOS E HORAS EM SEPARADO PARA A    00000132
      *                   RENTABILIDADE DE PROJETOS (FR21RNT1)          00000133
      *-------------------------------------------------------------*   00000140
      *   OBJETIVO: APROPRIACAO MENSAL DO CUSTO DA FOLHA AOS            00000150
      *      PROJETOS E SETORES. LE A FOLHA DO MES (FOLHPAG) E AS       00000160
      *      POR SETOR (RELCST) COM AS DESCRICOES DE IVAN.SETOR,        00000220
      *      COM LINHA PROPRIA DE CUSTO NAO ALOCADO PARA QUEM TEVE      00000230
      *      FOLHA SEM HORAS CASADAS.                                   00000240
      *      NO CUSTPROJ O CUSTO TOTAL VEM ABERTO EM BRUTO E ENCARGOS,  00000241
      *      COM AS HORAS RATEADAS E A COMPETENCIA DA FOLHA.            00000242
      *-------------------------------------------------------------*   00000250
      *   BASE DE DADOS:                                                00000260
      *   TABELA.DB2..                                                  00000270
          05 FD-MT-HORAS     PIC 9(03).                                 00000900
          05 FD-MT-SETOR     PIC X(04).                                 00000910
                                                                        00000920
      *      SAIDA - CUSTO POR PROJETO        LRECL = 76                00000930
       FD CUSTPROJ                                                      00000940
           RECORDING  MODE IS F                                         00000950
           BLOCK CONTAINS 0 RECORDS.                                    00000960
          05 FD-CP-PROJETO   PIC X(20).                                 00000990
          05 FD-CP-SETOR     PIC X(04).                                 00001000
          05 FD-CP-CUSTO     PIC 9(11)V99.                              00001010
          05 FD-CP-COMPET    PIC 9(06).                                 00001011
          05 FD-CP-BRUTO     PIC 9(11)V99.                              00001012
          05 FD-CP-ENCARGOS  PIC 9(11)V99.                              00001013
          05 FD-CP-HORAS     PIC 9(07).                                 00001014
                                                                        00001020
      *      SAIDA - RESUMO POR SETOR         LRECL = 80                00001030
       FD RELCST                                                        00001040
       77 WRK-CUSTO-RESTO     PIC 9(11)V99 VALUE 0.                     00001420
       77 WRK-PARCELA         PIC 9(11)V99 VALUE 0.                     00001430
       77 WRK-NAO-ALOCADO     PIC 9(13)V99 VALUE 0.                     00001440
       77 WRK-COMPET          PIC 9(06) VALUE 0.                        00001441
                                                                        00001450
      *-----------HORAS CASADAS POR FUNCIONARIO/PROJETO-------------*   00001460
                                                                        00001470
             10 WRK-PJ-PROJETO PIC X(20).                               00001660
             10 WRK-PJ-SETOR   PIC X(04).                               00001670
             10 WRK-PJ-CUSTO   PIC 9(11)V99.                            00001680
             10 WRK-PJ-HORAS   PIC 9(07).                               00001681
             10 WRK-PJ-ENCARGOS PIC 9(11)V99.                           00001682
                                                                        00001690
       77 WRK-IND-PJ          PIC 9(02).                                00001700
                                                                        00001710
       2000-PROCESSAR                                       SECTION.    00002980
                                                                        00002990
           ADD 1 TO WRK-FOLHAS-LIDAS.                                   00003000
                                                                        00003001
      *                 COMPETENCIA DA FOLHA PARA O CUSTPROJ            00003002
           IF WRK-COMPET EQUAL ZEROS                                    00003003
              MOVE FOLH-COMPET TO WRK-COMPET                            00003004
           END-IF.                                                      00003005
                                                                        00003010
      *                 CUSTO TOTAL: BRUTO MAIS ENCARGOS PATRONAIS      00003020
                                                                        00003030
              MOVE WRK-HR-SETOR(WRK-IND-HR)                             00003850
                   TO WRK-PJ-SETOR(WRK-IND-PJ)                          00003860
              MOVE ZEROS TO WRK-PJ-CUSTO(WRK-IND-PJ)                    00003870
              MOVE ZEROS TO WRK-PJ-HORAS(WRK-IND-PJ)                    00003871
           END-IF.                                                      00003880
                                                                        00003890
           ADD WRK-PARCELA TO WRK-PJ-CUSTO(WRK-IND-PJ).                 00003900
           ADD WRK-HR-HORAS(WRK-IND-HR) TO WRK-PJ-HORAS(WRK-IND-PJ).    00003901
           ADD WRK-PARCELA TO WRK-CUSTO-ALOC.                           00003910
                                                                        00003920
      *                 RESUMO POR SETOR                                00003930
              MOVE WRK-PJ-PROJETO(WRK-IND-PJ) TO FD-CP-PROJETO          00004360
              MOVE WRK-PJ-SETOR(WRK-IND-PJ)   TO FD-CP-SETOR            00004370
              MOVE WRK-PJ-CUSTO(WRK-IND-PJ)   TO FD-CP-CUSTO            00004380
      *                 ENCARGOS = PARTE PATRONAL DO CUSTO RATEADO      00004381
              COMPUTE WRK-PJ-ENCARGOS(WRK-IND-PJ) ROUNDED =             00004382
                 WRK-PJ-CUSTO(WRK-IND-PJ) * WRK-PCT-ENCARGOS            00004383
                 / (100 + WRK-PCT-ENCARGOS)                             00004384
              MOVE WRK-COMPET                 TO FD-CP-COMPET           00004385
              MOVE WRK-PJ-ENCARGOS(WRK-IND-PJ) TO FD-CP-ENCARGOS        00004386
              COMPUTE FD-CP-BRUTO = WRK-PJ-CUSTO(WRK-IND-PJ)            00004387
                                  - WRK-PJ-ENCARGOS(WRK-IND-PJ)         00004388
              MOVE WRK-PJ-HORAS(WRK-IND-PJ)   TO FD-CP-HORAS            00004389
              WRITE FD-CUSTPROJ                                         00004390
           END-PERFORM.                                                 00004400
                                                                        00004410
