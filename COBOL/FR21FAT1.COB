      *  1.1   02/09/26   VICTOR ARANDA    NUMERACAO DE NOTAS (SERIE    00000184
      *                   NO CTRLNF) E ARQUIVO DE TITULOS EM ABERTO     00000185
      *                   (FATNF) PARA O CONTAS A RECEBER FR21REC1      00000186
      *  1.2   15/10/26   VICTOR ARANDA    BOLETO REGISTRADO POR NOTA
      *                   (NOSSO NUMERO, CODIGO DE BARRAS E LINHA
      *                   DIGITAVEL) E REMESSA PARA O BANCO (REMBOL)
      *-------------------------------------------------------------*   00000190
      *   ARQUIVOS.....:                                                00000200
      *                                                                 00000210
      *   CTRLNF               I   (PROXIMO NUMERO DE NOTA)             00000255
      *   FATURAM              O   (EXTRATO DE FATURAMENTO)             00000260
      *   FATNF                O   (TITULOS EMITIDOS P/FR21REC1)        00000261
      *   REMBOL               O   (REMESSA DE BOLETOS AO BANCO)
      *   CTRLNFN              O   (SERIE ATUALIZADA)                   00000262
      *-------------------------------------------------------------*   00000270
      *   MODULOS....:                                                  00000280
                                                                        00000544
           SELECT CTRLNFN  ASSIGN TO CTRLNFN                            00000545
               FILE STATUS  IS WRK-FS-CTRLNFN.                          00000546

           SELECT REMBOL   ASSIGN TO REMBOL
               FILE STATUS  IS WRK-FS-REMBOL.
                                                                        00000550
      *=============================================================*   00000560
       DATA                                                DIVISION.    00000570
          05 FD-FN-SETOR     PIC X(04).                                 00001030
          05 FD-FN-EMISSAO   PIC 9(08).                                 00001031
          05 FD-FN-VALOR     PIC 9(11)V99.                              00001032
          05 FD-FN-NOSSO-NUM PIC 9(11).                                 00001033
          05 FILLER          PIC X(02).
                                                                        00001034
      *      SAIDA - SERIE ATUALIZADA            LRECL = 06             00001035
       FD CTRLNFN                                                       00001036
                                                                        00001039
       01 FD-CTRLNFN.                                                   00001040
          05 FD-NN-PROXIMO   PIC 9(06).                                 00001041

      *      SAIDA - REMESSA DE BOLETOS REGISTRADOS  LRECL = 200
      *      UM REGISTRO POR NOTA; O BANCO DEVOLVE A LIQUIDACAO PELO
      *      NOSSO NUMERO NO RETORNO (RETBOL) LIDO PELO FR21REC1
       FD REMBOL
           RECORDING  MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01 FD-REMBOL.
          05 FD-RB-NOSSO-NUM PIC 9(11).
          05 FD-RB-NF        PIC 9(06).
          05 FD-RB-PROJETO   PIC X(20).
          05 FD-RB-SACADO    PIC X(30).
          05 FD-RB-EMISSAO   PIC 9(08).
          05 FD-RB-VENCTO    PIC 9(08).
          05 FD-RB-VALOR     PIC 9(11)V99.
          05 FD-RB-JUROS-MES PIC 9(02)V99.
          05 FD-RB-MULTA     PIC 9(02)V99.
          05 FD-RB-BARRAS    PIC X(44).
          05 FD-RB-LINHA-DIG PIC X(47).
          05 FILLER          PIC X(05).
                                                                        00001042
      *-------------------------------------------------------------*   00001040
       WORKING-STORAGE                                      SECTION.    00001050
          05 WRK-TAB-PJ-QTD  PIC 9(02) VALUE 0.                         00001470
          05 WRK-TAB-PJ-OCR OCCURS 50 TIMES.                            00001480
             10 WRK-PJ-IDPROJ  PIC X(20).                               00001490
             10 WRK-PJ-NOME    PIC X(30).
             10 WRK-PJ-SETOR   PIC X(04).                               00001500
             10 WRK-PJ-HORAS   PIC 9(07).                               00001510
             10 WRK-PJ-TAXA    PIC 9(05)V99.                            00001520
                                                                        00001795
       77 WRK-PROX-NF     PIC 9(06) VALUE 1.                            00001796
       77 WRK-NOTAS       PIC 9(05) VALUE 0.                            00001797
       77 WRK-FS-REMBOL   PIC 9(02).

      *--------------------COBRANCA REGISTRADA----------------------*

       77 WRK-BCO-COBRANCA  PIC 9(03) VALUE 341.
       77 WRK-AGE-CEDENTE   PIC 9(04) VALUE 0021.
       77 WRK-CARTEIRA      PIC 9(03) VALUE 109.
       77 WRK-CONTA-CEDENTE PIC 9(07) VALUE 0004021.
       77 WRK-PRAZO-VENCTO  PIC 9(03) VALUE 030.
       77 WRK-JUROS-MES     PIC 9(02)V99 VALUE 01,00.
       77 WRK-MULTA         PIC 9(02)V99 VALUE 02,00.
       77 WRK-VALOR-MAX-CB  PIC 9(08)V99 VALUE 99999999,99.
       77 WRK-DATA-BASE-CB  PIC 9(08) VALUE 19971007.
       77 WRK-VENCTO        PIC 9(08) VALUE 0.
       77 WRK-FATOR-DIAS    PIC 9(05) VALUE 0.
       77 WRK-BOLETOS       PIC 9(05) VALUE 0.

      *     NOSSO NUMERO: 4 ZEROS + NUMERO DA NOTA + DV MODULO 11
       01 WRK-NOSSO-NUM.
          05 WRK-NN-BASE.
             10 FILLER        PIC 9(04) VALUE 0.
             10 WRK-NN-NF     PIC 9(06).
          05 WRK-NN-DV        PIC 9(01).
       01 WRK-NN-NUMERO REDEFINES WRK-NOSSO-NUM PIC 9(11).

      *     CODIGO DE BARRAS (44 POSICOES, PADRAO FEBRABAN). CAMPO
      *     LIVRE DO BANCO: AGENCIA + CARTEIRA + NOSSO NUMERO + CONTA
       01 WRK-COD-BARRAS.
          05 WRK-CB-BANCO     PIC 9(03).
          05 WRK-CB-MOEDA     PIC 9(01).
          05 WRK-CB-DV        PIC 9(01).
          05 WRK-CB-FATOR     PIC 9(04).
          05 WRK-CB-VALOR     PIC 9(08)V99.
          05 WRK-CB-LIVRE.
             10 WRK-CB-AGENCIA  PIC 9(04).
             10 WRK-CB-CARTEIRA PIC 9(03).
             10 WRK-CB-NOSSO    PIC 9(11).
             10 WRK-CB-CONTA    PIC 9(07).
       01 WRK-CB-DIGITOS REDEFINES WRK-COD-BARRAS PIC X(44).

      *     LINHA DIGITAVEL (47 POSICOES, SEM PONTOS E ESPACOS)
       01 WRK-LINHA-DIG.
          05 WRK-LD-C1        PIC X(09).
          05 WRK-LD-DV1       PIC 9(01).
          05 WRK-LD-C2        PIC X(10).
          05 WRK-LD-DV2       PIC 9(01).
          05 WRK-LD-C3        PIC X(10).
          05 WRK-LD-DV3       PIC 9(01).
          05 WRK-LD-DV-GERAL  PIC 9(01).
          05 WRK-LD-FATOR-VAL PIC X(14).

      *     CALCULO DOS DIGITOS VERIFICADORES (MODULOS 10 E 11)
       77 WRK-DV-CAMPO      PIC X(43).
       77 WRK-DV-TAM        PIC 9(02) VALUE 0.
       77 WRK-DV-IND        PIC 9(02) VALUE 0.
       77 WRK-DV-DIGITO     PIC 9(01) VALUE 0.
       77 WRK-DV-PESO       PIC 9(02) VALUE 0.
       77 WRK-DV-PRODUTO    PIC 9(02) VALUE 0.
       77 WRK-DV-SOMA       PIC 9(05) VALUE 0.
       77 WRK-DV-QUOC       PIC 9(05) VALUE 0.
       77 WRK-DV-RESTO      PIC 9(02) VALUE 0.
       77 WRK-DV-RESULT     PIC 9(02) VALUE 0.
                                                                        00001800
      *--------------------LINHAS DO EXTRATO------------------------*   00001810
                                                                        00001820
            OPEN OUTPUT FATURAM.                                        00002610
            OPEN OUTPUT FATNF.                                          00002611
            OPEN OUTPUT CTRLNFN.                                        00002612
            OPEN OUTPUT REMBOL.

      *     SERIE DE NOTAS: SEM O CONTROLE A NUMERACAO RECOMECA
      *     EM 000001 (PRIMEIRA EMISSAO DA SERIE)
                  ADD 1 TO WRK-TAB-PJ-QTD                               00003190
                  MOVE WRK-TAB-PJ-QTD TO WRK-IND-PJ                     00003200
                  MOVE FD-PM-IDPROJ    TO WRK-PJ-IDPROJ(WRK-IND-PJ)     00003210
                  MOVE FD-PM-NOMEPROJ  TO WRK-PJ-NOME(WRK-IND-PJ)
                  MOVE FD-PM-SETORDONO TO WRK-PJ-SETOR(WRK-IND-PJ)      00003220
                  MOVE ZEROS           TO WRK-PJ-HORAS(WRK-IND-PJ)      00003230
                  MOVE ZEROS           TO WRK-PJ-TAXA(WRK-IND-PJ)       00003240
                   MOVE WRK-PJ-SETOR(WRK-IND-PJ)  TO FD-FN-SETOR
                   MOVE WRK-DATA-REF              TO FD-FN-EMISSAO
                   MOVE WRK-PJ-VALOR(WRK-IND-PJ)  TO FD-FN-VALOR
                   PERFORM 3500-EMITIR-BOLETO
                   MOVE WRK-NN-NUMERO             TO FD-FN-NOSSO-NUM
                   WRITE FD-FATNF
                   ADD 1 TO WRK-NOTAS

             DISPLAY 'HORAS CASADAS LIDAS...' WRK-LIDOS.                00004570
             DISPLAY 'SEM TARIFA VIGENTE....' WRK-SEM-TARIFA.           00004580
             DISPLAY 'NOTAS EMITIDAS........' WRK-NOTAS.                00004581
             DISPLAY 'BOLETOS REGISTRADOS...' WRK-BOLETOS.
             DISPLAY WRK-MSG-FINAL.                                     00004590
                                                                        00004600
      *          SERIE ATUALIZADA PARA A PROXIMA EMISSAO                00004601
             WRITE FD-CTRLNFN.                                          00004604
                                                                        00004605
             CLOSE MATCHSAI PROJMAS TARIFAS.                            00004610
             CLOSE FATURAM FATNF CTRLNFN REMBOL.                        00004620
                                                                        00004630
             DISPLAY WRK-LINHA-VAZIA.                                   00004640
             CALL 'DATAEXT' USING LNK-INFO-DATA.                        00004650
                                                                        00004710
       3000-99-FIM.                                            EXIT.    00004720
      *=============================================================*   00004730

      *=============================================================*
       3500-EMITIR-BOLETO                                   SECTION.

      *          BOLETO REGISTRADO DA NOTA: NOSSO NUMERO, VENCIMENTO
      *          (EMISSAO + PRAZO), CODIGO DE BARRAS E LINHA
      *          DIGITAVEL, GRAVADOS NA REMESSA PARA O BANCO

             MOVE WRK-PROX-NF TO WRK-NN-NF.
             MOVE WRK-NN-BASE TO WRK-DV-CAMPO.
             MOVE 10          TO WRK-DV-TAM.
             PERFORM 8100-MODULO-11.
             IF WRK-DV-RESULT GREATER 9
                MOVE ZEROS         TO WRK-NN-DV
             ELSE
                MOVE WRK-DV-RESULT TO WRK-NN-DV
             END-IF.

             COMPUTE WRK-VENCTO = FUNCTION DATE-OF-INTEGER
                     (FUNCTION INTEGER-OF-DATE(WRK-DATA-REF)
                      + WRK-PRAZO-VENCTO).

      *          FATOR DE VENCIMENTO: DIAS DESDE 07/10/1997; PASSADO
      *          O 9999 A CONTAGEM RECOMECA EM 1000

             COMPUTE WRK-FATOR-DIAS =
                     FUNCTION INTEGER-OF-DATE(WRK-VENCTO)
                   - FUNCTION INTEGER-OF-DATE(WRK-DATA-BASE-CB).
             IF WRK-FATOR-DIAS GREATER 9999
                SUBTRACT 9000 FROM WRK-FATOR-DIAS
             END-IF.

             MOVE WRK-BCO-COBRANCA  TO WRK-CB-BANCO.
             MOVE 9                 TO WRK-CB-MOEDA.
             MOVE ZEROS             TO WRK-CB-DV.
             MOVE WRK-FATOR-DIAS    TO WRK-CB-FATOR.
             MOVE WRK-AGE-CEDENTE   TO WRK-CB-AGENCIA.
             MOVE WRK-CARTEIRA      TO WRK-CB-CARTEIRA.
             MOVE WRK-NN-NUMERO     TO WRK-CB-NOSSO.
             MOVE WRK-CONTA-CEDENTE TO WRK-CB-CONTA.

      *          VALOR ACIMA DO CAMPO DO CODIGO: BOLETO SAI SEM VALOR
      *          NO CODIGO (VALOR SO NO REGISTRO DO TITULO)

             IF WRK-PJ-VALOR(WRK-IND-PJ) GREATER WRK-VALOR-MAX-CB
                MOVE ZEROS                    TO WRK-CB-VALOR
             ELSE
                MOVE WRK-PJ-VALOR(WRK-IND-PJ) TO WRK-CB-VALOR
             END-IF.

      *          DV GERAL: MODULO 11 DAS 43 POSICOES SEM O PROPRIO DV

             MOVE WRK-CB-DIGITOS(1:4)   TO WRK-DV-CAMPO(1:4).
             MOVE WRK-CB-DIGITOS(6:39)  TO WRK-DV-CAMPO(5:39).
             MOVE 43                    TO WRK-DV-TAM.
             PERFORM 8100-MODULO-11.
             IF WRK-DV-RESULT GREATER 9 OR WRK-DV-RESULT EQUAL ZEROS
                MOVE 1             TO WRK-CB-DV
             ELSE
                MOVE WRK-DV-RESULT TO WRK-CB-DV
             END-IF.

      *          LINHA DIGITAVEL: TRES CAMPOS COM DV MODULO 10, O DV
      *          GERAL E FATOR + VALOR

             MOVE WRK-CB-DIGITOS(1:4)   TO WRK-LD-C1(1:4).
             MOVE WRK-CB-DIGITOS(20:5)  TO WRK-LD-C1(5:5).
             MOVE WRK-CB-DIGITOS(25:10) TO WRK-LD-C2.
             MOVE WRK-CB-DIGITOS(35:10) TO WRK-LD-C3.
             MOVE WRK-CB-DV             TO WRK-LD-DV-GERAL.
             MOVE WRK-CB-DIGITOS(6:14)  TO WRK-LD-FATOR-VAL.

             MOVE WRK-LD-C1 TO WRK-DV-CAMPO.
             MOVE 9         TO WRK-DV-TAM.
             PERFORM 8200-MODULO-10.
             MOVE WRK-DV-RESULT TO WRK-LD-DV1.

             MOVE WRK-LD-C2 TO WRK-DV-CAMPO.
             MOVE 10        TO WRK-DV-TAM.
             PERFORM 8200-MODULO-10.
             MOVE WRK-DV-RESULT TO WRK-LD-DV2.

             MOVE WRK-LD-C3 TO WRK-DV-CAMPO.
             MOVE 10        TO WRK-DV-TAM.
             PERFORM 8200-MODULO-10.
             MOVE WRK-DV-RESULT TO WRK-LD-DV3.

             MOVE WRK-NN-NUMERO             TO FD-RB-NOSSO-NUM.
             MOVE WRK-PROX-NF               TO FD-RB-NF.
             MOVE WRK-PJ-IDPROJ(WRK-IND-PJ) TO FD-RB-PROJETO.
             MOVE WRK-PJ-NOME(WRK-IND-PJ)   TO FD-RB-SACADO.
             MOVE WRK-DATA-REF              TO FD-RB-EMISSAO.
             MOVE WRK-VENCTO                TO FD-RB-VENCTO.
             MOVE WRK-PJ-VALOR(WRK-IND-PJ)  TO FD-RB-VALOR.
             MOVE WRK-JUROS-MES             TO FD-RB-JUROS-MES.
             MOVE WRK-MULTA                 TO FD-RB-MULTA.
             MOVE WRK-CB-DIGITOS            TO FD-RB-BARRAS.
             MOVE WRK-LINHA-DIG             TO FD-RB-LINHA-DIG.
             WRITE FD-REMBOL.
             ADD 1 TO WRK-BOLETOS.

       3500-99-FIM.                                            EXIT.
      *=============================================================*

      *=============================================================*
       8100-MODULO-11                                       SECTION.

      *          PESOS 2 A 9 DA DIREITA PARA A ESQUERDA; DEVOLVE
      *          11 - RESTO (O CHAMADOR TRATA 0, 10 E 11)

             MOVE ZEROS TO WRK-DV-SOMA.
             MOVE 2     TO WRK-DV-PESO.

             PERFORM VARYING WRK-DV-IND FROM WRK-DV-TAM BY -1
                UNTIL WRK-DV-IND LESS 1
                MOVE WRK-DV-CAMPO(WRK-DV-IND:1) TO WRK-DV-DIGITO
                COMPUTE WRK-DV-SOMA = WRK-DV-SOMA
                                    + WRK-DV-DIGITO * WRK-DV-PESO
                ADD 1 TO WRK-DV-PESO
                IF WRK-DV-PESO GREATER 9
                   MOVE 2 TO WRK-DV-PESO
                END-IF
             END-PERFORM.

             DIVIDE WRK-DV-SOMA BY 11 GIVING WRK-DV-QUOC
                    REMAINDER WRK-DV-RESTO.
             COMPUTE WRK-DV-RESULT = 11 - WRK-DV-RESTO.

       8100-99-FIM.                                            EXIT.
      *=============================================================*

      *=============================================================*
       8200-MODULO-10                                       SECTION.

      *          PESOS 2 E 1 ALTERNADOS DA DIREITA PARA A ESQUERDA,
      *          PRODUTO ACIMA DE 9 SOMA OS ALGARISMOS

             MOVE ZEROS TO WRK-DV-SOMA.
             MOVE 2     TO WRK-DV-PESO.

             PERFORM VARYING WRK-DV-IND FROM WRK-DV-TAM BY -1
                UNTIL WRK-DV-IND LESS 1
                MOVE WRK-DV-CAMPO(WRK-DV-IND:1) TO WRK-DV-DIGITO
                COMPUTE WRK-DV-PRODUTO = WRK-DV-DIGITO * WRK-DV-PESO
                IF WRK-DV-PRODUTO GREATER 9
                   SUBTRACT 9 FROM WRK-DV-PRODUTO
                END-IF
                ADD WRK-DV-PRODUTO TO WRK-DV-SOMA
                IF WRK-DV-PESO EQUAL 2
                   MOVE 1 TO WRK-DV-PESO
                ELSE
                   MOVE 2 TO WRK-DV-PESO
                END-IF
             END-PERFORM.

             DIVIDE WRK-DV-SOMA BY 10 GIVING WRK-DV-QUOC
                    REMAINDER WRK-DV-RESTO.
             IF WRK-DV-RESTO EQUAL ZEROS
                MOVE ZEROS TO WRK-DV-RESULT
             ELSE
                COMPUTE WRK-DV-RESULT = 10 - WRK-DV-RESTO
             END-IF.

       8200-99-FIM.                                            EXIT.
      *=============================================================*
                                                                        00004740
      *=============================================================*   00004750
       9000-TRATARERROS                                     SECTION.    00004760
