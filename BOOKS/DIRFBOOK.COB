      *=================LAYOUT DO ARQUIVO DIRFARQ======================*
      *  DECLARACAO ANUAL DO IMPOSTO RETIDO NA FONTE (FR21DRF1), NOS   *
      *  MOLDES DOS REGISTROS DO LEIAUTE OFICIAL:                      *
      *  'H' CABECALHO (DECLARANTE E ANO-CALENDARIO)                   *
      *  'B' BENEFICIARIO POR CODIGO DE RECEITA, ORDEM DE CODIGO E     *
      *      DOCUMENTO (CPF COM 11 DIGITOS ALINHADO A ESQUERDA OU      *
      *      CNPJ COM 14), COM O RENDIMENTO E O IMPOSTO DO ANO E O     *
      *      IMPOSTO POR MES (13a POSICAO = DECIMO TERCEIRO)           *
      *  'T' TOTAL DO CODIGO DE RECEITA                                *
      *  'F' FIM DA DECLARACAO (QUANTIDADE DE REGISTROS E IMPOSTO)     *
      *  CODIGOS: 0561 TRABALHO ASSALARIADO (FOLHA E 13o),             *
      *           3562 PARTICIPACAO NOS LUCROS,                        *
      *           8053 JUROS DE CREDITO SOBRE SALDO DE CLIENTES.       *
       01 REG-DIRF.
          05 DRF-TIPO-REG       PIC X(01).
          05 DRF-DADOS          PIC X(199).
          05 DRF-HEADER REDEFINES DRF-DADOS.
             10 DRF-H-ANO-CAL   PIC 9(04).
             10 DRF-H-ANO-REF   PIC 9(04).
             10 DRF-H-CNPJ      PIC X(14).
             10 DRF-H-DATA      PIC 9(08).
             10 FILLER          PIC X(169).
          05 DRF-BENEF REDEFINES DRF-DADOS.
             10 DRF-B-CODREC    PIC 9(04).
             10 DRF-B-TIPO-DOC  PIC X(01).
             10 DRF-B-DOCUMENTO PIC X(14).
             10 DRF-B-NOME      PIC X(30).
             10 DRF-B-RENDIM    PIC 9(11)V99.
             10 DRF-B-IRRF      PIC 9(11)V99.
             10 DRF-B-IRRF-MES  PIC 9(07)V99 OCCURS 13 TIMES.
             10 FILLER          PIC X(07).
          05 DRF-TOTAL REDEFINES DRF-DADOS.
             10 DRF-T-CODREC    PIC 9(04).
             10 DRF-T-QTD-BENEF PIC 9(07).
             10 DRF-T-RENDIM    PIC 9(13)V99.
             10 DRF-T-IRRF      PIC 9(13)V99.
             10 FILLER          PIC X(158).
          05 DRF-FIM REDEFINES DRF-DADOS.
             10 DRF-F-QTD-REG   PIC 9(07).
             10 DRF-F-IRRF      PIC 9(13)V99.
             10 FILLER          PIC X(177).
      *=====================LRECL 200==================================*
