      *=================LAYOUT DO ARQUIVO INFCTA=======================*
      *  INFORME DE RENDIMENTOS DE CLIENTES - UM REGISTRO POR CONTA    *
      *  COM O DOCUMENTO DO TITULAR (CADCLI), GERADO PELO FR21INF1 E   *
      *  IMPRESSO PELO FR21INF2 DEPOIS DA CLASSIFICACAO POR            *
      *  DOCUMENTO + CONTA. SALDOS EM 31/12 DO ANO ANTERIOR E DO       *
      *  ANO-CALENDARIO (SALDO DEVEDOR INFORMADO COMO ZERO, COMO NA    *
      *  IMAGEM CLISEQ); JUROS DE CREDITO DO FR21EX07 E RENDIMENTOS    *
      *  DE CDB DO FR21CDB3, CADA UM COM O IMPOSTO RETIDO.             *
       01 REG-INFCTA.
          02 INF-TIPO-DOC       PIC X(01).
          02 INF-DOCUMENTO      PIC X(14).
          02 INF-CHAVE.
             03 INF-AGENCIA     PIC X(04).
             03 INF-CONTA       PIC X(04).
          02 INF-NOME           PIC X(30).
          02 INF-ANO            PIC 9(04).
          02 INF-SALDO-ANT      PIC 9(10).
          02 INF-SALDO-ATU      PIC 9(10).
          02 INF-JUROS          PIC 9(10).
          02 INF-IRRF-JUROS     PIC 9(10).
          02 INF-REND-CDB       PIC 9(10).
          02 INF-IRRF-CDB       PIC 9(10).
          02 FILLER             PIC X(03).
      *=====================LRECL 120==================================*
