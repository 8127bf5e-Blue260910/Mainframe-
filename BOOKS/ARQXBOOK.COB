      *=================LAYOUT DO INDICE DE ARQUIVAMENTO (ARQHIDX)====*
      *  UMA LINHA POR GERACAO ARQUIVADA PELO FR21ARH1 (ACRESCIDA EM  *
      *  EXTEND, COMO O ARQINDEX DO FR21ARQ0). AQX-EXPIRA E A DATA A  *
      *  PARTIR DA QUAL A GERACAO PODE SER DESCARTADA (DATA DO        *
      *  ARQUIVAMENTO MAIS OS ANOS EM ARQUIVO DA IVAN.RETENCAO).      *
      *  O FR21ARH2 LISTA O INDICE PARA ESCOLHER A GERACAO A          *
      *  RECUPERAR. SITUACAO 'A' ARQUIVADO / 'E' ARQUIVADO E          *
      *  EXPURGADO DA BASE (LINHA GRAVADA NO FIM DO EXPURGO).         *
       01 REG-ARQHIDX.
          05 AQX-TABELA         PIC X(08).
          05 AQX-DATA-ARQ       PIC 9(08).
          05 AQX-HORA-ARQ       PIC 9(06).
          05 AQX-CORTE          PIC 9(08).
          05 AQX-QTDE           PIC 9(09).
          05 AQX-DATA-MIN       PIC 9(08).
          05 AQX-DATA-MAX       PIC 9(08).
          05 AQX-EXPIRA         PIC 9(08).
          05 AQX-SITUACAO       PIC X(01).
          05 AQX-EXPURGADOS     PIC 9(09).
          05 FILLER             PIC X(07).
      *=====================LRECL 80===================================*
