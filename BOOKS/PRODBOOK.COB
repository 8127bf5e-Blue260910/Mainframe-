      *=================LAYOUT DO ARQUIVO PRODMAS======================*
      *  CADASTRO DE PRODUTOS (KSDS GR.FOUR021.PRODMAS, CHAVE          *
      *  PRD-CODIGO), MANTIDO PELO FR21PRDM.                           *
      *  PRD-ESTOQUE E O SALDO EM UNIDADES, MOVIMENTADO PELO FR21ETQ1  *
      *  (VENDAS DO PRGTEST4, ENTRADAS, AJUSTES, DEVOLUCOES E          *
      *  CONTAGEM FISICA). PRD-PONTO-REP E PRD-QTD-REP ALIMENTAM A     *
      *  SUGESTAO DE REPOSICAO DO FR21ETQ2. PRD-DT-ULT-MOV E A DATA DE *
      *  NEGOCIO DO ULTIMO MOVIMENTO DE ESTOQUE.                       *
       01 REG-PRODMAS.
          02 PRD-CODIGO         PIC X(02).
          02 PRD-PRODUTO        PIC X(14).
          02 PRD-VALOR          PIC 9(05).
          02 PRD-ESTOQUE        PIC 9(07).
          02 PRD-PONTO-REP      PIC 9(07).
          02 PRD-QTD-REP        PIC 9(07).
          02 PRD-DT-ULT-MOV     PIC 9(08).
          02 FILLER             PIC X(10).
      *=====================LRECL 60===================================*
