      *=================LAYOUT DO ARQUIVO COMISSAO=====================*
      *  COMISSAO DE VENDAS POR FUNCIONARIO E COMPETENCIA (FR21COM1).  *
      *  O FR21PAG1 DA MESMA COMPETENCIA PAGA CMS-TOTAL NA LINHA       *
      *  FOLH-COMISSAO. CMS-VENDAS E A RECEITA DO VENDEDOR NO MES      *
      *  (QTDE X PRECO DO PRODMAS); CMS-TOTAL = COMISSAO + BONUS.      *
       01 REG-COMISSAO.
          05 CMS-IDFUNC         PIC 9(05).
          05 CMS-COMPET         PIC 9(06).
          05 CMS-VENDEDOR       PIC 9(03).
          05 CMS-VENDAS         PIC 9(09)V99.
          05 CMS-COMISSAO       PIC 9(07)V99.
          05 CMS-BONUS          PIC 9(07)V99.
          05 CMS-TOTAL          PIC 9(07)V99.
          05 CMS-DATA           PIC 9(08).
          05 FILLER             PIC X(20).
      *=====================LRECL 80===================================*
