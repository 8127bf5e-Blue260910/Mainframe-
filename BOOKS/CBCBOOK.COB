      *=================LAYOUT DO ARQUIVO COBCONT======================*
      *  COBRANCA MENSAL DA CONTINUIDADE DO PLANO MEDICO DO EX-        *
      *  FUNCIONARIO (FR21CNT1), PELO PREMIO INTEGRAL DA TABPLANO      *
      *  (PRECO DO PLANO X COTAS). O PAGAMENTO VOLTA NO PAGCONT COM    *
      *  O IDFUNC E A COMPETENCIA DESTE REGISTRO.                      *
       01 REG-COBCONT.
          05 CBC-IDFUNC         PIC 9(05).
          05 CBC-NOME           PIC X(30).
          05 CBC-COMPET         PIC 9(06).
          05 CBC-PLANO          PIC X(01).
          05 CBC-COTAS          PIC 9(03).
          05 CBC-VALOR          PIC 9(07)V99.
          05 CBC-VENCTO         PIC 9(08).
          05 CBC-DATA           PIC 9(08).
          05 FILLER             PIC X(10).
      *=====================LRECL 80===================================*
