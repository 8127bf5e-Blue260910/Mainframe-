      *=================LAYOUT DO ARQUIVO ADIANT=======================*
      *  ADIANTAMENTO QUINZENAL PAGO POR FUNCIONARIO NA COMPETENCIA    *
      *  (FR21ADT1), DESCONTADO PELO FR21PAG1 DA MESMA COMPETENCIA NA  *
      *  LINHA FOLH-ADIANT E NO FOLHDED (TIPO 'A').                    *
      *  ADIA-PCT = PERCENTUAL DO SALARIO APLICADO (OPCAO OU PADRAO).  *
       01 REG-ADIANT.
          05 ADIA-IDFUNC        PIC 9(05).
          05 ADIA-COMPET        PIC 9(06).
          05 ADIA-PCT           PIC 9(03)V99.
          05 ADIA-SALARIO       PIC 9(07)V99.
          05 ADIA-VALOR         PIC 9(07)V99.
          05 ADIA-DATA          PIC 9(08).
          05 FILLER             PIC X(08).
      *=====================LRECL 50===================================*
