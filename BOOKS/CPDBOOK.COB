      *=================LAYOUT DO ARQUIVO COPDESC======================*
      *  COPARTICIPACAO DO PLANO MEDICO A DESCONTAR NA FOLHA, POR      *
      *  FUNCIONARIO E COMPETENCIA (FR21COP1). O FR21PAG1 DA MESMA     *
      *  COMPETENCIA DESCONTA COPD-VALOR-DESC NA LINHA FOLH-COPART E   *
      *  NO FOLHDED (TIPO 'M'). COPD-SALDO-ANT E O QUE EXCEDEU O TETO  *
      *  NOS MESES ANTERIORES; COPD-SALDO FICA PARA OS PROXIMOS.       *
       01 REG-COPDESC.
          05 COPD-IDFUNC        PIC 9(05).
          05 COPD-COMPET        PIC 9(06).
          05 COPD-SALDO-ANT     PIC 9(07)V99.
          05 COPD-VALOR-MES     PIC 9(07)V99.
          05 COPD-VALOR-DESC    PIC 9(07)V99.
          05 COPD-SALDO         PIC 9(07)V99.
          05 COPD-DATA          PIC 9(08).
          05 FILLER             PIC X(05).
      *=====================LRECL 60===================================*
