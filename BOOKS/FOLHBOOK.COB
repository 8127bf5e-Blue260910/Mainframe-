      *  TETO MENSAL (ADICIONAL DE 50 POR CENTO) E HORAS EM FIM DE     *
      *  SEMANA/FERIADO (ADICIONAL DE 100), CADA UMA COM SEU VALOR.    *
      *  FOLH-HORAS CONTINUA SENDO O TOTAL DE HORAS DO PERIODO.        *
      *  FOLH-COMPET E A COMPETENCIA (AAAAMM) DA FOLHA; FOLH-RETRO SAO *
      *  AS DIFERENCAS DE AUMENTO RETROATIVO (FR21RET1) PAGAS NO MES.  *
      *  FOLH-ADIANT E O ADIANTAMENTO QUINZENAL (FR21ADT1) DESCONTADO. *
      *  FOLH-PENSAO E O TOTAL DAS ORDENS DE PENSAO ALIMENTICIA.       *
      *  FOLH-VALE-TRANSP E A PARTE DO FUNCIONARIO NO VALE-TRANSPORTE. *
      *  FOLH-QTD-DEPIR/FOLH-DED-DEPIR: DEPENDENTES DE IRRF E O VALOR  *
      *  DEDUZIDO DA BASE DO IMPOSTO NA COMPETENCIA.                   *
      *  FOLH-COPART E A COPARTICIPACAO DO PLANO MEDICO (FR21COP1).    *
      *  FOLH-COMISSAO E A COMISSAO DE VENDAS DO MES (FR21COM1).       *
      *  O FILLER FINAL E RESERVA PARA NOVAS VERBAS SEM MUDAR O LRECL. *
       01 REG-FOLHPAG.
          02 FOLH-IDFUNC        PIC 9(05).
          02 FOLH-NOME          PIC X(30).
          02 FOLH-FERIAS        PIC 9(07)V99.
          02 FOLH-TERCO         PIC 9(07)V99.
          02 FOLH-ADIC-TEMPO    PIC 9(07)V99.
          02 FOLH-COMPET        PIC 9(06).
          02 FOLH-RETRO         PIC 9(07)V99.
          02 FOLH-ADIANT        PIC 9(07)V99.
          02 FOLH-PENSAO        PIC 9(07)V99.
          02 FOLH-VALE-TRANSP   PIC 9(07)V99.
          02 FOLH-QTD-DEPIR     PIC 9(02).
          02 FOLH-DED-DEPIR     PIC 9(07)V99.
          02 FOLH-COPART        PIC 9(07)V99.
          02 FOLH-COMISSAO      PIC 9(07)V99.
          02 FILLER             PIC X(18).
      *=====================LRECL 250==================================*
