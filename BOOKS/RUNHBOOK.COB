      *=================LAYOUT DO HISTORICO DE EXECUCOES (RUNHIST)====*
      *  UMA LINHA POR EXECUCAO COMPLETA (INICIO E FIM CASADOS NO     *
      *  RUNCTL), ACRESCIDA TODA MANHA PELO FR21RUNR. BASE DA MEDIA   *
      *  POR DIA DA SEMANA DO FR21VOL1 (PORTAO FR21GAT1 E TENDENCIA   *
      *  DO RELATORIO MATINAL). RHS-ELAPSO EM SEGUNDOS. GUARDA 26     *
      *  SEMANAS; O MAIS ANTIGO SAI NA REGRAVACAO.                    *
       01 REG-RUNHIST.
          05 RHS-PROGRAMA       PIC X(08).
          05 RHS-DATA           PIC 9(08).
          05 RHS-HORA-INI       PIC 9(06).
          05 RHS-ELAPSO         PIC 9(06).
          05 RHS-LIDOS          PIC 9(07).
          05 RHS-GRAVADOS       PIC 9(07).
          05 RHS-REJEITADOS     PIC 9(07).
          05 RHS-RETCODE        PIC 9(04).
          05 FILLER             PIC X(07).
      *=====================LRECL 60===================================*
