      *=================LAYOUT DO ARQUIVO PLRANO=======================*
      *  PARTICIPACAO NOS LUCROS (PLR) PAGA POR FUNCIONARIO (FR21PLR1) *
      *  NO ANO BASE PLR-ANO-BASE, EM PLR-DATA. TRIBUTADA NA FONTE     *
      *  PELA TABELA EXCLUSIVA DA PLR (IVAN.FAIXADESC TIPO 'P'), FORA  *
      *  DO IRRF MENSAL; LIDO PELO INFORME ANUAL (FR21ANO1) DO ANO DO  *
      *  PAGAMENTO.                                                    *
      *  PLR-MESES     = MESES TRABALHADOS NO ANO BASE (1 A 12).       *
      *  PLR-PCT-ATING = PERCENTUAL DE ATINGIMENTO DA META DO SETOR.   *
       01 REG-PLRANO.
          05 PLR-IDFUNC         PIC 9(05).
          05 PLR-NOME           PIC X(30).
          05 PLR-SETOR          PIC X(04).
          05 PLR-ANO-BASE       PIC 9(04).
          05 PLR-MESES          PIC 9(02).
          05 PLR-PCT-ATING      PIC 9(03)V99.
          05 PLR-BRUTO          PIC 9(07)V99.
          05 PLR-IRRF           PIC 9(07)V99.
          05 PLR-LIQUIDO        PIC 9(07)V99.
          05 PLR-DATA           PIC 9(08).
          05 FILLER             PIC X(15).
      *=====================LRECL 100==================================*
