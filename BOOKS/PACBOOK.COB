      *=================LAYOUT DO ARQUIVO PACCTA (KSDS)================*
      *  PACOTE DE SERVICOS DA CONTA, CHAVE = AGENCIA+CONTA (MESMA     *
      *  CHAVE DO CLUSTER CLIENTES). MANTIDO PELO FR21PAC1 (PACMOV).   *
      *  PAC-PACOTE E O PACOTE EM VIGOR (CODIGO DA TABELA TABPAC).     *
      *  TROCA DE PACOTE COM AVISO PREVIO DE 30 DIAS: O NOVO PACOTE    *
      *  FICA EM PAC-PACOTE-NOVO COM A VIGENCIA EM PAC-DATA-VIGOR      *
      *  (SEMPRE DIA 1 DE UM MES), AVISADO NO EXTRATO (FR21EX06) E     *
      *  EFETIVADO PELO FR21PAC2 NA VIRADA DO MES. BRANCO = SEM TROCA  *
      *  PENDENTE. PAC-COMPET-COBR E A ULTIMA COMPETENCIA COBRADA      *
      *  PELO FR21PAC2 (A REEXECUCAO NAO COBRA DE NOVO). CONTA COM     *
      *  PACOTE NAO PAGA A TARIFA DE SALDO BAIXO DO FR21UNC1.          *
       01 REG-PACCTA.
          02 PAC-CHAVE.
             03 PAC-AGENCIA     PIC X(04).
             03 PAC-CONTA       PIC X(04).
          02 PAC-PACOTE         PIC X(02).
          02 PAC-DATA-ADESAO    PIC 9(08).
          02 PAC-PACOTE-NOVO    PIC X(02).
          02 PAC-DATA-VIGOR     PIC 9(08).
          02 PAC-DATA-PEDIDO    PIC 9(08).
          02 PAC-COMPET-COBR    PIC 9(06).
          02 FILLER             PIC X(18).
      *=====================LRECL 60===================================*
