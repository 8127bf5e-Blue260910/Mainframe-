      *=================LAYOUT DO ARQUIVO EMPMAS (KSDS)================*
      *  CONTRATOS DE EMPRESTIMO PESSOAL. CHAVE: CONTA DO CLIENTE +    *
      *  SEQUENCIA DO CONTRATO. EMP-TAXA E A TAXA MENSAL CONTRATADA;   *
      *  EMP-VALOR-PARCELA E A PRESTACAO DA TABELA PRICE (FR21EMP1).   *
      *  EMP-SALDO-DEVEDOR E O PRINCIPAL AINDA NAO AMORTIZADO.         *
      *  EMP-SITUACAO 'A' EM DIA / 'V' COM PARCELA VENCIDA NAO PAGA /  *
      *  'L' LIQUIDADO (FR21EMP2). EMP-DIAS-ATRASO E O ATRASO DA       *
      *  PARCELA VENCIDA MAIS ANTIGA NA ULTIMA COBRANCA.               *
       01 REG-EMPMAS.
          02 EMP-CHAVE-REG.
             03 EMP-CHAVE.
                04 EMP-AGENCIA  PIC X(04).
                04 EMP-CONTA    PIC X(04).
             03 EMP-SEQ         PIC 9(03).
          02 EMP-PRINCIPAL      PIC 9(08).
          02 EMP-TAXA           PIC 9(03)V99.
          02 EMP-PRAZO          PIC 9(03).
          02 EMP-DATA-CONTR     PIC 9(08).
          02 EMP-DATA-PRIM-VENC PIC 9(08).
          02 EMP-VALOR-PARCELA  PIC 9(08).
          02 EMP-SALDO-DEVEDOR  PIC 9(08).
          02 EMP-PARC-PAGAS     PIC 9(03).
          02 EMP-DIAS-ATRASO    PIC 9(05).
          02 EMP-SITUACAO       PIC X(01).
          02 FILLER             PIC X(12).
      *=====================LRECL 80===================================*
