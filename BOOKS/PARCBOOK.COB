      *=================LAYOUT DO ARQUIVO EMPPAR (KSDS)================*
      *  CRONOGRAMA DAS PARCELAS DOS EMPRESTIMOS (TABELA PRICE, GERADO *
      *  NA CONTRATACAO PELO FR21EMP1). CHAVE: CHAVE DO CONTRATO       *
      *  (EMPMAS) + NUMERO DA PARCELA. EPA-SITUACAO 'A' A VENCER /     *
      *  'V' VENCIDA SEM SALDO PARA DEBITO / 'P' PAGA (DEBITO GERADO   *
      *  PELO FR21EMP2). EPA-ENCARGOS E A MULTA + MORA COBRADA JUNTO   *
      *  COM A PARCELA PAGA EM ATRASO.                                 *
       01 REG-EMPPAR.
          02 EPA-CHAVE-REG.
             03 EPA-CHAVE-CTR.
                04 EPA-CHAVE    PIC X(08).
                04 EPA-SEQ      PIC 9(03).
             03 EPA-PARCELA     PIC 9(03).
          02 EPA-DATA-VENC      PIC 9(08).
          02 EPA-VALOR          PIC 9(08).
          02 EPA-AMORTIZACAO    PIC 9(08).
          02 EPA-JUROS          PIC 9(08).
          02 EPA-SALDO-APOS     PIC 9(08).
          02 EPA-DATA-PAG       PIC 9(08).
          02 EPA-ENCARGOS       PIC 9(08).
          02 EPA-SITUACAO       PIC X(01).
          02 FILLER             PIC X(09).
      *=====================LRECL 80===================================*
