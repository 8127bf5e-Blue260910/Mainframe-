      *=================LAYOUT DO ARQUIVO CDBREN=======================*
      *  RENDIMENTOS REALIZADOS DE CDB: UM REGISTRO POR CONTRATO       *
      *  LIQUIDADO NO VENCIMENTO PELO FR21CDB3. CDR-RENDIMENTO E O     *
      *  RESGATE (SALDO ATUALIZADO) MENOS O PRINCIPAL; CDR-IRRF E A    *
      *  RETENCAO PELA ALIQUOTA DO PRAZO DA APLICACAO (CDR-ALIQUOTA).  *
      *  O ARQUIVO ACUMULA O ANO (DISP=MOD) E ALIMENTA O INFORME DE    *
      *  RENDIMENTOS DE CLIENTES (FR21INF1), QUE FILTRA O ANO PELA     *
      *  DATA DA LIQUIDACAO.                                           *
       01 REG-CDBREN.
          02 CDR-CHAVE-REG.
             03 CDR-CHAVE.
                04 CDR-AGENCIA  PIC X(04).
                04 CDR-CONTA    PIC X(04).
             03 CDR-SEQ         PIC 9(03).
          02 CDR-DATA-LIQ       PIC 9(08).
          02 CDR-DATA-INI       PIC 9(08).
          02 CDR-DATA-VENC      PIC 9(08).
          02 CDR-PRINCIPAL      PIC 9(08).
          02 CDR-RESGATE        PIC 9(08).
          02 CDR-RENDIMENTO     PIC 9(08).
          02 CDR-ALIQUOTA       PIC 9(03)V99.
          02 CDR-IRRF           PIC 9(08).
          02 FILLER             PIC X(08).
      *=====================LRECL 80===================================*
