      *=================LAYOUT DO ARQUIVO LQCLIQ (KSDS)================*
      *  ITENS DE CARTAO DE DEBITO JA LIQUIDADOS E POSTADOS PELO       *
      *  FR21CRD2. CHAVE: IDENTIFICADOR DA TRANSACAO NA PROCESSADORA.  *
      *  SERVE PARA RECUSAR ITEM REPETIDO E PARA CASAR O ESTORNO E O   *
      *  CHARGEBACK COM A COMPRA ORIGINAL (LQC-ID-ORIG).               *
      *  LQC-TIPO: 'C' COMPRA / 'S' SAQUE / 'E' ESTORNO / 'G'          *
      *  CHARGEBACK. NA COMPRA E NO SAQUE, LQC-VALOR-DEVOL ACUMULA O   *
      *  QUE JA VOLTOU AO CLIENTE POR ESTORNO OU CHARGEBACK, QUE NAO   *
      *  PODE PASSAR DO VALOR ORIGINAL.                                *
       01 REG-LQCLIQ.
          02 LQC-ID-TRANS       PIC X(12).
          02 LQC-NUMERO         PIC X(16).
          02 LQC-CHAVE          PIC X(08).
          02 LQC-TIPO           PIC X(01).
          02 LQC-VALOR          PIC 9(08).
          02 LQC-DATA-TRANS     PIC 9(08).
          02 LQC-DATA-LIQ       PIC 9(08).
          02 LQC-ID-ORIG        PIC X(12).
          02 LQC-VALOR-DEVOL    PIC 9(08).
          02 FILLER             PIC X(09).
      *=====================LRECL 90===================================*
