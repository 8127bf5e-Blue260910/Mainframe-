      *=================LAYOUT DO CONTAS A PAGAR (CTAPAG)==============*
      *  TITULO A PAGAR DA CARTEIRA DO FR21CAP1. O MESMO LAYOUT VEM    *
      *  NA ALIMENTACAO (TITPAG) GRAVADA PELO FR21CAR1 (FATURA DA      *
      *  OPERADORA AUTORIZADA), FR21GIA1 (GPS/DARF/CONSIGNACAO) E      *
      *  FR21VAL1 (PEDIDO DOS VALES) E NOS LANCAMENTOS MANUAIS         *
      *  (PAGMAN), COM PAG-SEQ ZERADO: O NUMERO E DADO NA CARGA.       *
      *  CHAVE DE DUPLICIDADE: ORIGEM + FAVORECIDO + DOCUMENTO.        *
      *  PAG-ORIGEM: 'CAR1' / 'GIA1' / 'VAL1' / 'MANU'.                *
      *  PAG-SITUACAO: 'A' EM ABERTO / 'R' REMETIDO AO BANCO /         *
      *  'P' PAGO (RETORNO DO BANCO) / 'C' CANCELADO (LANCAMENTO       *
      *  MANUAL COM SITUACAO 'C' CANCELA O TITULO EM ABERTO).          *
      *  PAG-DATA-PAGTO: DATA DO PAGAMENTO OU DO CANCELAMENTO.         *
       01 REG-CONTASPAG.
          05 PAG-SEQ            PIC 9(07).
          05 PAG-ORIGEM         PIC X(04).
          05 PAG-FAVORECIDO     PIC X(06).
          05 PAG-DOCUMENTO      PIC X(15).
          05 PAG-EMISSAO        PIC 9(08).
          05 PAG-VENCTO         PIC 9(08).
          05 PAG-VALOR          PIC 9(11)V99.
          05 PAG-SITUACAO       PIC X(01).
          05 PAG-DATA-REMESSA   PIC 9(08).
          05 PAG-DATA-PAGTO     PIC 9(08).
          05 PAG-VALOR-PAGO     PIC 9(11)V99.
          05 PAG-HISTORICO      PIC X(30).
          05 FILLER             PIC X(19).
      *=====================LRECL 140==================================*
