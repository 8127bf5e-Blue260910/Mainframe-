      *=================LAYOUT DO ARQUIVO TEDCTL (KSDS)================*
      *  REGISTRO DAS TRANSFERENCIAS PARA OUTROS BANCOS (TED).         *
      *  CHAVE: DATA DE ENVIO + SEQUENCIAL DO DIA (E O NUMERO DE       *
      *  CONTROLE QUE VAI NO TEDREM E VOLTA NO TEDRET).                *
      *  TED-SITUACAO: 'A' AGENDADA (PEDIDA APOS O HORARIO DE CORTE,   *
      *  SAI NO PROXIMO DIA UTIL) / 'E' ENVIADA (CONTA DEBITADA) /     *
      *  'N' NAO ENVIADA (AGENDADA SEM DISPONIVEL NO DIA DO ENVIO) /   *
      *  'C' CONFIRMADA PELO BANCO DESTINO / 'R' REJEITADA (VALOR      *
      *  DEVOLVIDO A CONTA, MOTIVO EM TED-MOTIVO). TED-DATA-SIT E A    *
      *  DATA DA ULTIMA MUDANCA DE SITUACAO (FR21TED1/FR21TED2).       *
      *  TED-ORIGEM: BRANCO = PEDIDO DO CLIENTE (FR21TED1) / 'P'       *
      *  REPASSE DE PORTABILIDADE DE SALARIO (FR21PTB2), SEM TARIFA E  *
      *  SEM DEBITO NO CLIENTES; NESSE CASO TED-CHAVE + TED-SAL-COMPL  *
      *  GUARDAM A CONTA SALARIO DO EVSA0407 (AGENCIA 4 + CONTA 5) E   *
      *  A REJEICAO NAO GERA CREDITO DE DEVOLUCAO (FR21TED2).          *
       01 REG-TEDCTL.
          02 TED-ID.
             03 TED-DATA-ENVIO  PIC 9(08).
             03 TED-SEQ         PIC 9(05).
          02 TED-CHAVE.
             03 TED-AGENCIA     PIC X(04).
             03 TED-CONTA       PIC X(04).
          02 TED-DESTINO.
             03 TED-BANCO-DEST  PIC 9(03).
             03 TED-AGENCIA-DEST PIC 9(04).
             03 TED-CONTA-DEST  PIC X(12).
             03 TED-DOCUMENTO   PIC 9(14).
             03 TED-NOME        PIC X(25).
          02 TED-VALOR          PIC 9(08).
          02 TED-TARIFA         PIC 9(05).
          02 TED-DATA-SOL       PIC 9(08).
          02 TED-HORA-SOL       PIC 9(04).
          02 TED-SITUACAO       PIC X(01).
          02 TED-DATA-SIT       PIC 9(08).
          02 TED-MOTIVO         PIC 9(02).
          02 TED-ORIGEM         PIC X(01).
          02 TED-SAL-COMPL      PIC X(01).
          02 FILLER             PIC X(03).
      *=====================LRECL 120==================================*
