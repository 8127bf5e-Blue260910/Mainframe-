      *=================LAYOUT DO ARQUIVO CBRCTL (KSDS)================*
      *  CONTROLE DA COBRANCA DE CONTAS DEVEDORAS, CHAVE = AGENCIA +   *
      *  CONTA (MESMA DO CLUSTER CLIENTES). UM EPISODIO POR CONTA:     *
      *  CBR-DATA-NEG E A CLI-DATA-NEG QUE ABRIU A COBRANCA.           *
      *  CBR-ESTAGIO: '1' LEMBRETE (15 DIAS) / '2' NOTIFICACAO (30) /  *
      *  '3' BLOQUEIO DE DEBITOS (60, CLI-SITUACAO 'D') / '4'          *
      *  NEGATIVADA NO BUREAU DE CREDITO (90).                         *
      *  CBR-SITUACAO: 'A' EM COBRANCA / 'Q' QUITADA (SAIU DA          *
      *  COBRANCA EM CBR-DATA-SAIDA).                                  *
      *  CBR-BLOQ-COB 'S': A SITUACAO 'D' FOI POSTA PELA COBRANCA E    *
      *  CBR-SIT-ANTERIOR E DEVOLVIDA A CONTA NA QUITACAO.             *
      *  CBR-BUREAU: 'N' NAO NEGATIVADA / 'P' PENDENTE (SEM CADASTRO   *
      *  COMPLEMENTAR) / 'S' NEGATIVADA / 'E' EXCLUSAO ENVIADA.        *
      *  DOCUMENTO GUARDADO NA INCLUSAO PARA A EXCLUSAO (FR21CBR1).    *
       01 REG-CBRCTL.
          02 CBR-CHAVE.
             03 CBR-AGENCIA     PIC X(04).
             03 CBR-CONTA       PIC X(04).
          02 CBR-DATA-NEG       PIC 9(08).
          02 CBR-ESTAGIO        PIC X(01).
          02 CBR-SITUACAO       PIC X(01).
          02 CBR-DATA-LEMBRETE  PIC 9(08).
          02 CBR-DATA-NOTIF     PIC 9(08).
          02 CBR-DATA-BLOQ      PIC 9(08).
          02 CBR-DATA-NEGAT     PIC 9(08).
          02 CBR-DATA-SAIDA     PIC 9(08).
          02 CBR-SALDO          PIC S9(08).
          02 CBR-BLOQ-COB       PIC X(01).
          02 CBR-SIT-ANTERIOR   PIC X(01).
          02 CBR-BUREAU         PIC X(01).
          02 CBR-TIPO-DOC       PIC X(01).
          02 CBR-DOCUMENTO      PIC X(14).
          02 FILLER             PIC X(16).
      *=====================LRECL 100==================================*
