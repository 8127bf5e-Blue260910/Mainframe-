      *=================LAYOUT DO ARQUIVO CORHIS (SEQUENCIAL)==========*
      *  HISTORICO DA CORRESPONDENCIA DEVOLVIDA PELO CORREIO. UM       *
      *  REGISTRO POR AVISO DE DEVOLUCAO ACEITO NO FR21COR1            *
      *  (ACUMULADO COM DISP=MOD), BASE DA ESTATISTICA MENSAL POR      *
      *  AGENCIA E MOTIVO DO FR21COR2.                                 *
      *  COR-TIPO-DOC: 'EX' EXTRATO / 'CB' CARTA DE COBRANCA /         *
      *  'KY' CARTA DE REVISAO CADASTRAL / 'DR' CARTA DE CONTA         *
      *  DORMENTE / 'OU' OUTROS.                                       *
      *  COR-MOTIVO: 01 MUDOU-SE / 02 ENDERECO INSUFICIENTE /          *
      *  03 NUMERO INEXISTENTE / 04 DESCONHECIDO / 05 RECUSADO /       *
      *  06 AUSENTE / 07 NAO PROCURADO / 08 FALECIDO / 09 OUTROS.      *
      *  COR-REINCIDENTE 'S': O ENDERECO JA ESTAVA MARCADO COMO        *
      *  INVALIDO NO CADCLI QUANDO O AVISO CHEGOU.                     *
       01 REG-CORHIS.
          02 COR-CHAVE.
             03 COR-AGENCIA     PIC X(04).
             03 COR-CONTA       PIC X(04).
          02 COR-TIPO-DOC       PIC X(02).
          02 COR-MOTIVO         PIC 9(02).
          02 COR-DATA-DEVOL     PIC 9(08).
          02 COR-DATA-PROC      PIC 9(08).
          02 COR-REINCIDENTE    PIC X(01).
          02 FILLER             PIC X(11).
      *=====================LRECL 40===================================*
