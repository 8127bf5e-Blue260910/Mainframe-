      *  CLI-SITUACAO: 'A' ATIVA / 'B' BLOQUEADA / 'E' EM               *
      *  ENCERRAMENTO / 'X' ENCERRADA (FR21ENC1). BRANCO = ATIVA        *
      *  (REGISTROS ANTERIORES A ESTA VERSAO).                          *
      *  'D' DEBITOS BLOQUEADOS PELA COBRANCA DE CONTA DEVEDORA        *
      *  (FR21CBR1, CBRBOOK): SO CREDITOS E ENCARGOS SAO POSTADOS.     *
      *  CLI-PRODUTO: 'P' CONTA POUPANCA (FR21POU1; RENDIMENTO NO      *
      *  ANIVERSARIO DE CADA DEPOSITO PELO FR21POU2, SEM LIMITE,       *
      *  FORA DO FR21EX07 E DA TARIFA DE SALDO BAIXO DO FR21UNC1).     *
      *  'C' OU BRANCO = CONTA CORRENTE.                               *
       01 REG-CLIENTES.
          02 CLI-CHAVE.
             03 CLI-AGENCIA     PIC X(04).
          02 CLI-DATA-NEG       PIC 9(08).
          02 CLI-DORMENTE       PIC X(01).
          02 CLI-SITUACAO       PIC X(01).
          02 CLI-PRODUTO        PIC X(01).
      *=====================LRECL 73===================================*
