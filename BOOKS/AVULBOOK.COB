      *=================LAYOUT DO ARQUIVO PAGAVUL======================*
      *  PAGAMENTO AVULSO (FORA DO CICLO DA FOLHA) QUE O FR21BNC1      *
      *  INCLUI NA REMESSA BANCARIA DEPOIS DOS LIQUIDOS DO FOLHPAG.    *
      *  TIPOS: 'RES' RESCISAO (FR21RES1).                             *
      *         'ADT' ADIANTAMENTO QUINZENAL (FR21ADT1).               *
      *         'PEN' PENSAO ALIMENTICIA AO BENEFICIARIO (FR21PEN1).   *
      *         'PLR' PARTICIPACAO NOS LUCROS (FR21PLR1).              *
      *  BANCO/AGENCIA/CONTA EM BRANCO = CREDITO NA CONTA DO PROPRIO   *
      *  FUNCIONARIO (CADASTRO COMPLEMENTAR - FCOMPSEQ); PREENCHIDOS   *
      *  = CREDITO DE TERCEIRO, IDENTIFICADO EM AVUL-FAVORECIDO.       *
       01 REG-PAGAVUL.
          05 AVUL-IDFUNC        PIC 9(05).
          05 AVUL-TIPO          PIC X(03).
          05 AVUL-VALOR         PIC 9(07)V99.
          05 AVUL-BANCO         PIC X(03).
          05 AVUL-AGENCIA       PIC X(04).
          05 AVUL-CONTA         PIC X(10).
          05 AVUL-FAVORECIDO    PIC X(30).
          05 AVUL-DATA          PIC 9(08).
          05 FILLER             PIC X(08).
      *=====================LRECL 80===================================*
