      *=================LAYOUT DO ARQUIVO MAILGW=======================*
      *  INTERFACE DO GATEWAY CORPORATIVO DE CORREIO, GERADA PELO      *
      *  FR21NOT1 A PARTIR DA CAIXA DE SAIDA NOTIFIC: UM REGISTRO POR  *
      *  MENSAGEM, COM O ENDERECO JA VALIDADO E O TEXTO MONTADO DO     *
      *  MODELO DO EVENTO (ARQUIVO MENSAGEM) COM O DETALHE.            *
       01 REG-MAILGW.
          05 MLG-EMAIL          PIC X(40).
          05 MLG-NOME           PIC X(30).
          05 MLG-IDFUNC         PIC 9(05).
          05 MLG-EVENTO         PIC X(08).
          05 MLG-DATA           PIC 9(08).
          05 MLG-TEXTO          PIC X(100).
          05 FILLER             PIC X(09).
      *=====================LRECL 200==================================*
