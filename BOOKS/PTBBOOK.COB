      *=================LAYOUT DO ARQUIVO PTBCTL (KSDS)================*
      *  REGISTRO DE PORTABILIDADE DE SALARIO: PEDIDOS RECEBIDOS DOS   *
      *  OUTROS BANCOS (FR21PTB1) PARA REPASSAR O SALARIO DA CONTA     *
      *  SALARIO DO EVSA0407 A UMA CONTA NO BANCO DESTINO.             *
      *  CHAVE: CONTA SALARIO (AGENCIA + CONTA DO EVSA0407) +          *
      *  SEQUENCIAL DO PEDIDO NA CONTA. SO UM PEDIDO ATIVO POR CONTA.  *
      *  PTB-SITUACAO: 'A' ATIVA (REPASSA A PARTIR DE                  *
      *  PTB-DATA-EFETIVA) / 'C' CANCELADA.                            *
      *  PTB-MOTIVO-CANC: 'B' PEDIDO DO BANCO DESTINO / 'T' PEDIDO DO  *
      *  TITULAR NA AGENCIA / 'S' SUBSTITUIDA POR PEDIDO DE OUTRO      *
      *  BANCO / 'E' CONTA SALARIO ENCERRADA (FR21PTB2).               *
      *  PTB-ULT-*: ULTIMO REPASSE (FR21PTB2); PTB-ULT-TED E A CHAVE   *
      *  DA TED NO TEDCTL, ONDE FICA O RETORNO DA CAMARA.              *
       01 REG-PTBCTL.
          02 PTB-CHAVE-REG.
             03 PTB-CHAVE.
                04 PTB-AGENCIA  PIC X(04).
                04 PTB-CONTA    PIC X(05).
             03 PTB-SEQ         PIC 9(03).
          02 PTB-PROTOCOLO      PIC X(15).
          02 PTB-DESTINO.
             03 PTB-BANCO-DEST  PIC 9(03).
             03 PTB-AGENCIA-DEST PIC 9(04).
             03 PTB-CONTA-DEST  PIC X(12).
          02 PTB-CPF            PIC 9(11).
          02 PTB-NOME           PIC X(25).
          02 PTB-SITUACAO       PIC X(01).
          02 PTB-DATA-PEDIDO    PIC 9(08).
          02 PTB-DATA-EFETIVA   PIC 9(08).
          02 PTB-DATA-CANCEL    PIC 9(08).
          02 PTB-MOTIVO-CANC    PIC X(01).
          02 PTB-ULT-ENVIO      PIC 9(08).
          02 PTB-ULT-VALOR      PIC 9(08).
          02 PTB-ULT-TED        PIC X(13).
          02 PTB-QTDE-ENVIOS    PIC 9(05).
          02 PTB-TOT-ENVIADO    PIC 9(10).
          02 FILLER             PIC X(08).
      *=====================LRECL 160===================================
