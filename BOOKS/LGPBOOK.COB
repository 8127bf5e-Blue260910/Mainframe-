      *=================LAYOUT DO LOG DE PEDIDOS LGPD (LGPDLOG)========*
      *  UMA LINHA POR PEDIDO DO TITULAR ATENDIDO PELO FR21LGP1,       *
      *  ACUMULADA (DISP=MOD) PARA O ENCARREGADO DE DADOS (DPO).       *
      *  LGP-TIPO 'A' ACESSO / 'E' ELIMINACAO.                         *
      *  LGP-RESULTADO 'A' ATENDIDO / 'P' PARCIAL (PARTE DOS           *
      *  REGISTROS AINDA EM RETENCAO) / 'R' RECUSADO / 'N' NADA        *
      *  CONSTA PARA O CPF / 'I' PEDIDO INVALIDO.                      *
      *  LGP-MOTIVO E O PRIMEIRO MOTIVO DE RECUSA DO PEDIDO.           *
      *  LGP-QTD-ALTBANC / LGP-QTD-HOLERITE: LINHAS DE IVAN.ALTBANC E  *
      *  IVAN.HOLERITE LISTADAS (ACESSO) OU PSEUDONIMIZADAS            *
      *  (ELIMINACAO) PARA O TITULAR.                                  *
       01 REG-LGPDLOG.
          05 LGP-DATA           PIC 9(08).
          05 LGP-HORA           PIC 9(06).
          05 LGP-PROTOCOLO      PIC X(10).
          05 LGP-TIPO           PIC X(01).
          05 LGP-CPF            PIC X(11).
          05 LGP-DATA-PEDIDO    PIC 9(08).
          05 LGP-CANAL          PIC X(10).
          05 LGP-RESULTADO      PIC X(01).
          05 LGP-ENCONTRADOS    PIC 9(03).
          05 LGP-ANONIMIZADOS   PIC 9(03).
          05 LGP-RECUSADOS      PIC 9(03).
          05 LGP-MOTIVO         PIC X(30).
          05 LGP-QTD-ALTBANC    PIC 9(03).
          05 LGP-QTD-HOLERITE   PIC 9(03).
      *=====================LRECL 100==================================*
