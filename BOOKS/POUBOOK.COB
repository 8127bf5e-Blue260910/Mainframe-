      *=================LAYOUT DO ARQUIVO POUDEP (KSDS)================*
      *  DEPOSITOS DA CONTA POUPANCA (CLI-PRODUTO 'P'), UM REGISTRO    *
      *  POR DATA DE DEPOSITO. CHAVE: CONTA + DATA DO DEPOSITO.        *
      *  PDP-DIA-ANIV E O DIA DE ANIVERSARIO (DEPOSITO NOS DIAS 29,    *
      *  30 E 31 ANIVERSARIA NO DIA 1 DO MES SEGUINTE); PDP-PROX-ANIV  *
      *  E A DATA DO PROXIMO CREDITO DE RENDIMENTO (FR21POU2).         *
      *  PDP-SALDO E O QUE RESTA DO DEPOSITO MAIS OS RENDIMENTOS JA    *
      *  CREDITADOS; O RESGATE CONSOME PRIMEIRO OS DEPOSITOS MAIS      *
      *  RECENTES E O DEPOSITO ZERADO E EXCLUIDO.                      *
       01 REG-POUDEP.
          02 PDP-CHAVE-REG.
             03 PDP-CHAVE.
                04 PDP-AGENCIA  PIC X(04).
                04 PDP-CONTA    PIC X(04).
             03 PDP-DATA-DEP    PIC 9(08).
          02 PDP-DIA-ANIV       PIC 9(02).
          02 PDP-PROX-ANIV      PIC 9(08).
          02 PDP-VALOR-ORIG     PIC 9(08).
          02 PDP-SALDO          PIC 9(08).
          02 PDP-REND-ACM       PIC 9(08).
          02 PDP-DATA-ULT-REND  PIC 9(08).
          02 FILLER             PIC X(02).
      *=====================LRECL 60===================================*
