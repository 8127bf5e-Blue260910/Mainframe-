      *=================LAYOUT DO ARQUIVO LIMCON (KSDS)================*
      *  CONTRATO DE CHEQUE ESPECIAL E ENCARGOS EM APROPRIACAO.        *
      *  CHAVE: CONTA DO CLIENTE (MESMA CHAVE DO CLIENTES).            *
      *  LIC-TAXA E A TAXA MENSAL CONTRATADA (FR21LIM1); ZERADA =      *
      *  TAXA PADRAO DA TABELA TAXCES. O FR21CES1 APROPRIA TODO DIA    *
      *  JUROS E IOF SOBRE A PARTE NEGATIVA DO SALDO EM LIC-JUROS-ACM  *
      *  E LIC-IOF-ACM (COMPETENCIA LIC-COMPET); NA VIRADA DO MES O    *
      *  ACUMULADO PASSA PARA LIC-JUROS-PEND/LIC-IOF-PEND, QUE O       *
      *  FR21CES2 COBRA COMO DEBITO NA CONTA E ZERA. LIC-DEV-ANT E O   *
      *  SALDO DEVEDOR DA ULTIMA APROPRIACAO (BASE DO IOF ADICIONAL).  *
       01 REG-LIMCON.
          02 LIC-CHAVE.
             03 LIC-AGENCIA     PIC X(04).
             03 LIC-CONTA       PIC X(04).
          02 LIC-TAXA           PIC 9(03)V99.
          02 LIC-DATA-CONTR     PIC 9(08).
          02 LIC-COMPET         PIC 9(06).
          02 LIC-DATA-ULT-APR   PIC 9(08).
          02 LIC-DEV-ANT        PIC 9(08).
          02 LIC-JUROS-ACM      PIC 9(08).
          02 LIC-IOF-ACM        PIC 9(08).
          02 LIC-JUROS-PEND     PIC 9(08).
          02 LIC-IOF-PEND       PIC 9(08).
          02 FILLER             PIC X(05).
      *=====================LRECL 80===================================*
