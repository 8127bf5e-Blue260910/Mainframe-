      *=================COMMAREA DO MODULO FR21DIR1====================*
      *  ELEGIBILIDADE DE UM DEPENDENTE PARA DEDUCAO NA BASE DO IRRF   *
      *  NA DATA DE REFERENCIA (AAAAMMDD): CONJUGE/COMPANHEIRO SEM     *
      *  LIMITE DE IDADE; FILHO ATE 21 ANOS, OU ATE 24 ANOS QUANDO     *
      *  MARCADO COMO ESTUDANTE. IDADE EM ANOS COMPLETOS.              *
      *  ELEGIVEL 'S' / 'N' COM O MOTIVO DA RECUSA EM LNK-DI-MOTIVO.   *
       01 LNK-DEPIR.
          05 LNK-DI-PARENTESCO  PIC X(10).
          05 LNK-DI-DTNASC      PIC X(10).
          05 LNK-DI-ESTUDANTE   PIC X(01).
          05 LNK-DI-DATA-REF    PIC 9(08).
          05 LNK-DI-IDADE       PIC 9(03).
          05 LNK-DI-ELEGIVEL    PIC X(01).
          05 LNK-DI-MOTIVO      PIC X(30).
