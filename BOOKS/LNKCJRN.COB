      *=================COMMAREA DO MODULO FR21CJN1=====================*
      *  JORNAL DE IMAGENS DO CLUSTER CLIENTES: O CHAMADOR INFORMA      *
      *  PROGRAMA, CHAVE E AS IMAGENS ANTES/DEPOIS DA REGRAVACAO        *
      *  (LAYOUT CLIBOOK, LRECL 73, COMPLETADO A BRANCOS ATE 80);      *
      *  O MODULO CARIMBA DATA/HORA E GRAVA EM CLIJRNL (GERACAO DO      *
      *  DIA), BASE DA RECUPERACAO A FRENTE DO FR21CRF1.                *
       01 CJR-DADOS.
