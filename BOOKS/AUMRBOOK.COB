      *=================LAYOUT DO ARQUIVO AUMRET=======================*
      *  AUMENTO APLICADO PELO FR21APL1 COM DATA EFETIVA EM COMPETENCIA*
      *  JA FECHADA. O FR21RET1 RECALCULA AS FOLHAS GUARDADAS DESSAS   *
      *  COMPETENCIAS E GERA AS DIFERENCAS (DIFRET).                   *
       01 REG-AUMRET.
          05 AUMR-IDFUNC        PIC 9(05).
          05 AUMR-SALANT        PIC 9(07)V99.
          05 AUMR-SALNOVO       PIC 9(07)V99.
          05 AUMR-DATA-EFET     PIC 9(08).
          05 AUMR-REFERENC      PIC X(10).
          05 FILLER             PIC X(09).
      *=====================LRECL 50===================================*
