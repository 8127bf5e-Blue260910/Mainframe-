      *=================LAYOUT DO ARQUIVO DIFRET=======================*
      *  DIFERENCA DE AUMENTO RETROATIVO POR FUNCIONARIO E COMPETENCIA *
      *  (FR21RET1), PAGA PELO FR21PAG1 SEGUINTE NA LINHA FOLH-RETRO.  *
      *  DIFR-TOTAL = BASE + EXTRAS + FDS/FERIADO + ADICIONAL DE TEMPO.*
       01 REG-DIFRET.
          05 DIFR-IDFUNC        PIC 9(05).
          05 DIFR-COMPET        PIC 9(06).
          05 DIFR-SALANT        PIC 9(07)V99.
          05 DIFR-SALNOVO       PIC 9(07)V99.
          05 DIFR-BASE          PIC 9(07)V99.
          05 DIFR-EXT           PIC 9(07)V99.
          05 DIFR-FDS           PIC 9(07)V99.
          05 DIFR-TEMPO         PIC 9(07)V99.
          05 DIFR-TOTAL         PIC 9(07)V99.
          05 FILLER             PIC X(06).
      *=====================LRECL 80===================================*
