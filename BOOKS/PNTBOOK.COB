      *=================LAYOUT DO ARQUIVO PNTONL (KSDS)================*
      *  APONTAMENTOS DE HORAS DIGITADOS NO CICS (F21CIPL). CHAVE:     *
      *  FUNCIONARIO + PROJETO + DATA, NA MESMA ORDEM DO PONTODIA;     *
      *  OS 35 PRIMEIROS BYTES SAO O LAYOUT DO PONTODIA, DESCARREGADO  *
      *  TODA NOITE PELO FR21PNT2. TERMINAL E TAREFA CICS DA ULTIMA    *
      *  ALTERACAO FICAM PARA AUDITORIA.                               *
       01 REG-PNTONL.
          05 PNT-CHAVE.
             10 PNT-IDFUNC      PIC X(05).
             10 PNT-PROJETO     PIC X(20).
             10 PNT-DATA        PIC 9(08).
          05 PNT-HORAS          PIC 9(02).
          05 PNT-TERMINAL       PIC X(04).
          05 PNT-TAREFA         PIC 9(07).
      *=====================LRECL 46===================================*
