      *=================LAYOUT DO ARQUIVO PNTINDS (KSDS)===============*
      *  DIAS EM QUE O FUNCIONARIO NAO PODE APONTAR HORAS: FERIAS      *
      *  APROVADAS (FERMOV 'T', TIPO 'FER') E AUSENCIAS APLICADAS      *
      *  (ABSAPL, TIPO DA AUSENCIA). RECARREGADO TODA NOITE PELO       *
      *  FR21PNT2 E CONSULTADO PELO F21CIPL. CHAVE: FUNCIONARIO +      *
      *  INICIO + TIPO.                                                *
       01 REG-PNTINDS.
          05 IND-CHAVE.
             10 IND-IDFUNC      PIC 9(05).
             10 IND-DATA-INI    PIC 9(08).
             10 IND-TIPO        PIC X(03).
          05 IND-DATA-FIM       PIC 9(08).
      *=====================LRECL 24===================================*
