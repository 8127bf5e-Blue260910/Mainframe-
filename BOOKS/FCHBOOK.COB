      *=================LAYOUT DO ARQUIVO PNTFECH (KSDS)===============*
      *  PERIODOS DE HORAS APROVADOS POR PROJETO. GRAVADO PELO         *
      *  FR21APR1 PARA CADA VEREDITO 'A' VALIDO; COM O PERIODO AQUI    *
      *  O APONTAMENTO ONLINE DAQUELE PROJETO/MES FICA TRAVADO E O     *
      *  FR21PNT2 NAO O DESCARREGA MAIS NO PONTODIA.                   *
       01 REG-PNTFECH.
          05 FCH-CHAVE.
             10 FCH-PROJETO     PIC X(20).
             10 FCH-PERIODO     PIC 9(06).
          05 FCH-APROVADOR      PIC X(04).
      *=====================LRECL 30===================================*
