      *  CORRENTE QUEBRADA SEM OVERRIDE = LOG CRITICO E FIM (RC 8);
      *  COM OVERRIDE 'S' A LIBERACAO E REGISTRADA NO LOG E O
      *  PROGRAMA SEGUE COM STATUS '1'.
      *  COM LNK-GT-VOLUME 'S' O MODULO CONFERE TAMBEM O VOLUME DE
      *  CADA PREDECESSOR CONTRA O HISTORICO (FR21VOL1): FORA DA
      *  FAIXA SEM LNK-GT-OVR-VOLUME 'S' = LOG CRITICO E FIM (RC 8);
      *  COM A LIBERACAO O PROGRAMA SEGUE COM STATUS '2'.
      *  STATUS: '0' CORRENTE OK / '1' QUEBRADA E LIBERADA /
      *          '2' VOLUME FORA DA FAIXA E LIBERADO
       01 LNK-GATE.
          05 LNK-GT-PROGRAMA     PIC X(08).
          05 LNK-GT-DATA-MOV     PIC 9(08).
          05 LNK-GT-STATUS       PIC X(01).
          05 LNK-GT-QTD-PRED     PIC 9(02).
          05 LNK-GT-PREDECESSOR  PIC X(08) OCCURS 5 TIMES.
          05 LNK-GT-VOLUME       PIC X(01).
          05 LNK-GT-OVR-VOLUME   PIC X(01).
