          05 FD-AN-INSS      PIC 9(07)V99.                              00000880
          05 FD-AN-IRRF      PIC 9(07)V99.                              00000890
          05 FD-AN-LIQUIDO   PIC 9(07)V99.                              00000900
          05 FILLER          PIC X(158).                                00000910
                                                                        00000920
      *      SAIDA - VARIACOES                      LRECL = 100         00000930
       FD RELVAR                                                        00000940
