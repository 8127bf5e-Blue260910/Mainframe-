          05 FD-FU-DESTINO   PIC X(08).                                 00000830
                                                                        00000840
      *-------------------------------------------------------------*   00000850
      *       ARQUIVO CLIENTES (KSDS)   LRECL = 73                  *   00000860
      *-------------------------------------------------------------*   00000870
       FD CLIENTES.                                                     00000880
                                                                        00000890
