          05 FD-CL-SALDO     PIC 9(08).                                 00000740
                                                                        00000750
      *-------------------------------------------------------------*   00000760
      *       CADASTRO COMPLEMENTAR (KSDS)  LRECL = 132             *   00000770
      *-------------------------------------------------------------*   00000780
       FD CADCLI.                                                       00000790
                                                                        00000800
