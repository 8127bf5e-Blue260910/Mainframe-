      *-------------------------------------------------------------*   00000110
      * VERSAO   DATA         AUTOR        DESCRICAO DA MODIFICACAO     00000120
      *  1.0   02/09/26   VICTOR ARANDA       VERSAO INICIAL            00000130
      *  1.1   15/10/26   VICTOR ARANDA       DATA DO ENCERRAMENTO EM   0000013A
      *                                      CLI-DATA-ULT-MOV (LGPD)    0000013B
      *-------------------------------------------------------------*   00000140
      *   OBJETIVO: CICLO DE VIDA DA CONTA (CLI-SITUACAO). LE O         00000150
      *      ARQUIVO DE SOLICITACOES (ENCMOV: OPERACAO + CONTA):        00000160
          05 FD-EN-CHAVE     PIC X(08).                                 00000850
                                                                        00000860
      *-------------------------------------------------------------*   00000870
      *       ARQUIVO CLIENTES (KSDS)   LRECL = 73                  *   00000880
      *-------------------------------------------------------------*   00000890
       FD CLIENTES.                                                     00000900
                                                                        00000910
           WRITE FD-EXTFIN FROM WRK-EX-SALDO.                           00004130
           WRITE FD-EXTFIN FROM WRK-LINHA-VAZIA.                        00004140
                                                                        00004150
      *          A DATA DO ENCERRAMENTO FICA EM CLI-DATA-ULT-MOV        0000415A
      *          (CONTA ENCERRADA NAO MOVIMENTA MAIS): BASE DA          0000415B
      *          RETENCAO NA ELIMINACAO DE DADOS DO FR21LGP1            0000415C
                                                                        0000415D
           MOVE WRK-HOJE TO CLI-DATA-ULT-MOV.                           0000415E
           MOVE 'X' TO CLI-SITUACAO.                                    00004160
           PERFORM 2900-REGRAVAR-CONTA.                                 00004170
           ADD 1 TO WRK-ENCERRADAS.                                     00004180
