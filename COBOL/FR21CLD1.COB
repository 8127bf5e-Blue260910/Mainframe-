
       COPY 'CLIBOOK'.

      *=====================LRECL 73===================================*

      *===============================================================*
       WORKING-STORAGE                                        SECTION.
           MOVE ZEROS     TO CLI-DATA-NEG.
           MOVE 'N'       TO CLI-DORMENTE.
           MOVE 'A'       TO CLI-SITUACAO.
           MOVE 'C'       TO CLI-PRODUTO.

           WRITE REG-CLIENTES.

