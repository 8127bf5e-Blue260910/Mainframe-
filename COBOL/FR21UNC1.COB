      *                   CONTABIL DO FR21CTB1                        *
      *  1.4   02/09/26   VICTOR ARANDA       JORNAL DE IMAGENS DO    *
      *                   CLUSTER (FR21CJN1) EM TODA REGRAVACAO       *
      *  1.5   15/10/26   VICTOR ARANDA       CONTA POUPANCA          *
      *                   (CLI-PRODUTO 'P') ISENTA DA TARIFA DE       *
      *                   SALDO BAIXO                                 *
      *  1.6   15/10/26   VICTOR ARANDA       CONTA COM PACOTE DE     *
      *                   SERVICOS (PACCTA) ISENTA DA TARIFA DE       *
      *                   SALDO BAIXO                                 *
      *  1.7   15/10/26   VICTOR ARANDA       CARTA DE CONTA          *
      *                   DORMENTE RETIDA QUANDO O ENDERECO TEVE      *
      *                   CORRESPONDENCIA DEVOLVIDA (CADCLI)          *
      *---------------------------------------------------------------*
      *   OBJETIVO: PASSO NOTURNO SOBRE O CLUSTER CLIENTES (KSDS).    *
      *             VISITA TODAS AS CONTAS (COMO O FR21EX04 FAZIA NO  *
      *   MOV0106A              O  (SALDO ALTO)                       *
      *   MOV0106B              O  (SALDO MEDIO)                      *
      *   MOV0106C              O  (SALDO BAIXO)                      *
      *   PACCTA                I  (PACOTE DE SERVICOS)  PACBOOK      *
      *---------------------------------------------------------------*
      *   MODULOS....:                                                *
      *===============================================================*
             SELECT TARDIA   ASSIGN TO TARDIA
                FILE STATUS   IS FS-TARDIA.

             SELECT PACCTA   ASSIGN TO PACCTA
                ORGANIZATION  IS INDEXED
                ACCESS MODE   IS RANDOM
                RECORD KEY    IS PAC-CHAVE
                FILE STATUS   IS FS-PACCTA.

      *===============================================================*
       DATA                                                   DIVISION.
      *===============================================================*
          05 FD-TD-CHAVE     PIC X(08).
          05 FD-TD-VALOR     PIC 9(08).

      *    PACOTE DE SERVICOS DA CONTA (FR21PAC1). QUEM TEM PACOTE
      *    PAGA A MENSALIDADE NO FR21PAC2, NAO A TARIFA DE SALDO
      *    BAIXO                                    LRECL = 60

       FD PACCTA.

       COPY 'PACBOOK'.

      *===============================================================*
       WORKING-STORAGE                                        SECTION.
      *===============================================================*
       77 FS-CARTDRM              PIC 9(02).
       77 FS-ESCHEAT              PIC 9(02).
       77 FS-TARDIA               PIC 9(02).
       77 FS-PACCTA               PIC 9(02).

      *===============================================================*
       01 FILLER                                       PIC X(70) VALUE
       77 WRK-TAXADOS             PIC 9(07) VALUE ZEROS.
       77 WRK-TOTAL-TAXAS         PIC S9(10) VALUE ZEROS.
       77 WRK-REGRAVA             PIC X(01) VALUE 'N'.
       77 WRK-TEM-PACOTE          PIC X(01) VALUE 'N'.

      *-----------CONTAS DEVEDORAS (CHEQUE ESPECIAL)-----------------*
       77 WRK-HOJE                PIC 9(08) VALUE ZEROS.
       77 WRK-DORMENTES-24        PIC 9(07) VALUE ZEROS.
       77 WRK-DORMENTES-60        PIC 9(07) VALUE ZEROS.
       77 WRK-CARTAS              PIC 9(07) VALUE ZEROS.
       77 WRK-CARTAS-RETIDAS      PIC 9(07) VALUE ZEROS.
       77 WRK-RECOLHIMENTO        PIC 9(07) VALUE ZEROS.

       01 WRK-HOJE-DEC.
           OPEN OUTPUT RELDRM CARTDRM ESCHEAT.
           OPEN OUTPUT TARDIA.
           OPEN INPUT  CADCLI.
           OPEN INPUT  PACCTA.

           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-HOJE-INT =

      *    TARIFA DE SALDO BAIXO (MESMA REGRA DE SEMPRE, MAS A
      *    CONTA DEVEDORA NAO E TARIFADA: ELA VAI PARA O
      *    RELATORIO DE DEVEDORES; A POUPANCA NAO PAGA A TARIFA)

           MOVE 'N' TO WRK-REGRAVA.

      *    CONTA COM PACOTE DE SERVICOS TAMBEM NAO PAGA A TARIFA

           MOVE 'N' TO WRK-TEM-PACOTE.
           MOVE CLI-CHAVE TO PAC-CHAVE.
           READ PACCTA.
           IF FS-PACCTA EQUAL ZEROS AND PAC-PACOTE NOT EQUAL SPACES
              MOVE 'S' TO WRK-TEM-PACOTE
           END-IF.

           IF CLI-SALDO NOT LESS ZEROS
              AND CLI-SALDO IS LESS THAN WRK-SALDO-MINIMO
              AND CLI-PRODUTO NOT EQUAL 'P'
              AND WRK-TEM-PACOTE EQUAL 'N'
              IF CLI-SALDO IS GREATER THAN OR EQUAL TO
                                      WRK-TAXA-SALDO-BAIXO
                 SUBTRACT WRK-TAXA-SALDO-BAIXO FROM CLI-SALDO
           MOVE WRK-MESES-INATIVA TO FD-CD-MESES.

      *    ENDERECO DO CADASTRO COMPLEMENTAR (BRANCOS QUANDO A
      *    CONTA AINDA NAO TEM CADASTRO). ENDERECO COM CORRESPONDENCIA
      *    DEVOLVIDA (FR21COR1) RETEM A CARTA ATE SER ATUALIZADO

           MOVE SPACES TO FD-CD-ENDERECO FD-CD-CIDADE
                          FD-CD-UF FD-CD-CEP.
              MOVE CAD-CEP      TO FD-CD-CEP
           END-IF.

           IF FS-CADCLI EQUAL ZEROS
              AND CAD-END-INVALIDO EQUAL 'S'
              ADD 1 TO WRK-CARTAS-RETIDAS
           ELSE
              WRITE FD-CARTDRM
              ADD 1 TO WRK-CARTAS
           END-IF.

      *    60 MESES: ARQUIVO DE RECOLHIMENTO PARA O JURIDICO

           CLOSE RELDRM CARTDRM ESCHEAT.
           CLOSE CADCLI.
           CLOSE TARDIA.
           CLOSE PACCTA.

           DISPLAY WRK-SEPARACAO.
           DISPLAY 'CONTAS LIDAS........: ' WRK-CONT-LIDOS.
           DISPLAY 'CONTAS TARIFADAS....: ' WRK-TAXADOS.
           DISPLAY 'CONTAS DEVEDORAS....: ' WRK-DEVEDORES.
           DISPLAY 'CARTAS DORMENTES....: ' WRK-CARTAS.
           DISPLAY 'CARTAS RETIDAS (DEV): ' WRK-CARTAS-RETIDAS.
           DISPLAY 'RECOLHIMENTO LEGAL..: ' WRK-RECOLHIMENTO.
           DISPLAY 'TOTAL TAXAS COBRADAS: ' WRK-TOTAL-TAXAS.
           DISPLAY WRK-SEPARACAO.
