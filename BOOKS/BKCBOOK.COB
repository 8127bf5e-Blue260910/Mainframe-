      *=================LAYOUT DO CATALOGO DE BACKUPS (BKPCAT)========*
      *  UMA LINHA POR VERIFICACAO DO FR21BKV1, ACUMULADA (DISP=MOD).  *
      *  BKC-TIPO 'V' VERIFICACAO DO BACKUP NOTURNO: TOTAIS DO         *
      *           CLUSTER (ORIG) E DA GERACAO GRAVADA PELO REPRO       *
      *           (BKP). BKC-GERACAO E O NUMERO ABSOLUTO DA GERACAO    *
      *           DO GDG GR.FOUR021.BKP.<ARQUIVO> (GNNNNV00).          *
      *  BKC-TIPO 'R' TESTE DE RESTAURACAO: TOTAIS DA LINHA 'V' DA     *
      *           GERACAO (ORIG) E DO CLUSTER DE TESTE CARREGADO A     *
      *           PARTIR DELA (BKP).                                   *
      *  QTDE = REGISTROS; HASH = SOMA DAS CHAVES (AGENCIA+CONTA E     *
      *  COMPLEMENTO DA CHAVE); TOTAL = SOMA DO CAMPO DE VALOR         *
      *  (CLI-SALDO, ARQ-SALARIO, HIS-VALOR, CDB-SALDO-ATU OU          *
      *  BLQ-VALOR).                                                   *
      *  BKC-SITUACAO 'C' CONFERE / 'D' DIVERGENTE.                    *
       01 REG-BKPCAT.
          05 BKC-TIPO           PIC X(01).
          05 BKC-ARQUIVO        PIC X(08).
          05 BKC-GERACAO        PIC 9(04).
          05 BKC-DATA           PIC 9(08).
          05 BKC-HORA           PIC 9(06).
          05 BKC-QTDE-ORIG      PIC 9(09).
          05 BKC-HASH-ORIG      PIC 9(17).
          05 BKC-TOTAL-ORIG     PIC S9(15).
          05 BKC-QTDE-BKP       PIC 9(09).
          05 BKC-HASH-BKP       PIC 9(17).
          05 BKC-TOTAL-BKP      PIC S9(15).
          05 BKC-SITUACAO       PIC X(01).
          05 FILLER             PIC X(10).
      *=====================LRECL 120==================================*
