      *=================LAYOUT DO ARQUIVO TABPAC=======================*
      *  TABELA DE PACOTES DE SERVICOS (UM REGISTRO POR PACOTE):       *
      *  MENSALIDADE E, PARA ATE 4 TIPOS DE MOVIMENTO DO HISTORICO     *
      *  ('C' CREDITO / 'D' DEBITO / 'T' TRANSFERENCIA ...), A         *
      *  FRANQUIA MENSAL EM QUANTIDADE E A TARIFA POR USO ACIMA DA     *
      *  FRANQUIA. TIPO EM BRANCO = OCORRENCIA NAO USADA; TIPO FORA    *
      *  DA TABELA NAO E TARIFADO. VALORES NA MESMA UNIDADE DO VALOR   *
      *  DO MOVIMENTO. LIDA PELO FR21PAC1 (CRITICA DO CODIGO), PELO    *
      *  FR21PAC2 (COBRANCA) E PELO FR21EX06 (AVISO NO EXTRATO).       *
       01 REG-TABPAC.
          02 TPA-PACOTE         PIC X(02).
          02 TPA-DESCRICAO      PIC X(20).
          02 TPA-MENSALIDADE    PIC 9(08).
          02 TPA-FRANQUIA       OCCURS 4 TIMES.
             03 TPA-TIPO-MOV    PIC X(01).
             03 TPA-QTD-FRANQ   PIC 9(03).
             03 TPA-TARIFA-EXC  PIC 9(06).
          02 FILLER             PIC X(10).
      *=====================LRECL 80===================================*
