      *=================LAYOUT DO ARQUIVO COACAS (KSDS)================*
      *  CASOS DE COMUNICACAO AO COAF (OPERACAO EM ESPECIE). CHAVE =   *
      *  DOCUMENTO DO TITULAR (CAD-DOCUMENTO; SEM CADASTRO, A CONTA)   *
      *  + DATA DE ABERTURA + TIPO + SEQUENCIAL DO DIA.                *
      *  COA-TIPO: 'V' MOVIMENTO UNICO EM ESPECIE NO LIMITE LEGAL OU   *
      *  ACIMA / 'F' FRACIONAMENTO - SOMA ABAIXO DO LIMITE NA JANELA.  *
      *  COA-SITUACAO: 'A' ABERTO (AGUARDA ANALISTA) / 'R' A           *
      *  COMUNICAR / 'D' DESCARTADO / 'C' COMUNICADO (COAFCOM).        *
      *  COA-DECISAO: 'R' COMUNICAR OU 'D' DESCARTAR PELO ANALISTA /   *
      *  'P' COMUNICADO POR PRAZO VENCIDO SEM DECISAO (FR21COA1).      *
       01 REG-COACAS.
          02 COA-CASO.
             03 COA-DOCUMENTO   PIC X(14).
             03 COA-DATA-ABERT  PIC 9(08).
             03 COA-TIPO        PIC X(01).
             03 COA-SEQ         PIC 9(03).
          02 COA-TIPO-DOC       PIC X(01).
          02 COA-CHAVE          PIC X(08).
          02 COA-NOME           PIC X(30).
          02 COA-VALOR          PIC 9(10).
          02 COA-QTDE           PIC 9(04).
          02 COA-DATA-INI       PIC 9(08).
          02 COA-DATA-FIM       PIC 9(08).
          02 COA-SITUACAO       PIC X(01).
          02 COA-DECISAO        PIC X(01).
          02 COA-ANALISTA       PIC X(08).
          02 COA-DATA-DECISAO   PIC 9(08).
          02 COA-DATA-COMUN     PIC 9(08).
          02 FILLER             PIC X(09).
      *=====================LRECL 130==================================*
