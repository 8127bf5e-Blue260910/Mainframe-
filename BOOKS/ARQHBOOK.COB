      *=================LAYOUT DO ARQUIVO DE HISTORICO (ARQH)=========*
      *  GERACAO MENSAL DO GDG GR.FOUR021.ARQH.<TABELA>, GRAVADA PELO *
      *  FR21ARH1 E LIDA NA RECUPERACAO PELO FR21ARH2. CADA GERACAO   *
      *  SE DESCREVE SOZINHA: 'H' HEADER (DATA DO ARQUIVAMENTO,       *
      *  CORTE, RETENCAO, VENCIMENTO, ORIGEM E COLUNAS DA LINHA),     *
      *  'D' UMA LINHA ARQUIVADA (FUNCIONARIO E DATA DE REFERENCIA    *
      *  AAAAMMDD NA FRENTE, PARA FILTRO SEM CONHECER A TABELA, E A   *
      *  IMAGEM DA LINHA EM FORMATO DISPLAY) E 'T' TRAILER COM A      *
      *  QUANTIDADE E AS DATAS EXTREMAS.                              *
       01 REG-ARQHIST.
          05 AQH-TIPO           PIC X(01).
          05 AQH-TABELA         PIC X(08).
          05 AQH-CORPO          PIC X(291).
          05 AQH-HEADER REDEFINES AQH-CORPO.
             10 AQH-H-DATA-ARQ  PIC 9(08).
             10 AQH-H-HORA-ARQ  PIC 9(06).
             10 AQH-H-CORTE     PIC 9(08).
             10 AQH-H-ANOS-ONL  PIC 9(02).
             10 AQH-H-ANOS-ARQ  PIC 9(02).
             10 AQH-H-EXPIRA    PIC 9(08).
             10 AQH-H-ORIGEM    PIC X(20).
             10 AQH-H-TAM-LINHA PIC 9(03).
             10 AQH-H-COLUNAS   PIC X(200).
             10 FILLER          PIC X(34).
          05 AQH-DETALHE REDEFINES AQH-CORPO.
             10 AQH-D-IDFUNC    PIC 9(05).
             10 AQH-D-DATAREF   PIC 9(08).
             10 AQH-D-LINHA     PIC X(278).
             10 AQH-D-AUDFUNC REDEFINES AQH-D-LINHA.
                15 AQH-AU-PROGRAMA  PIC X(08).
                15 AQH-AU-OPERADOR  PIC X(08).
                15 AQH-AU-DATAHORA  PIC X(14).
                15 AQH-AU-OPERACAO  PIC X(01).
                15 AQH-AU-IMAGEMANT PIC X(110).
                15 AQH-AU-IMAGEMNOV PIC X(110).
                15 FILLER           PIC X(27).
             10 AQH-D-HISTSAL REDEFINES AQH-D-LINHA.
                15 AQH-HS-SALANT    PIC 9(07)V99.
                15 AQH-HS-SALNOVO   PIC 9(07)V99.
                15 AQH-HS-DATAALT   PIC X(10).
                15 AQH-HS-ORIGEM    PIC X(08).
                15 FILLER           PIC X(242).
             10 AQH-D-HISTTRF REDEFINES AQH-D-LINHA.
                15 AQH-HT-SETORDE   PIC X(04).
                15 AQH-HT-SETORPARA PIC X(04).
                15 AQH-HT-DTEFET    PIC X(10).
                15 AQH-HT-MOTIVO    PIC X(20).
                15 FILLER           PIC X(240).
             10 AQH-D-FUNCHIST REDEFINES AQH-D-LINHA.
                15 AQH-FH-NOME      PIC X(30).
                15 AQH-FH-IDADE     PIC 9(03).
                15 AQH-FH-SALARIO   PIC 9(07)V99.
                15 AQH-FH-EMAIL     PIC X(30).
                15 AQH-FH-SETOR     PIC X(04).
                15 AQH-FH-DATAADM   PIC X(10).
                15 AQH-FH-DATADEM   PIC X(10).
                15 AQH-FH-MOTIVO    PIC X(20).
                15 AQH-FH-JUSTACAUSA PIC X(01).
                15 FILLER           PIC X(161).
             10 AQH-D-EVTMST REDEFINES AQH-D-LINHA.
                15 AQH-EV-REGISTRO  PIC X(66).
                15 FILLER           PIC X(212).
          05 AQH-TRAILER REDEFINES AQH-CORPO.
             10 AQH-T-QTDE      PIC 9(09).
             10 AQH-T-DATA-MIN  PIC 9(08).
             10 AQH-T-DATA-MAX  PIC 9(08).
             10 FILLER          PIC X(266).
      *=====================LRECL 300==================================*
