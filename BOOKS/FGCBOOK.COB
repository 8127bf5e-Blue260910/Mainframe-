      *=================LAYOUT DO ARQUIVO FGCCTA=======================*
      *  EXPOSICAO AO FUNDO GARANTIDOR DE CREDITOS (FGC) - UM          *
      *  REGISTRO POR CONTA COM DEPOSITO, GERADO PELO FR21FGC1 E       *
      *  CONSOLIDADO POR DEPOSITANTE PELO FR21FGC2 DEPOIS DA           *
      *  CLASSIFICACAO POR DOCUMENTO + CONTA. SALDO DEVEDOR ENTRA      *
      *  COMO ZERO; CDB = SOMA DO CDB-SALDO-ATU DOS CONTRATOS          *
      *  ATIVOS. FGC-PARCELA E A PARTE DO TITULAR DO DOCUMENTO: NA     *
      *  CONTA CONJUNTA (FGC-IND-CONJUNTA 'S') O TOTAL E RATEADO       *
      *  IGUALMENTE ENTRE OS TITULARES (CAD-TITULARES). CONTA SEM      *
      *  DOCUMENTO NO CADCLI (FGC-IND-SEM-DOC 'S') E UM DEPOSITANTE    *
      *  A PARTE: TIPO '*' E A PROPRIA CHAVE NO LUGAR DO DOCUMENTO.    *
       01 REG-FGCCTA.
          02 FGC-DEPOSITANTE.
             03 FGC-TIPO-DOC    PIC X(01).
             03 FGC-DOCUMENTO   PIC X(14).
          02 FGC-CHAVE.
             03 FGC-AGENCIA     PIC X(04).
             03 FGC-CONTA       PIC X(04).
          02 FGC-NOME           PIC X(30).
          02 FGC-SALDO-CTA      PIC 9(09).
          02 FGC-SALDO-CDB      PIC 9(09).
          02 FGC-TITULARES      PIC 9(01).
          02 FGC-PARCELA        PIC 9(09).
          02 FGC-IND-CONJUNTA   PIC X(01).
          02 FGC-IND-SEM-DOC    PIC X(01).
          02 FILLER             PIC X(07).
      *=====================LRECL 90===================================*
