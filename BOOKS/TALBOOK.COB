      *=================LAYOUT DO ARQUIVO TALCHQ (KSDS)================*
      *  CADASTRO DE TALOES DE CHEQUE. CHAVE: CONTA + NUMERO DA FOLHA. *
      *  A FOLHA 000000 E O REGISTRO DE CONTROLE DA CONTA (VISAO       *
      *  TAL-DADOS-CONTROLE): ULTIMO TALAO E ULTIMA FOLHA EMITIDOS,    *
      *  DEVOLUCOES QUE CONTAM PARA O CCF (MOTIVOS 12 E 13) E A        *
      *  INCLUSAO NO CCF, QUE BLOQUEIA A EMISSAO DE NOVOS TALOES.      *
      *  DEMAIS FOLHAS (VISAO TAL-DADOS-FOLHA), EMITIDAS PELO          *
      *  FR21TAL1: TAL-SITUACAO 'D' DISPONIVEL / 'S' SUSTADA (MOTIVO   *
      *  20, 21 OU 28) / 'P' PAGA NA COMPENSACAO / 'V' DEVOLVIDA       *
      *  (MOTIVO DA DEVOLUCAO DO FR21TAL2 EM TAL-MOTIVO).              *
       01 REG-TALCHQ.
          02 TAL-CHAVE-REG.
             03 TAL-CHAVE.
                04 TAL-AGENCIA  PIC X(04).
                04 TAL-CONTA    PIC X(04).
             03 TAL-FOLHA       PIC 9(06).
          02 TAL-DADOS-FOLHA.
             03 TAL-TALAO       PIC 9(03).
             03 TAL-FOLHA-INI   PIC 9(06).
             03 TAL-FOLHA-FIM   PIC 9(06).
             03 TAL-DATA-EMISSAO PIC 9(08).
             03 TAL-SITUACAO    PIC X(01).
             03 TAL-MOTIVO      PIC 9(02).
             03 TAL-DATA-SIT    PIC 9(08).
             03 TAL-VALOR       PIC 9(08).
             03 FILLER          PIC X(04).
          02 TAL-DADOS-CONTROLE REDEFINES TAL-DADOS-FOLHA.
             03 TAL-ULT-TALAO   PIC 9(03).
             03 TAL-ULT-FOLHA   PIC 9(06).
             03 TAL-QTD-DEVOL   PIC 9(03).
             03 TAL-CCF         PIC X(01).
             03 TAL-DATA-CCF    PIC 9(08).
             03 TAL-BLOQ-TALAO  PIC X(01).
             03 FILLER          PIC X(24).
      *=====================LRECL 60===================================*
