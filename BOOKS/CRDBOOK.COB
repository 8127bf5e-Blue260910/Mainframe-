      *=================LAYOUT DO ARQUIVO CRDCAD (KSDS)================*
      *  CADASTRO DE CARTOES DE DEBITO DA CONTA CORRENTE. CHAVE: O     *
      *  NUMERO DO CARTAO (16 DIGITOS) EMITIDO PELA PROCESSADORA.      *
      *  MANTIDO PELO FR21CRD1 E CONSULTADO NA LIQUIDACAO DIARIA DO    *
      *  FR21CRD2. CRD-VALIDADE E O MES/ANO IMPRESSO (AAAAMM).         *
      *  CRD-SITUACAO: 'A' ATIVO / 'B' BLOQUEADO / 'C' CANCELADO.      *
      *  CRD-MOTIVO DO BLOQUEIO OU CANCELAMENTO: 'P' PERDA / 'R'       *
      *  ROUBO OU FURTO / 'F' FRAUDE / 'S' SOLICITACAO DO CLIENTE /    *
      *  'E' ENCERRAMENTO DA CONTA. BLOQUEIO POR ROUBO OU FRAUDE E     *
      *  DEFINITIVO (SO SAI POR CANCELAMENTO E NOVO CARTAO).           *
       01 REG-CRDCAD.
          02 CRD-NUMERO         PIC X(16).
          02 CRD-CHAVE.
             03 CRD-AGENCIA     PIC X(04).
             03 CRD-CONTA       PIC X(04).
          02 CRD-NOME           PIC X(26).
          02 CRD-VALIDADE       PIC 9(06).
          02 CRD-SITUACAO       PIC X(01).
          02 CRD-MOTIVO         PIC X(01).
          02 CRD-DATA-EMISSAO   PIC 9(08).
          02 CRD-DATA-SIT       PIC 9(08).
          02 FILLER             PIC X(06).
      *=====================LRECL 80===================================*
