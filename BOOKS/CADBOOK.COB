      *  (MESMA CHAVE DO CLUSTER CLIENTES). DOCUMENTO VALIDADO POR     *
      *  DIGITO VERIFICADOR NA CARGA (FR21CAD1): CPF COM 11 DIGITOS    *
      *  ALINHADO A ESQUERDA (TIPO 'F') OU CNPJ COM 14 (TIPO 'J').     *
      *  REVISAO PERIODICA DO CADASTRO (CONHECA SEU CLIENTE):          *
      *  CAD-RISCO 'A' ALTO (REVISAO A CADA 1 ANO) / 'M' MEDIO (3      *
      *  ANOS) / 'B' BAIXO (5 ANOS); CAD-DATA-CONFIRM E A ULTIMA       *
      *  CONFIRMACAO DOS DADOS E CAD-DATA-REVISAO O VENCIMENTO DA      *
      *  PROXIMA, AMBAS MANTIDAS PELO FR21CAD1. CAD-KYC-SITUACAO E     *
      *  CAD-DATA-CARTA SAO DA ROTINA MENSAL FR21KYC1: 'R' REGULAR /   *
      *  'V' VENCIDO NA CARENCIA / 'B' VENCIDO APOS A CARENCIA (O      *
      *  FR21LIM1 E O FR21CDB1 RECUSAM CREDITO NOVO ATE A REVISAO).    *
      *  BRANCOS = REGISTRO ANTERIOR A ESTA VERSAO, CLASSIFICADO NA    *
      *  PRIMEIRA PASSAGEM DO FR21KYC1.                                *
      *  CAD-TITULARES: QUANTIDADE DE TITULARES DA CONTA (2 A 9 =      *
      *  CONTA CONJUNTA; O DOCUMENTO E O DO PRIMEIRO TITULAR). ZERO    *
      *  OU BRANCO VALE 1. O FR21FGC1 RATEIA O SALDO DA CONTA          *
      *  CONJUNTA ENTRE OS TITULARES NA EXPOSICAO AO FGC.              *
      *  CORRESPONDENCIA DEVOLVIDA PELO CORREIO: CAD-END-INVALIDO 'S'  *
      *  (MARCADO PELO FR21COR1 COM A DATA E O MOTIVO DA DEVOLUCAO)    *
      *  SUSPENDE A REMESSA DE EXTRATO IMPRESSO (FR21SPT1), DO         *
      *  INFORME DE RENDIMENTOS (FR21INF2) E DAS CARTAS (FR21CBR1,     *
      *  FR21KYC1, FR21UNC1) ATE O FR21CAD1                            *
      *  REGISTRAR A ALTERACAO DO ENDERECO. QUALQUER OUTRO VALOR =     *
      *  ENDERECO VALIDO. MOTIVOS: 01 MUDOU-SE / 02 ENDERECO           *
      *  INSUFICIENTE / 03 NUMERO INEXISTENTE / 04 DESCONHECIDO /      *
      *  05 RECUSADO / 06 AUSENTE / 07 NAO PROCURADO / 08 FALECIDO /   *
      *  09 OUTROS.                                                    *
       01 REG-CADCLI.
          02 CAD-CHAVE.
             03 CAD-AGENCIA     PIC X(04).
          02 CAD-UF             PIC X(02).
          02 CAD-CEP            PIC X(08).
          02 CAD-TELEFONE       PIC X(11).
          02 CAD-RISCO          PIC X(01).
          02 CAD-DATA-CONFIRM   PIC 9(08).
          02 CAD-DATA-REVISAO   PIC 9(08).
          02 CAD-KYC-SITUACAO   PIC X(01).
          02 CAD-DATA-CARTA     PIC 9(08).
          02 CAD-TITULARES      PIC 9(01).
          02 CAD-END-INVALIDO   PIC X(01).
          02 CAD-DATA-DEVOL     PIC 9(08).
          02 CAD-MOTIVO-DEVOL   PIC 9(02).
      *=====================LRECL 132==================================*
