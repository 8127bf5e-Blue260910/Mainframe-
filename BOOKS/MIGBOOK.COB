      *=================LAYOUT DO ARQUIVO MIGXREF (KSDS)===============*
      *  REFERENCIA CRUZADA DA INCORPORACAO DE AGENCIAS: UM REGISTRO   *
      *  POR CONTA MIGRADA PELO FR21MIG1. CHAVE: CONTA ANTIGA. A       *
      *  CHAVE NOVA PODE TROCAR SO A AGENCIA OU TAMBEM O NUMERO DA     *
      *  CONTA. ATE MIG-FIM-TRANS (INCLUSIVE) O FR21EDMV REDIRECIONA   *
      *  PARA A CHAVE NOVA O MOVIMENTO QUE AINDA CHEGAR NA ANTIGA;     *
      *  DEPOIS DISSO ELE E REJEITADO COMO AGENCIA INATIVA ('G').      *
       01 REG-MIGXREF.
          02 MIG-CHAVE-ANT.
             03 MIG-AGENCIA-ANT PIC X(04).
             03 MIG-CONTA-ANT   PIC X(04).
          02 MIG-CHAVE-NOVA.
             03 MIG-AGENCIA-NOVA PIC X(04).
             03 MIG-CONTA-NOVA  PIC X(04).
          02 MIG-DATA-MIGR      PIC 9(08).
          02 MIG-FIM-TRANS      PIC 9(08).
          02 FILLER             PIC X(08).
      *=====================LRECL 40===================================*
