      *=================COMMAREA DO MODULO FR21NOT0====================*
      *  CAIXA DE SAIDA DE NOTIFICACOES AO FUNCIONARIO: OS PROGRAMAS   *
      *  DE FOLHA (FR21PAG1), FERIAS (FR21FER2), AUMENTO (FR21APL1),   *
      *  TRANSFERENCIA (FR21TRF1) E BENEFICIOS (FR21ENR1) CHAMAM O     *
      *  MODULO A CADA EVENTO EFETIVADO; O MODULO CARIMBA DATA/HORA E  *
      *  GRAVA EM NOTIFIC, QUE O FR21NOT1 TRANSFORMA NA INTERFACE DO   *
      *  GATEWAY DE CORREIO.                                           *
      *  EVENTO = ID DO MODELO DO TEXTO NO ARQUIVO MENSAGEM:           *
      *  NOTHOLER HOLERITE DISPONIVEL / NOTFERAP FERIAS APROVADAS /    *
      *  NOTFERRC FERIAS RECUSADAS / NOTAUMEN AUMENTO APLICADO /       *
      *  NOTTRANS TRANSFERENCIA DE SETOR / NOTBENEF ADESAO CONFIRMADA. *
      *  DETALHE E O COMPLEMENTO QUE ENTRA NO LUGAR DO '#' DO MODELO.  *
       01 NOT-DADOS.
          05 NOT-PROGRAMA       PIC X(08).
          05 NOT-EVENTO         PIC X(08).
          05 NOT-IDFUNC         PIC 9(05).
          05 NOT-DETALHE        PIC X(40).
          05 NOT-DATA           PIC 9(08).
          05 NOT-HORA           PIC 9(06).
      *=====================LRECL 75===================================*
