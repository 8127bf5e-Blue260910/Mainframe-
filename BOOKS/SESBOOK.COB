      *=================LAYOUT DO JORNAL DE SESSOES (SESSLOG)==========*
      *  GRAVADO PELO F21CIP0 (SIGNON E DESVIO PARA AS FUNCOES) E PELO *
      *  F21CIPP (ACOES DA SEGURANCA) NA FILA TD 'SJRN', QUE A         *
      *  OPERACAO DESCARREGA NO PR.FOUR021.SESSLOG; O FR21SEG1         *
      *  LE O JORNAL PARA O RELATORIO SEMANAL DE SEGURANCA.            *
      *  SES-EVENTO:                                                   *
      *   'SO' SIGNON ACEITO        'SF' SENHA INVALIDA                *
      *   'NC' OPERADOR NAO CADAST. 'SB' SIGNON DE BLOQUEADO/INATIVO   *
      *   'BL' BLOQUEIO POR TENTAT. 'TS' TROCA DE SENHA                *
      *   'IN' INATIVADO SEM USO    'XC' DESVIO PARA FUNCAO (PROGRAMA) *
      *   'DB' DESBLOQUEIO          'RH' REABILITACAO DE INATIVO       *
      *   'RS' SENHA REDEFINIDA     'PF' ALTERACAO DE PERFIL           *
      *   'PM' PARAMETROS DE SEGURANCA ALTERADOS                       *
      *  SES-OPERADOR E QUEM FEZ A ACAO; SES-ALVO, O OPERADOR ATINGIDO *
      *  PELA ACAO DA SEGURANCA. SES-DETALHE: NO 'PF' O PERFIL ANTES E *
      *  DEPOIS (SUPERVISOR + FUNCOES); NO 'SF'/'BL' A CONTAGEM DE     *
      *  TENTATIVAS; NO 'PM' OS PARAMETROS NOVOS.                      *
       01 REG-SESSAO.
          05 SES-DATA           PIC 9(08).
          05 SES-HORA           PIC 9(06).
          05 SES-OPERADOR       PIC X(08).
          05 SES-TERMINAL       PIC X(04).
          05 SES-EVENTO         PIC X(02).
          05 SES-PROGRAMA       PIC X(08).
          05 SES-ALVO           PIC X(08).
          05 SES-DETALHE.
             10 SES-DET-ANTES   PIC X(24).
             10 SES-DET-DEPOIS  PIC X(24).
          05 FILLER             PIC X(08).
      *=====================LRECL 100==================================*
