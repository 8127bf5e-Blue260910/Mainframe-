      *=================COMMAREA DO MODULO FR21VOL1====================*
      *  CONFERENCIA DE VOLUME: O CHAMADOR INFORMA PROGRAMA, DATA DO
      *  MOVIMENTO E OS CONTADORES DA EXECUCAO; O MODULO DEVOLVE AS
      *  MEDIAS DO MESMO DIA DA SEMANA NO RUNHIST, O PERCENTUAL DE
      *  CADA CONTADOR SOBRE A MEDIA E A SITUACAO CONTRA A FAIXA DO
      *  RUNTOL.
      *  STATUS: '0' DENTRO DA FAIXA / '1' FORA DA FAIXA /
      *          '2' HISTORICO INSUFICIENTE (NAO JULGADO)
      *  SIT-LIDOS / SIT-GRAV: ' ' NA FAIXA / 'B' ABAIXO / 'A' ACIMA /
      *          'N' NAO JULGADO
       01 LNK-VOLUME.
          05 LNK-VL-PROGRAMA     PIC X(08).
          05 LNK-VL-DATA         PIC 9(08).
          05 LNK-VL-LIDOS        PIC 9(07).
          05 LNK-VL-GRAVADOS     PIC 9(07).
          05 LNK-VL-STATUS       PIC X(01).
          05 LNK-VL-AMOSTRAS     PIC 9(02).
          05 LNK-VL-MEDIA-LIDOS  PIC 9(07).
          05 LNK-VL-MEDIA-GRAV   PIC 9(07).
          05 LNK-VL-MEDIA-ELAPSO PIC 9(06).
          05 LNK-VL-PCT-LIDOS    PIC 9(05).
          05 LNK-VL-PCT-GRAV     PIC 9(05).
          05 LNK-VL-SIT-LIDOS    PIC X(01).
          05 LNK-VL-SIT-GRAV     PIC X(01).
