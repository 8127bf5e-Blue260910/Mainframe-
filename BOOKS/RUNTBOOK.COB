      *=================LAYOUT DAS FAIXAS DE TOLERANCIA (RUNTOL)======*
      *  FAIXA DE VOLUME ACEITA POR PROGRAMA E CONTADOR, EM PERCENTUAL*
      *  DA MEDIA DAS EXECUCOES DO MESMO DIA DA SEMANA NAS ULTIMAS    *
      *  RTL-SEMANAS SEMANAS (ATE 26). COM MENOS DE RTL-AMOSTRAS      *
      *  EXECUCOES NA MEDIA O CONTADOR NAO E JULGADO.                 *
      *  RTL-CONTADOR: 'L' LIDOS / 'G' GRAVADOS.                      *
      *  PROGRAMA '*PADRAO' VALE PARA QUEM NAO TEM LINHA PROPRIA;     *
      *  SEM ELE VALEM 70% A 150%, 4 SEMANAS E 2 AMOSTRAS.            *
       01 REG-RUNTOL.
          05 RTL-PROGRAMA       PIC X(08).
          05 RTL-CONTADOR       PIC X(01).
          05 RTL-PCT-MIN        PIC 9(03).
          05 RTL-PCT-MAX        PIC 9(03).
          05 RTL-SEMANAS        PIC 9(02).
          05 RTL-AMOSTRAS       PIC 9(02).
          05 FILLER             PIC X(61).
      *=====================LRECL 80===================================*
