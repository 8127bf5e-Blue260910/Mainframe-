      *=================LAYOUT DO ARQUIVO BHVENC=======================*
      *  BANCO DE HORAS DA COMPETENCIA, APURADO PELO FR21BHR1 PARA O   *
      *  FR21PAG1 DA MESMA COMPETENCIA:                                *
      *   BHV-HORAS-CRED - HORAS ALEM DA JORNADA DIARIA CREDITADAS NO  *
      *                    BANCO (NAO SAO PAGAS NA FOLHA DO MES)       *
      *   BHV-HORAS-VENC - SALDO NAO COMPENSADO EM SEIS MESES, PAGO    *
      *                    COMO HORA EXTRA (50 PCT)                    *
       01 REG-BHVENC.
          05 BHV-IDFUNC         PIC 9(05).
          05 BHV-COMPET         PIC 9(06).
          05 BHV-HORAS-CRED     PIC 9(05).
          05 BHV-HORAS-VENC     PIC 9(05).
          05 BHV-DATA           PIC 9(08).
          05 FILLER             PIC X(01).
      *=====================LRECL 30===================================*
