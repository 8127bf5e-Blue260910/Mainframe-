      *=================LAYOUT DO ARQUIVO VALES========================*
      *  VALE-TRANSPORTE E VALE-REFEICAO CREDITADOS POR FUNCIONARIO NA *
      *  COMPETENCIA (FR21VAL1). O FR21PAG1 DA MESMA COMPETENCIA       *
      *  DESCONTA VALE-VT-DESCONTO (ATE 6% DO SALARIO BASE) NA LINHA   *
      *  FOLH-VALE-TRANSP E NO FOLHDED (TIPO 'V').                     *
      *  VALE-DIAS = DIAS UTEIS DO MES MENOS FERIAS E AUSENCIAS.       *
       01 REG-BENVALE.
          05 VALE-IDFUNC        PIC 9(05).
          05 VALE-COMPET        PIC 9(06).
          05 VALE-SETOR         PIC X(04).
          05 VALE-DIAS          PIC 9(02).
          05 VALE-VT-CREDITO    PIC 9(07)V99.
          05 VALE-VR-CREDITO    PIC 9(07)V99.
          05 VALE-VT-DESCONTO   PIC 9(07)V99.
          05 VALE-DATA          PIC 9(08).
          05 FILLER             PIC X(08).
      *=====================LRECL 60===================================*
