      ******************************************************************
      * DCLGEN TABLE(IVAN.PENSAO)                                      *
      *        LIBRARY(GR.IVAN.BOOKLIB(#BKPENS))                       *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(PEN-)                                             *
      *        STRUCTURE(REG-PENSAO)                                   *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IVAN.PENSAO TABLE
           ( IDFUNC                         DECIMAL(5, 0),
             SEQPENS                        DECIMAL(2, 0),
             PROCESSO                       CHAR(20),
             BENEFIC                        CHAR(30),
             BANCO                          CHAR(3),
             AGENCIA                        CHAR(4),
             CONTA                          CHAR(10),
             BASECALC                       CHAR(1),
             PERCENT                        DECIMAL(5, 2),
             VALOR                          DECIMAL(9, 2),
             DATAINI                        CHAR(10),
             DATAFIM                        CHAR(10)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IVAN.PENSAO                        *
      ******************************************************************
       01  REG-PENSAO.
      *                       IDFUNC
           10 PEN-IDFUNC           PIC S9(5)V USAGE COMP-3.
      *                       SEQPENS
           10 PEN-SEQPENS          PIC S9(2)V USAGE COMP-3.
      *                       PROCESSO
           10 PEN-PROCESSO         PIC X(20).
      *                       BENEFIC
           10 PEN-BENEFIC          PIC X(30).
      *                       BANCO
           10 PEN-BANCO            PIC X(3).
      *                       AGENCIA
           10 PEN-AGENCIA          PIC X(4).
      *                       CONTA
           10 PEN-CONTA            PIC X(10).
      *                       BASECALC
           10 PEN-BASECALC         PIC X(1).
      *                       PERCENT
           10 PEN-PERCENT          PIC S9(3)V9(2) USAGE COMP-3.
      *                       VALOR
           10 PEN-VALOR            PIC S9(7)V9(2) USAGE COMP-3.
      *                       DATAINI
           10 PEN-DATAINI          PIC X(10).
      *                       DATAFIM
           10 PEN-DATAFIM          PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
