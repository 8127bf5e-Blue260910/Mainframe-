      ******************************************************************
      * DCLGEN TABLE(IVAN.PROVISAO)                                    *
      *        LIBRARY(GR.IVAN.BOOKLIB(#BKPROV))                       *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(PRV-)                                             *
      *        STRUCTURE(REG-PROVISAO)                                 *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IVAN.PROVISAO TABLE
           ( IDFUNC                         DECIMAL(5, 0),
             SALDO13                        DECIMAL(11, 2),
             SALDOFER                       DECIMAL(11, 2),
             COMPET                         CHAR(6)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IVAN.PROVISAO                      *
      ******************************************************************
       01  REG-PROVISAO.
      *                       IDFUNC
           10 PRV-IDFUNC           PIC S9(5)V USAGE COMP-3.
      *                       SALDO13
           10 PRV-SALDO13          PIC S9(9)V9(2) USAGE COMP-3.
      *                       SALDOFER
           10 PRV-SALDOFER         PIC S9(9)V9(2) USAGE COMP-3.
      *                       COMPET
           10 PRV-COMPET           PIC X(6).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
