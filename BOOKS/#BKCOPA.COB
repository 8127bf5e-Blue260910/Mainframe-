      ******************************************************************
      * DCLGEN TABLE(IVAN.COPART)                                      *
      *        LIBRARY(GR.IVAN.BOOKLIB(#BKCOPA))                       *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CPA-)                                             *
      *        STRUCTURE(REG-COPART)                                   *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IVAN.COPART TABLE
           ( IDFUNC                         DECIMAL(5, 0),
             COMPET                         CHAR(6),
             SALDOANT                       DECIMAL(9, 2),
             VALMES                         DECIMAL(9, 2),
             VALCOBR                        DECIMAL(9, 2),
             SALDO                          DECIMAL(9, 2),
             DATAPROC                       CHAR(10)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IVAN.COPART                        *
      ******************************************************************
       01  REG-COPART.
      *                       IDFUNC
           10 CPA-IDFUNC           PIC S9(5)V USAGE COMP-3.
      *                       COMPET
           10 CPA-COMPET           PIC X(6).
      *                       SALDOANT
           10 CPA-SALDOANT         PIC S9(7)V9(2) USAGE COMP-3.
      *                       VALMES
           10 CPA-VALMES           PIC S9(7)V9(2) USAGE COMP-3.
      *                       VALCOBR
           10 CPA-VALCOBR          PIC S9(7)V9(2) USAGE COMP-3.
      *                       SALDO
           10 CPA-SALDO            PIC S9(7)V9(2) USAGE COMP-3.
      *                       DATAPROC
           10 CPA-DATAPROC         PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
