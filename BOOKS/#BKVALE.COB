      ******************************************************************
      * DCLGEN TABLE(IVAN.VALES)                                       *
      *        LIBRARY(GR.IVAN.BOOKLIB(#BKVALE))                       *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(VAL-)                                             *
      *        STRUCTURE(REG-VALES)                                    *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IVAN.VALES TABLE
           ( IDFUNC                         DECIMAL(5, 0),
             OPTVT                          CHAR(1),
             CUSTOVT                        DECIMAL(7, 2),
             GRADEVR                        CHAR(1)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IVAN.VALES                         *
      ******************************************************************
       01  REG-VALES.
      *                       IDFUNC
           10 VAL-IDFUNC           PIC S9(5)V USAGE COMP-3.
      *                       OPTVT
           10 VAL-OPTVT            PIC X(1).
      *                       CUSTOVT
           10 VAL-CUSTOVT          PIC S9(5)V9(2) USAGE COMP-3.
      *                       GRADEVR
           10 VAL-GRADEVR          PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
