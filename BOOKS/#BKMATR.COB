      ******************************************************************
      * DCLGEN TABLE(IVAN.MATRIZMER)                                   *
      *        LIBRARY(GR.IVAN.BOOKLIB(#BKMATR))                       *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(MTZ-)                                             *
      *        STRUCTURE(REG-MATRIZMER)                                *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IVAN.MATRIZMER TABLE
           ( NOTA                           DECIMAL(1, 0),
             POSFAIXA                       CHAR(1),
             PERCMERITO                     DECIMAL(5, 2)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IVAN.MATRIZMER                     *
      ******************************************************************
       01  REG-MATRIZMER.
      *                       NOTA
           10 MTZ-NOTA             PIC S9(1)V USAGE COMP-3.
      *                       POSFAIXA
           10 MTZ-POSFAIXA         PIC X(1).
      *                       PERCMERITO
           10 MTZ-PERCMERITO       PIC S9(3)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3       *
      ******************************************************************
