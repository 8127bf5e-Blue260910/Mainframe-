      ******************************************************************
      * DCLGEN TABLE(IVAN.CARGOCERT)                                   *
      *        LIBRARY(GR.IVAN.BOOKLIB(#BKCRGC))                       *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CGC-)                                             *
      *        STRUCTURE(REG-CARGOCERT)                                *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IVAN.CARGOCERT TABLE
           ( IDCARGO                        CHAR(4),
             IDCERT                         CHAR(4)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IVAN.CARGOCERT                     *
      ******************************************************************
       01  REG-CARGOCERT.
      *                       IDCARGO
           10 CGC-IDCARGO          PIC X(4).
      *                       IDCERT
           10 CGC-IDCERT           PIC X(4).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 2       *
      ******************************************************************
