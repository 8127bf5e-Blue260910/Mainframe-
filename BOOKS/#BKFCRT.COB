      ******************************************************************
      * DCLGEN TABLE(IVAN.FUNCCERT)                                    *
      *        LIBRARY(GR.IVAN.BOOKLIB(#BKFCRT))                       *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(FCE-)                                             *
      *        STRUCTURE(REG-FUNCCERT)                                 *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IVAN.FUNCCERT TABLE
           ( IDFUNC                         DECIMAL(5, 0),
             IDCERT                         CHAR(4),
             DTCONCL                        CHAR(10),
             DTVALID                        CHAR(10)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IVAN.FUNCCERT                      *
      ******************************************************************
       01  REG-FUNCCERT.
      *                       IDFUNC
           10 FCE-IDFUNC           PIC S9(5)V USAGE COMP-3.
      *                       IDCERT
           10 FCE-IDCERT           PIC X(4).
      *                       DTCONCL
           10 FCE-DTCONCL          PIC X(10).
      *                       DTVALID
           10 FCE-DTVALID          PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
