      ******************************************************************
      * DCLGEN TABLE(IVAN.EXPERIEN)                                    *
      *        LIBRARY(GR.IVAN.BOOKLIB(#BKEXPR))                       *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(EXP-)                                             *
      *        STRUCTURE(REG-EXPERIEN)                                 *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IVAN.EXPERIEN TABLE
           ( IDFUNC                         DECIMAL(5, 0),
             TERMO                          CHAR(1),
             DTFIM                          CHAR(10),
             IDGERENTE                      DECIMAL(5, 0),
             DECISAO                        CHAR(1),
             DTDECISAO                      CHAR(10)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IVAN.EXPERIEN                      *
      ******************************************************************
       01  REG-EXPERIEN.
      *                       IDFUNC
           10 EXP-IDFUNC           PIC S9(5)V USAGE COMP-3.
      *                       TERMO
           10 EXP-TERMO            PIC X(1).
      *                       DTFIM
           10 EXP-DTFIM            PIC X(10).
      *                       IDGERENTE
           10 EXP-IDGERENTE        PIC S9(5)V USAGE COMP-3.
      *                       DECISAO
           10 EXP-DECISAO          PIC X(1).
      *                       DTDECISAO
           10 EXP-DTDECISAO        PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
