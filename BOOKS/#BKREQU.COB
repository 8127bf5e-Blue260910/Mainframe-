      ******************************************************************
      * DCLGEN TABLE(IVAN.REQUIS)                                      *
      *        LIBRARY(GR.IVAN.BOOKLIB(#BKREQU))                       *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(REQ-)                                             *
      *        STRUCTURE(REG-REQUIS)                                   *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IVAN.REQUIS TABLE
           ( NUMREQ                         DECIMAL(7, 0),
             IDSETOR                        CHAR(4),
             IDCARGO                        CHAR(4),
             SALOFER                        DECIMAL(9, 2),
             DTABERT                        CHAR(10),
             STATUS                         CHAR(1),
             DTFECH                         CHAR(10),
             IDFUNC                         DECIMAL(5, 0)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IVAN.REQUIS                        *
      ******************************************************************
       01  REG-REQUIS.
      *                       NUMREQ
           10 REQ-NUMREQ           PIC S9(7)V USAGE COMP-3.
      *                       IDSETOR
           10 REQ-IDSETOR          PIC X(4).
      *                       IDCARGO
           10 REQ-IDCARGO          PIC X(4).
      *                       SALOFER
           10 REQ-SALOFER          PIC S9(7)V9(2) USAGE COMP-3.
      *                       DTABERT
           10 REQ-DTABERT          PIC X(10).
      *                       STATUS
           10 REQ-STATUS           PIC X(1).
      *                       DTFECH
           10 REQ-DTFECH           PIC X(10).
      *                       IDFUNC
           10 REQ-IDFUNC           PIC S9(5)V USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
