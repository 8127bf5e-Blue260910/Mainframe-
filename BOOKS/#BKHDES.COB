      ******************************************************************
      * DCLGEN TABLE(IVAN.HOLDESC)                                     *
      *        LIBRARY(GR.IVAN.BOOKLIB(#BKHDES))                       *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HDS-)                                             *
      *        STRUCTURE(REG-HOLDESC)                                  *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IVAN.HOLDESC TABLE
           ( IDFUNC                         DECIMAL(5, 0),
             COMPET                         CHAR(6),
             SEQ                            DECIMAL(3, 0),
             TIPO                           CHAR(1),
             BASE                           DECIMAL(9, 2),
             ALIQ                           DECIMAL(5, 2),
             VALOR                          DECIMAL(9, 2)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IVAN.HOLDESC                       *
      ******************************************************************
       01  REG-HOLDESC.
      *                       IDFUNC
           10 HDS-IDFUNC           PIC S9(5)V USAGE COMP-3.
      *                       COMPET
           10 HDS-COMPET           PIC X(6).
      *                       SEQ
           10 HDS-SEQ              PIC S9(3)V USAGE COMP-3.
      *                       TIPO
           10 HDS-TIPO             PIC X(1).
      *                       BASE
           10 HDS-BASE             PIC S9(7)V9(2) USAGE COMP-3.
      *                       ALIQ
           10 HDS-ALIQ             PIC S9(3)V9(2) USAGE COMP-3.
      *                       VALOR
           10 HDS-VALOR            PIC S9(7)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
