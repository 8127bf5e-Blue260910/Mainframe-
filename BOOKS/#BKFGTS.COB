      ******************************************************************
      * DCLGEN TABLE(IVAN.FGTSHIST)                                    *
      *        LIBRARY(GR.IVAN.BOOKLIB(#BKFGTS))                       *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(FGT-)                                             *
      *        STRUCTURE(REG-FGTSHIST)                                 *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IVAN.FGTSHIST TABLE
           ( IDFUNC                         DECIMAL(5, 0),
             COMPET                         CHAR(6),
             TIPO                           CHAR(1),
             BASE                           DECIMAL(9, 2),
             VALOR                          DECIMAL(9, 2),
             SALDO                          DECIMAL(11, 2),
             DATAPROC                       CHAR(10)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IVAN.FGTSHIST                      *
      ******************************************************************
       01  REG-FGTSHIST.
      *                       IDFUNC
           10 FGT-IDFUNC           PIC S9(5)V USAGE COMP-3.
      *                       COMPET
           10 FGT-COMPET           PIC X(6).
      *                       TIPO
           10 FGT-TIPO             PIC X(1).
      *                       BASE
           10 FGT-BASE             PIC S9(7)V9(2) USAGE COMP-3.
      *                       VALOR
           10 FGT-VALOR            PIC S9(7)V9(2) USAGE COMP-3.
      *                       SALDO
           10 FGT-SALDO            PIC S9(9)V9(2) USAGE COMP-3.
      *                       DATAPROC
           10 FGT-DATAPROC         PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
