      ******************************************************************
      * DCLGEN TABLE(IVAN.BANCOHR)                                     *
      *        LIBRARY(GR.IVAN.BOOKLIB(#BKBHOR))                       *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(BHR-)                                             *
      *        STRUCTURE(REG-BANCOHR)                                  *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IVAN.BANCOHR TABLE
           ( IDFUNC                         DECIMAL(5, 0),
             DATAMOV                        CHAR(10),
             TIPO                           CHAR(1),
             HORAS                          DECIMAL(5, 0),
             SALDO                          DECIMAL(5, 0),
             COMPET                         CHAR(6),
             DATAPROC                       CHAR(10)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IVAN.BANCOHR                       *
      ******************************************************************
       01  REG-BANCOHR.
      *                       IDFUNC
           10 BHR-IDFUNC           PIC S9(5)V USAGE COMP-3.
      *                       DATAMOV
           10 BHR-DATAMOV          PIC X(10).
      *                       TIPO
           10 BHR-TIPO             PIC X(1).
      *                       HORAS
           10 BHR-HORAS            PIC S9(5)V USAGE COMP-3.
      *                       SALDO
           10 BHR-SALDO            PIC S9(5)V USAGE COMP-3.
      *                       COMPET
           10 BHR-COMPET           PIC X(6).
      *                       DATAPROC
           10 BHR-DATAPROC         PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
