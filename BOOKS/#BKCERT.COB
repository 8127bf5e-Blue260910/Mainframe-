      ******************************************************************
      * DCLGEN TABLE(IVAN.CERTIF)                                      *
      *        LIBRARY(GR.IVAN.BOOKLIB(#BKCERT))                       *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CRT-)                                             *
      *        STRUCTURE(REG-CERTIF)                                   *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IVAN.CERTIF TABLE
           ( IDCERT                         CHAR(4),
             DESCCERT                       CHAR(30),
             VALIDADE                       DECIMAL(3, 0)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IVAN.CERTIF                        *
      ******************************************************************
       01  REG-CERTIF.
      *                       IDCERT
           10 CRT-IDCERT           PIC X(4).
      *                       DESCCERT
           10 CRT-DESCCERT         PIC X(30).
      *                       VALIDADE
           10 CRT-VALIDADE         PIC S9(3)V USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3       *
      ******************************************************************
