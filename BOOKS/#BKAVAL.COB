      ******************************************************************
      * DCLGEN TABLE(IVAN.AVALIAC)                                     *
      *        LIBRARY(GR.IVAN.BOOKLIB(#BKAVAL))                       *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(AVL-)                                             *
      *        STRUCTURE(REG-AVALIAC)                                  *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IVAN.AVALIAC TABLE
           ( IDFUNC                         DECIMAL(5, 0),
             CICLO                          CHAR(6),
             NOTA                           DECIMAL(1, 0),
             IDAVALIADOR                    DECIMAL(5, 0),
             DTAVAL                         CHAR(10),
             IDSETOR                        CHAR(4),
             SALATUAL                       DECIMAL(9, 2),
             PERCMERITO                     DECIMAL(5, 2),
             SALPROP                        DECIMAL(9, 2),
             SITUACAO                       CHAR(1),
             DTSIT                          CHAR(10)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IVAN.AVALIAC                       *
      ******************************************************************
       01  REG-AVALIAC.
      *                       IDFUNC
           10 AVL-IDFUNC           PIC S9(5)V USAGE COMP-3.
      *                       CICLO
           10 AVL-CICLO            PIC X(6).
      *                       NOTA
           10 AVL-NOTA             PIC S9(1)V USAGE COMP-3.
      *                       IDAVALIADOR
           10 AVL-IDAVALIADOR      PIC S9(5)V USAGE COMP-3.
      *                       DTAVAL
           10 AVL-DTAVAL           PIC X(10).
      *                       IDSETOR
           10 AVL-IDSETOR          PIC X(4).
      *                       SALATUAL
           10 AVL-SALATUAL         PIC S9(7)V9(2) USAGE COMP-3.
      *                       PERCMERITO
           10 AVL-PERCMERITO       PIC S9(3)V9(2) USAGE COMP-3.
      *                       SALPROP
           10 AVL-SALPROP          PIC S9(7)V9(2) USAGE COMP-3.
      *                       SITUACAO
           10 AVL-SITUACAO         PIC X(1).
      *                       DTSIT
           10 AVL-DTSIT            PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
