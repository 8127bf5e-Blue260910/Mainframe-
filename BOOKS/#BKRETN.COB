      ******************************************************************
      * DCLGEN TABLE(IVAN.RETENCAO)                                    *
      *        LIBRARY(GR.IVAN.BOOKLIB(#BKRETN))                       *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(RTC-)                                             *
      *        STRUCTURE(REG-RETENCAO)                                 *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IVAN.RETENCAO TABLE
           ( TABELA                         CHAR(8),
             ANOSONLINE                     DECIMAL(2, 0),
             ANOSARQ                        DECIMAL(2, 0),
             DTULTARQ                       CHAR(10)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IVAN.RETENCAO                      *
      ******************************************************************
       01  REG-RETENCAO.
      *                       TABELA
           10 RTC-TABELA           PIC X(8).
      *                       ANOSONLINE
           10 RTC-ANOSONLINE       PIC S9(2)V USAGE COMP-3.
      *                       ANOSARQ
           10 RTC-ANOSARQ          PIC S9(2)V USAGE COMP-3.
      *                       DTULTARQ
           10 RTC-DTULTARQ         PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
