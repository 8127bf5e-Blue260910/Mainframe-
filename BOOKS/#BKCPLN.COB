      ******************************************************************
      * DCLGEN TABLE(IVAN.CONTPLAN)                                    *
      *        LIBRARY(GR.IVAN.BOOKLIB(#BKCPLN))                       *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CPL-)                                             *
      *        STRUCTURE(REG-CONTPLAN)                                 *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IVAN.CONTPLAN TABLE
           ( IDFUNC                         DECIMAL(5, 0),
             PLANMED                        CHAR(1),
             COTAS                          DECIMAL(3, 0),
             DATADEM                        CHAR(10),
             MESCONTR                       DECIMAL(3, 0),
             MESDIR                         DECIMAL(3, 0),
             DTLIMOPC                       CHAR(10),
             DTFIMDIR                       CHAR(10),
             OPCAO                          CHAR(1),
             DTOPCAO                        CHAR(10),
             SITUACAO                       CHAR(1),
             MOTIVOENC                      CHAR(20),
             COMPETFAT                      CHAR(6),
             VALFAT                         DECIMAL(9, 2),
             COMPETPAG                      CHAR(6),
             DTULTALT                       CHAR(10)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IVAN.CONTPLAN                      *
      ******************************************************************
       01  REG-CONTPLAN.
      *                       IDFUNC
           10 CPL-IDFUNC           PIC S9(5)V USAGE COMP-3.
      *                       PLANMED
           10 CPL-PLANMED          PIC X(1).
      *                       COTAS
           10 CPL-COTAS            PIC S9(3)V USAGE COMP-3.
      *                       DATADEM
           10 CPL-DATADEM          PIC X(10).
      *                       MESCONTR
           10 CPL-MESCONTR         PIC S9(3)V USAGE COMP-3.
      *                       MESDIR
           10 CPL-MESDIR           PIC S9(3)V USAGE COMP-3.
      *                       DTLIMOPC
           10 CPL-DTLIMOPC         PIC X(10).
      *                       DTFIMDIR
           10 CPL-DTFIMDIR         PIC X(10).
      *                       OPCAO
           10 CPL-OPCAO            PIC X(1).
      *                       DTOPCAO
           10 CPL-DTOPCAO          PIC X(10).
      *                       SITUACAO
           10 CPL-SITUACAO         PIC X(1).
      *                       MOTIVOENC
           10 CPL-MOTIVOENC        PIC X(20).
      *                       COMPETFAT
           10 CPL-COMPETFAT        PIC X(6).
      *                       VALFAT
           10 CPL-VALFAT           PIC S9(7)V9(2) USAGE COMP-3.
      *                       COMPETPAG
           10 CPL-COMPETPAG        PIC X(6).
      *                       DTULTALT
           10 CPL-DTULTALT         PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 16      *
      ******************************************************************
