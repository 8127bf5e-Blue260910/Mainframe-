      ******************************************************************
      * DCLGEN TABLE(IVAN.ALTBANC)                                     *
      *        LIBRARY(GR.IVAN.BOOKLIB(#BKALTB))                       *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(ALB-)                                             *
      *        STRUCTURE(REG-ALTBANC)                                  *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IVAN.ALTBANC TABLE
           ( NUMPED                         DECIMAL(7, 0),
             IDFUNC                         DECIMAL(5, 0),
             BANCOANT                       CHAR(3),
             AGBANCANT                      CHAR(4),
             CONTAANT                       CHAR(10),
             BANCO                          CHAR(3),
             AGBANCO                        CHAR(4),
             CONTABCO                       CHAR(10),
             SITUACAO                       CHAR(1),
             OPERSOL                        CHAR(8),
             DTHSOL                         CHAR(14),
             OPERDEC                        CHAR(8),
             DTHDEC                         CHAR(14)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IVAN.ALTBANC                       *
      ******************************************************************
       01  REG-ALTBANC.
      *                       NUMPED
           10 ALB-NUMPED           PIC S9(7)V USAGE COMP-3.
      *                       IDFUNC
           10 ALB-IDFUNC           PIC S9(5)V USAGE COMP-3.
      *                       BANCOANT
           10 ALB-BANCOANT         PIC X(3).
      *                       AGBANCANT
           10 ALB-AGBANCANT        PIC X(4).
      *                       CONTAANT
           10 ALB-CONTAANT         PIC X(10).
      *                       BANCO
           10 ALB-BANCO            PIC X(3).
      *                       AGBANCO
           10 ALB-AGBANCO          PIC X(4).
      *                       CONTABCO
           10 ALB-CONTABCO         PIC X(10).
      *                       SITUACAO
           10 ALB-SITUACAO         PIC X(1).
      *                       OPERSOL
           10 ALB-OPERSOL          PIC X(8).
      *                       DTHSOL
           10 ALB-DTHSOL           PIC X(14).
      *                       OPERDEC
           10 ALB-OPERDEC          PIC X(8).
      *                       DTHDEC
           10 ALB-DTHDEC           PIC X(14).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
