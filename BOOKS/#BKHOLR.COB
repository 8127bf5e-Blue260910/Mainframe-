      ******************************************************************
      * DCLGEN TABLE(IVAN.HOLERITE)                                    *
      *        LIBRARY(GR.IVAN.BOOKLIB(#BKHOLR))                       *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HOL-)                                             *
      *        STRUCTURE(REG-HOLERITE)                                 *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IVAN.HOLERITE TABLE
           ( IDFUNC                         DECIMAL(5, 0),
             COMPET                         CHAR(6),
             NOME                           CHAR(30),
             HORAS                          DECIMAL(5, 0),
             HORASEXT                       DECIMAL(5, 0),
             HORASFDS                       DECIMAL(5, 0),
             SALBASE                        DECIMAL(9, 2),
             VALEXT                         DECIMAL(9, 2),
             VALFDS                         DECIMAL(9, 2),
             FERIAS                         DECIMAL(9, 2),
             TERCO                          DECIMAL(9, 2),
             ADICTEMPO                      DECIMAL(9, 2),
             RETRO                          DECIMAL(9, 2),
             BRUTO                          DECIMAL(9, 2),
             TOTDESC                        DECIMAL(9, 2),
             LIQUIDO                        DECIMAL(9, 2),
             SITPAG                         CHAR(1),
             MOTIVO                         CHAR(20),
             DTULTALT                       CHAR(10),
             COMISSAO                       DECIMAL(9, 2)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IVAN.HOLERITE                      *
      ******************************************************************
       01  REG-HOLERITE.
      *                       IDFUNC
           10 HOL-IDFUNC           PIC S9(5)V USAGE COMP-3.
      *                       COMPET
           10 HOL-COMPET           PIC X(6).
      *                       NOME
           10 HOL-NOME             PIC X(30).
      *                       HORAS
           10 HOL-HORAS            PIC S9(5)V USAGE COMP-3.
      *                       HORASEXT
           10 HOL-HORASEXT         PIC S9(5)V USAGE COMP-3.
      *                       HORASFDS
           10 HOL-HORASFDS         PIC S9(5)V USAGE COMP-3.
      *                       SALBASE
           10 HOL-SALBASE          PIC S9(7)V9(2) USAGE COMP-3.
      *                       VALEXT
           10 HOL-VALEXT           PIC S9(7)V9(2) USAGE COMP-3.
      *                       VALFDS
           10 HOL-VALFDS           PIC S9(7)V9(2) USAGE COMP-3.
      *                       FERIAS
           10 HOL-FERIAS           PIC S9(7)V9(2) USAGE COMP-3.
      *                       TERCO
           10 HOL-TERCO            PIC S9(7)V9(2) USAGE COMP-3.
      *                       ADICTEMPO
           10 HOL-ADICTEMPO        PIC S9(7)V9(2) USAGE COMP-3.
      *                       RETRO
           10 HOL-RETRO            PIC S9(7)V9(2) USAGE COMP-3.
      *                       BRUTO
           10 HOL-BRUTO            PIC S9(7)V9(2) USAGE COMP-3.
      *                       TOTDESC
           10 HOL-TOTDESC          PIC S9(7)V9(2) USAGE COMP-3.
      *                       LIQUIDO
           10 HOL-LIQUIDO          PIC S9(7)V9(2) USAGE COMP-3.
      *                       SITPAG
           10 HOL-SITPAG           PIC X(1).
      *                       MOTIVO
           10 HOL-MOTIVO           PIC X(20).
      *                       DTULTALT
           10 HOL-DTULTALT         PIC X(10).
      *                       COMISSAO
           10 HOL-COMISSAO         PIC S9(7)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 20      *
      ******************************************************************
