             NOMEDEP                        CHAR(30),
             DTNASC                         CHAR(10),
             PARENTESCO                     CHAR(10),
             PLANO                          CHAR(1),
             DEPIR                          CHAR(1),
             ESTUDANTE                      CHAR(1)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IVAN.DEPEND                        *
           10 DEP-PARENTESCO       PIC X(10).
      *                       PLANO
           10 DEP-PLANO            PIC X(1).
      *                       DEPIR
           10 DEP-DEPIR            PIC X(1).
      *                       ESTUDANTE
           10 DEP-ESTUDANTE        PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
