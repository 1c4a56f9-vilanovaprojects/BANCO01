      ******************************************************************
      * DCLGEN TABLE(IBMUSER.EMBARGO_CONTRATO)                         *
      *        LIBRARY(PROJECTS.DB2.DCLGEN(EMBACONT))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.EMBARGO_CONTRATO TABLE
           ( CLAVE_EMBARGO                  INTEGER NOT NULL,
             CLAVE_CONTRATO                 INTEGER NOT NULL,
             BLOQUEADO                      CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.EMBARGO_CONTRATO           *
      ******************************************************************
       01  DCLEMBARGO-CONTRATO.
           10 CLAVE-EMBARGO        PIC S9(9) USAGE COMP.
           10 CLAVE-CONTRATO       PIC S9(9) USAGE COMP.
           10 BLOQUEADO            PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3       *
      ******************************************************************
