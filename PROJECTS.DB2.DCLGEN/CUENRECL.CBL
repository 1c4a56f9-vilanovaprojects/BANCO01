      ******************************************************************
      * DCLGEN TABLE(IBMUSER.CUENTA_RECLAMACION)                       *
      *        LIBRARY(PROJECTS.DB2.DCLGEN(CUENRECL))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.CUENTA_RECLAMACION TABLE
           ( MONEDA                         CHAR(3) NOT NULL,
             CONT_RECLAMACION               INTEGER NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.CUENTA_RECLAMACION         *
      ******************************************************************
       01  DCLCUENTA-RECLAMACION.
           10 MONEDA               PIC X(3).
           10 CONT-RECLAMACION     PIC S9(9) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 2       *
      ******************************************************************
