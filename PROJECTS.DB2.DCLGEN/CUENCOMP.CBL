      ******************************************************************
      * DCLGEN TABLE(IBMUSER.CUENTA_COMPENSACION)                      *
      *        LIBRARY(PROJECTS.DB2.DCLGEN(CUENCOMP))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.CUENTA_COMPENSACION TABLE
           ( MONEDA                         CHAR(3) NOT NULL,
             CONT_NOSTRO                    INTEGER NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.CUENTA_COMPENSACION        *
      ******************************************************************
       01  DCLCUENTA-COMPENSACION.
           10 MONEDA               PIC X(3).
           10 CONT-NOSTRO          PIC S9(9) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 2       *
      ******************************************************************
