      ******************************************************************
      * DCLGEN TABLE(IBMUSER.UMBRAL_AUTORIZACION)                      *
      *        LIBRARY(PROJECTS.DB2.DCLGEN(UMBRALAU))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.UMBRAL_AUTORIZACION TABLE
           ( TIPO_AUTORIZACION              CHAR(1) NOT NULL,
             MONEDA                         CHAR(3) NOT NULL,
             IMPORTE                        DECIMAL(13, 2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.UMBRAL_AUTORIZACION        *
      ******************************************************************
       01  DCLUMBRAL-AUTORIZACION.
           10 TIPO-AUTORIZACION    PIC X(1).
           10 MONEDA               PIC X(3).
           10 IMPORTE              PIC S9(11)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3       *
      ******************************************************************
