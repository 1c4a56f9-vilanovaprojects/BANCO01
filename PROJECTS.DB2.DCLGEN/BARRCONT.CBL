      ******************************************************************
      * DCLGEN TABLE(IBMUSER.BARRIDO_CONTRATO)                         *
      *        LIBRARY(PROJECTS.DB2.DCLGEN(BARRCONT))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.BARRIDO_CONTRATO TABLE
           ( CLAVE_BARRIDO                  INTEGER NOT NULL,
             CLAVE_CONTRATO                 INTEGER NOT NULL,
             SALDO_OBJETIVO                 DECIMAL(13, 2) NOT NULL,
             SENTIDO                        CHAR(1) NOT NULL,
             IMPORTE_MINIMO                 DECIMAL(13, 2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.BARRIDO_CONTRATO           *
      ******************************************************************
       01  DCLBARRIDO-CONTRATO.
           10 CLAVE-BARRIDO        PIC S9(9) USAGE COMP.
           10 CLAVE-CONTRATO       PIC S9(9) USAGE COMP.
           10 SALDO-OBJETIVO       PIC S9(11)V9(2) USAGE COMP-3.
           10 SENTIDO              PIC X(1).
           10 IMPORTE-MINIMO       PIC S9(11)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
