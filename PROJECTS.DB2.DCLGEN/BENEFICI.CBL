      ******************************************************************
      * DCLGEN TABLE(IBMUSER.BENEFICIARIO)                             *
      *        LIBRARY(PROJECTS.DB2.DCLGEN(BENEFICI))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.BENEFICIARIO TABLE
           ( CLAVE_BENEFICIARIO             INTEGER NOT NULL,
             CLAVE_CONTRATO                 INTEGER NOT NULL,
             IBAN                           CHAR(34) NOT NULL,
             BIC                            CHAR(11) NOT NULL,
             NOMBRE                         CHAR(50) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             USUARIO                        CHAR(8) NOT NULL,
             FECHA_ALTA                     TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.BENEFICIARIO               *
      ******************************************************************
       01  DCLBENEFICIARIO.
           10 CLAVE-BENEFICIARIO   PIC S9(9) USAGE COMP.
           10 CLAVE-CONTRATO       PIC S9(9) USAGE COMP.
           10 IBAN                 PIC X(34).
           10 BIC                  PIC X(11).
           10 NOMBRE               PIC X(50).
           10 ESTADO               PIC X(1).
           10 USUARIO              PIC X(8).
           10 FECHA-ALTA           PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
