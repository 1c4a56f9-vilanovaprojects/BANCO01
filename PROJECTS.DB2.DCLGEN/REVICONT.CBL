      ******************************************************************
      * DCLGEN TABLE(IBMUSER.REVISION_CONTRATO)                        *
      *        LIBRARY(PROJECTS.DB2.DCLGEN(REVICONT))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.REVISION_CONTRATO TABLE
           ( CLAVE_CONTRATO                 INTEGER NOT NULL,
             ESTADO_ANTERIOR                CHAR(1) NOT NULL,
             CLAVE_CLIENTE                  INTEGER NOT NULL,
             FECHA_REVISION                 TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.REVISION_CONTRATO          *
      ******************************************************************
       01  DCLREVISION-CONTRATO.
           10 CLAVE-CONTRATO       PIC S9(9) USAGE COMP.
           10 ESTADO-ANTERIOR      PIC X(1).
           10 CLAVE-CLIENTE        PIC S9(9) USAGE COMP.
           10 FECHA-REVISION       PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
