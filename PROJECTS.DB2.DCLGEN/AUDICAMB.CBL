      ******************************************************************
      * DCLGEN TABLE(IBMUSER.AUDITORIA_CAMBIO)                         *
      *        LIBRARY(PROJECTS.DB2.DCLGEN(AUDICAMB))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.AUDITORIA_CAMBIO TABLE
           ( CLAVE_CONTRATO                 INTEGER NOT NULL,
             ENTIDAD                        CHAR(8) NOT NULL,
             FECHA_HORA                     TIMESTAMP NOT NULL,
             CAMPO                          CHAR(18) NOT NULL,
             VALOR_ANTES                    CHAR(50) NOT NULL,
             VALOR_DESPUES                  CHAR(50) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.AUDITORIA_CAMBIO           *
      ******************************************************************
       01  DCLAUDITORIA-CAMBIO.
           10 CLAVE-CONTRATO       PIC S9(9) USAGE COMP.
           10 ENTIDAD              PIC X(8).
           10 FECHA-HORA           PIC X(26).
           10 CAMPO                PIC X(18).
           10 VALOR-ANTES          PIC X(50).
           10 VALOR-DESPUES        PIC X(50).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
