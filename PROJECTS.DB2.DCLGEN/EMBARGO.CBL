      ******************************************************************
      * DCLGEN TABLE(IBMUSER.EMBARGO)                                  *
      *        LIBRARY(PROJECTS.DB2.DCLGEN(EMBARGO))                   *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.EMBARGO TABLE
           ( CLAVE_EMBARGO                  INTEGER NOT NULL,
             REF_JUZGADO                    CHAR(30) NOT NULL,
             CLAVE_CLIENTE                  INTEGER NOT NULL,
             CONT_CONSIGNACION              INTEGER NOT NULL,
             MONEDA                         CHAR(3) NOT NULL,
             IMPORTE_ORDENADO               DECIMAL(13, 2) NOT NULL,
             IMPORTE_RETENIDO               DECIMAL(13, 2) NOT NULL,
             PRIORIDAD                      SMALLINT NOT NULL,
             FECHA_ORDEN                    DATE NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             FECHA_LEVANTAMIENTO            DATE,
             USUARIO                        CHAR(8) NOT NULL,
             FECHA_ALTA                     TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.EMBARGO                    *
      ******************************************************************
       01  DCLEMBARGO.
           10 CLAVE-EMBARGO        PIC S9(9) USAGE COMP.
           10 REF-JUZGADO          PIC X(30).
           10 CLAVE-CLIENTE        PIC S9(9) USAGE COMP.
           10 CONT-CONSIGNACION    PIC S9(9) USAGE COMP.
           10 MONEDA               PIC X(3).
           10 IMPORTE-ORDENADO     PIC S9(11)V9(2) USAGE COMP-3.
           10 IMPORTE-RETENIDO     PIC S9(11)V9(2) USAGE COMP-3.
           10 PRIORIDAD            PIC S9(4) USAGE COMP.
           10 FECHA-ORDEN          PIC X(10).
           10 ESTADO               PIC X(1).
           10 FECHA-LEVANTAMIENTO  PIC X(10).
           10 USUARIO              PIC X(8).
           10 FECHA-ALTA           PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
