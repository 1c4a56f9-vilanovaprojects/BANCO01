      ******************************************************************
      * DCLGEN TABLE(IBMUSER.TRANSFERENCIA_EXTERNA)                    *
      *        LIBRARY(PROJECTS.DB2.DCLGEN(TRANEXTE))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.TRANSFERENCIA_EXTERNA TABLE
           ( CLAVE_MOV_ORDEN                INTEGER NOT NULL,
             CONT_ORIGEN                    INTEGER NOT NULL,
             CLAVE_BENEFICIARIO             INTEGER NOT NULL,
             IBAN                           CHAR(34) NOT NULL,
             BIC                            CHAR(11) NOT NULL,
             NOMBRE                         CHAR(50) NOT NULL,
             CONCEPTO                       CHAR(50) NOT NULL,
             IMPORTE                        DECIMAL(13, 2) NOT NULL,
             MONEDA                         CHAR(3) NOT NULL,
             CONT_NOSTRO                    INTEGER NOT NULL,
             FECHA_ORDEN                    DATE NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             NUM_FICHERO                    INTEGER NOT NULL,
             FECHA_ENVIO                    DATE,
             MOTIVO_DEVOLUCION              CHAR(4) NOT NULL,
             FECHA_DEVOLUCION               DATE,
             CLAVE_MOV_DEVOLUCION           INTEGER NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.TRANSFERENCIA_EXTERNA      *
      ******************************************************************
       01  DCLTRANSFERENCIA-EXTERNA.
           10 CLAVE-MOV-ORDEN      PIC S9(9) USAGE COMP.
           10 CONT-ORIGEN          PIC S9(9) USAGE COMP.
           10 CLAVE-BENEFICIARIO   PIC S9(9) USAGE COMP.
           10 IBAN                 PIC X(34).
           10 BIC                  PIC X(11).
           10 NOMBRE               PIC X(50).
           10 CONCEPTO             PIC X(50).
           10 IMPORTE              PIC S9(11)V9(2) USAGE COMP-3.
           10 MONEDA               PIC X(3).
           10 CONT-NOSTRO          PIC S9(9) USAGE COMP.
           10 FECHA-ORDEN          PIC X(10).
           10 ESTADO               PIC X(1).
           10 NUM-FICHERO          PIC S9(9) USAGE COMP.
           10 FECHA-ENVIO          PIC X(10).
           10 MOTIVO-DEVOLUCION    PIC X(4).
           10 FECHA-DEVOLUCION     PIC X(10).
           10 CLAVE-MOV-DEVOLUCION PIC S9(9) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 17      *
      ******************************************************************
