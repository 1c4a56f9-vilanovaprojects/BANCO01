      ******************************************************************
      * DCLGEN TABLE(IBMUSER.PRESTAMO)                                 *
      *        LIBRARY(PROJECTS.DB2.DCLGEN(PRESTAMO))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.PRESTAMO TABLE
           ( CLAVE_PRESTAMO                 INTEGER NOT NULL,
             CONT_CARGO                     INTEGER NOT NULL,
             MONEDA                         CHAR(3) NOT NULL,
             PRINCIPAL                      DECIMAL(13, 2) NOT NULL,
             TIPO_INTERES                   DECIMAL(6, 4) NOT NULL,
             TIPO_DEMORA                    DECIMAL(6, 4) NOT NULL,
             PLAZO_MESES                    SMALLINT NOT NULL,
             CUOTA                          DECIMAL(13, 2) NOT NULL,
             CAPITAL_PENDIENTE              DECIMAL(13, 2) NOT NULL,
             FECHA_DISPOSICION              DATE NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             FECHA_CANCELACION              DATE,
             USUARIO                        CHAR(8) NOT NULL,
             FECHA_ALTA                     TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.PRESTAMO                   *
      ******************************************************************
       01  DCLPRESTAMO.
           10 CLAVE-PRESTAMO       PIC S9(9) USAGE COMP.
           10 CONT-CARGO           PIC S9(9) USAGE COMP.
           10 MONEDA               PIC X(3).
           10 PRINCIPAL            PIC S9(11)V9(2) USAGE COMP-3.
           10 TIPO-INTERES         PIC S9(2)V9(4) USAGE COMP-3.
           10 TIPO-DEMORA          PIC S9(2)V9(4) USAGE COMP-3.
           10 PLAZO-MESES          PIC S9(4) USAGE COMP.
           10 CUOTA                PIC S9(11)V9(2) USAGE COMP-3.
           10 CAPITAL-PENDIENTE    PIC S9(11)V9(2) USAGE COMP-3.
           10 FECHA-DISPOSICION    PIC X(10).
           10 ESTADO               PIC X(1).
           10 FECHA-CANCELACION    PIC X(10).
           10 USUARIO              PIC X(8).
           10 FECHA-ALTA           PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
