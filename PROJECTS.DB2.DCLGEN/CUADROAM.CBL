      ******************************************************************
      * DCLGEN TABLE(IBMUSER.CUADRO_AMORTIZACION)                      *
      *        LIBRARY(PROJECTS.DB2.DCLGEN(CUADROAM))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.CUADRO_AMORTIZACION TABLE
           ( CLAVE_PRESTAMO                 INTEGER NOT NULL,
             NUM_CUOTA                      SMALLINT NOT NULL,
             FECHA_VENCIMIENTO              DATE NOT NULL,
             CUOTA                          DECIMAL(13, 2) NOT NULL,
             CAPITAL                        DECIMAL(13, 2) NOT NULL,
             INTERESES                      DECIMAL(13, 2) NOT NULL,
             CAPITAL_PENDIENTE              DECIMAL(13, 2) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             FECHA_DEMORA                   DATE NOT NULL,
             DEMORA_PENDIENTE               DECIMAL(13, 2) NOT NULL,
             DEMORA_COBRADA                 DECIMAL(13, 2) NOT NULL,
             FECHA_COBRO                    DATE,
             CLAVE_MOVIMIENTO               INTEGER NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.CUADRO_AMORTIZACION        *
      ******************************************************************
       01  DCLCUADRO-AMORTIZACION.
           10 CLAVE-PRESTAMO       PIC S9(9) USAGE COMP.
           10 NUM-CUOTA            PIC S9(4) USAGE COMP.
           10 FECHA-VENCIMIENTO    PIC X(10).
           10 CUOTA                PIC S9(11)V9(2) USAGE COMP-3.
           10 CAPITAL              PIC S9(11)V9(2) USAGE COMP-3.
           10 INTERESES            PIC S9(11)V9(2) USAGE COMP-3.
           10 CAPITAL-PENDIENTE    PIC S9(11)V9(2) USAGE COMP-3.
           10 ESTADO               PIC X(1).
           10 FECHA-DEMORA         PIC X(10).
           10 DEMORA-PENDIENTE     PIC S9(11)V9(2) USAGE COMP-3.
           10 DEMORA-COBRADA       PIC S9(11)V9(2) USAGE COMP-3.
           10 FECHA-COBRO          PIC X(10).
           10 CLAVE-MOVIMIENTO     PIC S9(9) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
