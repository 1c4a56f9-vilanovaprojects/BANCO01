      ******************************************************************
           EXEC SQL DECLARE IBMUSER.TARIFA TABLE
           ( CLAVE_CONTRATO                 INTEGER NOT NULL,
             FECHA_DESDE                    DATE NOT NULL,
             COMISION_FIJA                  DECIMAL(13, 2) NOT NULL,
             PORCENTAJE                     DECIMAL(6, 4) NOT NULL,
             COMISION_MINIMA                DECIMAL(13, 2) NOT NULL,
             MONEDA                         CHAR(3) NOT NULL,
             COMISION_DESCUBIERTO           DECIMAL(13, 2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.TARIFA                     *
      ******************************************************************
       01  DCLTARIFA.
           10 CLAVE-CONTRATO       PIC S9(9) USAGE COMP.
           10 FECHA-DESDE          PIC X(10).
           10 COMISION-FIJA        PIC S9(11)V9(2) USAGE COMP-3.
           10 PORCENTAJE           PIC S9(2)V9(4) USAGE COMP-3.
           10 COMISION-MINIMA      PIC S9(11)V9(2) USAGE COMP-3.
           10 MONEDA               PIC X(3).
           10 COMISION-DESCUBIERTO PIC S9(11)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
