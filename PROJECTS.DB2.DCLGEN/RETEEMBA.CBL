      ******************************************************************
      * DCLGEN TABLE(IBMUSER.RETENCION_EMBARGO)                        *
      *        LIBRARY(PROJECTS.DB2.DCLGEN(RETEEMBA))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.RETENCION_EMBARGO TABLE
           ( CLAVE_EMBARGO                  INTEGER NOT NULL,
             CLAVE_MOVIMIENTO               INTEGER NOT NULL,
             CLAVE_CONTRATO                 INTEGER NOT NULL,
             FECHA_PROCESO                  DATE NOT NULL,
             IMPORTE                        DECIMAL(13, 2) NOT NULL,
             MONEDA                         CHAR(3) NOT NULL,
             IMPORTE_CONSIGNADO             DECIMAL(13, 2) NOT NULL,
             RETENIDO_ACUMULADO             DECIMAL(13, 2) NOT NULL,
             FECHA_HORA                     TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.RETENCION_EMBARGO          *
      ******************************************************************
       01  DCLRETENCION-EMBARGO.
           10 CLAVE-EMBARGO        PIC S9(9) USAGE COMP.
           10 CLAVE-MOVIMIENTO     PIC S9(9) USAGE COMP.
           10 CLAVE-CONTRATO       PIC S9(9) USAGE COMP.
           10 FECHA-PROCESO        PIC X(10).
           10 IMPORTE              PIC S9(11)V9(2) USAGE COMP-3.
           10 MONEDA               PIC X(3).
           10 IMPORTE-CONSIGNADO   PIC S9(11)V9(2) USAGE COMP-3.
           10 RETENIDO-ACUMULADO   PIC S9(11)V9(2) USAGE COMP-3.
           10 FECHA-HORA           PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
