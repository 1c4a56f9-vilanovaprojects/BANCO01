      ******************************************************************
      * DCLGEN TABLE(IBMUSER.MOROSIDAD)                                *
      *        LIBRARY(PROJECTS.DB2.DCLGEN(MOROSIDA))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.MOROSIDAD TABLE
           ( CLAVE_CONTRATO                 INTEGER NOT NULL,
             TRAMO                          CHAR(1) NOT NULL,
             FECHA_INICIO                   DATE NOT NULL,
             FECHA_TRAMO                    DATE NOT NULL,
             DIAS_DESCUBIERTO               INTEGER NOT NULL,
             DIAS_EXCESO                    INTEGER NOT NULL,
             SALDO                          DECIMAL(13, 2) NOT NULL,
             EXCESO                         DECIMAL(13, 2) NOT NULL,
             MONEDA                         CHAR(3) NOT NULL,
             COMISION                       DECIMAL(13, 2) NOT NULL,
             FECHA_PROCESO                  DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.MOROSIDAD                  *
      ******************************************************************
       01  DCLMOROSIDAD.
           10 CLAVE-CONTRATO       PIC S9(9) USAGE COMP.
           10 TRAMO                PIC X(1).
           10 FECHA-INICIO         PIC X(10).
           10 FECHA-TRAMO          PIC X(10).
           10 DIAS-DESCUBIERTO     PIC S9(9) USAGE COMP.
           10 DIAS-EXCESO          PIC S9(9) USAGE COMP.
           10 SALDO                PIC S9(11)V9(2) USAGE COMP-3.
           10 EXCESO               PIC S9(11)V9(2) USAGE COMP-3.
           10 MONEDA               PIC X(3).
           10 COMISION             PIC S9(11)V9(2) USAGE COMP-3.
           10 FECHA-PROCESO        PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
