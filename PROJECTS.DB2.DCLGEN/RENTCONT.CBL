      ******************************************************************
      * DCLGEN TABLE(IBMUSER.RENTABILIDAD_CONTRATO)                    *
      *        LIBRARY(PROJECTS.DB2.DCLGEN(RENTCONT))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.RENTABILIDAD_CONTRATO TABLE
           ( PERIODO                        CHAR(7) NOT NULL,
             CLAVE_CONTRATO                 INTEGER NOT NULL,
             PRODUCTO                       CHAR(1) NOT NULL,
             MONEDA                         CHAR(3) NOT NULL,
             MONEDA_REF                     CHAR(3) NOT NULL,
             TITULARES                      SMALLINT NOT NULL,
             COMISIONES                     DECIMAL(13, 2) NOT NULL,
             INTERES_DEUDOR                 DECIMAL(13, 2) NOT NULL,
             INTERES_ACREEDOR               DECIMAL(13, 2) NOT NULL,
             MARGEN_CAMBIO                  DECIMAL(13, 2) NOT NULL,
             SALDO_MEDIO                    DECIMAL(13, 2) NOT NULL,
             CONTRIBUCION                   DECIMAL(13, 2) NOT NULL,
             SIN_CAMBIO                     CHAR(1) NOT NULL,
             FECHA_PROCESO                  DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.RENTABILIDAD_CONTRATO      *
      ******************************************************************
       01  DCLRENTABILIDAD-CONTRATO.
           10 PERIODO              PIC X(7).
           10 CLAVE-CONTRATO       PIC S9(9) USAGE COMP.
           10 PRODUCTO             PIC X(1).
           10 MONEDA               PIC X(3).
           10 MONEDA-REF           PIC X(3).
           10 TITULARES            PIC S9(4) USAGE COMP.
           10 COMISIONES           PIC S9(11)V9(2) USAGE COMP-3.
           10 INTERES-DEUDOR       PIC S9(11)V9(2) USAGE COMP-3.
           10 INTERES-ACREEDOR     PIC S9(11)V9(2) USAGE COMP-3.
           10 MARGEN-CAMBIO        PIC S9(11)V9(2) USAGE COMP-3.
           10 SALDO-MEDIO          PIC S9(11)V9(2) USAGE COMP-3.
           10 CONTRIBUCION         PIC S9(11)V9(2) USAGE COMP-3.
           10 SIN-CAMBIO           PIC X(1).
           10 FECHA-PROCESO        PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
