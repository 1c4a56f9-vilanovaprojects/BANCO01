      ******************************************************************
      * DCLGEN TABLE(IBMUSER.RETENCION_PRACTICADA)                     *
      *        LIBRARY(PROJECTS.DB2.DCLGEN(RETEPRAC))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.RETENCION_PRACTICADA TABLE
           ( CLAVE_CONTRATO                 INTEGER NOT NULL,
             FECHA_LIQUIDACION              DATE NOT NULL,
             MONEDA                         CHAR(3) NOT NULL,
             TIPO_CLIENTE                   CHAR(1) NOT NULL,
             INTERES_BRUTO                  DECIMAL(13, 2) NOT NULL,
             TIPO_RETENCION                 DECIMAL(5, 2) NOT NULL,
             IMPORTE_RETENIDO               DECIMAL(13, 2) NOT NULL,
             CLAVE_MOV_ABONO                INTEGER NOT NULL,
             CLAVE_MOV_RETENCION            INTEGER NOT NULL,
             ORIGEN_LIQUIDACION             CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.RETENCION_PRACTICADA       *
      ******************************************************************
       01  DCLRETENCION-PRACTICADA.
           10 CLAVE-CONTRATO       PIC S9(9) USAGE COMP.
           10 FECHA-LIQUIDACION    PIC X(10).
           10 MONEDA               PIC X(3).
           10 TIPO-CLIENTE         PIC X(1).
           10 INTERES-BRUTO        PIC S9(11)V9(2) USAGE COMP-3.
           10 TIPO-RETENCION       PIC S9(3)V9(2) USAGE COMP-3.
           10 IMPORTE-RETENIDO     PIC S9(11)V9(2) USAGE COMP-3.
           10 CLAVE-MOV-ABONO      PIC S9(9) USAGE COMP.
           10 CLAVE-MOV-RETENCION  PIC S9(9) USAGE COMP.
           10 ORIGEN-LIQUIDACION   PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
