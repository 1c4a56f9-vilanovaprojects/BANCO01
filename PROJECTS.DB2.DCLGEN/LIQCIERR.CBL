      ******************************************************************
      * DCLGEN TABLE(IBMUSER.LIQUIDACION_CIERRE)                       *
      *        LIBRARY(PROJECTS.DB2.DCLGEN(LIQCIERR))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.LIQUIDACION_CIERRE TABLE
           ( CLAVE_CONTRATO                 INTEGER NOT NULL,
             FECHA_CIERRE                   DATE NOT NULL,
             MONEDA                         CHAR(3) NOT NULL,
             SALDO_PREVIO                   DECIMAL(13, 2) NOT NULL,
             INTERES_ACREEDOR               DECIMAL(13, 2) NOT NULL,
             RETENCION_INTERESES            DECIMAL(13, 2) NOT NULL,
             INTERES_DEUDOR                 DECIMAL(13, 2) NOT NULL,
             COMISIONES                     DECIMAL(13, 2) NOT NULL,
             SALDO_TRASPASADO               DECIMAL(13, 2) NOT NULL,
             CONT_LIQUIDACION               INTEGER NOT NULL,
             MONEDA_LIQUIDACION             CHAR(3) NOT NULL,
             IMPORTE_ABONADO                DECIMAL(13, 2) NOT NULL,
             CLAVE_MOV_TRASPASO             INTEGER NOT NULL,
             ORDENES_CANCELADAS             INTEGER NOT NULL,
             PENDIENTES_ANULADOS            INTEGER NOT NULL,
             USUARIO                        CHAR(8) NOT NULL,
             TERMINAL_ID                    CHAR(4) NOT NULL,
             FECHA_HORA                     TIMESTAMP NOT NULL,
             ESTADO_EMISION                 CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.LIQUIDACION_CIERRE         *
      ******************************************************************
       01  DCLLIQUIDACION-CIERRE.
           10 CLAVE-CONTRATO       PIC S9(9) USAGE COMP.
           10 FECHA-CIERRE         PIC X(10).
           10 MONEDA               PIC X(3).
           10 SALDO-PREVIO         PIC S9(11)V9(2) USAGE COMP-3.
           10 INTERES-ACREEDOR     PIC S9(11)V9(2) USAGE COMP-3.
           10 RETENCION-INTERESES  PIC S9(11)V9(2) USAGE COMP-3.
           10 INTERES-DEUDOR       PIC S9(11)V9(2) USAGE COMP-3.
           10 COMISIONES           PIC S9(11)V9(2) USAGE COMP-3.
           10 SALDO-TRASPASADO     PIC S9(11)V9(2) USAGE COMP-3.
           10 CONT-LIQUIDACION     PIC S9(9) USAGE COMP.
           10 MONEDA-LIQUIDACION   PIC X(3).
           10 IMPORTE-ABONADO      PIC S9(11)V9(2) USAGE COMP-3.
           10 CLAVE-MOV-TRASPASO   PIC S9(9) USAGE COMP.
           10 ORDENES-CANCELADAS   PIC S9(9) USAGE COMP.
           10 PENDIENTES-ANULADOS  PIC S9(9) USAGE COMP.
           10 USUARIO              PIC X(8).
           10 TERMINAL-ID          PIC X(4).
           10 FECHA-HORA           PIC X(26).
           10 ESTADO-EMISION       PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 19      *
      ******************************************************************
