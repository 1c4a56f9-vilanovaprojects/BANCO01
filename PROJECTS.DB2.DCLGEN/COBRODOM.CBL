      ******************************************************************
      * DCLGEN TABLE(IBMUSER.COBRO_DOMICILIADO)                        *
      *        LIBRARY(PROJECTS.DB2.DCLGEN(COBRODOM))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.COBRO_DOMICILIADO TABLE
           ( CLAVE_COBRO                    INTEGER NOT NULL,
             ACREEDOR                       CHAR(8) NOT NULL,
             REF_MANDATO                    CHAR(35) NOT NULL,
             REF_COBRO                      CHAR(35) NOT NULL,
             CONT_DEUDOR                    INTEGER NOT NULL,
             CONT_ACREEDOR                  INTEGER NOT NULL,
             IMPORTE                        DECIMAL(13, 2) NOT NULL,
             MONEDA                         CHAR(3) NOT NULL,
             FECHA_COBRO                    DATE NOT NULL,
             NUM_FICHERO                    INTEGER NOT NULL,
             FECHA_PROCESO                  DATE NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             CLAVE_MOV_COBRO                INTEGER NOT NULL,
             FECHA_SOLICITUD                DATE,
             FECHA_DEVOLUCION               DATE,
             NUM_REMESA_DEV                 INTEGER NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.COBRO_DOMICILIADO          *
      ******************************************************************
       01  DCLCOBRO-DOMICILIADO.
           10 CLAVE-COBRO          PIC S9(9) USAGE COMP.
           10 ACREEDOR             PIC X(8).
           10 REF-MANDATO          PIC X(35).
           10 REF-COBRO            PIC X(35).
           10 CONT-DEUDOR          PIC S9(9) USAGE COMP.
           10 CONT-ACREEDOR        PIC S9(9) USAGE COMP.
           10 IMPORTE              PIC S9(11)V9(2) USAGE COMP-3.
           10 MONEDA               PIC X(3).
           10 FECHA-COBRO          PIC X(10).
           10 NUM-FICHERO          PIC S9(9) USAGE COMP.
           10 FECHA-PROCESO        PIC X(10).
           10 ESTADO               PIC X(1).
           10 CLAVE-MOV-COBRO      PIC S9(9) USAGE COMP.
           10 FECHA-SOLICITUD      PIC X(10).
           10 FECHA-DEVOLUCION     PIC X(10).
           10 NUM-REMESA-DEV       PIC S9(9) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 16      *
      ******************************************************************
