      ******************************************************************
      * DCLGEN TABLE(IBMUSER.DECLARACION_CIRBE)                        *
      *        LIBRARY(PROJECTS.DB2.DCLGEN(DECLCIRB))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.DECLARACION_CIRBE TABLE
           ( PERIODO                        CHAR(7) NOT NULL,
             DOCUMENTO                      CHAR(15) NOT NULL,
             NOMBRE                         CHAR(50) NOT NULL,
             TIPO_CLIENTE                   CHAR(1) NOT NULL,
             CONTRATOS                      SMALLINT NOT NULL,
             DISPUESTO                      DECIMAL(13, 2) NOT NULL,
             DISPONIBLE                     DECIMAL(13, 2) NOT NULL,
             PRESTAMOS                      DECIMAL(13, 2) NOT NULL,
             RIESGO_TOTAL                   DECIMAL(13, 2) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             NUM_ENVIO                      SMALLINT NOT NULL,
             ENVIO_REVISION                 SMALLINT NOT NULL,
             FECHA_PROCESO                  DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.DECLARACION_CIRBE          *
      ******************************************************************
       01  DCLDECLARACION-CIRBE.
           10 PERIODO              PIC X(7).
           10 DOCUMENTO            PIC X(15).
           10 NOMBRE               PIC X(50).
           10 TIPO-CLIENTE         PIC X(1).
           10 CONTRATOS            PIC S9(4) USAGE COMP.
           10 DISPUESTO            PIC S9(11)V9(2) USAGE COMP-3.
           10 DISPONIBLE           PIC S9(11)V9(2) USAGE COMP-3.
           10 PRESTAMOS            PIC S9(11)V9(2) USAGE COMP-3.
           10 RIESGO-TOTAL         PIC S9(11)V9(2) USAGE COMP-3.
           10 ESTADO               PIC X(1).
           10 NUM-ENVIO            PIC S9(4) USAGE COMP.
           10 ENVIO-REVISION       PIC S9(4) USAGE COMP.
           10 FECHA-PROCESO        PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
