      ******************************************************************
      * DCLGEN TABLE(IBMUSER.NOTIFICACION_CONDICION)                   *
      *        LIBRARY(PROJECTS.DB2.DCLGEN(NOTICOND))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.NOTIFICACION_CONDICION TABLE
           ( CLAVE_CLIENTE                  INTEGER NOT NULL,
             CLAVE_CONTRATO                 INTEGER NOT NULL,
             CLASE                          CHAR(1) NOT NULL,
             FECHA_DESDE                    DATE NOT NULL,
             CONTRATO_CONDICION             INTEGER NOT NULL,
             FECHA_AVISO                    DATE NOT NULL,
             DIAS_PREAVISO                  INTEGER NOT NULL,
             AVISO_TARDIO                   CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.NOTIFICACION_CONDICION     *
      ******************************************************************
       01  DCLNOTIFICACION-CONDICION.
           10 CLAVE-CLIENTE        PIC S9(9) USAGE COMP.
           10 CLAVE-CONTRATO       PIC S9(9) USAGE COMP.
           10 CLASE                PIC X(1).
           10 FECHA-DESDE          PIC X(10).
           10 CONTRATO-CONDICION   PIC S9(9) USAGE COMP.
           10 FECHA-AVISO          PIC X(10).
           10 DIAS-PREAVISO        PIC S9(9) USAGE COMP.
           10 AVISO-TARDIO         PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
