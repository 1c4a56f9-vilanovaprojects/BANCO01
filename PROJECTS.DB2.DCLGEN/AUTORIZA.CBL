      ******************************************************************
      * DCLGEN TABLE(IBMUSER.AUTORIZACION)                             *
      *        LIBRARY(PROJECTS.DB2.DCLGEN(AUTORIZA))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.AUTORIZACION TABLE
           ( CLAVE_AUTORIZACION             INTEGER NOT NULL,
             TIPO_AUTORIZACION              CHAR(1) NOT NULL,
             OPERACION                      CHAR(1) NOT NULL,
             CONT_ORIGEN                    INTEGER NOT NULL,
             CONT_DESTINO                   INTEGER NOT NULL,
             IMPORTE                        DECIMAL(13, 2) NOT NULL,
             IMPORTE_DIARIO                 DECIMAL(13, 2) NOT NULL,
             MONEDA                         CHAR(3) NOT NULL,
             DESCRIPCION                    CHAR(50) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             USUARIO_ALTA                   CHAR(8) NOT NULL,
             TERMINAL_ALTA                  CHAR(4) NOT NULL,
             FECHA_ALTA                     TIMESTAMP NOT NULL,
             USUARIO_DECISION               CHAR(8) NOT NULL,
             TERMINAL_DECISION              CHAR(4) NOT NULL,
             FECHA_DECISION                 TIMESTAMP,
             MOV_GENERADO                   INTEGER NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.AUTORIZACION               *
      ******************************************************************
       01  DCLAUTORIZACION.
           10 CLAVE-AUTORIZACION   PIC S9(9) USAGE COMP.
           10 TIPO-AUTORIZACION    PIC X(1).
           10 OPERACION            PIC X(1).
           10 CONT-ORIGEN          PIC S9(9) USAGE COMP.
           10 CONT-DESTINO         PIC S9(9) USAGE COMP.
           10 IMPORTE              PIC S9(11)V9(2) USAGE COMP-3.
           10 IMPORTE-DIARIO       PIC S9(11)V9(2) USAGE COMP-3.
           10 MONEDA               PIC X(3).
           10 DESCRIPCION          PIC X(50).
           10 ESTADO               PIC X(1).
           10 USUARIO-ALTA         PIC X(8).
           10 TERMINAL-ALTA        PIC X(4).
           10 FECHA-ALTA           PIC X(26).
           10 USUARIO-DECISION     PIC X(8).
           10 TERMINAL-DECISION    PIC X(4).
           10 FECHA-DECISION       PIC X(26).
           10 MOV-GENERADO         PIC S9(9) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 17      *
      ******************************************************************
