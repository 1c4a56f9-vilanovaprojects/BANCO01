      ******************************************************************
      * DCLGEN TABLE(IBMUSER.RECLAMACION)                              *
      *        LIBRARY(PROJECTS.DB2.DCLGEN(RECLAMAC))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.RECLAMACION TABLE
           ( CLAVE_RECLAMACION              INTEGER NOT NULL,
             CLAVE_MOVIMIENTO               INTEGER NOT NULL,
             CLAVE_CONTRATO                 INTEGER NOT NULL,
             MOTIVO                         CHAR(2) NOT NULL,
             DESCRIPCION                    CHAR(50) NOT NULL,
             IMPORTE                        DECIMAL(13, 2) NOT NULL,
             MONEDA                         CHAR(3) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             FECHA_APERTURA                 DATE NOT NULL,
             FECHA_LIMITE                   DATE NOT NULL,
             FECHA_CIERRE                   DATE,
             MOV_ABONO                      INTEGER NOT NULL,
             ABONO_PROVISIONAL              CHAR(1) NOT NULL,
             MOV_RECARGO                    INTEGER NOT NULL,
             USUARIO_ALTA                   CHAR(8) NOT NULL,
             TERMINAL_ALTA                  CHAR(4) NOT NULL,
             USUARIO_RESOLUCION             CHAR(8) NOT NULL,
             FECHA_ALTA                     TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.RECLAMACION                *
      ******************************************************************
       01  DCLRECLAMACION.
           10 CLAVE-RECLAMACION    PIC S9(9) USAGE COMP.
           10 CLAVE-MOVIMIENTO     PIC S9(9) USAGE COMP.
           10 CLAVE-CONTRATO       PIC S9(9) USAGE COMP.
           10 MOTIVO               PIC X(2).
           10 DESCRIPCION          PIC X(50).
           10 IMPORTE              PIC S9(11)V9(2) USAGE COMP-3.
           10 MONEDA               PIC X(3).
           10 ESTADO               PIC X(1).
           10 FECHA-APERTURA       PIC X(10).
           10 FECHA-LIMITE         PIC X(10).
           10 FECHA-CIERRE         PIC X(10).
           10 MOV-ABONO            PIC S9(9) USAGE COMP.
           10 ABONO-PROVISIONAL    PIC X(1).
           10 MOV-RECARGO          PIC S9(9) USAGE COMP.
           10 USUARIO-ALTA         PIC X(8).
           10 TERMINAL-ALTA        PIC X(4).
           10 USUARIO-RESOLUCION   PIC X(8).
           10 FECHA-ALTA           PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 18      *
      ******************************************************************
