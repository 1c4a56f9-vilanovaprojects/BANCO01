      ******************************************************************
      * DCLGEN TABLE(IBMUSER.ALERTA_CLIENTE)                           *
      *        LIBRARY(PROJECTS.DB2.DCLGEN(ALERTCLI))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.ALERTA_CLIENTE TABLE
           ( CLAVE_ALERTA                   INTEGER NOT NULL,
             CLAVE_CLIENTE                  INTEGER NOT NULL,
             REFERENCIA                     CHAR(20) NOT NULL,
             NOMBRE_LISTA                   CHAR(50) NOT NULL,
             PUNTUACION                     SMALLINT NOT NULL,
             ORIGEN                         CHAR(1) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             FECHA_ALERTA                   TIMESTAMP NOT NULL,
             USUARIO_DECISION               CHAR(8) NOT NULL,
             FECHA_DECISION                 TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.ALERTA_CLIENTE             *
      ******************************************************************
       01  DCLALERTA-CLIENTE.
           10 CLAVE-ALERTA         PIC S9(9) USAGE COMP.
           10 CLAVE-CLIENTE        PIC S9(9) USAGE COMP.
           10 REFERENCIA           PIC X(20).
           10 NOMBRE-LISTA         PIC X(50).
           10 PUNTUACION           PIC S9(4) USAGE COMP.
           10 ORIGEN               PIC X(1).
           10 ESTADO               PIC X(1).
           10 FECHA-ALERTA         PIC X(26).
           10 USUARIO-DECISION     PIC X(8).
           10 FECHA-DECISION       PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
