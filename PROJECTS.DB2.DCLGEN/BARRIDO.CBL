      ******************************************************************
      * DCLGEN TABLE(IBMUSER.BARRIDO)                                  *
      *        LIBRARY(PROJECTS.DB2.DCLGEN(BARRIDO))                   *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.BARRIDO TABLE
           ( CLAVE_BARRIDO                  INTEGER NOT NULL,
             CLAVE_CLIENTE                  INTEGER NOT NULL,
             CONT_MAESTRO                   INTEGER NOT NULL,
             PERMITE_DIVISA                 CHAR(1) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             USUARIO                        CHAR(8) NOT NULL,
             FECHA_ALTA                     TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.BARRIDO                    *
      ******************************************************************
       01  DCLBARRIDO.
           10 CLAVE-BARRIDO        PIC S9(9) USAGE COMP.
           10 CLAVE-CLIENTE        PIC S9(9) USAGE COMP.
           10 CONT-MAESTRO         PIC S9(9) USAGE COMP.
           10 PERMITE-DIVISA       PIC X(1).
           10 ESTADO               PIC X(1).
           10 USUARIO              PIC X(8).
           10 FECHA-ALTA           PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
