      ******************************************************************
      * DCLGEN TABLE(IBMUSER.LISTA_VIGILANCIA)                         *
      *        LIBRARY(PROJECTS.DB2.DCLGEN(LISTAVIG))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.LISTA_VIGILANCIA TABLE
           ( CLAVE_ENTRADA                  INTEGER NOT NULL,
             REFERENCIA                     CHAR(20) NOT NULL,
             NOMBRE                         CHAR(50) NOT NULL,
             NOMBRE_NORMAL                  CHAR(50) NOT NULL,
             DOCUMENTO                      CHAR(15) NOT NULL,
             PROGRAMA                       CHAR(10) NOT NULL,
             FECHA_LISTA                    DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.LISTA_VIGILANCIA           *
      ******************************************************************
       01  DCLLISTA-VIGILANCIA.
           10 CLAVE-ENTRADA        PIC S9(9) USAGE COMP.
           10 REFERENCIA           PIC X(20).
           10 NOMBRE               PIC X(50).
           10 NOMBRE-NORMAL        PIC X(50).
           10 DOCUMENTO            PIC X(15).
           10 PROGRAMA             PIC X(10).
           10 FECHA-LISTA          PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
