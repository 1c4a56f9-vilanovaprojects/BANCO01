      ******************************************************************
      * DCLGEN TABLE(IBMUSER.MANDATO)                                  *
      *        LIBRARY(PROJECTS.DB2.DCLGEN(MANDATO))                   *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.MANDATO TABLE
           ( ACREEDOR                       CHAR(8) NOT NULL,
             REF_MANDATO                    CHAR(35) NOT NULL,
             CONT_DEUDOR                    INTEGER NOT NULL,
             CONT_ACREEDOR                  INTEGER NOT NULL,
             FECHA_FIRMA                    DATE NOT NULL,
             TIPO_MANDATO                   CHAR(1) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             FECHA_ULTIMO_COBRO             DATE NOT NULL,
             FECHA_BAJA                     DATE,
             USUARIO                        CHAR(8) NOT NULL,
             FECHA_ALTA                     TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.MANDATO                    *
      ******************************************************************
       01  DCLMANDATO.
           10 ACREEDOR             PIC X(8).
           10 REF-MANDATO          PIC X(35).
           10 CONT-DEUDOR          PIC S9(9) USAGE COMP.
           10 CONT-ACREEDOR        PIC S9(9) USAGE COMP.
           10 FECHA-FIRMA          PIC X(10).
           10 TIPO-MANDATO         PIC X(1).
           10 ESTADO               PIC X(1).
           10 FECHA-ULTIMO-COBRO   PIC X(10).
           10 FECHA-BAJA           PIC X(10).
           10 USUARIO              PIC X(8).
           10 FECHA-ALTA           PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
