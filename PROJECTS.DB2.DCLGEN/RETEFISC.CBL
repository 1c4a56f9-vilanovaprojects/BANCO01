      ******************************************************************
      * DCLGEN TABLE(IBMUSER.RETENCION_FISCAL)                         *
      *        LIBRARY(PROJECTS.DB2.DCLGEN(RETEFISC))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IBMUSER.RETENCION_FISCAL TABLE
           ( TIPO_CLIENTE                   CHAR(1) NOT NULL,
             FECHA_DESDE                    DATE NOT NULL,
             TIPO_RETENCION                 DECIMAL(5, 2) NOT NULL,
             EXENTO                         CHAR(1) NOT NULL,
             CONT_RETENCION                 INTEGER NOT NULL,
             USUARIO                        CHAR(8) NOT NULL,
             FECHA_ALTA                     TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.RETENCION_FISCAL           *
      ******************************************************************
       01  DCLRETENCION-FISCAL.
           10 TIPO-CLIENTE         PIC X(1).
           10 FECHA-DESDE          PIC X(10).
           10 TIPO-RETENCION       PIC S9(3)V9(2) USAGE COMP-3.
           10 EXENTO               PIC X(1).
           10 CONT-RETENCION       PIC S9(9) USAGE COMP.
           10 USUARIO              PIC X(8).
           10 FECHA-ALTA           PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
