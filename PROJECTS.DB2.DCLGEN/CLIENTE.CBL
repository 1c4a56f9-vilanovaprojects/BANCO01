           EXEC SQL DECLARE IBMUSER.CLIENTE TABLE
           ( CLAVE_CLIENTE                  INTEGER NOT NULL,
             NOMBRE                         CHAR(50) NOT NULL,
             DOCUMENTO                      CHAR(15) NOT NULL,
             TIPO_CLIENTE                   CHAR(1) NOT NULL,
             ESTADO_REVISION                CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.CLIENTE                    *
           10 CLAVE-CLIENTE        PIC S9(9) USAGE COMP.
           10 NOMBRE               PIC X(50).
           10 DOCUMENTO            PIC X(15).
           10 TIPO-CLIENTE         PIC X(1).
           10 ESTADO-REVISION      PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
