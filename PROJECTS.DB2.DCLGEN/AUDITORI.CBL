             USUARIO                        CHAR(8) NOT NULL,
             TERMINAL_ID                    CHAR(4) NOT NULL,
             FECHA_HORA                     TIMESTAMP NOT NULL,
             ENTIDAD                        CHAR(8) NOT NULL,
             USUARIO_SOLICITA               CHAR(8)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.AUDITORIA                  *
           10 TERMINAL-ID          PIC X(4).
           10 FECHA-HORA           PIC X(26).
           10 ENTIDAD              PIC X(8).
           10 USUARIO-SOLICITA     PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
