000845* NO HA TERMINADO YA PARA ESA FECHA. UNA REPETICION DELIBERADA
000845* EXIGE QUE OPERACION BORRE ANTES LA FILA DE CONTROL DEL DIA
000845 01 WS-CTL-PROGRAMA      PIC X(8) VALUE 'SALD01'.
000845 01 WS-CTL-PREDECESOR    PIC X(8) VALUE 'MORO01'.
000845 01 WS-CNT-CTL           PIC S9(9) COMP VALUE 0.
000859
000860* SQLCA Y DCLGEN DE LAS TABLAS
