000010* PROGRAMA DE INFORME DE OPERACION DE LA CADENA BATCH. LEE
000020* IBMUSER.CONTROL_PROCESO PARA LA FECHA PEDIDA Y PRESENTA EL
000030* ESTADO DE CADA ESLABON DE LA CADENA NOCTURNA (ORDE01, BANCO01,
000040* LIBE01, EMBA01, PRES01, BARR01, INTE01, MORO01, SALD01, CNTB01
000050* Y ARCH01) EN SU ORDEN: SI TERMINO BIEN, SI TERMINO EN ERROR, SI
000060* QUEDO INICIADO SIN TERMINAR O SI NI SIQUIERA LLEGO A
000070* EJECUTARSE, CON SUS HORAS Y SUS CONTADORES CLAVE. DETRAS LISTA
000080* CUALQUIER OTRO PROGRAMA REGISTRADO ESE DIA. ASI EL TURNO DE
000090* MANANA VE DE UN VISTAZO QUE CORRIO, QUE FALLO Y QUE FALTA
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.OPER01.
000120
000570     05 FILLER              PIC X(8) VALUE 'ORDE01'.
000580     05 FILLER              PIC X(8) VALUE 'BANCO01'.
000590     05 FILLER              PIC X(8) VALUE 'LIBE01'.
000595     05 FILLER              PIC X(8) VALUE 'EMBA01'.
000597     05 FILLER              PIC X(8) VALUE 'PRES01'.
000598     05 FILLER              PIC X(8) VALUE 'BARR01'.
000600     05 FILLER              PIC X(8) VALUE 'INTE01'.
000605     05 FILLER              PIC X(8) VALUE 'MORO01'.
000610     05 FILLER              PIC X(8) VALUE 'SALD01'.
000620     05 FILLER              PIC X(8) VALUE 'CNTB01'.
000630     05 FILLER              PIC X(8) VALUE 'ARCH01'.
000640 01 WS-CADENA-R REDEFINES WS-CADENA-NOMBRES.
000650     05 WS-CADENA-PROG      OCCURS 11 TIMES PIC X(8).
000660 01 WS-IDX-CADENA        PIC 9(2).
000670
000680* LINEA DE ESTADO DE UN PROGRAMA EN EL INFORME
001240          FROM IBMUSER.CONTROL_PROCESO
001250         WHERE FECHA_PROCESO = DATE(:WS-FECHA-INFORMADA)
001260           AND PROGRAMA NOT IN ('ORDE01', 'BANCO01', 'LIBE01',
001270               'EMBA01', 'PRES01', 'BARR01', 'INTE01', 'MORO01',
001275               'SALD01', 'CNTB01', 'ARCH01')
001280         ORDER BY INICIO
001290     END-EXEC.
001300
001920
001930     PERFORM 2100-INFORMA-ESLABON
001940        VARYING WS-IDX-CADENA FROM 1 BY 1
001950        UNTIL WS-IDX-CADENA GREATER THAN 11.
001960
001970* ***************************************************************
001980* BUSCA LA FILA DE CONTROL DEL ESLABON EN CURSO Y ESCRIBE SU
