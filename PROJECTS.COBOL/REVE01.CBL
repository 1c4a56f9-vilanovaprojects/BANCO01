000010* PROGRAMA QUE REVIERTE MOVIMIENTOS YA POSTADOS EN
000020* IBMUSER.MOVIMIENTO, GENERANDO UN NUEVO MOVIMIENTO EN SENTIDO
000030* CONTRARIO AL ORIGINAL
000040* TRAS EL FICHERO DE REVERSIONES, REVIERTE TAMBIEN LOS ABONOS
000050* PROVISIONALES DE LAS RECLAMACIONES DESESTIMADAS PENDIENTES DE
000060* RECARGO (ESTADO 'R' EN IBMUSER.RECLAMACION) CON LAS MISMAS
000070* COMPROBACIONES, Y CIERRA CADA RECLAMACION RECARGADA ('D')
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.REVE01.
000210
004225     05 WS-CNT-LEIDOS       PIC 9(9)   VALUE 0.
004225     05 WS-CNT-REVERTIDOS   PIC 9(9)   VALUE 0.
004225     05 WS-CNT-RECHAZADOS   PIC 9(9)   VALUE 0.
004225     05 WS-CNT-RECL-LEIDAS  PIC 9(9)   VALUE 0.
004225     05 WS-CNT-RECL-RECARGADAS PIC 9(9) VALUE 0.
004225     05 WS-CNT-RECL-PENDIENTES PIC 9(9) VALUE 0.
004225
004225* INDICADOR DE FIN DEL CURSOR DE RECLAMACIONES DESESTIMADAS
004225 01 WS-FIN-RECLAMACIONES    PIC X VALUE 'N'.
004225     88 WS-FIN-RECLAMACIONES-SI VALUE 'S'.
004225     88 WS-FIN-RECLAMACIONES-NO VALUE 'N'.
004225
004225* RECLAMACION DESESTIMADA EN CURSO: SU CLAVE, EL MOVIMIENTO DE
004225* ABONO PROVISIONAL QUE SE REVIERTE Y EL MOVIMIENTO DE RECARGO
004225* CON EL QUE SE CIERRA
004225 01 WS-REC-CLAVE            PIC S9(9) COMP.
004225 01 WS-REC-CLAVE-ED         PIC Z(8)9.
004225 01 WS-REC-MOV-ABONO        PIC S9(9) COMP.
004225 01 WS-REC-MOV-RECARGO      PIC S9(9) COMP.
004225
004225* LINEA DE DETALLE DEL INFORME DE CONTROL
004226 01 WS-LINEA-INFORME.
004256                   AND B.MONEDA_DESTINO = A.MONEDA_DESTINO
004257                   AND B.FECHA_DESDE <= DATE(:WS-FECHA-PROCESO))
004258     END-EXEC.
004261
004264* CURSOR CON LAS RECLAMACIONES DESESTIMADAS CUYO ABONO
004267* PROVISIONAL ESTA PENDIENTE DE RECARGO. SE DECLARA WITH HOLD
004270* PARA QUE LOS COMMIT PERIODICOS NO LO CIERREN
004273     EXEC SQL
004276        DECLARE CUR-RECLAMACIONES CURSOR WITH HOLD FOR
004279        SELECT CLAVE_RECLAMACION, MOV_ABONO
004282          FROM IBMUSER.RECLAMACION
004285         WHERE ESTADO = 'R'
004288         ORDER BY CLAVE_RECLAMACION
004291     END-EXEC.
004301
004310 PROCEDURE DIVISION.
004400     PERFORM 1000-INICIO.
004500     PERFORM 2000-PROCESO UNTIL FICHERO-REV-FIN.
004550     PERFORM 2900-RECARGA-RECLAMACIONES.
004600     PERFORM 3000-FIN.
004610
004620* **********************************************************
004889
004889       PERFORM 2800-ESCRIBE-SALIDA
004889       PERFORM 9999-ERROR
000010     END-IF.
000020* ************************************************************
000030 2000-PROCESO.
000040* ************************************************************
000050     DISPLAY 'PROCEDO'.
000060
000070     ADD 1                 TO WS-COMMIT.
000080     ADD 1                 TO WS-CNT-LEIDOS.
000090     MOVE 'N'              TO WS-ERROR.
000100     MOVE REG-REVERSA      TO WS-CLAVE-MOV-ORIGINAL.
000110
000120* REVERTIMOS EL MOVIMIENTO ORIGINAL
000130     PERFORM 2100-REVIERTE-MOVIMIENTO.
000140
000150* ACTUALIZAMOS LOS CONTADORES DEL INFORME DE CONTROL
000160     IF WS-ERROR-NO
000170        ADD 1             TO WS-CNT-REVERTIDOS
000180     ELSE
000190        ADD 1             TO WS-CNT-RECHAZADOS
000200     END-IF.
000210
000220* CADA WS-FRECUENCIA-COMMIT REGISTROS, CONFIRMAMOS LOS CAMBIOS
000230     IF WS-COMMIT EQUAL WS-FRECUENCIA-COMMIT
000240        EXEC SQL COMMIT END-EXEC
000250        MOVE 0            TO WS-COMMIT
000260     END-IF.
000270
000280* SIGUIENTE LECTURA DEL FICHERO DE ENTRADA
000290     READ FICHERO-REV INTO REG-REVERSA.
000300     PERFORM 1030-COMPRUEBA-FS-REV.
000310
000320* ***************************************************************
000330* REVIERTE EL MOVIMIENTO WS-CLAVE-MOV-ORIGINAL: LO RECUPERA,
000340* COMPRUEBA LOS DOS CONTRATOS, ACTUALIZA SUS IMPORTES Y POSTA EL
000350* MOVIMIENTO DE REVERSION. CADA INCIDENCIA SE ESCRIBE EN
000360* FICHERO-SAL Y DEJA WS-ERROR A 'S'
000370* ***************************************************************
000380 2100-REVIERTE-MOVIMIENTO.
000390
004900* RECUPERAMOS EL MOVIMIENTO ORIGINAL Y COMPROBAMOS QUE NO HAYA
004901* SIDO REVERTIDO YA
004902     PERFORM 2050-RECUPERA-MOVIMIENTO-ORIGINAL.
004924         PERFORM 2700-INSERTA-MOVIMIENTO
004925     END-IF.
004926
004942
004943* ***************************************************************
004944* RECUPERA EL MOVIMIENTO ORIGINAL A REVERTIR, COMPRUEBA QUE
004948* ***************************************************************
004949 2050-RECUPERA-MOVIMIENTO-ORIGINAL.
004950
004951* LA CLAVE SE BUSCA CON SU PROPIA VARIABLE: CLAVE-MOVIMIENTO DE
004961* DCLMOVIMIENTO GUARDA LA ULTIMA CLAVE USADA DEL BLOQUE RESERVADO
004971
004981     EXEC SQL
004991        SELECT ORIGEN, DESTINO, IMPORTE, MONEDA
005001          INTO :WS-MOV-ORIGEN :IND-ORIGEN,
004955               :WS-MOV-DESTINO :IND-DESTINO,
004955               :WS-MOV-IMPORTE,
004955               :WS-MOV-MONEDA
004956          FROM IBMUSER.MOVIMIENTO
004957         WHERE CLAVE_MOVIMIENTO = :WS-CLAVE-MOV-ORIGINAL
004958     END-EXEC.
004959
004960     IF SQLCODE EQUAL 100
005361                FS-SALIDA
005361        PERFORM 9999-ERROR
005361     END-IF.
005365
005370* ***************************************************************
005375* RECARGA LOS ABONOS PROVISIONALES DE LAS RECLAMACIONES
005380* DESESTIMADAS (ESTADO 'R'): CADA ABONO SE REVIERTE COMO UN
005385* MOVIMIENTO MAS DEL FICHERO DE REVERSIONES, CARGANDO AL CLIENTE Y
005390* ABONANDO A LA CUENTA DE RECLAMACIONES. SI LA REVERSION SE
005395* RECHAZA, LA INCIDENCIA QUEDA EN FICHERO-SAL Y LA RECLAMACION
005400* SIGUE PENDIENTE PARA LA SIGUIENTE EJECUCION
005405* ***************************************************************
005410 2900-RECARGA-RECLAMACIONES.
005415
005420     DISPLAY 'RECARGAMOS RECLAMACIONES DESESTIMADAS'.
005425
005430     EXEC SQL
005435        OPEN CUR-RECLAMACIONES
005440     END-EXEC.
005445
005450     IF SQLCODE NOT EQUAL 0
005455       SET CODERR-SQL-ERROR TO TRUE
005460       MOVE SQLCODE                       TO WS-S-SQLCODE
005465       MOVE 'ERROR AL ABRIR EL CURSOR DE RECLAMACIONES'
005470                                          TO WS-S-DESCRIPCION
005475
005480       PERFORM 2800-ESCRIBE-SALIDA
005485       PERFORM 9999-ERROR
005490     END-IF.
005495
005500     PERFORM 2930-LEE-RECLAMACION.
005505     PERFORM 2910-PROCESA-RECLAMACION
005510        UNTIL WS-FIN-RECLAMACIONES-SI.
005515
005520     EXEC SQL
005525        CLOSE CUR-RECLAMACIONES
005530     END-EXEC.
005535
005540     IF SQLCODE NOT EQUAL 0
005545       SET CODERR-SQL-ERROR TO TRUE
005550       MOVE SQLCODE                       TO WS-S-SQLCODE
005555       MOVE 'ERROR AL CERRAR EL CURSOR DE RECLAMACIONES'
005560                                          TO WS-S-DESCRIPCION
005565
005570       PERFORM 2800-ESCRIBE-SALIDA
005575       PERFORM 9999-ERROR
005580     END-IF.
005585
005590* ***************************************************************
005595* REVIERTE EL ABONO PROVISIONAL DE UNA RECLAMACION DESESTIMADA Y,
005600* SI SE HA PODIDO, LA CIERRA CON EL MOVIMIENTO DE RECARGO. SI EL
005605* ABONO YA SE HABIA REVERTIDO (POR EJEMPLO, DESDE EL FICHERO DE
005610* REVERSIONES), LA RECLAMACION SE CIERRA CON ESA REVERSION
005615* ***************************************************************
005620 2910-PROCESA-RECLAMACION.
005625
005630     ADD 1                 TO WS-COMMIT.
005635     ADD 1                 TO WS-CNT-RECL-LEIDAS.
005640     MOVE 'N'              TO WS-ERROR.
005645     MOVE 'OK'             TO WS-S-CODERR.
005650     MOVE WS-REC-MOV-ABONO TO WS-CLAVE-MOV-ORIGINAL.
005655
005660     PERFORM 2100-REVIERTE-MOVIMIENTO.
005665
005670     IF WS-ERROR-NO
005675        MOVE CLAVE-MOVIMIENTO OF DCLMOVIMIENTO
005680                                  TO WS-REC-MOV-RECARGO
005685        PERFORM 2920-CIERRA-RECLAMACION
005690     ELSE
005695        IF CODERR-MOV-YAREV
005700           PERFORM 2940-BUSCA-RECARGO-EXISTENTE
005705           PERFORM 2920-CIERRA-RECLAMACION
005710        ELSE
005715           ADD 1           TO WS-CNT-RECL-PENDIENTES
005720           MOVE WS-REC-CLAVE TO WS-REC-CLAVE-ED
005725           DISPLAY 'RECLAMACION ' WS-REC-CLAVE-ED
005730                   ' PENDIENTE DE RECARGO: ' WS-S-CODERR
005735        END-IF
005740     END-IF.
005745
005750* CADA WS-FRECUENCIA-COMMIT REGISTROS, CONFIRMAMOS LOS CAMBIOS
005755     IF WS-COMMIT EQUAL WS-FRECUENCIA-COMMIT
005760        EXEC SQL COMMIT END-EXEC
005765        MOVE 0            TO WS-COMMIT
005770     END-IF.
005775
005780     PERFORM 2930-LEE-RECLAMACION.
005785
005790* ***************************************************************
005795* CIERRA LA RECLAMACION RECARGADA: QUEDA DESESTIMADA ('D') CON EL
005800* MOVIMIENTO DE RECARGO Y LA FECHA DE PROCESO COMO FECHA DE CIERRE
005805* ***************************************************************
005810 2920-CIERRA-RECLAMACION.
005815
005820     EXEC SQL
005825        UPDATE IBMUSER.RECLAMACION
005830           SET ESTADO = 'D',
005835               MOV_RECARGO = :WS-REC-MOV-RECARGO,
005840               FECHA_CIERRE = DATE(:WS-FECHA-PROCESO)
005845         WHERE CLAVE_RECLAMACION = :WS-REC-CLAVE
005850           AND ESTADO = 'R'
005855     END-EXEC.
005860
005865     IF SQLCODE NOT EQUAL 0
005870       SET CODERR-SQL-ERROR TO TRUE
005875       MOVE SQLCODE                       TO WS-S-SQLCODE
005880       MOVE 'ERROR AL CERRAR LA RECLAMACION RECARGADA'
005885                                          TO WS-S-DESCRIPCION
005890
005895       PERFORM 2800-ESCRIBE-SALIDA
005900       PERFORM 9999-ERROR
005905     END-IF.
005910
005915     ADD 1                 TO WS-CNT-RECL-RECARGADAS.
005920
005925* ***************************************************************
005930* LEE LA SIGUIENTE RECLAMACION DESESTIMADA PENDIENTE DE RECARGO
005935* ***************************************************************
005940 2930-LEE-RECLAMACION.
005945
005950     EXEC SQL
005955        FETCH CUR-RECLAMACIONES
005960         INTO :WS-REC-CLAVE, :WS-REC-MOV-ABONO
005965     END-EXEC.
005970
005975     IF SQLCODE EQUAL 100
005980        MOVE 'S'           TO WS-FIN-RECLAMACIONES
005985     ELSE
005990        IF SQLCODE NOT EQUAL 0
005995          SET CODERR-SQL-ERROR TO TRUE
006000          MOVE SQLCODE                    TO WS-S-SQLCODE
006005          MOVE 'ERROR AL LEER LAS RECLAMACIONES DESESTIMADAS'
006010                                          TO WS-S-DESCRIPCION
006015
006020          PERFORM 2800-ESCRIBE-SALIDA
006025          PERFORM 9999-ERROR
006030        END-IF
006035     END-IF.
006040
006045* ***************************************************************
006050* BUSCA LA REVERSION YA EXISTENTE DEL ABONO PROVISIONAL, POR SU
006055* DESCRIPCION DE REFERENCIA, PARA CERRAR CON ELLA LA RECLAMACION
006060* ***************************************************************
006065 2940-BUSCA-RECARGO-EXISTENTE.
006070
006075     EXEC SQL
006080        SELECT MIN(CLAVE_MOVIMIENTO)
006085          INTO :WS-REC-MOV-RECARGO :IND-NULL
006090          FROM IBMUSER.MOVIMIENTO
006095         WHERE DESCRIPCION = :WS-DESC-REVERSION
006100     END-EXEC.
006105
006110     IF SQLCODE NOT EQUAL 0
006115       SET CODERR-SQL-ERROR TO TRUE
006120       MOVE SQLCODE                       TO WS-S-SQLCODE
006125       MOVE 'ERROR AL BUSCAR EL RECARGO DE LA RECLAMACION'
006130                                          TO WS-S-DESCRIPCION
006135
006140       PERFORM 2800-ESCRIBE-SALIDA
006145       PERFORM 9999-ERROR
006150     END-IF.
006155
006160     IF IND-NULL EQUAL -1
006165        MOVE 0             TO WS-REC-MOV-RECARGO
006170     END-IF.
006180
006600 3000-FIN.
006610
006620     DISPLAY 'FIN'.
006662     MOVE WS-CNT-RECHAZADOS          TO WS-LIN-VALOR.
006663     MOVE WS-LINEA-INFORME          TO REG-INFORME.
006664     WRITE REG-INFORME.
006665
006675     MOVE SPACES                    TO WS-LINEA-INFORME.
006685     MOVE 'RECLAMACIONES DESESTIMADAS A RECARGAR'
006695                                     TO WS-LIN-ETIQUETA.
006705     MOVE WS-CNT-RECL-LEIDAS         TO WS-LIN-VALOR.
006715     MOVE WS-LINEA-INFORME          TO REG-INFORME.
006725     WRITE REG-INFORME.
006735
006745     MOVE SPACES                    TO WS-LINEA-INFORME.
006755     MOVE 'RECLAMACIONES RECARGADAS Y CERRADAS'
006765                                     TO WS-LIN-ETIQUETA.
006775     MOVE WS-CNT-RECL-RECARGADAS     TO WS-LIN-VALOR.
006785     MOVE WS-LINEA-INFORME          TO REG-INFORME.
006795     WRITE REG-INFORME.
006805
006815     MOVE SPACES                    TO WS-LINEA-INFORME.
006825     MOVE 'RECLAMACIONES PENDIENTES DE RECARGO'
006835                                     TO WS-LIN-ETIQUETA.
006845     MOVE WS-CNT-RECL-PENDIENTES     TO WS-LIN-VALOR.
006855     MOVE WS-LINEA-INFORME          TO REG-INFORME.
006865     WRITE REG-INFORME.
006875
006650* **************************************************************
006650* PARRAFO DE ERROR.REALIZAMOS UN ROLLBACK DE LA BASE DE DATOS
006660* Y DEVOLVEMOS AL SISTEMA UN RC=8 (ERROR NO CONTROLADO)
