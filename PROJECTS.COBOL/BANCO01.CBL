003521* CONTRATOS (POR COMPATIBILIDAD, EL BLANCO EQUIVALE A 'T'),
003521* INGRESO DE EFECTIVO (SOLO CONTRATO DESTINO), REINTEGRO DE
003521* EFECTIVO (SOLO CONTRATO ORIGEN) O AJUSTE UNILATERAL (EL LADO
003521* INFORMADO DECIDE SI ES CARGO O ABONO). LA TRANSFERENCIA
003521* EXTERNA ('X') PAGA A UN BENEFICIARIO DE OTRA ENTIDAD: EL
003521* CONTRATO DESTINO LLEVA LA CLAVE DEL BENEFICIARIO REGISTRADO
003521* EN IBMUSER.BENEFICIARIO, Y SE ABONA AL CONTRATO PUENTE DE
003521* COMPENSACION DE LA DIVISA HASTA SU ENVIO A LA CAMARA
003521     05 WS-E-TIPO-OPERACION PIC X(1).
003521         88 OPER-TRANSFERENCIA  VALUES 'T' ' '.
003521         88 OPER-INGRESO        VALUE 'I'.
003521         88 OPER-REINTEGRO      VALUE 'R'.
003521         88 OPER-AJUSTE         VALUE 'A'.
003521         88 OPER-EXTERNA        VALUE 'X'.
003521         88 OPER-RECONOCIDA     VALUES 'T' ' ' 'I' 'R' 'A'
003521                                       'X'.
003521
003522* VISTA DEL REGISTRO DE ENTRADA CUANDO ES UNA CABECERA, CON EL
003522* IDENTIFICADOR DE LA REMESA (REMITENTE, NUMERO Y FECHA) QUE SE
003546         88 CODERR-LIMITE-DIA     VALUE 'LIMITDIA'.
003546         88 CODERR-EN-CUARENTENA  VALUE 'CUARENTE'.
003546         88 CODERR-REMESA-DUP     VALUE 'REMDUPLI'.
003547         88 CODERR-BENEF-INVALIDO VALUE 'BENEFINV'.
003548         88 CODERR-SIN-COMPENSA   VALUE 'SINCOMPE'.
003549         88 CODERR-EXTERNA-FUTURA VALUE 'EXTFUTUR'.
003550     05 WS-S-SQLCODE       PIC -999.
003560     05 WS-S-DESCRIPCION   PIC X(68).
003561* NUMERO DE ORDEN DEL REGISTRO DE DETALLE AL QUE CORRESPONDE LA
004226* QUE SE GRABAN EL MOVIMIENTO Y, EN SU CASO, EL PENDIENTE
004226 01 WS-TIPO-MOV              PIC X(1).
004226
004226* CLAVE DEL BENEFICIARIO DE UNA TRANSFERENCIA EXTERNA, GUARDADA
004226* ANTES DE SUSTITUIR EL CONTRATO DESTINO DEL DETALLE POR EL
004226* CONTRATO PUENTE DE COMPENSACION DE SU DIVISA
004226 01 WS-CLAVE-BENEFICIARIO    PIC 9(9) VALUE 0.
004226
004226* INDICADOR DE NULO PARA GRABAR SIN CONTRATO ORIGEN LOS ABONOS
004226* UNILATERALES (EL LADO DE LA CAJA)
004226 01 IND-ORIGEN               PIC S9(4) COMP.
004246     EXEC SQL INCLUDE COMIPEND END-EXEC,
004246     EXEC SQL INCLUDE CONTROLP END-EXEC,
004246     EXEC SQL INCLUDE CONTADOR END-EXEC,
004246     EXEC SQL INCLUDE BENEFICI END-EXEC,
004246     EXEC SQL INCLUDE CUENCOMP END-EXEC,
004246     EXEC SQL INCLUDE TRANEXTE END-EXEC,
004246
004247* CURSOR CON EL TIPO DE CAMBIO DE CADA PAR DE DIVISAS VIGENTE A
004248* LA FECHA DE PROCESO (EL DE FECHA DE EFECTO MAS RECIENTE NO
005261        PERFORM 2050-COMPRUEBA-RANGO-PARTICION
005261     END-IF.
005261
005261* EN LAS TRANSFERENCIAS EXTERNAS COMPROBAMOS EL BENEFICIARIO Y
005261* SUSTITUIMOS EL CONTRATO DESTINO POR EL CONTRATO PUENTE DE
005261* COMPENSACION DE LA DIVISA, QUE ES EL QUE SE ABONA
005261     IF WS-ERROR-NO AND OPER-EXTERNA
005261        PERFORM 2057-RESUELVE-BENEFICIARIO
005261     END-IF.
005261
005261* COMPROBAMOS QUE EL CONTRATO ORIGEN Y EL DESTINO NO COINCIDAN
005261* (SOLO TIENE SENTIDO EN LAS TRANSFERENCIAS, QUE LLEVAN LOS DOS)
005262     IF WS-ERROR-NO AND OPER-CLASE-TRANSFER
005268           END-IF
005268           IF WS-FECHA-VALOR-HABIL GREATER THAN
005268              WS-FECHA-PROCESO
005269              IF OPER-EXTERNA
005279                 PERFORM 2058-RECHAZA-EXTERNA-FUTURA
005289              ELSE
005299                 PERFORM 2070-APLAZA-MOVIMIENTO
005309              END-IF
005319           END-IF
005269        END-IF
005270     END-IF.
005271
005271* MOVIMIENTO YA POSTADO HOY (MISMO ORIGEN, DESTINO, IMPORTE Y
005271* DIVISA): SUELE SER EL REENVIO DE UN SISTEMA REMITENTE QUE
005271* REINTENTO, Y SE DESVIA A CUARENTENA EN LUGAR DE POSTEARSE O
005271* RECHAZARSE, PARA QUE UN OPERADOR DECIDA. LAS TRANSFERENCIAS
005271* EXTERNAS NO PASAN POR CUARENTENA: SU DESTINO ES EL CONTRATO
005271* PUENTE, COMUN A TODOS LOS BENEFICIARIOS DE LA DIVISA
005271     IF WS-ERROR-NO AND WS-APLAZADO-NO AND OPER-CLASE-TRANSFER
005271        AND NOT OPER-EXTERNA
005271        PERFORM 2080-DETECTA-DUPLICADO
005271     END-IF.
005271
005300     IF WS-ERROR-NO AND WS-APLAZADO-NO AND WS-CUARENTENA-NO
005301         PERFORM 2700-INSERTA-MOVIMIENTO.
005302
005312* LA TRANSFERENCIA EXTERNA POSTADA QUEDA PENDIENTE DE ENVIO A
005322* LA CAMARA CON LOS DATOS DEL BENEFICIARIO, ENLAZADA CON SU
005332* MOVIMIENTO
005342     IF WS-ERROR-NO AND WS-APLAZADO-NO AND WS-CUARENTENA-NO
005352        AND OPER-EXTERNA
005362         PERFORM 2760-REGISTRA-TRANSF-EXTERNA.
005372
005302* UNA VEZ POSTADA LA TRANSFERENCIA, CALCULAMOS Y CARGAMOS LA
005302* COMISION QUE LE CORRESPONDA SEGUN LA TARIFA DEL CONTRATO
005302* ORIGEN. LAS OPERACIONES DE CAJA Y LOS AJUSTES NO TARIFICAN
005314        EVALUATE TRUE
005314           WHEN OPER-TRANSFERENCIA
005314              CONTINUE
005314           WHEN OPER-EXTERNA
005314              MOVE 'X' TO WS-TIPO-MOV
005314              IF WS-E-CONT-ORIGEN EQUAL ZERO
005314                 OR WS-E-CONT-DESTINO EQUAL ZERO
005314                 PERFORM 2056-RECHAZA-OPERACION
005314              END-IF
005314           WHEN OPER-INGRESO
005314              MOVE 'I' TO WS-OPER-CLASE
005314              MOVE 'I' TO WS-TIPO-MOV
005314     MOVE 'S'                        TO WS-ERROR.
005314
005314* ***************************************************************
005314* COMPRUEBA EL BENEFICIARIO DE UNA TRANSFERENCIA EXTERNA: DEBE
005314* EXISTIR EN IBMUSER.BENEFICIARIO, ESTAR ACTIVO Y PERTENECER AL
005314* CONTRATO ORIGEN (SU IBAN Y SU BIC SE VALIDARON EN EL ALTA). LA
005314* DIVISA DEL MOVIMIENTO DEBE TENER CONTRATO PUENTE EN
005314* IBMUSER.CUENTA_COMPENSACION, QUE PASA A SER EL CONTRATO DESTINO
005314* DEL DETALLE PARA EL RESTO DE LA CADENA DE VALIDACIONES
005314* ***************************************************************
005314 2057-RESUELVE-BENEFICIARIO.
005314
005314     MOVE WS-E-CONT-DESTINO    TO WS-CLAVE-BENEFICIARIO.
005314     MOVE WS-E-CONT-DESTINO    TO CLAVE-BENEFICIARIO
005314                                  OF DCLBENEFICIARIO.
005314
005314     EXEC SQL
005314        SELECT CLAVE_CONTRATO, IBAN, BIC, NOMBRE, ESTADO
005314          INTO :DCLBENEFICIARIO.CLAVE-CONTRATO,
005314               :DCLBENEFICIARIO.IBAN,
005314               :DCLBENEFICIARIO.BIC,
005314               :DCLBENEFICIARIO.NOMBRE,
005314               :DCLBENEFICIARIO.ESTADO
005314          FROM IBMUSER.BENEFICIARIO
005314         WHERE CLAVE_BENEFICIARIO =
005314               :DCLBENEFICIARIO.CLAVE-BENEFICIARIO
005314     END-EXEC.
005314
005314     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
005314       SET CODERR-SQL-ERROR TO TRUE
005314       MOVE SQLCODE                       TO WS-S-SQLCODE
005314       MOVE 'ERROR AL CONSULTAR EL BENEFICIARIO'
005314                                          TO WS-S-DESCRIPCION
005314
005314       PERFORM 2800-ESCRIBE-SALIDA
005314       PERFORM 9999-ERROR
005314     END-IF.
005314
005314     IF SQLCODE EQUAL 100
005314        OR ESTADO OF DCLBENEFICIARIO NOT EQUAL 'A'
005314        OR CLAVE-CONTRATO OF DCLBENEFICIARIO
005314           NOT EQUAL WS-E-CONT-ORIGEN
005314       SET CODERR-BENEF-INVALIDO       TO TRUE
005314       MOVE 0                          TO WS-S-SQLCODE
005314       MOVE 'BENEFICIARIO INEXISTENTE, DE BAJA O DE OTRO CONTRATO'
005314                                       TO WS-S-DESCRIPCION
005314
005314       PERFORM 2800-ESCRIBE-SALIDA
005314
005314       MOVE 'S'                        TO WS-ERROR
005314     END-IF.
005314
005314     IF WS-ERROR-NO
005314        MOVE WS-E-MONEDA          TO MONEDA OF
005314                                     DCLCUENTA-COMPENSACION
005314        EXEC SQL
005314           SELECT CONT_NOSTRO
005314             INTO :DCLCUENTA-COMPENSACION.CONT-NOSTRO
005314             FROM IBMUSER.CUENTA_COMPENSACION
005314            WHERE MONEDA = :DCLCUENTA-COMPENSACION.MONEDA
005314        END-EXEC
005314
005314        IF SQLCODE EQUAL 100
005314          SET CODERR-SIN-COMPENSA         TO TRUE
005314          MOVE 0                          TO WS-S-SQLCODE
005314          MOVE 'DIVISA SIN CONTRATO PUENTE DE COMPENSACION'
005314                                          TO WS-S-DESCRIPCION
005314
005314          PERFORM 2800-ESCRIBE-SALIDA
005314
005314          MOVE 'S'                        TO WS-ERROR
005314        ELSE
005314          IF SQLCODE NOT EQUAL 0
005314            SET CODERR-SQL-ERROR TO TRUE
005314            MOVE SQLCODE                  TO WS-S-SQLCODE
005314            MOVE 'ERROR AL CONSULTAR LA CUENTA DE COMPENSACION'
005314                                          TO WS-S-DESCRIPCION
005314
005314            PERFORM 2800-ESCRIBE-SALIDA
005314            PERFORM 9999-ERROR
005314          END-IF
005314        END-IF
005314     END-IF.
005314
005314     IF WS-ERROR-NO
005314        MOVE CONT-NOSTRO OF DCLCUENTA-COMPENSACION
005314                                  TO WS-E-CONT-DESTINO
005314     END-IF.
005314
005314* ***************************************************************
005314* RECHAZA A FICHERO-SAL UNA TRANSFERENCIA EXTERNA CON FECHA VALOR
005314* FUTURA: LOS MOVIMIENTOS APARCADOS EN IBMUSER.PENDIENTE NO
005314* GUARDAN LOS DATOS DEL BENEFICIARIO, Y EL ORDENANTE DEBE
005314* PRESENTARLA EL DIA EN QUE QUIERA QUE SALGA. EL CONTRATO DESTINO
005314* DEL DETALLE YA ES EL PUENTE DE COMPENSACION, ASI QUE LA
005314* INCIDENCIA IDENTIFICA LA TRANSFERENCIA POR LA CLAVE DEL
005314* BENEFICIARIO GUARDADA ANTES DE LA SUSTITUCION
005314* ***************************************************************
005314 2058-RECHAZA-EXTERNA-FUTURA.
005314
005314     SET CODERR-EXTERNA-FUTURA       TO TRUE.
005314     MOVE 0                          TO WS-S-SQLCODE.
005314     MOVE SPACES                     TO WS-S-DESCRIPCION.
005314     STRING 'TRANSFERENCIA EXTERNA CON FECHA VALOR FUTURA. '
005314                                     DELIMITED BY SIZE
005314            'BENEFICIARIO '          DELIMITED BY SIZE
005314            WS-CLAVE-BENEFICIARIO    DELIMITED BY SIZE
005314       INTO WS-S-DESCRIPCION
005314     END-STRING.
005314
005314     PERFORM 2800-ESCRIBE-SALIDA.
005314
005314     MOVE 'S'                        TO WS-ERROR.
005314
005314* ***************************************************************
005314* COMPRUEBA QUE LA FECHA VALOR INFORMADA TENGA UN FORMATO
005314* AAAA-MM-DD VALIDO ANTES DE USARLA. UNA FECHA MAL INFORMADA
005314* SE RECHAZA A FICHERO-SAL COMO CUALQUIER OTRO ERROR DE DATOS,
005558     END-IF.                                                      
005559
005559* ***************************************************************
005559* REGISTRA EN IBMUSER.TRANSFERENCIA_EXTERNA LA TRANSFERENCIA
005559* EXTERNA RECIEN POSTADA, CON LA CLAVE DE SU MOVIMIENTO Y LOS
005559* DATOS DEL BENEFICIARIO TAL COMO ESTAN HOY, EN ESTADO 'P'
005559* (PENDIENTE DE ENVIO). COMP01 LA INCLUIRA EN EL SIGUIENTE
005559* FICHERO PARA LA CAMARA DE COMPENSACION
005559* ***************************************************************
005559 2760-REGISTRA-TRANSF-EXTERNA.
005559
005559     MOVE CLAVE-MOVIMIENTO OF DCLMOVIMIENTO
005559                               TO CLAVE-MOV-ORDEN
005559                                  OF DCLTRANSFERENCIA-EXTERNA.
005559     MOVE WS-E-CONT-ORIGEN     TO CONT-ORIGEN
005559                                  OF DCLTRANSFERENCIA-EXTERNA.
005559     MOVE WS-CLAVE-BENEFICIARIO
005559                               TO CLAVE-BENEFICIARIO
005559                                  OF DCLTRANSFERENCIA-EXTERNA.
005559     MOVE IBAN OF DCLBENEFICIARIO
005559                               TO IBAN
005559                                  OF DCLTRANSFERENCIA-EXTERNA.
005559     MOVE BIC OF DCLBENEFICIARIO
005559                               TO BIC OF DCLTRANSFERENCIA-EXTERNA.
005559     MOVE NOMBRE OF DCLBENEFICIARIO
005559                               TO NOMBRE
005559                                  OF DCLTRANSFERENCIA-EXTERNA.
005559     MOVE WS-E-DESCRIPCION     TO CONCEPTO
005559                                  OF DCLTRANSFERENCIA-EXTERNA.
005559     MOVE WS-E-IMPORTE         TO IMPORTE
005559                                  OF DCLTRANSFERENCIA-EXTERNA.
005559     MOVE WS-E-MONEDA          TO MONEDA
005559                                  OF DCLTRANSFERENCIA-EXTERNA.
005559     MOVE WS-E-CONT-DESTINO    TO CONT-NOSTRO
005559                                  OF DCLTRANSFERENCIA-EXTERNA.
005559     MOVE WS-FECHA-PROCESO     TO FECHA-ORDEN
005559                                  OF DCLTRANSFERENCIA-EXTERNA.
005559
005559     EXEC SQL
005559        INSERT INTO IBMUSER.TRANSFERENCIA_EXTERNA
005559              (CLAVE_MOV_ORDEN, CONT_ORIGEN, CLAVE_BENEFICIARIO,
005559               IBAN, BIC, NOMBRE, CONCEPTO, IMPORTE, MONEDA,
005559               CONT_NOSTRO, FECHA_ORDEN, ESTADO, NUM_FICHERO,
005559               FECHA_ENVIO, MOTIVO_DEVOLUCION, FECHA_DEVOLUCION,
005559               CLAVE_MOV_DEVOLUCION)
005559        VALUES (:DCLTRANSFERENCIA-EXTERNA.CLAVE-MOV-ORDEN,
005559                :DCLTRANSFERENCIA-EXTERNA.CONT-ORIGEN,
005559                :DCLTRANSFERENCIA-EXTERNA.CLAVE-BENEFICIARIO,
005559                :DCLTRANSFERENCIA-EXTERNA.IBAN,
005559                :DCLTRANSFERENCIA-EXTERNA.BIC,
005559                :DCLTRANSFERENCIA-EXTERNA.NOMBRE,
005559                :DCLTRANSFERENCIA-EXTERNA.CONCEPTO,
005559                :DCLTRANSFERENCIA-EXTERNA.IMPORTE,
005559                :DCLTRANSFERENCIA-EXTERNA.MONEDA,
005559                :DCLTRANSFERENCIA-EXTERNA.CONT-NOSTRO,
005559                DATE(:DCLTRANSFERENCIA-EXTERNA.FECHA-ORDEN),
005559                'P', 0, NULL, ' ', NULL, 0)
005559     END-EXEC.
005559
005559     IF SQLCODE NOT EQUAL 0
005559       SET CODERR-SQL-ERROR TO TRUE
005559       MOVE SQLCODE                       TO WS-S-SQLCODE
005559       MOVE 'ERROR AL REGISTRAR LA TRANSFERENCIA EXTERNA'
005559                                          TO WS-S-DESCRIPCION
005559
005559       PERFORM 2800-ESCRIBE-SALIDA
005559       PERFORM 9999-ERROR
005559     END-IF.
005559
005559* ***************************************************************
005559* CALCULA Y CARGA LA COMISION DE LA TRANSFERENCIA RECIEN POSTADA
005559* SEGUN LA TARIFA DEL CONTRATO ORIGEN (LA SUYA PROPIA O, EN SU
005559* DEFECTO, LA GENERAL DE LA FILA 0): PARTE FIJA MAS PORCENTAJE
005559* MOVIMIENTO ACTUAL: LA SUYA PROPIA SI TIENE FILA EN
005559* IBMUSER.TARIFA, O EN SU DEFECTO LA GENERAL DE LA FILA 0. SI NO
005559* HAY NINGUNA DE LAS DOS, EL MOVIMIENTO NO DEVENGA COMISION
005559* DE CADA UNA SE TOMA LA FILA CON LA FECHA_DESDE MAS RECIENTE
005559* YA EN VIGOR, DE MODO QUE LAS TARIFAS CON FECHA DE EFECTO
005559* FUTURA NO SE APLICAN HASTA ESA FECHA
005559* ***************************************************************
005559 2730-BUSCA-TARIFA.
005559
005559               :DCLTARIFA.MONEDA
005559          FROM IBMUSER.TARIFA
005559         WHERE CLAVE_CONTRATO = :DCLTARIFA.CLAVE-CONTRATO
005559           AND FECHA_DESDE =
005559               (SELECT MAX(FECHA_DESDE)
005559                  FROM IBMUSER.TARIFA
005559                 WHERE CLAVE_CONTRATO = :DCLTARIFA.CLAVE-CONTRATO
005559                   AND FECHA_DESDE <= DATE(:WS-FECHA-PROCESO))
005559     END-EXEC.
005559
005559     IF SQLCODE EQUAL 100
005559                  :DCLTARIFA.MONEDA
005559             FROM IBMUSER.TARIFA
005559            WHERE CLAVE_CONTRATO = 0
005559              AND FECHA_DESDE =
005559                  (SELECT MAX(FECHA_DESDE)
005559                     FROM IBMUSER.TARIFA
005559                    WHERE CLAVE_CONTRATO = 0
005559                      AND FECHA_DESDE <= DATE(:WS-FECHA-PROCESO))
005559        END-EXEC
005559     END-IF.
005559
