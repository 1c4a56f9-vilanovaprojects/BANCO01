000060* DEVOLVIENDOLE EL RESULTADO EN LA MISMA PANTALLA. LOS LIMITES
000070* LOS CONTRASTAN BANCO01 Y LIBE01 EN EL MOMENTO DEL POSTEO, COMO
000080* CONTENCION DE FRAUDE. UN MAXIMO A CERO SIGNIFICA SIN LIMITE EN
000090* ESA DIMENSION. SUBIR O QUITAR UN LIMITE POR ENCIMA DEL UMBRAL DE
000092* DOBLE FIRMA DE LA DIVISA DEL CONTRATO NO SE GRABA: SE APARCA
000094* PENDIENTE DE QUE OTRO OPERADOR LO APRUEBE EN AUTO01
000096* CADA CAMBIO GRABADO DEJA EN LA AUDITORIA LOS VALORES ANTERIOR Y
000098* POSTERIOR DE LOS LIMITES QUE CAMBIAN
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.MANT04.
000120
000370         88 CODERR-IMPORTE-INV    VALUE 'IMPORINV'.
000372         88 CODERR-MONEDA-INV     VALUE 'MONEDINV'.
000380         88 CODERR-OPERACION-INV  VALUE 'OPERAINV'.
000385         88 CODERR-PEND-AUTORIZA  VALUE 'PENDAUTO'.
000390         88 CODERR-OK             VALUE 'OK      '.
000400     05 WS-RES-SQLCODE         PIC -999.
000410     05 WS-RES-DESCRIPCION     PIC X(68).
000420 01 WS-LONG-RESPUESTA          PIC S9(4) COMP VALUE +80.
000430
000431* LIMITES QUE QUEDARIAN TRAS LA OPERACION (CERO EN LA BAJA) E
000432* INDICADOR DE CAMBIO QUE AFLOJA ALGUN LIMITE POR ENCIMA DEL
000433* UMBRAL DE DOBLE FIRMA: NO SE GRABA, SE APARCA PENDIENTE DE
000434* AUTORIZACION
000435 01 WS-LIM-NUEVO-DEBITO        PIC S9(11)V9(2) COMP-3 VALUE 0.
000436 01 WS-LIM-NUEVO-DIARIO        PIC S9(11)V9(2) COMP-3 VALUE 0.
000437 01 WS-AUTORIZA                PIC X VALUE 'N'.
000438     88 WS-AUTORIZA-SI         VALUE 'S'.
000439     88 WS-AUTORIZA-NO         VALUE 'N'.
000440
000441* DESCRIPCION DEVUELTA AL TERMINAL CON LA CLAVE DE LA SOLICITUD
000442* APARCADA, QUE EL AUTORIZANTE TECLEARA EN AUTO01
000443 01 WS-DESC-PENDIENTE.
000444     05 FILLER                 PIC X(37)
000445        VALUE 'LIMITES PENDIENTES DE AUTORIZACION: '.
000446     05 WS-DESC-PEND-CLAVE     PIC 9(9).
000447     05 FILLER                 PIC X(22) VALUE SPACES.
000448
000449* IMAGEN DE LOS LIMITES ANTES Y DESPUES DE LA OPERACION, CON LOS
000450* IMPORTES EDITADOS, PARA ANOTAR EN LA AUDITORIA LOS CAMPOS QUE
000451* CAMBIAN. EN EL ALTA LA IMAGEN ANTERIOR QUEDA EN BLANCO Y EN LA
000452* BAJA LA POSTERIOR
000453 01 WS-IMAGEN-ANTES.
000454     05 WS-IMA-MAX-DEBITO        PIC -(11)9.99.
000455     05 WS-IMA-MAX-DIARIO        PIC -(11)9.99.
000456     05 WS-IMA-MONEDA            PIC X(3).
000457 01 WS-IMAGEN-DESPUES.
000458     05 WS-IMD-MAX-DEBITO        PIC -(11)9.99.
000459     05 WS-IMD-MAX-DIARIO        PIC -(11)9.99.
000460     05 WS-IMD-MONEDA            PIC X(3).
000461
000462* CAMPOS QUE CAMBIAN EN LA OPERACION, CON SU VALOR ANTERIOR Y
000463* POSTERIOR EN FORMATO EDITADO. SE GRABAN EN
000464* IBMUSER.AUDITORIA_CAMBIO CON LA MISMA FECHA Y HORA QUE EL
000465* REGISTRO DE AUDITORIA DE LA OPERACION
000466 01 WS-DIF-MAX               PIC 9(2) VALUE 0.
000467 01 WS-TABLA-DIFERENCIAS.
000468     05 WS-DIF-OCU OCCURS 1 TO 12 TIMES
000469                   DEPENDING ON WS-DIF-MAX
000470                   INDEXED BY WS-IDX-DIF.
000471        10 WS-DIF-CAMPO       PIC X(18).
000472        10 WS-DIF-ANTES       PIC X(50).
000473        10 WS-DIF-DESPUES     PIC X(50).
000474
000475* CAMPO QUE SE COMPARA PARA ANOTARLO EN LA TABLA SI HA CAMBIADO
000476 01 WS-DIF-NUEVO.
000477     05 WS-DNU-CAMPO          PIC X(18).
000478     05 WS-DNU-ANTES          PIC X(50).
000479     05 WS-DNU-DESPUES        PIC X(50).
000480
000481* SQLCA Y DCLGEN DE LAS TABLAS. DCLAUDITORIA ES LA TABLA DONDE SE
000482* REGISTRA QUIEN (USUARIO Y TERMINAL) HA REALIZADO CADA CAMBIO DE
000483* LIMITES. LA CLAVE DEL CONTRATO SE REGISTRA EN EL CAMPO DE
000484* CLAVE DE LA AUDITORIA. AUTORIZACION Y UMBRAL_AUTORIZACION
000485* SOPORTAN LA DOBLE FIRMA DE LOS CAMBIOS QUE AFLOJAN LIMITES
000486* AUDITORIA_CAMBIO GUARDA LOS VALORES ANTERIOR Y POSTERIOR DE LOS
000487* LIMITES QUE CAMBIAN
000488     EXEC SQL INCLUDE SQLCA END-EXEC.
000490     EXEC SQL INCLUDE LIMITECO END-EXEC.
000500     EXEC SQL INCLUDE CONTRATO END-EXEC.
000510     EXEC SQL INCLUDE AUDITORI END-EXEC.
000511     EXEC SQL INCLUDE AUDICAMB END-EXEC.
000512     EXEC SQL INCLUDE AUTORIZA END-EXEC.
000514     EXEC SQL INCLUDE UMBRALAU END-EXEC.
000520
000530 PROCEDURE DIVISION.
000540
000800                                   OF DCLLIMITE-CONTRATO.
000810     MOVE WS-PET-CLAVE-CONTRATO TO CLAVE-CONTRATO
000820                                   OF DCLCONTRATO.
000825     MOVE 'N'                   TO WS-AUTORIZA.
000830
000840     EVALUATE TRUE
000850        WHEN PET-OPERACION-ALTA
001730              MOVE 0                          TO WS-RES-SQLCODE
001740              MOVE 'LIMITES DADOS DE ALTA CORRECTAMENTE'
001750                                           TO WS-RES-DESCRIPCION
001753              MOVE SPACES               TO WS-IMAGEN-ANTES
001756              PERFORM 2875-GUARDA-IMAGEN-DESPUES
001760              PERFORM 2900-REGISTRA-AUDITORIA
001770              IF CODERR-OK
001780                 EXEC CICS SYNCPOINT END-EXEC
001830
001840* ***************************************************************
001850* MODIFICA LOS LIMITES DE UN CONTRATO QUE YA LOS TIENE
001860* DEFINIDOS. EL ACUMULADO DE DEBITOS DEL DIA NO SE TOCA. SI EL
001862* CAMBIO AFLOJA ALGUN LIMITE POR ENCIMA DEL UMBRAL DE DOBLE FIRMA
001864* SE APARCA PENDIENTE DE AUTORIZACION EN LUGAR DE GRABARLO
001870* ***************************************************************
001880 2200-MODIFICA-LIMITE.
001890
001900     PERFORM 2050-VALIDA-DATOS-LIMITE.
001910
001912     IF CODERR-OK
001914        PERFORM 2250-COMPRUEBA-AUTORIZACION
001916     END-IF.
001917     IF CODERR-OK AND WS-AUTORIZA-SI
001918        PERFORM 2800-APARCA-LIMITES
001919     END-IF.
001922
001925     IF CODERR-OK AND WS-AUTORIZA-NO
001930     EXEC SQL
001940        UPDATE IBMUSER.LIMITE_CONTRATO
001950           SET MAX_DEBITO = :WS-PET-MAX-DEBITO,
002150              MOVE 0                          TO WS-RES-SQLCODE
002160              MOVE 'LIMITES MODIFICADOS CORRECTAMENTE'
002170                                           TO WS-RES-DESCRIPCION
002175              PERFORM 2875-GUARDA-IMAGEN-DESPUES
002180              PERFORM 2900-REGISTRA-AUDITORIA
002190              IF CODERR-OK
002200                 EXEC CICS SYNCPOINT END-EXEC
002250
002260* ***************************************************************
002270* DA DE BAJA LOS LIMITES DE UN CONTRATO (EL CONTRATO VUELVE A
002271* OPERAR SIN LIMITES PROPIOS). QUITAR UN LIMITE LO AFLOJA SIN
002272* TOPE, ASI QUE SE APARCA PENDIENTE DE AUTORIZACION CUANDO LA
002273* DIVISA DEL CONTRATO TIENE UMBRAL DE DOBLE FIRMA
002274* ***************************************************************
002275 2300-BAJA-LIMITE.
002276
002277     SET CODERR-OK                         TO TRUE.
002278     PERFORM 2250-COMPRUEBA-AUTORIZACION.
002279     IF CODERR-OK AND WS-AUTORIZA-SI
002280        PERFORM 2800-APARCA-LIMITES
002281     END-IF.
002282
002283     IF CODERR-OK AND WS-AUTORIZA-NO
002284        EXEC SQL
002285           DELETE FROM IBMUSER.LIMITE_CONTRATO
002286            WHERE CLAVE_CONTRATO =
002287                  :DCLLIMITE-CONTRATO.CLAVE-CONTRATO
002288        END-EXEC
002289
002290        IF SQLCODE EQUAL 100
002291           SET CODERR-LIMITE-NOEXI            TO TRUE
002292           MOVE 0                             TO WS-RES-SQLCODE
002293           MOVE 'EL CONTRATO NO TIENE LIMITES DEFINIDOS'
002294                                           TO WS-RES-DESCRIPCION
002295        ELSE
002296           IF SQLCODE NOT EQUAL 0
002297              SET CODERR-SQL-ERROR TO TRUE
002298              MOVE SQLCODE                    TO WS-RES-SQLCODE
002299              MOVE 'ERROR AL DAR DE BAJA LOS LIMITES'
002300                                           TO WS-RES-DESCRIPCION
002301           ELSE
002302              SET CODERR-OK                   TO TRUE
002303              MOVE 0                          TO WS-RES-SQLCODE
002304              MOVE 'LIMITES DADOS DE BAJA CORRECTAMENTE'
002305                                           TO WS-RES-DESCRIPCION
002306              MOVE SPACES               TO WS-IMAGEN-DESPUES
002307              PERFORM 2900-REGISTRA-AUDITORIA
002308              IF CODERR-OK
002309                 EXEC CICS SYNCPOINT END-EXEC
002310              END-IF
002311           END-IF
002312        END-IF
002313     END-IF.
002314
002315* ***************************************************************
002316* COMPRUEBA SI EL CAMBIO PEDIDO AFLOJA ALGUNO DE LOS LIMITES QUE
002317* TIENE HOY EL CONTRATO POR ENCIMA DEL UMBRAL DE DOBLE FIRMA DE
002318* SU DIVISA (IBMUSER.UMBRAL_AUTORIZACION, TIPO 'L'). UN LIMITE SE
002319* AFLOJA SI SUBE O SI PASA A CERO (SIN LIMITE); UN LIMITE QUE
002320* HOY ES CERO NO SE PUEDE AFLOJAR. SIN LIMITES DEFINIDOS NO HAY
002321* NADA QUE AUTORIZAR (LA OPERACION DEVOLVERA LIMNOEXI) Y SIN
002322* FILA DE UMBRAL PARA LA DIVISA NO SE EXIGE SEGUNDA FIRMA
002323* ***************************************************************
002324 2250-COMPRUEBA-AUTORIZACION.
002325
002326     IF PET-OPERACION-BAJA
002327        MOVE 0                   TO WS-LIM-NUEVO-DEBITO
002328        MOVE 0                   TO WS-LIM-NUEVO-DIARIO
002329     ELSE
002330        MOVE WS-PET-MAX-DEBITO   TO WS-LIM-NUEVO-DEBITO
002331        MOVE WS-PET-MAX-DIARIO   TO WS-LIM-NUEVO-DIARIO
002332     END-IF.
002333
002334     EXEC SQL
002335        SELECT MAX_DEBITO, MAX_DIARIO, MONEDA
002336          INTO :DCLLIMITE-CONTRATO.MAX-DEBITO,
002337               :DCLLIMITE-CONTRATO.MAX-DIARIO,
002338               :DCLLIMITE-CONTRATO.MONEDA
002339          FROM IBMUSER.LIMITE_CONTRATO
002340         WHERE CLAVE_CONTRATO =
002341               :DCLLIMITE-CONTRATO.CLAVE-CONTRATO
002342     END-EXEC.
002343
002344     IF SQLCODE EQUAL 100
002345        CONTINUE
002346     ELSE
002347        IF SQLCODE NOT EQUAL 0
002348           SET CODERR-SQL-ERROR TO TRUE
002349           MOVE SQLCODE                    TO WS-RES-SQLCODE
002350           MOVE 'ERROR AL LEER LOS LIMITES DEL CONTRATO'
002351                                           TO WS-RES-DESCRIPCION
002352        ELSE
002353           PERFORM 2870-GUARDA-IMAGEN-ANTES
002354           PERFORM 2260-COMPRUEBA-UMBRAL
002355        END-IF
002356     END-IF.
002357
002358* ***************************************************************
002359* LEE EL UMBRAL DE DOBLE FIRMA DE LA DIVISA DEL CONTRATO Y MARCA
002360* LA PETICION PARA APARCARLA SI ALGUNA DIMENSION SE AFLOJA POR
002361* ENCIMA DE EL
002362* ***************************************************************
002363 2260-COMPRUEBA-UMBRAL.
002364
002365     MOVE 'L'                    TO TIPO-AUTORIZACION
002366                                    OF DCLUMBRAL-AUTORIZACION.
002367     MOVE MONEDA OF DCLLIMITE-CONTRATO
002368                                 TO MONEDA
002369                                    OF DCLUMBRAL-AUTORIZACION.
002370
002371     EXEC SQL
002372        SELECT IMPORTE
002373          INTO :DCLUMBRAL-AUTORIZACION.IMPORTE
002374          FROM IBMUSER.UMBRAL_AUTORIZACION
002375         WHERE TIPO_AUTORIZACION =
002376               :DCLUMBRAL-AUTORIZACION.TIPO-AUTORIZACION
002377           AND MONEDA = :DCLUMBRAL-AUTORIZACION.MONEDA
002378     END-EXEC.
002379
002380     IF SQLCODE EQUAL 100
002381        CONTINUE
002382     ELSE
002383        IF SQLCODE NOT EQUAL 0
002384           SET CODERR-SQL-ERROR TO TRUE
002385           MOVE SQLCODE                    TO WS-RES-SQLCODE
002386           MOVE 'ERROR AL LEER EL UMBRAL DE AUTORIZACION'
002387                                           TO WS-RES-DESCRIPCION
002388        ELSE
002389           IF MAX-DEBITO OF DCLLIMITE-CONTRATO GREATER THAN 0
002390              IF WS-LIM-NUEVO-DEBITO EQUAL 0
002391                 MOVE 'S'                  TO WS-AUTORIZA
002392              END-IF
002393              IF WS-LIM-NUEVO-DEBITO GREATER THAN
002394                 MAX-DEBITO OF DCLLIMITE-CONTRATO
002395                 AND WS-LIM-NUEVO-DEBITO GREATER THAN
002396                 IMPORTE OF DCLUMBRAL-AUTORIZACION
002397                 MOVE 'S'                  TO WS-AUTORIZA
002398              END-IF
002399           END-IF
002400           IF MAX-DIARIO OF DCLLIMITE-CONTRATO GREATER THAN 0
002401              IF WS-LIM-NUEVO-DIARIO EQUAL 0
002402                 MOVE 'S'                  TO WS-AUTORIZA
002403              END-IF
002404              IF WS-LIM-NUEVO-DIARIO GREATER THAN
002405                 MAX-DIARIO OF DCLLIMITE-CONTRATO
002406                 AND WS-LIM-NUEVO-DIARIO GREATER THAN
002407                 IMPORTE OF DCLUMBRAL-AUTORIZACION
002408                 MOVE 'S'                  TO WS-AUTORIZA
002409              END-IF
002410           END-IF
002411        END-IF
002412     END-IF.
002413
002414* ***************************************************************
002415* APARCA EN IBMUSER.AUTORIZACION LA MODIFICACION O BAJA DE LOS
002416* LIMITES QUE SUPERA EL UMBRAL DE DOBLE FIRMA, SIN TOCAR
002417* IBMUSER.LIMITE_CONTRATO. LA SOLICITUD GUARDA LOS MAXIMOS PEDIDOS
002418* (CERO EN LA BAJA) Y QUEDA EN ESTADO 'P' HASTA QUE OTRO OPERADOR
002419* LA APRUEBE O RECHACE EN AUTO01, O CADUQUE AL FINAL DEL DIA
002420* ***************************************************************
002421 2800-APARCA-LIMITES.
002422
002423     PERFORM 2810-OBTIENE-CLAVE-AUTORIZA.
002424
002425     IF CODERR-OK
002426        MOVE 'L'                  TO TIPO-AUTORIZACION
002427                                     OF DCLAUTORIZACION
002428        MOVE WS-PET-OPERACION     TO OPERACION OF DCLAUTORIZACION
002429        MOVE WS-PET-CLAVE-CONTRATO
002430                                  TO CONT-ORIGEN
002431                                     OF DCLAUTORIZACION
002432        MOVE 0                    TO CONT-DESTINO
002433                                     OF DCLAUTORIZACION
002434        MOVE WS-LIM-NUEVO-DEBITO  TO IMPORTE OF DCLAUTORIZACION
002435        MOVE WS-LIM-NUEVO-DIARIO  TO IMPORTE-DIARIO
002436                                     OF DCLAUTORIZACION
002437        MOVE MONEDA OF DCLLIMITE-CONTRATO
002438                                  TO MONEDA OF DCLAUTORIZACION
002439        MOVE 'CAMBIO DE LIMITES OPERATIVOS DEL CONTRATO'
002440                                  TO DESCRIPCION
002441                                     OF DCLAUTORIZACION
002442        MOVE EIBUSERID            TO USUARIO-ALTA
002443                                     OF DCLAUTORIZACION
002444        MOVE EIBTRMID             TO TERMINAL-ALTA
002445                                     OF DCLAUTORIZACION
002446
002447        EXEC SQL
002448            INSERT INTO IBMUSER.AUTORIZACION
002449                  (CLAVE_AUTORIZACION, TIPO_AUTORIZACION,
002450                   OPERACION, CONT_ORIGEN, CONT_DESTINO, IMPORTE,
002451                   IMPORTE_DIARIO, MONEDA, DESCRIPCION, ESTADO,
002452                   USUARIO_ALTA, TERMINAL_ALTA, FECHA_ALTA,
002453                   USUARIO_DECISION, TERMINAL_DECISION,
002454                   MOV_GENERADO)
002455           VALUES (:DCLAUTORIZACION.CLAVE-AUTORIZACION,
002456                   :DCLAUTORIZACION.TIPO-AUTORIZACION,
002457                   :DCLAUTORIZACION.OPERACION,
002458                   :DCLAUTORIZACION.CONT-ORIGEN,
002459                   :DCLAUTORIZACION.CONT-DESTINO,
002460                   :DCLAUTORIZACION.IMPORTE,
002461                   :DCLAUTORIZACION.IMPORTE-DIARIO,
002462                   :DCLAUTORIZACION.MONEDA,
002463                   :DCLAUTORIZACION.DESCRIPCION,
002464                   'P',
002465                   :DCLAUTORIZACION.USUARIO-ALTA,
002466                   :DCLAUTORIZACION.TERMINAL-ALTA,
002467                   CURRENT TIMESTAMP,
002468                   ' ', ' ', 0)
002469        END-EXEC
002470
002471        IF SQLCODE NOT EQUAL 0
002472           SET CODERR-SQL-ERROR TO TRUE
002473           MOVE SQLCODE                    TO WS-RES-SQLCODE
002474           MOVE 'ERROR AL APARCAR LA SOLICITUD DE AUTORIZACION'
002475                                           TO WS-RES-DESCRIPCION
002476        END-IF
002477     END-IF.
002478
002479     IF CODERR-OK
002480        PERFORM 2820-AUDITA-APARCAMIENTO
002481     END-IF.
002482
002483     IF CODERR-OK
002484        MOVE CLAVE-AUTORIZACION OF DCLAUTORIZACION
002485                                  TO WS-DESC-PEND-CLAVE
002486        SET CODERR-PEND-AUTORIZA  TO TRUE
002487        MOVE 0                    TO WS-RES-SQLCODE
002488        MOVE WS-DESC-PENDIENTE    TO WS-RES-DESCRIPCION
002489        EXEC CICS SYNCPOINT END-EXEC
002490     ELSE
002491        EXEC CICS SYNCPOINT ROLLBACK END-EXEC
002492     END-IF.
002493
002494* ***************************************************************
002495* OBTIENE LA CLAVE DE LA NUEVA SOLICITUD DE AUTORIZACION DE LA
002496* FILA 'AUTORIZA' DE IBMUSER.CONTADOR. LA PRIMERA SOLICITUD DE
002497* LA HISTORIA CREA LA FILA; SI OTRA TRANSACCION LA CREA ANTES,
002498* SE INCREMENTA SOBRE LA FILA YA CREADA
002499* ***************************************************************
002500 2810-OBTIENE-CLAVE-AUTORIZA.
002501
002502     EXEC SQL
002503        UPDATE IBMUSER.CONTADOR
002504           SET ULTIMO_VALOR = ULTIMO_VALOR + 1
002505         WHERE NOMBRE = 'AUTORIZA'
002506     END-EXEC.
002507
002508     IF SQLCODE EQUAL 100
002509        EXEC SQL
002510           INSERT INTO IBMUSER.CONTADOR (NOMBRE, ULTIMO_VALOR)
002511           VALUES ('AUTORIZA', 1)
002512        END-EXEC
002513        IF SQLCODE EQUAL -803
002514           EXEC SQL
002515              UPDATE IBMUSER.CONTADOR
002516                 SET ULTIMO_VALOR = ULTIMO_VALOR + 1
002517               WHERE NOMBRE = 'AUTORIZA'
002518           END-EXEC
002519        END-IF
002520     END-IF.
002521
002522     IF SQLCODE EQUAL 0
002523        EXEC SQL
002524           SELECT ULTIMO_VALOR
002525             INTO :DCLAUTORIZACION.CLAVE-AUTORIZACION
002526             FROM IBMUSER.CONTADOR
002527            WHERE NOMBRE = 'AUTORIZA'
002528        END-EXEC
002529     END-IF.
002530
002531     IF SQLCODE NOT EQUAL 0
002532        SET CODERR-SQL-ERROR TO TRUE
002533        MOVE SQLCODE                       TO WS-RES-SQLCODE
002534        MOVE 'ERROR AL OBTENER LA CLAVE DE AUTORIZACION'
002535                                           TO WS-RES-DESCRIPCION
002536     END-IF.
002537
002538* ***************************************************************
002539* REGISTRA EN IBMUSER.AUDITORIA QUE EL OPERADOR HA DEJADO APARCADA
002540* UNA SOLICITUD DE AUTORIZACION (OPERACION 'P') SOBRE LOS LIMITES
002541* ***************************************************************
002542 2820-AUDITA-APARCAMIENTO.
002543
002544     MOVE WS-PET-CLAVE-CONTRATO TO CLAVE-CONTRATO
002545                                   OF DCLAUDITORIA.
002546     MOVE 'P'                   TO OPERACION OF DCLAUDITORIA.
002547     MOVE EIBUSERID             TO USUARIO OF DCLAUDITORIA.
002548     MOVE EIBTRMID              TO TERMINAL-ID OF DCLAUDITORIA.
002549     MOVE 'AUTORIZA'            TO ENTIDAD OF DCLAUDITORIA.
002550
002551     EXEC SQL
002552        INSERT INTO IBMUSER.AUDITORIA
002553              (CLAVE_CONTRATO, OPERACION, USUARIO, TERMINAL_ID,
002554               FECHA_HORA, ENTIDAD)
002555        VALUES (:DCLAUDITORIA.CLAVE-CONTRATO,
002556                :DCLAUDITORIA.OPERACION,
002557                :DCLAUDITORIA.USUARIO,
002558                :DCLAUDITORIA.TERMINAL-ID,
002559                CURRENT TIMESTAMP,
002560                :DCLAUDITORIA.ENTIDAD)
002561     END-EXEC.
002562
002563     IF SQLCODE NOT EQUAL 0
002564        SET CODERR-SQL-ERROR                  TO TRUE
002565        MOVE SQLCODE                          TO WS-RES-SQLCODE
002566        MOVE 'ERROR AL REGISTRAR LA AUDITORIA DE LA AUTORIZACION'
002567                                           TO WS-RES-DESCRIPCION
002568     END-IF.
002569
002570* ***************************************************************
002571* GUARDA LA IMAGEN DE LOS LIMITES LEIDOS ANTES DE LA OPERACION
002572* ***************************************************************
002573 2870-GUARDA-IMAGEN-ANTES.
002574
002575     MOVE MAX-DEBITO OF DCLLIMITE-CONTRATO TO WS-IMA-MAX-DEBITO.
002576     MOVE MAX-DIARIO OF DCLLIMITE-CONTRATO TO WS-IMA-MAX-DIARIO.
002577     MOVE MONEDA OF DCLLIMITE-CONTRATO  TO WS-IMA-MONEDA.
002578
002579* ***************************************************************
002580* GUARDA LA IMAGEN DE LOS LIMITES PEDIDOS, YA GRABADOS
002581* ***************************************************************
002582 2875-GUARDA-IMAGEN-DESPUES.
002583
002584     MOVE WS-PET-MAX-DEBITO             TO WS-IMD-MAX-DEBITO.
002585     MOVE WS-PET-MAX-DIARIO             TO WS-IMD-MAX-DIARIO.
002586     MOVE WS-PET-MONEDA                 TO WS-IMD-MONEDA.
002587
002588* ***************************************************************
002589* ANOTA EN LA TABLA DE DIFERENCIAS EL CAMPO PREPARADO EN
002590* WS-DIF-NUEVO SI SU VALOR HA CAMBIADO CON LA OPERACION
002591* ***************************************************************
002592 2880-ANOTA-DIFERENCIA.
002593
002594     IF WS-DNU-ANTES NOT EQUAL WS-DNU-DESPUES
002595        AND WS-DIF-MAX LESS THAN 12
002596        ADD 1 TO WS-DIF-MAX
002597        SET WS-IDX-DIF TO WS-DIF-MAX
002598        MOVE WS-DIF-NUEVO TO WS-DIF-OCU (WS-IDX-DIF)
002599     END-IF.
002600
002601* ***************************************************************
002602* COMPARA LAS IMAGENES DE LOS LIMITES ANTES Y DESPUES DE LA
002603* OPERACION Y ANOTA LOS CAMPOS QUE HAN CAMBIADO
002604* ***************************************************************
002605 2890-COMPARA-IMAGENES.
002610
002611     MOVE 0                        TO WS-DIF-MAX.
002612
002613     MOVE 'MAX_DEBITO'              TO WS-DNU-CAMPO.
002614     MOVE WS-IMA-MAX-DEBITO         TO WS-DNU-ANTES.
002615     MOVE WS-IMD-MAX-DEBITO         TO WS-DNU-DESPUES.
002616     PERFORM 2880-ANOTA-DIFERENCIA.
002617
002618     MOVE 'MAX_DIARIO'              TO WS-DNU-CAMPO.
002619     MOVE WS-IMA-MAX-DIARIO         TO WS-DNU-ANTES.
002620     MOVE WS-IMD-MAX-DIARIO         TO WS-DNU-DESPUES.
002621     PERFORM 2880-ANOTA-DIFERENCIA.
002622
002623     MOVE 'MONEDA'                  TO WS-DNU-CAMPO.
002624     MOVE WS-IMA-MONEDA             TO WS-DNU-ANTES.
002625     MOVE WS-IMD-MONEDA             TO WS-DNU-DESPUES.
002626     PERFORM 2880-ANOTA-DIFERENCIA.
002627
002628* ***************************************************************
002629* REGISTRA EN IBMUSER.AUDITORIA QUIEN (USUARIO Y TERMINAL) HA
002630* REALIZADO LA OPERACION SOBRE LOS LIMITES DEL CONTRATO
002635* Y LOS VALORES ANTERIOR Y POSTERIOR DE LOS CAMPOS QUE CAMBIAN
002640* ***************************************************************
002650 2900-REGISTRA-AUDITORIA.
002660
002663     PERFORM 2890-COMPARA-IMAGENES.
002666
002670     MOVE WS-PET-CLAVE-CONTRATO TO CLAVE-CONTRATO
002680                                   OF DCLAUDITORIA.
002690     MOVE WS-PET-OPERACION      TO OPERACION OF DCLAUDITORIA.
002710     MOVE EIBTRMID              TO TERMINAL-ID OF DCLAUDITORIA.
002720     MOVE 'LIMITECO'            TO ENTIDAD OF DCLAUDITORIA.
002730
002733* LA FECHA Y HORA DEL REGISTRO SE TOMA ANTES DE GRABARLO PARA
002736* ENLAZAR CON ELLA LOS CAMPOS MODIFICADOS
002740     EXEC SQL
002741        SELECT CURRENT TIMESTAMP
002742          INTO :DCLAUDITORIA.FECHA-HORA
002743          FROM SYSIBM.SYSDUMMY1
002744     END-EXEC.
002745
002746     IF SQLCODE EQUAL 0
002747        EXEC SQL
002750           INSERT INTO IBMUSER.AUDITORIA
002760                 (CLAVE_CONTRATO, OPERACION, USUARIO, TERMINAL_ID,
002770                  FECHA_HORA, ENTIDAD)
002780           VALUES (:DCLAUDITORIA.CLAVE-CONTRATO,
002790                   :DCLAUDITORIA.OPERACION,
002800                   :DCLAUDITORIA.USUARIO,
002810                   :DCLAUDITORIA.TERMINAL-ID,
002820                   :DCLAUDITORIA.FECHA-HORA,
002830                   :DCLAUDITORIA.ENTIDAD)
002840        END-EXEC
002841     END-IF.
002842
002843     IF SQLCODE EQUAL 0
002844        PERFORM 2910-REGISTRA-DIFERENCIA
002845           VARYING WS-IDX-DIF FROM 1 BY 1
002846           UNTIL WS-IDX-DIF GREATER THAN WS-DIF-MAX
002847              OR SQLCODE NOT EQUAL 0
002848     END-IF.
002850
002860     IF SQLCODE NOT EQUAL 0
002870        SET CODERR-SQL-ERROR                  TO TRUE
002950* CAMBIO SIN SU REGISTRO DE AUDITORIA
002960        EXEC CICS SYNCPOINT ROLLBACK END-EXEC
002970     END-IF.
002975
002980* ***************************************************************
002981* GRABA EN IBMUSER.AUDITORIA_CAMBIO EL VALOR ANTERIOR Y POSTERIOR
002982* DE UN CAMPO MODIFICADO, ENLAZADO CON SU REGISTRO DE AUDITORIA
002983* POR CONTRATO, ENTIDAD Y FECHA Y HORA
002984* ***************************************************************
002985 2910-REGISTRA-DIFERENCIA.
002986
002987     MOVE WS-DIF-CAMPO (WS-IDX-DIF)
002988                                TO CAMPO OF DCLAUDITORIA-CAMBIO.
002989     MOVE WS-DIF-ANTES (WS-IDX-DIF)
002990                                TO VALOR-ANTES
002991                                   OF DCLAUDITORIA-CAMBIO.
002992     MOVE WS-DIF-DESPUES (WS-IDX-DIF)
002993                                TO VALOR-DESPUES
002994                                   OF DCLAUDITORIA-CAMBIO.
002995
002996     EXEC SQL
002997        INSERT INTO IBMUSER.AUDITORIA_CAMBIO
002998              (CLAVE_CONTRATO, ENTIDAD, FECHA_HORA, CAMPO,
002999               VALOR_ANTES, VALOR_DESPUES)
003000        VALUES (:DCLAUDITORIA.CLAVE-CONTRATO,
003001                :DCLAUDITORIA.ENTIDAD,
003002                :DCLAUDITORIA.FECHA-HORA,
003003                :DCLAUDITORIA-CAMBIO.CAMPO,
003004                :DCLAUDITORIA-CAMBIO.VALOR-ANTES,
003005                :DCLAUDITORIA-CAMBIO.VALOR-DESPUES)
003006     END-EXEC.
003007
003008* ***************************************************************
003009* PARRAFO DE FIN. DEVUELVE AL TERMINAL EL RESULTADO DE LA
003010* OPERACION Y TERMINA LA TRANSACCION
003020* ***************************************************************
003030 3000-FIN.
