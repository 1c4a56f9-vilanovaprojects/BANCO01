000090* ORIGEN. EL RESULTADO SE DEVUELVE AL TERMINAL CON LOS MISMOS
000100* CODIGOS QUE BANCO01 ESCRIBE EN SU FICHERO DE INCIDENCIAS, Y
000110* CADA TRANSFERENCIA POSTADA QUEDA ATRIBUIDA AL OPERADOR Y
000111* TERMINAL EN IBMUSER.AUDITORIA. UNA TRANSFERENCIA DE IMPORTE
000112* SUPERIOR AL UMBRAL DE IBMUSER.UMBRAL_AUTORIZACION PARA SU
000113* DIVISA NO SE POSTA: SE VALIDA Y QUEDA APARCADA EN
000114* IBMUSER.AUTORIZACION HASTA QUE OTRO OPERADOR LA APRUEBE O LA
000115* RECHACE EN AUTO01 (DOBLE FIRMA)
000116* LA AUDITORIA GUARDA ADEMAS LOS DATOS DE LA TRANSFERENCIA O DE
000117* LA SOLICITUD APARCADA Y EL SALDO DEL CONTRATO ORIGEN ANTES Y
000118* DESPUES DEL CARGO
000124* CON TIPO DE OPERACION 'X' LA TRANSFERENCIA ES EXTERNA: EL
000125* CONTRATO DESTINO TECLEADO ES LA CLAVE DE UN BENEFICIARIO DEL
000126* CONTRATO ORIGEN DADO DE ALTA EN IBMUSER.BENEFICIARIO (MANT09),
000127* EL ABONO VA AL CONTRATO PUENTE DE LA DIVISA EN
000128* IBMUSER.CUENTA_COMPENSACION Y LA ORDEN QUEDA EN
000129* IBMUSER.TRANSFERENCIA_EXTERNA PENDIENTE DE ENVIO (COMP01)
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.TRAN01.
000150
000250     05 WS-PET-IMPORTE         PIC 9(11)V9(2).
000260     05 WS-PET-MONEDA          PIC X(3).
000270     05 WS-PET-DESCRIPCION     PIC X(50).
000272     05 WS-PET-TIPO-OPER       PIC X(1).
000274         88 PET-OPER-INTERNA      VALUE ' ' 'T'.
000276         88 PET-OPER-EXTERNA      VALUE 'X'.
000280 01 WS-LONG-PETICION           PIC S9(4) COMP VALUE +85.
000290
000300* AREA DEVUELTA AL TERMINAL CON EL RESULTADO DE LA OPERACION.
000310* LOS CODIGOS SON LOS MISMOS QUE BANCO01 ESCRIBE EN SU FICHERO
000440         88 CODERR-CAMBIO-NO-DISP VALUE 'CAMBIONO'.
000450         88 CODERR-COM-SIN-CAMBIO VALUE 'COMSINCA'.
000460         88 CODERR-IMPORTE-INV    VALUE 'IMPORINV'.
000465         88 CODERR-PEND-AUTORIZA  VALUE 'PENDAUTO'.
000466         88 CODERR-OPERACION-INV  VALUE 'OPERAINV'.
000467         88 CODERR-BENEF-INVALIDO VALUE 'BENEFINV'.
000468         88 CODERR-SIN-COMPENSA   VALUE 'SINCOMPE'.
000470         88 CODERR-OK             VALUE 'OK      '.
000480     05 WS-S-SQLCODE           PIC -999.
000490     05 WS-S-CLAVE-MOV         PIC 9(9).
000799* DEL ACUMULADO DE DEBITOS
000799 01 WS-FECHA-HOY             PIC X(10).
000800
000801* INDICADOR DE TRANSFERENCIA QUE SUPERA EL UMBRAL DE DOBLE FIRMA
000802* DE SU DIVISA: NO SE POSTA, SE APARCA PENDIENTE DE AUTORIZACION
000803 01 WS-AUTORIZA              PIC X VALUE 'N'.
000804     88 WS-AUTORIZA-SI       VALUE 'S'.
000805     88 WS-AUTORIZA-NO       VALUE 'N'.
000806
000807* DESCRIPCION DEVUELTA AL TERMINAL CON LA CLAVE DE LA SOLICITUD
000808* APARCADA, QUE EL AUTORIZANTE TECLEARA EN AUTO01
000809 01 WS-DESC-PENDIENTE.
000810     05 FILLER              PIC X(41)
000811        VALUE 'TRANSFERENCIA PENDIENTE DE AUTORIZACION: '.
000812     05 WS-DESC-PEND-CLAVE  PIC 9(9).
000813     05 FILLER              PIC X(18) VALUE SPACES.
000814
000816* CLAVE DEL BENEFICIARIO DE UNA TRANSFERENCIA EXTERNA, TECLEADA
000818* EN EL CONTRATO DESTINO, QUE SE SUSTITUYE POR EL CONTRATO PUENTE
000820* DE LA DIVISA AL RESOLVER EL BENEFICIARIO
000822 01 WS-CLAVE-BENEFICIARIO    PIC 9(9) VALUE 0.
000824
000826* VARIABLES UTILIZADAS EN EL PROGRAMA
000828 01 IND-NULL             PIC S9(4) COMP.
000830 01 IND-DESTINO          PIC S9(4) COMP.
000840 01 WS-ERROR             PIC X VALUE 'N'.
000850     88 WS-ERROR-SI      VALUE 'S'.
001185 01 WS-ULTIMA-CLAVE-BLOQUE PIC S9(9) COMP VALUE 0.
001185 01 WS-MAX-OPERATIVA       PIC S9(9) COMP VALUE 0.
001185 01 WS-MAX-HISTORICO       PIC S9(9) COMP VALUE 0.
000010 01 IND-NULL-CTR           PIC S9(4) COMP.
000020
000030* IMAGEN DE LA OPERACION ANTES Y DESPUES DE POSTARLA O APARCARLA,
000040* PARA ANOTAR EN LA AUDITORIA LOS CAMPOS QUE CAMBIAN. ANTES SOLO
000050* SE CONOCE EL SALDO DEL CONTRATO ORIGEN
000060 01 WS-IMAGEN-ANTES.
000070     05 WS-IMA-CLAVE-MOVIMIENTO  PIC Z(8)9.
000080     05 WS-IMA-CLAVE-AUTORIZA    PIC Z(8)9.
000090     05 WS-IMA-CONT-ORIGEN       PIC Z(8)9.
000100     05 WS-IMA-CONT-DESTINO      PIC Z(8)9.
000110     05 WS-IMA-IMPORTE           PIC -(11)9.99.
000120     05 WS-IMA-MONEDA            PIC X(3).
000130     05 WS-IMA-ESTADO            PIC X(1).
000140     05 WS-IMA-SALDO-ORIGEN      PIC -(11)9.99.
000150 01 WS-IMAGEN-DESPUES.
000160     05 WS-IMD-CLAVE-MOVIMIENTO  PIC Z(8)9.
000170     05 WS-IMD-CLAVE-AUTORIZA    PIC Z(8)9.
000180     05 WS-IMD-CONT-ORIGEN       PIC Z(8)9.
000190     05 WS-IMD-CONT-DESTINO      PIC Z(8)9.
000200     05 WS-IMD-IMPORTE           PIC -(11)9.99.
000210     05 WS-IMD-MONEDA            PIC X(3).
000220     05 WS-IMD-ESTADO            PIC X(1).
000230     05 WS-IMD-SALDO-ORIGEN      PIC -(11)9.99.
000240
000250* CAMPOS QUE CAMBIAN EN LA OPERACION, CON SU VALOR ANTERIOR Y
000260* POSTERIOR EN FORMATO EDITADO. SE GRABAN EN
000270* IBMUSER.AUDITORIA_CAMBIO CON LA MISMA FECHA Y HORA QUE EL
000280* REGISTRO DE AUDITORIA DE LA OPERACION
000290 01 WS-DIF-MAX               PIC 9(2) VALUE 0.
000300 01 WS-TABLA-DIFERENCIAS.
000310     05 WS-DIF-OCU OCCURS 1 TO 12 TIMES
000320                   DEPENDING ON WS-DIF-MAX
000330                   INDEXED BY WS-IDX-DIF.
000340        10 WS-DIF-CAMPO       PIC X(18).
000350        10 WS-DIF-ANTES       PIC X(50).
000360        10 WS-DIF-DESPUES     PIC X(50).
000370
000380* CAMPO QUE SE COMPARA PARA ANOTARLO EN LA TABLA SI HA CAMBIADO
000390 01 WS-DIF-NUEVO.
000400     05 WS-DNU-CAMPO          PIC X(18).
000410     05 WS-DNU-ANTES          PIC X(50).
001185     05 WS-DNU-DESPUES        PIC X(50).
001186
001190* SQLCA Y DCLGEN DE LAS TABLAS. DCLAUDITORIA ES LA TABLA DONDE
001200* SE REGISTRA QUE OPERADOR Y TERMINAL HA POSTADO (O APARCADO)
001210* CADA TRANSFERENCIA INMEDIATA, Y DCLAUDITORIA-CAMBIO DONDE SE
001215* GUARDAN LOS VALORES ANTERIOR Y POSTERIOR DE LOS CAMPOS
001220     EXEC SQL INCLUDE SQLCA END-EXEC.
001230     EXEC SQL INCLUDE MOVIMIEN END-EXEC.
001240     EXEC SQL INCLUDE CONTRATO END-EXEC.
001264     EXEC SQL INCLUDE CONTADOR END-EXEC.
001266     EXEC SQL INCLUDE LIMITECO END-EXEC.
001270     EXEC SQL INCLUDE AUDITORI END-EXEC.
001271     EXEC SQL INCLUDE AUDICAMB END-EXEC.
001272     EXEC SQL INCLUDE AUTORIZA END-EXEC.
001274     EXEC SQL INCLUDE UMBRALAU END-EXEC.
001275     EXEC SQL INCLUDE BENEFICI END-EXEC.
001276     EXEC SQL INCLUDE CUENCOMP END-EXEC.
001277     EXEC SQL INCLUDE TRANEXTE END-EXEC.
001280
001290 PROCEDURE DIVISION.
001300
001540* ************************************************************
001550
001560     MOVE 'N' TO WS-ERROR.
001565     MOVE 'N' TO WS-AUTORIZA.
001570
001580* COMPROBAMOS QUE EL IMPORTE TECLEADO ES NUMERICO Y MAYOR QUE
001590* CERO: EN EL BATCH EL FICHERO YA VIENE DEPURADO, PERO LO QUE
001600* LLEGA DE UN TERMINAL HAY QUE VALIDARLO AQUI
001610     PERFORM 2040-VALIDA-IMPORTE.
001613
001616* COMPROBAMOS EL TIPO DE OPERACION Y, SI LA TRANSFERENCIA ES
001620* EXTERNA, RESOLVEMOS EL BENEFICIARIO Y EL CONTRATO PUENTE DE LA
001621* DIVISA, QUE PASA A SER EL CONTRATO DESTINO DE LA PETICION
001622     IF WS-ERROR-NO
001623        PERFORM 2050-COMPRUEBA-TIPO-OPER
001624     END-IF.
001625
001626     IF WS-ERROR-NO AND PET-OPER-EXTERNA
001627        PERFORM 2060-RESUELVE-BENEFICIARIO
001628     END-IF.
001629
001630* COMPROBAMOS QUE EL CONTRATO ORIGEN Y EL DESTINO NO COINCIDAN
001640     IF WS-ERROR-NO
001650        PERFORM 2100-COMPRUEBA-MISMO-CONTRATO
001777        PERFORM 2350-COMPRUEBA-LIMITES
001778     END-IF.
001779
001780* CON TODAS LAS VALIDACIONES SUPERADAS, UNA TRANSFERENCIA POR
001781* ENCIMA DEL UMBRAL DE DOBLE FIRMA DE SU DIVISA NO SE POSTA: SE
001782* APARCA EN IBMUSER.AUTORIZACION Y AUTO01 LA POSTARA (REPITIENDO
001783* LAS VALIDACIONES) CUANDO OTRO OPERADOR LA APRUEBE
001784     IF WS-ERROR-NO
001785        PERFORM 2380-COMPRUEBA-UMBRAL
001786     END-IF.
001787
001788     IF WS-ERROR-NO AND WS-AUTORIZA-SI
001789        PERFORM 2400-APARCA-TRANSFERENCIA
001790     END-IF.
001791
001792* ACTUALIZAMOS EL IMPORTE DE LOS CONTRATOS
001793     IF WS-ERROR-NO AND WS-AUTORIZA-NO
001800        PERFORM 2500-ACTUALIZA-IMPORTE-CONT
001810     END-IF.
001820
001830* INSERTAMOS EL MOVIMIENTO EN LA TABLA DE MOVIMIENTOS
001840     IF WS-ERROR-NO AND WS-AUTORIZA-NO
001850        PERFORM 2700-INSERTA-MOVIMIENTO
001860     END-IF.
001861
001862* UNA TRANSFERENCIA EXTERNA POSTADA QUEDA PENDIENTE DE ENVIO A
001863* LA CAMARA DE COMPENSACION
001864     IF WS-ERROR-NO AND WS-AUTORIZA-NO AND PET-OPER-EXTERNA
001865        PERFORM 2760-REGISTRA-TRANSF-EXTERNA
001870     END-IF.
001871
001872* EL CARGO POSTADO CONSUME CUPO DEL ACUMULADO DIARIO DE
001874* DEBITOS DEL CONTRATO ORIGEN, SI ESTE TIENE LIMITES DEFINIDOS
001875     IF WS-ERROR-NO AND WS-AUTORIZA-NO AND WS-CON-LIMITES-SI
001876        PERFORM 2360-ACUMULA-LIMITE-DIA
001877     END-IF.
001878
001880* UNA VEZ POSTADA LA TRANSFERENCIA, CALCULAMOS Y CARGAMOS LA
001890* COMISION QUE LE CORRESPONDA SEGUN LA TARIFA
001900     IF WS-ERROR-NO AND WS-AUTORIZA-NO
001910        PERFORM 2720-APLICA-COMISION
001920     END-IF.
001930
001950* SI ALGO HA FALLADO, DESHACEMOS LA UNIDAD DE TRABAJO COMPLETA
001960* PARA NO DEJAR UN CONTRATO TOCADO SIN SU MOVIMIENTO
001970     IF WS-ERROR-NO
001975        PERFORM 2875-GUARDA-IMAGEN-DESPUES
001980        PERFORM 2900-REGISTRA-AUDITORIA
001990        IF WS-ERROR-NO
002000           IF NOT CODERR-COM-SIN-CAMBIO AND WS-AUTORIZA-NO
002010              SET CODERR-OK               TO TRUE
002020              MOVE 0                      TO WS-S-SQLCODE
002030              MOVE 'TRANSFERENCIA POSTADA CORRECTAMENTE'
002230                                        TO WS-S-DESCRIPCION
002240        MOVE 'S'                        TO WS-ERROR
002250     END-IF.
002255
002260* ***************************************************************
002261* COMPRUEBA EL TIPO DE OPERACION RECIBIDO DEL TERMINAL: EN BLANCO
002262* (TERMINALES ANTERIORES) O 'T' ES UNA TRANSFERENCIA INTERNA Y
002263* 'X' UNA TRANSFERENCIA EXTERNA A UN BENEFICIARIO REGISTRADO
002264* ***************************************************************
002265 2050-COMPRUEBA-TIPO-OPER.
002266
002267     IF NOT PET-OPER-INTERNA AND NOT PET-OPER-EXTERNA
002268        SET CODERR-OPERACION-INV        TO TRUE
002269        MOVE 0                          TO WS-S-SQLCODE
002270        MOVE 'TIPO DE OPERACION INVALIDO'
002271                                        TO WS-S-DESCRIPCION
002272        MOVE 'S'                        TO WS-ERROR
002273     END-IF.
002274
002275* ***************************************************************
002276* COMPRUEBA EL BENEFICIARIO DE UNA TRANSFERENCIA EXTERNA: DEBE
002277* EXISTIR EN IBMUSER.BENEFICIARIO, ESTAR ACTIVO Y PERTENECER AL
002278* CONTRATO ORIGEN. LA DIVISA DE LA TRANSFERENCIA DEBE TENER
002279* CONTRATO PUENTE EN IBMUSER.CUENTA_COMPENSACION, QUE PASA A SER
002280* EL CONTRATO DESTINO PARA EL RESTO DE VALIDACIONES, COMO HACE
002281* BANCO01 EN 2057-RESUELVE-BENEFICIARIO
002282* ***************************************************************
002283 2060-RESUELVE-BENEFICIARIO.
002284
002285     MOVE WS-PET-CONT-DESTINO  TO WS-CLAVE-BENEFICIARIO.
002286     MOVE WS-PET-CONT-DESTINO  TO CLAVE-BENEFICIARIO
002287                                  OF DCLBENEFICIARIO.
002288
002289     EXEC SQL
002290        SELECT CLAVE_CONTRATO, IBAN, BIC, NOMBRE, ESTADO
002291          INTO :DCLBENEFICIARIO.CLAVE-CONTRATO,
002292               :DCLBENEFICIARIO.IBAN,
002293               :DCLBENEFICIARIO.BIC,
002294               :DCLBENEFICIARIO.NOMBRE,
002295               :DCLBENEFICIARIO.ESTADO
002296          FROM IBMUSER.BENEFICIARIO
002297         WHERE CLAVE_BENEFICIARIO =
002298               :DCLBENEFICIARIO.CLAVE-BENEFICIARIO
002299     END-EXEC.
002300
002301     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
002302        PERFORM 9998-ERROR-SQL
002303     ELSE
002304        IF SQLCODE EQUAL 100
002305           OR ESTADO OF DCLBENEFICIARIO NOT EQUAL 'A'
002306           OR CLAVE-CONTRATO OF DCLBENEFICIARIO
002307              NOT EQUAL WS-PET-CONT-ORIGEN
002308          SET CODERR-BENEF-INVALIDO       TO TRUE
002309          MOVE 0                          TO WS-S-SQLCODE
002310          MOVE 'BENEFICIARIO INEXISTENTE, DE BAJA O AJENO'
002311                                          TO WS-S-DESCRIPCION
002312          MOVE 'S'                        TO WS-ERROR
002313        END-IF
002314     END-IF.
002315
002316     IF WS-ERROR-NO
002317        MOVE WS-PET-MONEDA        TO MONEDA OF
002318                                     DCLCUENTA-COMPENSACION
002319        EXEC SQL
002320           SELECT CONT_NOSTRO
002321             INTO :DCLCUENTA-COMPENSACION.CONT-NOSTRO
002322             FROM IBMUSER.CUENTA_COMPENSACION
002323            WHERE MONEDA = :DCLCUENTA-COMPENSACION.MONEDA
002324        END-EXEC
002325
002326        IF SQLCODE EQUAL 100
002327          SET CODERR-SIN-COMPENSA         TO TRUE
002328          MOVE 0                          TO WS-S-SQLCODE
002329          MOVE 'DIVISA SIN CONTRATO PUENTE DE COMPENSACION'
002330                                          TO WS-S-DESCRIPCION
002331          MOVE 'S'                        TO WS-ERROR
002332        ELSE
002333          IF SQLCODE NOT EQUAL 0
002334            PERFORM 9998-ERROR-SQL
002335          ELSE
002336            MOVE CONT-NOSTRO OF DCLCUENTA-COMPENSACION
002337                                  TO WS-PET-CONT-DESTINO
002338          END-IF
002339        END-IF
002340     END-IF.
002341
002342* ***************************************************************
002343* COMPRUEBA QUE EL CONTRATO ORIGEN Y EL CONTRATO DESTINO DE LA
002344* TRANSFERENCIA NO SEAN EL MISMO
002345* ***************************************************************
002346 2100-COMPRUEBA-MISMO-CONTRATO.
002347
002348     IF WS-PET-CONT-ORIGEN EQUAL WS-PET-CONT-DESTINO
002349       SET CODERR-MISMO-CONTRATO       TO TRUE
002350       MOVE 0                          TO WS-S-SQLCODE
002360       MOVE 'CONTRATO ORIGEN Y DESTINO COINCIDEN. MOVIMIENTO'
002370                                       TO WS-S-DESCRIPCION
003290       END-IF
003300     END-IF.
003310
003311* GUARDAMOS EL SALDO DEL CONTRATO ORIGEN ANTES DEL CARGO PARA LA
003312* AUDITORIA
003313     IF WS-ERROR-NO
003314        PERFORM 2870-GUARDA-IMAGEN-ANTES
003315     END-IF.
003316
003320* CONVERTIMOS EL IMPORTE DEL MOVIMIENTO A LA DIVISA DEL CONTRATO
003330* ORIGEN, PARA PODER CARGARSELO A CONTINUACION
003340     IF WS-ERROR-NO
003892     IF SQLCODE NOT EQUAL 0
003892        PERFORM 9998-ERROR-SQL
003892     END-IF.
000010
000020* ***************************************************************
000030* COMPRUEBA SI LA TRANSFERENCIA SUPERA EL UMBRAL DE DOBLE FIRMA
000040* DEFINIDO PARA SU DIVISA EN IBMUSER.UMBRAL_AUTORIZACION (TIPO
000050* 'T', EL MISMO PARA LAS INTERNAS Y LAS EXTERNAS). SIN FILA PARA
000060* LA DIVISA, LA TRANSFERENCIA NO REQUIERE
000070* SEGUNDA FIRMA Y SE POSTA COMO SIEMPRE
000080* ***************************************************************
000090 2380-COMPRUEBA-UMBRAL.
000100
000110     MOVE 'T'           TO TIPO-AUTORIZACION
000120                           OF DCLUMBRAL-AUTORIZACION.
000130     MOVE WS-PET-MONEDA TO MONEDA OF DCLUMBRAL-AUTORIZACION.
000140
000150     EXEC SQL
000160        SELECT IMPORTE
000170          INTO :DCLUMBRAL-AUTORIZACION.IMPORTE
000180          FROM IBMUSER.UMBRAL_AUTORIZACION
000190         WHERE TIPO_AUTORIZACION =
000200               :DCLUMBRAL-AUTORIZACION.TIPO-AUTORIZACION
000210           AND MONEDA = :DCLUMBRAL-AUTORIZACION.MONEDA
000220     END-EXEC.
000230
000240     IF SQLCODE EQUAL 100
000250        CONTINUE
000260     ELSE
000270       IF SQLCODE NOT EQUAL 0
000280         PERFORM 9998-ERROR-SQL
000290       ELSE
000300         IF WS-PET-IMPORTE GREATER THAN
000310            IMPORTE OF DCLUMBRAL-AUTORIZACION
000320            MOVE 'S' TO WS-AUTORIZA
000330         END-IF
000340       END-IF
000350     END-IF.
000360
000370* ***************************************************************
000380* APARCA LA TRANSFERENCIA YA VALIDADA EN IBMUSER.AUTORIZACION EN
000390* ESTADO 'P' (PENDIENTE), CON EL OPERADOR Y TERMINAL QUE LA HAN
000400* TECLEADO. NO SE TOCAN LOS CONTRATOS NI EL ACUMULADO DIARIO: LO
000410* HARA AUTO01 AL APROBARLA. LA SOLICITUD CADUCA AL FINAL DEL DIA
000420* SI NADIE LA APRUEBA
000430* ***************************************************************
000440 2400-APARCA-TRANSFERENCIA.
000450
000460     PERFORM 2410-OBTIENE-CLAVE-AUTORIZA.
000470
000480     IF WS-ERROR-NO
000490        MOVE 'T'                  TO TIPO-AUTORIZACION
000500                                     OF DCLAUTORIZACION
000510        MOVE 'T'                  TO OPERACION OF DCLAUTORIZACION
000520        MOVE WS-PET-CONT-ORIGEN   TO CONT-ORIGEN
000530                                     OF DCLAUTORIZACION
000540        MOVE WS-PET-CONT-DESTINO  TO CONT-DESTINO
000550                                     OF DCLAUTORIZACION
000560* UNA TRANSFERENCIA EXTERNA SE APARCA CON LA CLAVE DEL
000570* BENEFICIARIO COMO DESTINO: AUTO01 LO VUELVE A RESOLVER AL
000580* APROBARLA
000590        IF PET-OPER-EXTERNA
000600           MOVE 'X'               TO TIPO-AUTORIZACION
000610                                     OF DCLAUTORIZACION
000620           MOVE 'X'               TO OPERACION OF DCLAUTORIZACION
000630           MOVE WS-CLAVE-BENEFICIARIO
000640                                  TO CONT-DESTINO
000650                                     OF DCLAUTORIZACION
000660        END-IF
000670        MOVE WS-PET-IMPORTE       TO IMPORTE OF DCLAUTORIZACION
000680        MOVE 0                    TO IMPORTE-DIARIO
000690                                     OF DCLAUTORIZACION
000700        MOVE WS-PET-MONEDA        TO MONEDA OF DCLAUTORIZACION
000710        MOVE WS-PET-DESCRIPCION   TO DESCRIPCION
000720                                     OF DCLAUTORIZACION
000730        MOVE EIBUSERID            TO USUARIO-ALTA
000740                                     OF DCLAUTORIZACION
000750        MOVE EIBTRMID             TO TERMINAL-ALTA
000760                                     OF DCLAUTORIZACION
000770
000780        EXEC SQL
000790            INSERT INTO IBMUSER.AUTORIZACION
000800                  (CLAVE_AUTORIZACION, TIPO_AUTORIZACION,
000810                   OPERACION, CONT_ORIGEN, CONT_DESTINO, IMPORTE,
000820                   IMPORTE_DIARIO, MONEDA, DESCRIPCION, ESTADO,
000830                   USUARIO_ALTA, TERMINAL_ALTA, FECHA_ALTA,
000840                   USUARIO_DECISION, TERMINAL_DECISION,
000850                   MOV_GENERADO)
000860           VALUES (:DCLAUTORIZACION.CLAVE-AUTORIZACION,
000870                   :DCLAUTORIZACION.TIPO-AUTORIZACION,
000880                   :DCLAUTORIZACION.OPERACION,
000890                   :DCLAUTORIZACION.CONT-ORIGEN,
000900                   :DCLAUTORIZACION.CONT-DESTINO,
000910                   :DCLAUTORIZACION.IMPORTE,
000920                   :DCLAUTORIZACION.IMPORTE-DIARIO,
000930                   :DCLAUTORIZACION.MONEDA,
000940                   :DCLAUTORIZACION.DESCRIPCION,
000950                   'P',
000960                   :DCLAUTORIZACION.USUARIO-ALTA,
000970                   :DCLAUTORIZACION.TERMINAL-ALTA,
000980                   CURRENT TIMESTAMP,
000990                   ' ', ' ', 0)
001000        END-EXEC
001010
001020        IF SQLCODE NOT EQUAL 0
001030          PERFORM 9998-ERROR-SQL
001040        END-IF
001050     END-IF.
001060
001070     IF WS-ERROR-NO
001080        MOVE CLAVE-AUTORIZACION OF DCLAUTORIZACION
001090                                  TO WS-DESC-PEND-CLAVE
001100        SET CODERR-PEND-AUTORIZA  TO TRUE
001110        MOVE 0                    TO WS-S-SQLCODE
001120        MOVE WS-DESC-PENDIENTE    TO WS-S-DESCRIPCION
001130     END-IF.
001140
001150* ***************************************************************
001160* OBTIENE LA CLAVE DE LA NUEVA SOLICITUD DE AUTORIZACION DE LA
001170* FILA 'AUTORIZA' DE IBMUSER.CONTADOR. LA PRIMERA SOLICITUD DE
001180* LA HISTORIA CREA LA FILA; SI OTRA TRANSACCION LA CREA ANTES,
001190* SE INCREMENTA SOBRE LA FILA YA CREADA
001200* ***************************************************************
001210 2410-OBTIENE-CLAVE-AUTORIZA.
001220
001230     EXEC SQL
001240        UPDATE IBMUSER.CONTADOR
001250           SET ULTIMO_VALOR = ULTIMO_VALOR + 1
001260         WHERE NOMBRE = 'AUTORIZA'
001270     END-EXEC.
001280
001290     IF SQLCODE EQUAL 100
001300        EXEC SQL
001310           INSERT INTO IBMUSER.CONTADOR (NOMBRE, ULTIMO_VALOR)
001320           VALUES ('AUTORIZA', 1)
001330        END-EXEC
001340        IF SQLCODE EQUAL -803
001350           EXEC SQL
001360              UPDATE IBMUSER.CONTADOR
001370                 SET ULTIMO_VALOR = ULTIMO_VALOR + 1
001380               WHERE NOMBRE = 'AUTORIZA'
001390           END-EXEC
001400        END-IF
001410     END-IF.
001420
001430     IF SQLCODE NOT EQUAL 0
001440        PERFORM 9998-ERROR-SQL
001450     ELSE
001460        EXEC SQL
001470           SELECT ULTIMO_VALOR
001480             INTO :DCLAUTORIZACION.CLAVE-AUTORIZACION
001490             FROM IBMUSER.CONTADOR
001500            WHERE NOMBRE = 'AUTORIZA'
001510        END-EXEC
003895        IF SQLCODE NOT EQUAL 0
003896           PERFORM 9998-ERROR-SQL
003897        END-IF
003898     END-IF.
003899
003900* ***************************************************************
003910* ACTUALIZAMOS LOS IMPORTES DE LOS CONTRATOS ORIGEN Y DESTINO
003920* ***************************************************************
004800     MOVE WS-PET-MONEDA        TO MONEDA      OF DCLMOVIMIENTO.
004810     MOVE 'T'                  TO TIPO-OPERACION
004820                                  OF DCLMOVIMIENTO.
004822     IF PET-OPER-EXTERNA
004824        MOVE 'X'               TO TIPO-OPERACION
004826                                  OF DCLMOVIMIENTO
004828     END-IF.
004830     MOVE EIBUSERID            TO JOB-ID      OF DCLMOVIMIENTO.
004840
004850* OBTENEMOS LA FECHA Y HORA ACTUAL DEL SISTEMA PARA EL
005510          MOVE CLAVE-MOVIMIENTO TO WS-S-CLAVE-MOV
005520        END-IF
005530     END-IF.
005531
005532* ***************************************************************
005533* REGISTRA EN IBMUSER.TRANSFERENCIA_EXTERNA LA TRANSFERENCIA
005534* EXTERNA RECIEN POSTADA, CON LA CLAVE DE SU MOVIMIENTO Y LOS
005535* DATOS DEL BENEFICIARIO, EN ESTADO 'P' (PENDIENTE DE ENVIO).
005536* COMP01 LA INCLUIRA EN EL SIGUIENTE FICHERO PARA LA CAMARA
005540* ***************************************************************
005541 2760-REGISTRA-TRANSF-EXTERNA.
005542
005543     MOVE CLAVE-MOVIMIENTO OF DCLMOVIMIENTO
005544                               TO CLAVE-MOV-ORDEN
005545                                  OF DCLTRANSFERENCIA-EXTERNA.
005546     MOVE WS-PET-CONT-ORIGEN   TO CONT-ORIGEN
005547                                  OF DCLTRANSFERENCIA-EXTERNA.
005548     MOVE WS-CLAVE-BENEFICIARIO
005549                               TO CLAVE-BENEFICIARIO
005550                                  OF DCLTRANSFERENCIA-EXTERNA.
005551     MOVE IBAN OF DCLBENEFICIARIO
005552                               TO IBAN
005553                                  OF DCLTRANSFERENCIA-EXTERNA.
005554     MOVE BIC OF DCLBENEFICIARIO
005555                               TO BIC OF DCLTRANSFERENCIA-EXTERNA.
005556     MOVE NOMBRE OF DCLBENEFICIARIO
005557                               TO NOMBRE
005558                                  OF DCLTRANSFERENCIA-EXTERNA.
005559     MOVE WS-PET-DESCRIPCION   TO CONCEPTO
005560                                  OF DCLTRANSFERENCIA-EXTERNA.
005561     MOVE WS-PET-IMPORTE       TO IMPORTE
005562                                  OF DCLTRANSFERENCIA-EXTERNA.
005563     MOVE WS-PET-MONEDA        TO MONEDA
005564                                  OF DCLTRANSFERENCIA-EXTERNA.
005565     MOVE WS-PET-CONT-DESTINO  TO CONT-NOSTRO
005566                                  OF DCLTRANSFERENCIA-EXTERNA.
005567     MOVE WS-FECHA-HOY         TO FECHA-ORDEN
005568                                  OF DCLTRANSFERENCIA-EXTERNA.
005569
005570     EXEC SQL
005571        INSERT INTO IBMUSER.TRANSFERENCIA_EXTERNA
005572              (CLAVE_MOV_ORDEN, CONT_ORIGEN, CLAVE_BENEFICIARIO,
005573               IBAN, BIC, NOMBRE, CONCEPTO, IMPORTE, MONEDA,
005574               CONT_NOSTRO, FECHA_ORDEN, ESTADO, NUM_FICHERO,
005575               FECHA_ENVIO, MOTIVO_DEVOLUCION, FECHA_DEVOLUCION,
005576               CLAVE_MOV_DEVOLUCION)
005577        VALUES (:DCLTRANSFERENCIA-EXTERNA.CLAVE-MOV-ORDEN,
005578                :DCLTRANSFERENCIA-EXTERNA.CONT-ORIGEN,
005579                :DCLTRANSFERENCIA-EXTERNA.CLAVE-BENEFICIARIO,
005580                :DCLTRANSFERENCIA-EXTERNA.IBAN,
005581                :DCLTRANSFERENCIA-EXTERNA.BIC,
005582                :DCLTRANSFERENCIA-EXTERNA.NOMBRE,
005583                :DCLTRANSFERENCIA-EXTERNA.CONCEPTO,
005584                :DCLTRANSFERENCIA-EXTERNA.IMPORTE,
005585                :DCLTRANSFERENCIA-EXTERNA.MONEDA,
005586                :DCLTRANSFERENCIA-EXTERNA.CONT-NOSTRO,
005587                DATE(:DCLTRANSFERENCIA-EXTERNA.FECHA-ORDEN),
005588                'P', 0, NULL, ' ', NULL, 0)
005589     END-EXEC.
005590
005591     IF SQLCODE NOT EQUAL 0
005592        PERFORM 9998-ERROR-SQL
005593     END-IF.
005594
005595* ***************************************************************
005596* CALCULA Y CARGA LA COMISION DE LA TRANSFERENCIA RECIEN
005597* POSTADA SEGUN LA TARIFA DEL CONTRATO ORIGEN (LA SUYA PROPIA
005598* O, EN SU DEFECTO, LA GENERAL DE LA FILA 0), COMO HACE BANCO01
005599* EN 2720-APLICA-COMISION. SI FALTA UN TIPO DE CAMBIO PARA LA
005600* COMISION, LA TRANSFERENCIA YA POSTADA SE MANTIENE Y EL CODIGO
005610* COMSINCA SE DEVUELVE AL TERMINAL COMO AVISO
005620* ***************************************************************
006380* LA SUYA PROPIA SI TIENE FILA EN IBMUSER.TARIFA, O EN SU
006390* DEFECTO LA GENERAL DE LA FILA 0. SI NO HAY NINGUNA DE LAS
006400* DOS, EL MOVIMIENTO NO DEVENGA COMISION
006402* DE CADA UNA SE TOMA LA FILA CON LA FECHA_DESDE MAS RECIENTE
006404* YA EN VIGOR, DE MODO QUE LAS TARIFAS CON FECHA DE EFECTO
006406* FUTURA NO SE APLICAN HASTA ESA FECHA
006410* ***************************************************************
006420 2730-BUSCA-TARIFA.
006430
006520               :DCLTARIFA.MONEDA
006530          FROM IBMUSER.TARIFA
006540         WHERE CLAVE_CONTRATO = :DCLTARIFA.CLAVE-CONTRATO
006541           AND FECHA_DESDE =
006542               (SELECT MAX(FECHA_DESDE)
006543                  FROM IBMUSER.TARIFA
006544                 WHERE CLAVE_CONTRATO = :DCLTARIFA.CLAVE-CONTRATO
006545                   AND FECHA_DESDE <= CURRENT DATE)
006550     END-EXEC.
006560
006570     IF SQLCODE EQUAL 100
006640                  :DCLTARIFA.MONEDA
006650             FROM IBMUSER.TARIFA
006660            WHERE CLAVE_CONTRATO = 0
006661              AND FECHA_DESDE =
006662                  (SELECT MAX(FECHA_DESDE)
006663                     FROM IBMUSER.TARIFA
006664                    WHERE CLAVE_CONTRATO = 0
006665                      AND FECHA_DESDE <= CURRENT DATE)
006670        END-EXEC
006680     END-IF.
006690
007405           PERFORM 9998-ERROR-SQL
007405        END-IF
007405     END-IF.
000010
000020* ***************************************************************
000030* GUARDA LA IMAGEN PREVIA A LA OPERACION: LA TRANSFERENCIA O LA
000040* SOLICITUD AUN NO EXISTEN Y SOLO SE CONOCE EL SALDO DEL CONTRATO
000050* ORIGEN
000060* ***************************************************************
000070 2870-GUARDA-IMAGEN-ANTES.
000080
000090     MOVE SPACES                        TO WS-IMAGEN-ANTES.
000100     MOVE IMPORTE OF DCLCONTRATO        TO WS-IMA-SALDO-ORIGEN.
000110
000120* ***************************************************************
000130* GUARDA LA IMAGEN DE LA OPERACION YA REALIZADA: LA TRANSFERENCIA
000140* POSTADA CON SU MOVIMIENTO Y EL NUEVO SALDO DEL CONTRATO ORIGEN,
000150* O LA SOLICITUD APARCADA PENDIENTE DE AUTORIZACION
000160* ***************************************************************
000170 2875-GUARDA-IMAGEN-DESPUES.
000180
000190     MOVE WS-IMAGEN-ANTES               TO WS-IMAGEN-DESPUES.
000200     MOVE WS-PET-CONT-ORIGEN            TO WS-IMD-CONT-ORIGEN.
000210     MOVE WS-PET-CONT-DESTINO           TO WS-IMD-CONT-DESTINO.
000220     MOVE WS-PET-IMPORTE                TO WS-IMD-IMPORTE.
000230     MOVE WS-PET-MONEDA                 TO WS-IMD-MONEDA.
000240     IF WS-AUTORIZA-SI
000250        MOVE CLAVE-AUTORIZACION OF DCLAUTORIZACION
000260                                        TO WS-IMD-CLAVE-AUTORIZA
000270        MOVE 'P'                        TO WS-IMD-ESTADO
000280     ELSE
000290        MOVE WS-S-CLAVE-MOV             TO WS-IMD-CLAVE-MOVIMIENTO
000300        MOVE IMPORTE OF DCLCONTRATO     TO WS-IMD-SALDO-ORIGEN
000310     END-IF.
000320
000330* ***************************************************************
000340* ANOTA EN LA TABLA DE DIFERENCIAS EL CAMPO PREPARADO EN
000350* WS-DIF-NUEVO SI SU VALOR HA CAMBIADO CON LA OPERACION
000360* ***************************************************************
000370 2880-ANOTA-DIFERENCIA.
000380
000390     IF WS-DNU-ANTES NOT EQUAL WS-DNU-DESPUES
000400        AND WS-DIF-MAX LESS THAN 12
000410        ADD 1 TO WS-DIF-MAX
000420        SET WS-IDX-DIF TO WS-DIF-MAX
000430        MOVE WS-DIF-NUEVO TO WS-DIF-OCU (WS-IDX-DIF)
000440     END-IF.
000450
000460* ***************************************************************
000470* COMPARA LAS IMAGENES ANTES Y DESPUES DE LA OPERACION Y ANOTA
000480* LOS CAMPOS QUE HAN CAMBIADO
000490* ***************************************************************
000500 2890-COMPARA-IMAGENES.
000510
000520     MOVE 0                        TO WS-DIF-MAX.
000530
000540     MOVE 'CLAVE_MOVIMIENTO'        TO WS-DNU-CAMPO.
000550     MOVE WS-IMA-CLAVE-MOVIMIENTO   TO WS-DNU-ANTES.
000560     MOVE WS-IMD-CLAVE-MOVIMIENTO   TO WS-DNU-DESPUES.
000570     PERFORM 2880-ANOTA-DIFERENCIA.
000580
000590     MOVE 'CLAVE_AUTORIZACION'      TO WS-DNU-CAMPO.
000600     MOVE WS-IMA-CLAVE-AUTORIZA     TO WS-DNU-ANTES.
000610     MOVE WS-IMD-CLAVE-AUTORIZA     TO WS-DNU-DESPUES.
000620     PERFORM 2880-ANOTA-DIFERENCIA.
000630
000640     MOVE 'CONT_ORIGEN'             TO WS-DNU-CAMPO.
000650     MOVE WS-IMA-CONT-ORIGEN        TO WS-DNU-ANTES.
000660     MOVE WS-IMD-CONT-ORIGEN        TO WS-DNU-DESPUES.
000670     PERFORM 2880-ANOTA-DIFERENCIA.
000680
000690     MOVE 'CONT_DESTINO'            TO WS-DNU-CAMPO.
000700     MOVE WS-IMA-CONT-DESTINO       TO WS-DNU-ANTES.
000710     MOVE WS-IMD-CONT-DESTINO       TO WS-DNU-DESPUES.
000720     PERFORM 2880-ANOTA-DIFERENCIA.
000730
000740     MOVE 'IMPORTE'                 TO WS-DNU-CAMPO.
000750     MOVE WS-IMA-IMPORTE            TO WS-DNU-ANTES.
000760     MOVE WS-IMD-IMPORTE            TO WS-DNU-DESPUES.
000770     PERFORM 2880-ANOTA-DIFERENCIA.
000780
000790     MOVE 'MONEDA'                  TO WS-DNU-CAMPO.
000800     MOVE WS-IMA-MONEDA             TO WS-DNU-ANTES.
000810     MOVE WS-IMD-MONEDA             TO WS-DNU-DESPUES.
000820     PERFORM 2880-ANOTA-DIFERENCIA.
000830
000840     MOVE 'ESTADO'                  TO WS-DNU-CAMPO.
007410     MOVE WS-IMA-ESTADO             TO WS-DNU-ANTES.
007411     MOVE WS-IMD-ESTADO             TO WS-DNU-DESPUES.
007412     PERFORM 2880-ANOTA-DIFERENCIA.
007413
007414     MOVE 'SALDO_ORIGEN'            TO WS-DNU-CAMPO.
007415     MOVE WS-IMA-SALDO-ORIGEN       TO WS-DNU-ANTES.
007416     MOVE WS-IMD-SALDO-ORIGEN       TO WS-DNU-DESPUES.
007417     PERFORM 2880-ANOTA-DIFERENCIA.
007418
007419* ***************************************************************
007420* REGISTRA EN IBMUSER.AUDITORIA QUE OPERADOR (USUARIO Y
007430* TERMINAL) HA POSTADO LA TRANSFERENCIA INMEDIATA. SE REGISTRA
007440* LA CLAVE DEL CONTRATO ORIGEN, QUE ES EL QUE SOPORTA EL CARGO.
007442* UNA TRANSFERENCIA APARCADA PENDIENTE DE AUTORIZACION SE
007444* REGISTRA COMO OPERACION 'P' SOBRE LA ENTIDAD AUTORIZA
007447* Y LOS VALORES ANTERIOR Y POSTERIOR DE LOS CAMPOS QUE CAMBIAN
007450* ***************************************************************
007460 2900-REGISTRA-AUDITORIA.
007470
007473     PERFORM 2890-COMPARA-IMAGENES.
007476
007480     MOVE WS-PET-CONT-ORIGEN    TO CLAVE-CONTRATO
007490                                   OF DCLAUDITORIA.
007510     MOVE EIBUSERID             TO USUARIO OF DCLAUDITORIA.
007520     MOVE EIBTRMID              TO TERMINAL-ID OF DCLAUDITORIA.
007522     IF WS-AUTORIZA-SI
007524        MOVE 'P'                TO OPERACION OF DCLAUDITORIA
007526        MOVE 'AUTORIZA'         TO ENTIDAD OF DCLAUDITORIA
007528     ELSE
007529        MOVE 'T'                TO OPERACION OF DCLAUDITORIA
007530        MOVE 'MOVIMIEN'         TO ENTIDAD OF DCLAUDITORIA
007532     END-IF.
007540
007543* LA FECHA Y HORA DEL REGISTRO SE TOMA ANTES DE GRABARLO PARA
007546* ENLAZAR CON ELLA LOS CAMPOS MODIFICADOS
007550     EXEC SQL
007551        SELECT CURRENT TIMESTAMP
007552          INTO :DCLAUDITORIA.FECHA-HORA
007553          FROM SYSIBM.SYSDUMMY1
007554     END-EXEC.
007555
007556     IF SQLCODE EQUAL 0
007557        EXEC SQL
007560           INSERT INTO IBMUSER.AUDITORIA
007570                 (CLAVE_CONTRATO, OPERACION, USUARIO, TERMINAL_ID,
007580                  FECHA_HORA, ENTIDAD)
007590           VALUES (:DCLAUDITORIA.CLAVE-CONTRATO,
007600                   :DCLAUDITORIA.OPERACION,
007610                   :DCLAUDITORIA.USUARIO,
007620                   :DCLAUDITORIA.TERMINAL-ID,
007630                   :DCLAUDITORIA.FECHA-HORA,
007640                   :DCLAUDITORIA.ENTIDAD)
007650        END-EXEC
007651     END-IF.
007652
007653     IF SQLCODE EQUAL 0
007654        PERFORM 2910-REGISTRA-DIFERENCIA
007655           VARYING WS-IDX-DIF FROM 1 BY 1
007656           UNTIL WS-IDX-DIF GREATER THAN WS-DIF-MAX
007657              OR SQLCODE NOT EQUAL 0
007658     END-IF.
007660
007670     IF SQLCODE NOT EQUAL 0
007680        PERFORM 9998-ERROR-SQL
007730* MOVIMIENTO SIN SU REGISTRO DE AUDITORIA
007740        EXEC CICS SYNCPOINT ROLLBACK END-EXEC
007750     END-IF.
007755
007760* ***************************************************************
007761* GRABA EN IBMUSER.AUDITORIA_CAMBIO EL VALOR ANTERIOR Y POSTERIOR
007762* DE UN CAMPO MODIFICADO, ENLAZADO CON SU REGISTRO DE AUDITORIA
007763* POR CONTRATO, ENTIDAD Y FECHA Y HORA
007764* ***************************************************************
007765 2910-REGISTRA-DIFERENCIA.
007766
007767     MOVE WS-DIF-CAMPO (WS-IDX-DIF)
007768                                TO CAMPO OF DCLAUDITORIA-CAMBIO.
007769     MOVE WS-DIF-ANTES (WS-IDX-DIF)
007770                                TO VALOR-ANTES
007771                                   OF DCLAUDITORIA-CAMBIO.
007772     MOVE WS-DIF-DESPUES (WS-IDX-DIF)
007773                                TO VALOR-DESPUES
007774                                   OF DCLAUDITORIA-CAMBIO.
007775
007776     EXEC SQL
007777        INSERT INTO IBMUSER.AUDITORIA_CAMBIO
007778              (CLAVE_CONTRATO, ENTIDAD, FECHA_HORA, CAMPO,
007779               VALOR_ANTES, VALOR_DESPUES)
007780        VALUES (:DCLAUDITORIA.CLAVE-CONTRATO,
007781                :DCLAUDITORIA.ENTIDAD,
007782                :DCLAUDITORIA.FECHA-HORA,
007783                :DCLAUDITORIA-CAMBIO.CAMPO,
007784                :DCLAUDITORIA-CAMBIO.VALOR-ANTES,
007785                :DCLAUDITORIA-CAMBIO.VALOR-DESPUES)
007786     END-EXEC.
007787
007788* ***************************************************************
007789* ANOTA EN LA RESPUESTA UN ERROR DE BASE DE DATOS Y MARCA EL
007790* INDICADOR DE ERROR PARA QUE EL FLUJO PRINCIPAL DESHAGA LA
007800* UNIDAD DE TRABAJO Y DEVUELVA EL CODIGO AL TERMINAL
007810* ***************************************************************
