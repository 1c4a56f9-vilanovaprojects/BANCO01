000010* TRANSACCION ONLINE DE AUTORIZACION (DOBLE FIRMA) DE LAS
000020* OPERACIONES DE ALTO RIESGO QUE TRAN01, MANT01 Y MANT04 DEJAN
000030* APARCADAS EN IBMUSER.AUTORIZACION CUANDO SUPERAN EL UMBRAL DE
000040* IBMUSER.UMBRAL_AUTORIZACION PARA SU DIVISA: TRANSFERENCIAS
000050* INMEDIATAS ('T'), TRANSFERENCIAS EXTERNAS A UN BENEFICIARIO
000060* REGISTRADO ('X'), AMPLIACIONES DEL LIMITE DE DESCUBIERTO ('D')
000070* Y CAMBIOS QUE AFLOJAN LOS LIMITES OPERATIVOS DEL CONTRATO ('L').
000080* UN SEGUNDO OPERADOR, DISTINTO DEL QUE LA TECLEO, APRUEBA ('A') O
000090* RECHAZA ('R') CADA SOLICITUD. AL APROBARLA SE APLICA LA
000100* OPERACION REPITIENDO LAS VALIDACIONES DEL PROGRAMA DE ORIGEN,
000110* PORQUE LOS CONTRATOS HAN PODIDO CAMBIAR MIENTRAS ESTABA
000120* APARCADA. UNA SOLICITUD DE UN DIA ANTERIOR HA CADUCADO Y SE
000130* MARCA COMO TAL SIN APLICARSE (AUTC01 CADUCA LAS QUE QUEDEN AL
000140* FINAL DEL DIA). LA DECISION QUEDA EN IBMUSER.AUDITORIA CON EL
000150* AUTORIZANTE Y EL OPERADOR QUE TECLEO LA OPERACION
000160* Y CON EL ESTADO ANTERIOR Y POSTERIOR DE LA SOLICITUD Y EL
000170* MOVIMIENTO GENERADO AL APROBARLA
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID.AUTO01.
000200
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 DATA DIVISION.
000240 WORKING-STORAGE SECTION.
000250
000260* AREA RECIBIDA DEL TERMINAL CON LA DECISION DEL AUTORIZANTE
000270 01 WS-PETICION.
000280     05 WS-PET-OPERACION       PIC X(1).
000290         88 PET-OPERACION-APRUEBA  VALUE 'A'.
000300         88 PET-OPERACION-RECHAZA  VALUE 'R'.
000310     05 WS-PET-CLAVE-AUTORIZA  PIC 9(9).
000320 01 WS-LONG-PETICION           PIC S9(4) COMP VALUE +10.
000330
000340* AREA DEVUELTA AL TERMINAL CON EL RESULTADO DE LA OPERACION. AL
000350* APROBAR SE DEVUELVEN LOS MISMOS CODIGOS QUE EL PROGRAMA QUE
000360* APARCO LA OPERACION (TRAN01, MANT01 O MANT04)
000370 01 WS-RESPUESTA.
000380     05 WS-S-CODERR            PIC X(8).
000390         88 CODERR-SQL-ERROR      VALUE 'SQLERROR'.
000400         88 CODERR-AUT-NOEXI      VALUE 'AUTNOEXI'.
000410         88 CODERR-AUT-RESUELTA   VALUE 'AUTRESUE'.
000420         88 CODERR-AUT-CADUCADA   VALUE 'AUTCADUC'.
000430         88 CODERR-MISMO-USUARIO  VALUE 'MISMOUSU'.
000440         88 CODERR-DESTINO-NOVIG  VALUE 'DESTNOVI'.
000450         88 CODERR-DESTINO-BLQ-ABO VALUE 'DESTBLQA'.
000460         88 CODERR-ORIGEN-NOVIG   VALUE 'ORIGNOVI'.
000470         88 CODERR-ORIGEN-BLQ-DEB VALUE 'ORIGBLQD'.
000480         88 CODERR-ORIGEN-INACTIVO VALUE 'ORIGINAC'.
000490         88 CODERR-ORIGEN-DESCUB  VALUE 'ORIGDESC'.
000500         88 CODERR-LIMITE-OPE     VALUE 'LIMITOPE'.
000510         88 CODERR-LIMITE-DIA     VALUE 'LIMITDIA'.
000520         88 CODERR-CAMBIO-NO-DISP VALUE 'CAMBIONO'.
000530         88 CODERR-COM-SIN-CAMBIO VALUE 'COMSINCA'.
000540         88 CODERR-CONTRATO-NOEXI VALUE 'CTANOEXI'.
000550         88 CODERR-CONTRATO-BAJA  VALUE 'CTABAJA '.
000560         88 CODERR-LIMITE-NOEXI   VALUE 'LIMNOEXI'.
000570         88 CODERR-MONEDA-INV     VALUE 'MONEDINV'.
000580         88 CODERR-OPERACION-INV  VALUE 'OPERAINV'.
000590         88 CODERR-BENEF-INVALIDO VALUE 'BENEFINV'.
000600         88 CODERR-SIN-COMPENSA   VALUE 'SINCOMPE'.
000610         88 CODERR-OK             VALUE 'OK      '.
000620     05 WS-S-SQLCODE           PIC -999.
000630     05 WS-S-CLAVE-MOV         PIC 9(9).
000640     05 WS-S-DESCRIPCION       PIC X(68).
000650 01 WS-LONG-RESPUESTA          PIC S9(4) COMP VALUE +89.
000660
000670* CAMPOS DE ENTRADA DE LA TRANSFERENCIA A POSTAR, CONSTRUIDOS A
000680* PARTIR DE LA SOLICITUD APARCADA, COMO HACE CUAR01 CON LA
000690* CUARENTENA
000700 01 WS-ENTRADA.
000710     05 WS-E-CONT-ORIGEN   PIC 9(9).
000720     05 WS-E-CONT-DESTINO  PIC 9(9).
000730     05 WS-E-IMPORTE       PIC 9(11)V9(2).
000740     05 WS-E-DESCRIPCION   PIC X(50).
000750     05 WS-E-MONEDA        PIC X(3).
000760
000770* ESTADO EN QUE QUEDA LA SOLICITUD ('A' APROBADA, 'R' RECHAZADA O
000780* 'C' CADUCADA), QUE ES TAMBIEN LA OPERACION QUE SE AUDITA, Y
000790* FECHA (AAAA-MM-DD) EN QUE SE TECLEO
000800 01 WS-NUEVO-ESTADO          PIC X(1).
000810 01 WS-FECHA-ALTA            PIC X(10).
000820 01 WS-CADUCADA              PIC X VALUE 'N'.
000830     88 WS-CADUCADA-SI       VALUE 'S'.
000840     88 WS-CADUCADA-NO       VALUE 'N'.
000850
000860* CLAVE DEL BENEFICIARIO DE UNA TRANSFERENCIA EXTERNA APARCADA,
000870* QUE TRAN01 GUARDA COMO CONTRATO DESTINO DE LA SOLICITUD
000880 01 WS-CLAVE-BENEFICIARIO    PIC 9(9) VALUE 0.
000890
000900* CAMPOS DE ENTRADA/SALIDA DE LA CONVERSION DE UN IMPORTE ENTRE
000910* LAS DIVISAS DEL MOVIMIENTO Y LA DE UN CONTRATO. EL TIPO
000920* VIGENTE SE CONSULTA DIRECTAMENTE EN IBMUSER.TIPO_CAMBIO
000930 01 WS-CONV-MONEDA-ORIGEN    PIC X(3).
000940 01 WS-CONV-MONEDA-DESTINO   PIC X(3).
000950 01 WS-CONV-IMPORTE-ENTRADA  PIC 9(11)V9(2).
000960 01 WS-CONV-IMPORTE-SALIDA   PIC 9(11)V9(2).
000970 01 WS-CONV-TIPO-CAMBIO      PIC 9(4)V9(6).
000980
000990* INDICADOR PARA QUE 2600-CONVIERTE-IMPORTE NO PISE EL CODIGO DE
001000* RESPUESTA CON CAMBIONO: LA CONVERSION DE LA COMISION DE UNA
001010* TRANSFERENCIA YA POSTADA DEJA SU PROPIO CODIGO (COMSINCA)
001020 01 WS-CONV-SIN-INCIDENCIA   PIC X VALUE 'N'.
001030     88 CONV-SIN-INCIDENCIA-SI VALUE 'S'.
001040     88 CONV-SIN-INCIDENCIA-NO VALUE 'N'.
001050
001060* IMPORTES DEL MOVIMIENTO YA CONVERTIDOS A LA DIVISA DE CADA
001070* CONTRATO
001080 01 WS-IMPORTE-ORIGEN-CONV  PIC 9(11)V9(2) VALUE 0.
001090 01 WS-IMPORTE-DESTINO-CONV PIC 9(11)V9(2) VALUE 0.
001100
001110* DIVISA PROPIA DEL CONTRATO ORIGEN, CAPTURADA EN LA VALIDACION
001120* PARA PODER CARGARLE LA COMISION EN SU DIVISA
001130 01 WS-MONEDA-CONTRATO-ORIGEN   PIC X(3) VALUE SPACES.
001140
001150* CAMPOS DEL CONTROL DE LIMITES POR CONTRATO: LA TRANSFERENCIA
001160* APROBADA SE CONTRASTA CONTRA EL LIMITE POR OPERACION Y EL
001170* ACUMULADO MAXIMO DE DEBITOS DEL DIA DE IBMUSER.LIMITE_CONTRATO
001180* COMO EN TRAN01, Y TRAS POSTEAR SE ACTUALIZA EL ACUMULADO DEL DIA
001190 01 WS-CON-LIMITES           PIC X VALUE 'N'.
001200     88 WS-CON-LIMITES-SI    VALUE 'S'.
001210     88 WS-CON-LIMITES-NO    VALUE 'N'.
001220
001230* FECHA DE HOY (AAAA-MM-DD), CONTRA LA QUE SE CONTRASTA EL DIA
001240* DEL ACUMULADO DE DEBITOS Y LA CADUCIDAD DE LA SOLICITUD
001250 01 WS-FECHA-HOY             PIC X(10).
001260
001270* VARIABLES UTILIZADAS EN EL PROGRAMA
001280 01 IND-NULL             PIC S9(4) COMP.
001290 01 IND-DESTINO          PIC S9(4) COMP.
001300 01 WS-ERROR             PIC X VALUE 'N'.
001310     88 WS-ERROR-SI      VALUE 'S'.
001320     88 WS-ERROR-NO      VALUE 'N'.
001330
001340* TARIFA DE COMISIONES APLICABLE A LA TRANSFERENCIA (LA DEL
001350* CONTRATO ORIGEN O, EN SU DEFECTO, LA GENERAL DE LA FILA 0) Y
001360* CAMPOS DE CALCULO DE LA COMISION, COMO EN TRAN01
001370 01 WS-SIN-TARIFA            PIC X VALUE 'N'.
001380     88 WS-SIN-TARIFA-SI     VALUE 'S'.
001390     88 WS-SIN-TARIFA-NO     VALUE 'N'.
001400 01 WS-COM-BASE              PIC 9(11)V9(2) VALUE 0.
001410 01 WS-COM-IMPORTE           PIC 9(11)V9(2) VALUE 0.
001420 01 WS-COM-IMPORTE-CONV      PIC 9(11)V9(2) VALUE 0.
001430
001440* MODO DE COMISION DEL CONTRATO ORIGEN: 'I' INMEDIATA O 'M'
001450* MENSUAL (SE DEVENGA EN IBMUSER.COMISION_PENDIENTE)
001460 01 WS-MODO-COMISION         PIC X VALUE 'I'.
001470     88 WS-MODO-COM-MENSUAL  VALUE 'M'.
001480
001490* DESCRIPCION DEL MOVIMIENTO DE COMISION, CON LA CLAVE DEL
001500* MOVIMIENTO AL QUE TARIFICA PARA TRAZABILIDAD
001510 01 WS-DESC-COMISION.
001520     05 FILLER              PIC X(13) VALUE 'COMISION MOV '.
001530     05 WS-DESC-COM-CLAVE   PIC 9(9).
001540     05 FILLER              PIC X(28) VALUE SPACES.
001550
001560* FECHA Y HORA DEL SISTEMA, PARA DEJAR CONSTANCIA DE CUANDO SE
001570* HA GRABADO CADA MOVIMIENTO
001580 01 WS-FECHA-SISTEMA         PIC X(21).
001590 01 WS-FECHA-SISTEMA-R REDEFINES WS-FECHA-SISTEMA.
001600     05 WS-FS-ANO           PIC 9(4).
001610     05 WS-FS-MES           PIC 9(2).
001620     05 WS-FS-DIA           PIC 9(2).
001630     05 WS-FS-HORA          PIC 9(2).
001640     05 WS-FS-MINUTO        PIC 9(2).
001650     05 WS-FS-SEGUNDO       PIC 9(2).
001660     05 WS-FS-CENTESIMAS    PIC 9(2).
001670     05 FILLER              PIC X(5).
001680 01 WS-TIMESTAMP-MOVIMIENTO PIC X(26).
001690
001700* RESERVA DE CLAVES DE MOVIMIENTO EN IBMUSER.CONTADOR: TAMANO
001710* DEL BLOQUE QUE SE RESERVA DE CADA VEZ, ULTIMO VALOR
001720* RESERVADO, ULTIMA CLAVE DEL BLOQUE EN USO Y MAXIMOS PARA LA
001730* PRIMERA CARGA DEL CONTADOR
001740 01 WS-BLOQUE-CLAVES       PIC S9(9) COMP VALUE 1.
001750 01 WS-ULTIMO-RESERVADO    PIC S9(9) COMP VALUE 0.
001760 01 WS-ULTIMA-CLAVE-BLOQUE PIC S9(9) COMP VALUE 0.
001770 01 WS-MAX-OPERATIVA       PIC S9(9) COMP VALUE 0.
001780 01 WS-MAX-HISTORICO       PIC S9(9) COMP VALUE 0.
001790 01 IND-NULL-CTR           PIC S9(4) COMP.
001800
001810* IMAGEN DE LA SOLICITUD ANTES Y DESPUES DE LA DECISION, PARA
001820* ANOTAR EN LA AUDITORIA LOS CAMPOS QUE CAMBIAN
001830 01 WS-IMAGEN-ANTES.
001840     05 WS-IMA-CLAVE-AUTORIZA    PIC Z(8)9.
001850     05 WS-IMA-ESTADO            PIC X(1).
001860     05 WS-IMA-MOV-GENERADO      PIC Z(8)9.
001870 01 WS-IMAGEN-DESPUES.
001880     05 WS-IMD-CLAVE-AUTORIZA    PIC Z(8)9.
001890     05 WS-IMD-ESTADO            PIC X(1).
001900     05 WS-IMD-MOV-GENERADO      PIC Z(8)9.
001910
001920* CAMPOS QUE CAMBIAN EN LA OPERACION, CON SU VALOR ANTERIOR Y
001930* POSTERIOR EN FORMATO EDITADO. SE GRABAN EN
001940* IBMUSER.AUDITORIA_CAMBIO CON LA MISMA FECHA Y HORA QUE EL
001950* REGISTRO DE AUDITORIA DE LA OPERACION
001960 01 WS-DIF-MAX               PIC 9(2) VALUE 0.
001970 01 WS-TABLA-DIFERENCIAS.
001980     05 WS-DIF-OCU OCCURS 1 TO 12 TIMES
001990                   DEPENDING ON WS-DIF-MAX
002000                   INDEXED BY WS-IDX-DIF.
002010        10 WS-DIF-CAMPO       PIC X(18).
002020        10 WS-DIF-ANTES       PIC X(50).
002030        10 WS-DIF-DESPUES     PIC X(50).
002040
002050* CAMPO QUE SE COMPARA PARA ANOTARLO EN LA TABLA SI HA CAMBIADO
002060 01 WS-DIF-NUEVO.
002070     05 WS-DNU-CAMPO          PIC X(18).
002080     05 WS-DNU-ANTES          PIC X(50).
002090     05 WS-DNU-DESPUES        PIC X(50).
002100
002110* SQLCA Y DCLGEN DE LAS TABLAS. DCLAUTORIZACION ES LA SOLICITUD
002120* APARCADA; EL RESTO SON LAS TABLAS QUE TOCAN LAS OPERACIONES QUE
002130* SE APLICAN AL APROBARLA. AUDITORIA_CAMBIO GUARDA LOS VALORES
002140* ANTERIOR Y POSTERIOR DE LOS CAMPOS QUE CAMBIAN
002150     EXEC SQL INCLUDE SQLCA END-EXEC.
002160     EXEC SQL INCLUDE AUTORIZA END-EXEC.
002170     EXEC SQL INCLUDE MOVIMIEN END-EXEC.
002180     EXEC SQL INCLUDE CONTRATO END-EXEC.
002190     EXEC SQL INCLUDE TARIFA END-EXEC.
002200     EXEC SQL INCLUDE TIPOCAMB END-EXEC.
002210     EXEC SQL INCLUDE COMIPEND END-EXEC.
002220     EXEC SQL INCLUDE CONTADOR END-EXEC.
002230     EXEC SQL INCLUDE LIMITECO END-EXEC.
002240     EXEC SQL INCLUDE AUDITORI END-EXEC.
002250     EXEC SQL INCLUDE AUDICAMB END-EXEC.
002260     EXEC SQL INCLUDE BENEFICI END-EXEC.
002270     EXEC SQL INCLUDE CUENCOMP END-EXEC.
002280     EXEC SQL INCLUDE TRANEXTE END-EXEC.
002290
002300 PROCEDURE DIVISION.
002310
002320     EXEC CICS
002330        HANDLE CONDITION ERROR(9999-ERROR)
002340     END-EXEC.
002350
002360     PERFORM 1000-INICIO.
002370     PERFORM 2000-PROCESO.
002380     PERFORM 3000-FIN.
002390
002400* **********************************************************
002410* PARRAFO DE INICIO. RECIBE LA PETICION DEL TERMINAL
002420* **********************************************************
002430 1000-INICIO.
002440
002450     MOVE SPACES               TO WS-PETICION.
002460     MOVE SPACES               TO WS-RESPUESTA.
002470     MOVE 0                    TO WS-S-CLAVE-MOV.
002480
002490     EXEC CICS
002500        RECEIVE INTO(WS-PETICION) LENGTH(WS-LONG-PETICION)
002510     END-EXEC.
002520
002530* FECHA DE HOY, PARA LA CADUCIDAD DE LA SOLICITUD Y EL CONTROL
002540* DEL ACUMULADO DIARIO DE DEBITOS DEL CONTRATO ORIGEN
002550     MOVE FUNCTION CURRENT-DATE TO WS-FECHA-SISTEMA.
002560     STRING WS-FS-ANO           DELIMITED BY SIZE
002570            '-'                 DELIMITED BY SIZE
002580            WS-FS-MES           DELIMITED BY SIZE
002590            '-'                 DELIMITED BY SIZE
002600            WS-FS-DIA           DELIMITED BY SIZE
002610       INTO WS-FECHA-HOY
002620     END-STRING.
002630
002640* ************************************************************
002650 2000-PROCESO.
002660* ************************************************************
002670
002680     MOVE 'N' TO WS-ERROR.
002690     MOVE 'N' TO WS-CADUCADA.
002700
002710     IF NOT PET-OPERACION-APRUEBA AND NOT PET-OPERACION-RECHAZA
002720        SET CODERR-OPERACION-INV        TO TRUE
002730        MOVE 0                          TO WS-S-SQLCODE
002740        MOVE 'CODIGO DE OPERACION NO RECONOCIDO (A O R)'
002750                                        TO WS-S-DESCRIPCION
002760        MOVE 'S'                        TO WS-ERROR
002770     END-IF.
002780
002790* RECUPERAMOS LA SOLICITUD Y COMPROBAMOS QUE SIGUE PENDIENTE
002800     IF WS-ERROR-NO
002810        PERFORM 2050-RECUPERA-AUTORIZACION
002820     END-IF.
002830
002840* UNA SOLICITUD DE UN DIA ANTERIOR YA NO SE PUEDE DECIDIR: SE
002850* MARCA COMO CADUCADA Y SE DEVUELVE AUTCADUC
002860     IF WS-ERROR-NO
002870        PERFORM 2060-COMPRUEBA-CADUCIDAD
002880     END-IF.
002890
002900* EL AUTORIZANTE NO PUEDE SER EL OPERADOR QUE LA TECLEO
002910     IF WS-ERROR-NO AND WS-CADUCADA-NO AND PET-OPERACION-APRUEBA
002920        PERFORM 2070-COMPRUEBA-USUARIO
002930     END-IF.
002940
002950* APROBAR: SE APLICA LA OPERACION APARCADA CON LAS MISMAS
002960* VALIDACIONES DEL PROGRAMA QUE LA APARCO. SI ALGUNA FALLA, LA
002970* SOLICITUD SIGUE PENDIENTE Y SE DEVUELVE EL CODIGO DEL FALLO
002980     IF WS-ERROR-NO AND WS-CADUCADA-NO AND PET-OPERACION-APRUEBA
002990        EVALUATE TIPO-AUTORIZACION OF DCLAUTORIZACION
003000          WHEN 'T'
003010          WHEN 'X'
003020            PERFORM 2100-APLICA-TRANSFERENCIA
003030          WHEN 'D'
003040            PERFORM 2800-APLICA-LIMITE-DESCUB
003050          WHEN 'L'
003060            PERFORM 2850-APLICA-LIMITES-CONTRATO
003070        END-EVALUATE
003080     END-IF.
003090
003100* MARCAMOS LA SOLICITUD CON LA DECISION PARA QUE NO SE PUEDA
003110* DECIDIR DOS VECES
003120     IF WS-ERROR-NO
003130        PERFORM 2750-MARCA-AUTORIZACION
003140     END-IF.
003150
003160* SI TODO HA IDO BIEN, REGISTRAMOS LA AUDITORIA Y CONFIRMAMOS.
003170* SI ALGO HA FALLADO, DESHACEMOS LA UNIDAD DE TRABAJO COMPLETA
003180     IF WS-ERROR-NO
003190        PERFORM 2875-GUARDA-IMAGEN-DESPUES
003200        PERFORM 2900-REGISTRA-AUDITORIA
003210        IF WS-ERROR-NO
003220           PERFORM 2950-PREPARA-RESPUESTA
003230           EXEC CICS SYNCPOINT END-EXEC
003240        END-IF
003250     ELSE
003260        EXEC CICS SYNCPOINT ROLLBACK END-EXEC
003270     END-IF.
003280
003290* ***************************************************************
003300* RECUPERA LA SOLICITUD DE AUTORIZACION Y COMPRUEBA QUE SIGUE EN
003310* ESTADO 'P' (PENDIENTE). UNA SOLICITUD YA APROBADA, RECHAZADA O
003320* CADUCADA NO SE PUEDE VOLVER A DECIDIR
003330* ***************************************************************
003340 2050-RECUPERA-AUTORIZACION.
003350
003360     MOVE WS-PET-CLAVE-AUTORIZA TO CLAVE-AUTORIZACION
003370                                   OF DCLAUTORIZACION.
003380
003390     EXEC SQL
003400        SELECT TIPO_AUTORIZACION, OPERACION, CONT_ORIGEN,
003410               CONT_DESTINO, IMPORTE, IMPORTE_DIARIO, MONEDA,
003420               DESCRIPCION, ESTADO, USUARIO_ALTA,
003430               CHAR(DATE(FECHA_ALTA), ISO)
003440          INTO :DCLAUTORIZACION.TIPO-AUTORIZACION,
003450               :DCLAUTORIZACION.OPERACION,
003460               :DCLAUTORIZACION.CONT-ORIGEN,
003470               :DCLAUTORIZACION.CONT-DESTINO,
003480               :DCLAUTORIZACION.IMPORTE,
003490               :DCLAUTORIZACION.IMPORTE-DIARIO,
003500               :DCLAUTORIZACION.MONEDA,
003510               :DCLAUTORIZACION.DESCRIPCION,
003520               :DCLAUTORIZACION.ESTADO,
003530               :DCLAUTORIZACION.USUARIO-ALTA,
003540               :WS-FECHA-ALTA
003550          FROM IBMUSER.AUTORIZACION
003560         WHERE CLAVE_AUTORIZACION =
003570               :DCLAUTORIZACION.CLAVE-AUTORIZACION
003580     END-EXEC.
003590
003600     IF SQLCODE EQUAL 100
003610        SET CODERR-AUT-NOEXI               TO TRUE
003620        MOVE 0                             TO WS-S-SQLCODE
003630        MOVE 'NO EXISTE ESA SOLICITUD DE AUTORIZACION'
003640                                           TO WS-S-DESCRIPCION
003650        MOVE 'S'                           TO WS-ERROR
003660     ELSE
003670        IF SQLCODE NOT EQUAL 0
003680           PERFORM 9998-ERROR-SQL
003690        END-IF
003700     END-IF.
003710
003720     IF WS-ERROR-NO
003730        IF ESTADO OF DCLAUTORIZACION NOT EQUAL 'P'
003740           SET CODERR-AUT-RESUELTA         TO TRUE
003750           MOVE 0                          TO WS-S-SQLCODE
003760           MOVE 'LA SOLICITUD YA ESTA RESUELTA O CADUCADA'
003770                                           TO WS-S-DESCRIPCION
003780           MOVE 'S'                        TO WS-ERROR
003790        END-IF
003800     END-IF.
003810
003820     MOVE 0 TO MOV-GENERADO OF DCLAUTORIZACION.
003830     PERFORM 2870-GUARDA-IMAGEN-ANTES.
003840
003850* ***************************************************************
003860* UNA SOLICITUD SOLO SE PUEDE DECIDIR EL MISMO DIA EN QUE SE
003870* TECLEO: AL DIA SIGUIENTE LOS SALDOS Y LIMITES CON LOS QUE SE
003880* VALIDO YA NO SON LOS MISMOS. SI HA CADUCADO SE MARCA COMO TAL
003890* ('C'), SEA CUAL SEA LA DECISION PEDIDA
003900* ***************************************************************
003910 2060-COMPRUEBA-CADUCIDAD.
003920
003930     IF WS-FECHA-ALTA LESS THAN WS-FECHA-HOY
003940        MOVE 'S'                           TO WS-CADUCADA
003950     END-IF.
003960
003970* ***************************************************************
003980* COMPRUEBA LA DOBLE FIRMA: QUIEN APRUEBA NO PUEDE SER EL MISMO
003990* OPERADOR QUE TECLEO LA OPERACION. EL PROPIO OPERADOR SI PUEDE
004000* RECHAZAR (RETIRAR) SU SOLICITUD
004010* ***************************************************************
004020 2070-COMPRUEBA-USUARIO.
004030
004040     IF USUARIO-ALTA OF DCLAUTORIZACION EQUAL EIBUSERID
004050        SET CODERR-MISMO-USUARIO           TO TRUE
004060        MOVE 0                             TO WS-S-SQLCODE
004070        MOVE 'EL AUTORIZANTE NO PUEDE SER QUIEN LA TECLEO'
004080                                           TO WS-S-DESCRIPCION
004090        MOVE 'S'                           TO WS-ERROR
004100     END-IF.
004110
004120* ***************************************************************
004130* COMPRUEBA EL BENEFICIARIO DE UNA TRANSFERENCIA EXTERNA
004140* APARCADA: DEBE SEGUIR EXISTIENDO, ACTIVO Y DEL CONTRATO ORIGEN,
004150* Y LA DIVISA DEBE TENER CONTRATO PUENTE EN
004160* IBMUSER.CUENTA_COMPENSACION, QUE PASA A SER EL CONTRATO DESTINO
004170* DE LA TRANSFERENCIA, COMO EN TRAN01
004180* ***************************************************************
004190 2080-RESUELVE-BENEFICIARIO.
004200
004210     MOVE WS-E-CONT-DESTINO    TO WS-CLAVE-BENEFICIARIO.
004220     MOVE WS-E-CONT-DESTINO    TO CLAVE-BENEFICIARIO
004230                                  OF DCLBENEFICIARIO.
004240
004250     EXEC SQL
004260        SELECT CLAVE_CONTRATO, IBAN, BIC, NOMBRE, ESTADO
004270          INTO :DCLBENEFICIARIO.CLAVE-CONTRATO,
004280               :DCLBENEFICIARIO.IBAN,
004290               :DCLBENEFICIARIO.BIC,
004300               :DCLBENEFICIARIO.NOMBRE,
004310               :DCLBENEFICIARIO.ESTADO
004320          FROM IBMUSER.BENEFICIARIO
004330         WHERE CLAVE_BENEFICIARIO =
004340               :DCLBENEFICIARIO.CLAVE-BENEFICIARIO
004350     END-EXEC.
004360
004370     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
004380        PERFORM 9998-ERROR-SQL
004390     ELSE
004400        IF SQLCODE EQUAL 100
004410           OR ESTADO OF DCLBENEFICIARIO NOT EQUAL 'A'
004420           OR CLAVE-CONTRATO OF DCLBENEFICIARIO
004430              NOT EQUAL WS-E-CONT-ORIGEN
004440          SET CODERR-BENEF-INVALIDO       TO TRUE
004450          MOVE 0                          TO WS-S-SQLCODE
004460          MOVE 'BENEFICIARIO INEXISTENTE, DE BAJA O AJENO'
004470                                          TO WS-S-DESCRIPCION
004480          MOVE 'S'                        TO WS-ERROR
004490        END-IF
004500     END-IF.
004510
004520     IF WS-ERROR-NO
004530        MOVE WS-E-MONEDA          TO MONEDA OF
004540                                     DCLCUENTA-COMPENSACION
004550        EXEC SQL
004560           SELECT CONT_NOSTRO
004570             INTO :DCLCUENTA-COMPENSACION.CONT-NOSTRO
004580             FROM IBMUSER.CUENTA_COMPENSACION
004590            WHERE MONEDA = :DCLCUENTA-COMPENSACION.MONEDA
004600        END-EXEC
004610
004620        IF SQLCODE EQUAL 100
004630          SET CODERR-SIN-COMPENSA         TO TRUE
004640          MOVE 0                          TO WS-S-SQLCODE
004650          MOVE 'DIVISA SIN CONTRATO PUENTE DE COMPENSACION'
004660                                          TO WS-S-DESCRIPCION
004670          MOVE 'S'                        TO WS-ERROR
004680        ELSE
004690          IF SQLCODE NOT EQUAL 0
004700            PERFORM 9998-ERROR-SQL
004710          ELSE
004720            MOVE CONT-NOSTRO OF DCLCUENTA-COMPENSACION
004730                                  TO WS-E-CONT-DESTINO
004740          END-IF
004750        END-IF
004760     END-IF.
004770
004780* ***************************************************************
004790* POSTA LA TRANSFERENCIA APARCADA POR TRAN01 CON SUS MISMAS
004800* VALIDACIONES (ESTADO Y BLOQUEOS DE LOS CONTRATOS, LIMITE DE
004810* DESCUBIERTO, LIMITES POR CONTRATO, CONVERSION DE DIVISAS) Y LA
004820* COMISION DE LA TARIFA DEL CONTRATO ORIGEN. LA CLAVE DEL
004830* MOVIMIENTO POSTADO QUEDA EN LA SOLICITUD. UNA TRANSFERENCIA
004840* EXTERNA VUELVE A RESOLVER SU BENEFICIARIO Y EL CONTRATO PUENTE
004850* DE LA DIVISA, Y QUEDA PENDIENTE DE ENVIO A LA CAMARA
004860* ***************************************************************
004870 2100-APLICA-TRANSFERENCIA.
004880
004890     MOVE CONT-ORIGEN OF DCLAUTORIZACION  TO WS-E-CONT-ORIGEN.
004900     MOVE CONT-DESTINO OF DCLAUTORIZACION TO WS-E-CONT-DESTINO.
004910     MOVE IMPORTE OF DCLAUTORIZACION      TO WS-E-IMPORTE.
004920     MOVE DESCRIPCION OF DCLAUTORIZACION  TO WS-E-DESCRIPCION.
004930     MOVE MONEDA OF DCLAUTORIZACION       TO WS-E-MONEDA.
004940
004950     IF TIPO-AUTORIZACION OF DCLAUTORIZACION EQUAL 'X'
004960        PERFORM 2080-RESUELVE-BENEFICIARIO
004970     END-IF.
004980     IF WS-ERROR-NO
004990        PERFORM 2200-COMPRUEBA-CONTRATO-DES
005000     END-IF.
005010     IF WS-ERROR-NO
005020        PERFORM 2300-COMPRUEBA-CONTRATO-ORI
005030     END-IF.
005040     IF WS-ERROR-NO
005050        PERFORM 2350-COMPRUEBA-LIMITES
005060     END-IF.
005070     IF WS-ERROR-NO
005080        PERFORM 2500-ACTUALIZA-IMPORTE-CONT
005090     END-IF.
005100     IF WS-ERROR-NO
005110        PERFORM 2700-INSERTA-MOVIMIENTO
005120     END-IF.
005130     IF WS-ERROR-NO
005140        AND TIPO-AUTORIZACION OF DCLAUTORIZACION EQUAL 'X'
005150        PERFORM 2760-REGISTRA-TRANSF-EXTERNA
005160     END-IF.
005170     IF WS-ERROR-NO AND WS-CON-LIMITES-SI
005180        PERFORM 2360-ACUMULA-LIMITE-DIA
005190     END-IF.
005200     IF WS-ERROR-NO
005210        PERFORM 2720-APLICA-COMISION
005220     END-IF.
005230     IF WS-ERROR-NO
005240        MOVE WS-S-CLAVE-MOV TO MOV-GENERADO OF DCLAUTORIZACION
005250     END-IF.
005260
005270* ********************************************************
005280* COMPRUEBA QUE EL CONTRATO DESTINO ESTA VIGENTE
005290* ********************************************************
005300 2200-COMPRUEBA-CONTRATO-DES.
005310
005320     MOVE WS-E-CONT-DESTINO     TO CLAVE-CONTRATO OF DCLCONTRATO.
005330
005340     EXEC SQL
005350        SELECT  ESTADO, MONEDA
005360          INTO :DCLCONTRATO.ESTADO, :DCLCONTRATO.MONEDA
005370          FROM  IBMUSER.CONTRATO
005380         WHERE  CLAVE_CONTRATO = :DCLCONTRATO.CLAVE-CONTRATO
005390     END-EXEC.
005400
005410     IF SQLCODE EQUAL 100
005420       SET CODERR-DESTINO-NOVIG           TO TRUE
005430       MOVE 0                             TO WS-S-SQLCODE
005440       MOVE 'CONTRATO DESTINO NO EXISTE. MOVIMIENTO ERRONEO'
005450                                          TO WS-S-DESCRIPCION
005460       MOVE 'S'                           TO WS-ERROR
005470     ELSE
005480       IF SQLCODE NOT EQUAL 0
005490         PERFORM 9998-ERROR-SQL
005500       END-IF
005510     END-IF.
005520
005530* UN CONTRATO BLOQUEADO PARA DEBITOS O INACTIVO SIGUE ACEPTANDO
005540* ABONOS (UN EMBARGO NO PUEDE IMPEDIR LA ENTRADA DE FONDOS); EL
005550* BLOQUEO DE ABONOS Y LA BAJA SE RECHAZAN, CADA UNO CON SU
005560* PROPIO CODIGO PARA PODER ACREDITAR EL MOTIVO
005570     IF WS-ERROR-NO
005580     EVALUATE ESTADO OF DCLCONTRATO
005590       WHEN 'V'
005600       WHEN 'D'
005610       WHEN 'I'
005620         CONTINUE
005630       WHEN 'A'
005640         SET CODERR-DESTINO-BLQ-ABO         TO TRUE
005650         MOVE 0                             TO WS-S-SQLCODE
005660         MOVE 'CONTRATO DESTINO BLOQUEADO PARA ABONOS'
005670                                            TO WS-S-DESCRIPCION
005680         MOVE 'S'                           TO WS-ERROR
005690       WHEN OTHER
005700         SET CODERR-DESTINO-NOVIG           TO TRUE
005710         MOVE 0                             TO WS-S-SQLCODE
005720         MOVE 'CONTRATO DESTINO NO OPERATIVO. MOVIMIENTO ERRONEO'
005730                                            TO WS-S-DESCRIPCION
005740         MOVE 'S'                           TO WS-ERROR
005750     END-EVALUATE
005760     END-IF.
005770
005780* CONVERTIMOS EL IMPORTE DEL MOVIMIENTO A LA DIVISA DEL
005790* CONTRATO DESTINO, PARA PODER ABONARSELO MAS ADELANTE
005800     IF WS-ERROR-NO
005810        MOVE WS-E-MONEDA             TO WS-CONV-MONEDA-ORIGEN
005820        MOVE MONEDA OF DCLCONTRATO   TO WS-CONV-MONEDA-DESTINO
005830        MOVE WS-E-IMPORTE            TO WS-CONV-IMPORTE-ENTRADA
005840        PERFORM 2600-CONVIERTE-IMPORTE
005850        MOVE WS-CONV-IMPORTE-SALIDA  TO WS-IMPORTE-DESTINO-CONV
005860     END-IF.
005870
005880* ***************************************************************
005890* COMPRUEBA QUE EL CONTRATO ORIGEN PUEDE SOPORTAR EL MOVIMIENTO
005900* CONTROLANDO QUE EL ESTADO SEA ABIERTO Y QUE EL IMPORTE FINAL
005910* NO SUPERE EL LIMITE DE DESCUBIERTO PACTADO
005920* ***************************************************************
005930 2300-COMPRUEBA-CONTRATO-ORI.
005940
005950     MOVE WS-E-CONT-ORIGEN   TO CLAVE-CONTRATO OF DCLCONTRATO.
005960
005970     EXEC SQL
005980        SELECT  IMPORTE, ESTADO, LIMITE_DESCUBIERTO, MONEDA
005990          INTO :DCLCONTRATO.IMPORTE, :DCLCONTRATO.ESTADO,
006000               :DCLCONTRATO.LIMITE-DESCUBIERTO,
006010               :DCLCONTRATO.MONEDA
006020          FROM  IBMUSER.CONTRATO
006030         WHERE  CLAVE_CONTRATO = :DCLCONTRATO.CLAVE-CONTRATO
006040     END-EXEC.
006050
006060     IF SQLCODE EQUAL 100
006070       SET CODERR-ORIGEN-NOVIG            TO TRUE
006080       MOVE 0                             TO WS-S-SQLCODE
006090       MOVE 'CONTRATO ORIGEN NO EXISTE. MOVIMIENTO ERRONEO'
006100                                          TO WS-S-DESCRIPCION
006110       MOVE 'S'                           TO WS-ERROR
006120     ELSE
006130       IF SQLCODE NOT EQUAL 0
006140         PERFORM 9998-ERROR-SQL
006150       END-IF
006160     END-IF.
006170
006180* CONVERTIMOS EL IMPORTE DEL MOVIMIENTO A LA DIVISA DEL CONTRATO
006190* ORIGEN, PARA PODER CARGARSELO A CONTINUACION
006200     IF WS-ERROR-NO
006210        MOVE WS-E-MONEDA             TO WS-CONV-MONEDA-ORIGEN
006220        MOVE MONEDA OF DCLCONTRATO   TO WS-CONV-MONEDA-DESTINO
006230        MOVE MONEDA OF DCLCONTRATO   TO WS-MONEDA-CONTRATO-ORIGEN
006240        MOVE WS-E-IMPORTE            TO WS-CONV-IMPORTE-ENTRADA
006250        PERFORM 2600-CONVIERTE-IMPORTE
006260        MOVE WS-CONV-IMPORTE-SALIDA  TO WS-IMPORTE-ORIGEN-CONV
006270     END-IF.
006280
006290* CALCULAMOS EL NUEVO IMPORTE DEL CONTRATO, RESTANDOLE AL
006300* INICIAL EL IMPORTE DEL MOVIMIENTO
006310     IF WS-ERROR-NO
006320        COMPUTE IMPORTE OF DCLCONTRATO = IMPORTE OF DCLCONTRATO -
006330                WS-IMPORTE-ORIGEN-CONV
006340     END-IF.
006350
006360* UN CONTRATO BLOQUEADO PARA ABONOS PUEDE SEGUIR EMITIENDO
006370* CARGOS; EL BLOQUEO DE DEBITOS (EMBARGO), LA INACTIVIDAD Y LA
006380* BAJA IMPIDEN CARGAR, CADA UNO CON SU PROPIO CODIGO
006390     IF WS-ERROR-NO
006400     EVALUATE ESTADO OF DCLCONTRATO
006410       WHEN 'V'
006420       WHEN 'A'
006430         CONTINUE
006440       WHEN 'D'
006450         SET CODERR-ORIGEN-BLQ-DEB          TO TRUE
006460         MOVE 0                             TO WS-S-SQLCODE
006470         MOVE 'CONTRATO ORIGEN BLOQUEADO PARA DEBITOS'
006480                                            TO WS-S-DESCRIPCION
006490         MOVE 'S'                           TO WS-ERROR
006500       WHEN 'I'
006510         SET CODERR-ORIGEN-INACTIVO         TO TRUE
006520         MOVE 0                             TO WS-S-SQLCODE
006530         MOVE 'CONTRATO ORIGEN INACTIVO. DEBE REACTIVARSE'
006540                                            TO WS-S-DESCRIPCION
006550         MOVE 'S'                           TO WS-ERROR
006560       WHEN OTHER
006570         SET CODERR-ORIGEN-NOVIG            TO TRUE
006580         MOVE 0                             TO WS-S-SQLCODE
006590         MOVE 'CONTRATO ORIGEN NO OPERATIVO. MOVIMIENTO ERRONEO'
006600                                            TO WS-S-DESCRIPCION
006610         MOVE 'S'                           TO WS-ERROR
006620     END-EVALUATE
006630     END-IF.
006640
006650     IF WS-ERROR-NO
006660       IF IMPORTE OF DCLCONTRATO LESS THAN
006670          (0 - LIMITE-DESCUBIERTO OF DCLCONTRATO)
006680         SET CODERR-ORIGEN-DESCUB           TO TRUE
006690         MOVE 0                             TO WS-S-SQLCODE
006700         MOVE 'CONTRATO ORIGEN AL DESCUBIERTO.MOVIMIENTO ERRONEO'
006710                                            TO WS-S-DESCRIPCION
006720         MOVE 'S'                           TO WS-ERROR
006730       END-IF
006740     END-IF.
006750
006760* ***************************************************************
006770* COMPRUEBA LOS LIMITES POR CONTRATO DEL ORIGEN, SI LOS TIENE
006780* DEFINIDOS EN IBMUSER.LIMITE_CONTRATO: EL IMPORTE DEL CARGO
006790* (YA CONVERTIDO A LA DIVISA DEL CONTRATO EN 2300) NO PUEDE
006800* SUPERAR EL MAXIMO POR OPERACION, Y EL ACUMULADO DE DEBITOS
006810* DEL DIA MAS ESTE CARGO NO PUEDE SUPERAR EL MAXIMO DIARIO. UN
006820* MAXIMO A CERO SIGNIFICA SIN LIMITE EN ESA DIMENSION. EL
006830* OBJETIVO ES LA CONTENCION DE FRAUDE EN EL MOMENTO DEL POSTEO,
006840* TAMBIEN EN LA OPERATIVA DE VENTANILLA
006850* ***************************************************************
006860 2350-COMPRUEBA-LIMITES.
006870
006880     MOVE 'N' TO WS-CON-LIMITES.
006890     MOVE WS-E-CONT-ORIGEN   TO CLAVE-CONTRATO
006900                                OF DCLLIMITE-CONTRATO.
006910
006920     EXEC SQL
006930        SELECT MAX_DEBITO, MAX_DIARIO, DEBITO_DIA, FECHA_DIA
006940          INTO :DCLLIMITE-CONTRATO.MAX-DEBITO,
006950               :DCLLIMITE-CONTRATO.MAX-DIARIO,
006960               :DCLLIMITE-CONTRATO.DEBITO-DIA,
006970               :DCLLIMITE-CONTRATO.FECHA-DIA
006980          FROM IBMUSER.LIMITE_CONTRATO
006990         WHERE CLAVE_CONTRATO =
007000               :DCLLIMITE-CONTRATO.CLAVE-CONTRATO
007010     END-EXEC.
007020
007030* SIN FILA DE LIMITES, EL CONTRATO OPERA COMO SIEMPRE
007040     IF SQLCODE EQUAL 100
007050        CONTINUE
007060     ELSE
007070       IF SQLCODE NOT EQUAL 0
007080         PERFORM 9998-ERROR-SQL
007090       ELSE
007100         MOVE 'S' TO WS-CON-LIMITES
007110* EL ACUMULADO GUARDADO SOLO CUENTA SI ES DEL DIA DE HOY: UN
007120* ACUMULADO DE OTRO DIA ARRANCA DE CERO
007130         IF FECHA-DIA OF DCLLIMITE-CONTRATO NOT EQUAL
007140            WS-FECHA-HOY
007150            MOVE 0 TO DEBITO-DIA OF DCLLIMITE-CONTRATO
007160         END-IF
007170         PERFORM 2355-CONTRASTA-LIMITES
007180       END-IF
007190     END-IF.
007200
007210* ***************************************************************
007220* CONTRASTA EL CARGO EN CURSO CONTRA EL MAXIMO POR OPERACION Y
007230* EL MAXIMO ACUMULADO DIARIO DEL CONTRATO ORIGEN, DEVOLVIENDO
007240* AL TERMINAL EL CODIGO PROPIO DEL LIMITE QUE SE SUPERE
007250* ***************************************************************
007260 2355-CONTRASTA-LIMITES.
007270
007280     IF MAX-DEBITO OF DCLLIMITE-CONTRATO GREATER THAN ZERO
007290        AND WS-IMPORTE-ORIGEN-CONV GREATER THAN
007300            MAX-DEBITO OF DCLLIMITE-CONTRATO
007310       SET CODERR-LIMITE-OPE           TO TRUE
007320       MOVE 0                          TO WS-S-SQLCODE
007330       MOVE 'SUPERA EL IMPORTE MAXIMO POR OPERACION DEL CONTRATO'
007340                                       TO WS-S-DESCRIPCION
007350       MOVE 'S'                        TO WS-ERROR
007360     END-IF.
007370
007380     IF WS-ERROR-NO
007390        AND MAX-DIARIO OF DCLLIMITE-CONTRATO GREATER THAN ZERO
007400        AND (DEBITO-DIA OF DCLLIMITE-CONTRATO +
007410             WS-IMPORTE-ORIGEN-CONV) GREATER THAN
007420            MAX-DIARIO OF DCLLIMITE-CONTRATO
007430       SET CODERR-LIMITE-DIA           TO TRUE
007440       MOVE 0                          TO WS-S-SQLCODE
007450       MOVE 'SUPERA EL ACUMULADO MAXIMO DIARIO DEL CONTRATO'
007460                                       TO WS-S-DESCRIPCION
007470       MOVE 'S'                        TO WS-ERROR
007480     END-IF.
007490
007500* ***************************************************************
007510* SUMA EL CARGO RECIEN POSTADO AL ACUMULADO DE DEBITOS DEL DIA
007520* DEL CONTRATO ORIGEN, EN SU FILA DE IBMUSER.LIMITE_CONTRATO
007530* ***************************************************************
007540 2360-ACUMULA-LIMITE-DIA.
007550
007560* EL CONSUMO SE SUMA EN LA PROPIA FILA, NO CON EL TOTAL
007570* CALCULADO EN MEMORIA: DOS POSTEADORES CONCURRENTES SOBRE EL
007580* MISMO CONTRATO (VENTANILLA, CUARENTENA, BATCH) NO DEBEN
007590* PISARSE EL ACUMULADO DEL DIA
007600     EXEC SQL
007610        UPDATE IBMUSER.LIMITE_CONTRATO
007620           SET DEBITO_DIA = DEBITO_DIA +
007630               :WS-IMPORTE-ORIGEN-CONV
007640         WHERE CLAVE_CONTRATO =
007650               :DCLLIMITE-CONTRATO.CLAVE-CONTRATO
007660           AND FECHA_DIA = DATE(:WS-FECHA-HOY)
007670     END-EXEC.
007680
007690* PRIMERA ANOTACION DEL DIA: EL ACUMULADO ARRANCA EN ESTE
007700* CARGO
007710     IF SQLCODE EQUAL 100
007720        EXEC SQL
007730           UPDATE IBMUSER.LIMITE_CONTRATO
007740              SET DEBITO_DIA = :WS-IMPORTE-ORIGEN-CONV,
007750                  FECHA_DIA = DATE(:WS-FECHA-HOY)
007760            WHERE CLAVE_CONTRATO =
007770                  :DCLLIMITE-CONTRATO.CLAVE-CONTRATO
007780              AND FECHA_DIA <> DATE(:WS-FECHA-HOY)
007790        END-EXEC
007800* SI OTRO POSTEADOR ABRIO EL DIA ENTRE AMBAS SENTENCIAS,
007810* SUMAMOS SOBRE SU ANOTACION
007820        IF SQLCODE EQUAL 100
007830           EXEC SQL
007840              UPDATE IBMUSER.LIMITE_CONTRATO
007850                 SET DEBITO_DIA = DEBITO_DIA +
007860                     :WS-IMPORTE-ORIGEN-CONV
007870               WHERE CLAVE_CONTRATO =
007880                     :DCLLIMITE-CONTRATO.CLAVE-CONTRATO
007890                 AND FECHA_DIA = DATE(:WS-FECHA-HOY)
007900           END-EXEC
007910        END-IF
007920     END-IF.
007930
007940     IF SQLCODE NOT EQUAL 0
007950        PERFORM 9998-ERROR-SQL
007960     END-IF.
007970
007980* ***************************************************************
007990* ACTUALIZAMOS LOS IMPORTES DE LOS CONTRATOS ORIGEN Y DESTINO
008000* ***************************************************************
008010 2500-ACTUALIZA-IMPORTE-CONT.
008020
008030* GRABAMOS EL NUEVO IMPORTE DEL CONTRATO ORIGEN, CALCULADO
008040* DURANTE LA VALIDACION EN 2300
008050     EXEC SQL
008060       UPDATE  IBMUSER.CONTRATO
008070          SET  IMPORTE = :DCLCONTRATO.IMPORTE
008080        WHERE  CLAVE_CONTRATO = :DCLCONTRATO.CLAVE-CONTRATO
008090     END-EXEC.
008100
008110     IF SQLCODE NOT EQUAL 0
008120       PERFORM 9998-ERROR-SQL
008130     END-IF.
008140
008150* ABONAMOS AL CONTRATO DESTINO EL IMPORTE DEL MOVIMIENTO, YA
008160* CONVERTIDO A SU DIVISA DURANTE LA VALIDACION EN 2200
008170     IF WS-ERROR-NO
008180        EXEC SQL
008190          UPDATE  IBMUSER.CONTRATO
008200             SET  IMPORTE = IMPORTE + :WS-IMPORTE-DESTINO-CONV
008210           WHERE  CLAVE_CONTRATO = :WS-E-CONT-DESTINO
008220        END-EXEC
008230
008240        IF SQLCODE NOT EQUAL 0
008250          PERFORM 9998-ERROR-SQL
008260        END-IF
008270     END-IF.
008280
008290* ***************************************************************
008300* CONVIERTE WS-CONV-IMPORTE-ENTRADA, EXPRESADO EN LA DIVISA
008310* WS-CONV-MONEDA-ORIGEN, A LA DIVISA WS-CONV-MONEDA-DESTINO,
008320* CONSULTANDO EN IBMUSER.TIPO_CAMBIO EL TIPO DE FECHA DE EFECTO
008330* MAS RECIENTE NO POSTERIOR A HOY. SI NO HAY TIPO DEFINIDO
008340* ENTRE AMBAS DIVISAS, LA OPERACION SE RECHAZA CON CAMBIONO
008350* ***************************************************************
008360 2600-CONVIERTE-IMPORTE.
008370
008380     IF WS-CONV-MONEDA-ORIGEN EQUAL WS-CONV-MONEDA-DESTINO
008390        MOVE WS-CONV-IMPORTE-ENTRADA TO WS-CONV-IMPORTE-SALIDA
008400     ELSE
008410        EXEC SQL
008420           SELECT TIPO
008430             INTO :DCLTIPO-CAMBIO.TIPO
008440             FROM IBMUSER.TIPO_CAMBIO
008450            WHERE MONEDA_ORIGEN = :WS-CONV-MONEDA-ORIGEN
008460              AND MONEDA_DESTINO = :WS-CONV-MONEDA-DESTINO
008470              AND FECHA_DESDE =
008480                  (SELECT MAX(FECHA_DESDE)
008490                     FROM IBMUSER.TIPO_CAMBIO
008500                    WHERE MONEDA_ORIGEN =
008510                          :WS-CONV-MONEDA-ORIGEN
008520                      AND MONEDA_DESTINO =
008530                          :WS-CONV-MONEDA-DESTINO
008540                      AND FECHA_DESDE <= CURRENT DATE)
008550        END-EXEC
008560
008570        IF SQLCODE EQUAL 100
008580           MOVE 'S'                        TO WS-ERROR
008590           IF CONV-SIN-INCIDENCIA-NO
008600              SET CODERR-CAMBIO-NO-DISP    TO TRUE
008610              MOVE 0                       TO WS-S-SQLCODE
008620              MOVE 'NO EXISTE TIPO DE CAMBIO ENTRE LAS DIVISAS'
008630                                           TO WS-S-DESCRIPCION
008640           END-IF
008650        ELSE
008660           IF SQLCODE NOT EQUAL 0
008670              PERFORM 9998-ERROR-SQL
008680           ELSE
008690              MOVE TIPO OF DCLTIPO-CAMBIO  TO WS-CONV-TIPO-CAMBIO
008700              COMPUTE WS-CONV-IMPORTE-SALIDA =
008710                      WS-CONV-IMPORTE-ENTRADA *
008720                      WS-CONV-TIPO-CAMBIO
008730           END-IF
008740        END-IF
008750     END-IF.
008760
008770* ***************************************************************
008780* INSERTA LA TRANSFERENCIA EN IBMUSER.MOVIMIENTO. EL CAMPO DE
008790* JOB DE LOS PROCESOS BATCH SE RELLENA CON EL USUARIO DEL
008800* TERMINAL, QUE ES QUIEN FIRMA LA OPERACION ONLINE
008810* ***************************************************************
008820 2700-INSERTA-MOVIMIENTO.
008830
008840     MOVE WS-E-CONT-ORIGEN     TO ORIGEN.
008850     MOVE WS-E-CONT-DESTINO    TO DESTINO.
008860     MOVE WS-E-IMPORTE         TO IMPORTE     OF DCLMOVIMIENTO.
008870     MOVE WS-E-DESCRIPCION     TO DESCRIPCION OF DCLMOVIMIENTO.
008880     MOVE WS-E-MONEDA          TO MONEDA      OF DCLMOVIMIENTO.
008890     MOVE 'T'                  TO TIPO-OPERACION
008900                                  OF DCLMOVIMIENTO.
008910     IF TIPO-AUTORIZACION OF DCLAUTORIZACION EQUAL 'X'
008920        MOVE 'X'               TO TIPO-OPERACION
008930                                  OF DCLMOVIMIENTO
008940     END-IF.
008950     MOVE EIBUSERID            TO JOB-ID      OF DCLMOVIMIENTO.
008960
008970* OBTENEMOS LA FECHA Y HORA ACTUAL DEL SISTEMA PARA EL
008980* MOVIMIENTO
008990     MOVE FUNCTION CURRENT-DATE TO WS-FECHA-SISTEMA.
009000     STRING WS-FS-ANO           DELIMITED BY SIZE
009010            '-'                 DELIMITED BY SIZE
009020            WS-FS-MES           DELIMITED BY SIZE
009030            '-'                 DELIMITED BY SIZE
009040            WS-FS-DIA           DELIMITED BY SIZE
009050            '-'                 DELIMITED BY SIZE
009060            WS-FS-HORA          DELIMITED BY SIZE
009070            '.'                 DELIMITED BY SIZE
009080            WS-FS-MINUTO        DELIMITED BY SIZE
009090            '.'                 DELIMITED BY SIZE
009100            WS-FS-SEGUNDO       DELIMITED BY SIZE
009110            '.'                 DELIMITED BY SIZE
009120            WS-FS-CENTESIMAS    DELIMITED BY SIZE
009130            '0000'              DELIMITED BY SIZE
009140       INTO WS-TIMESTAMP-MOVIMIENTO
009150     END-STRING.
009160     MOVE WS-TIMESTAMP-MOVIMIENTO TO FECHA-MOVIMIENTO
009170                                     OF DCLMOVIMIENTO.
009180
009190* OBTENEMOS LA SIGUIENTE CLAVE DE MOVIMIENTO DEL CONTADOR
009200* COMPARTIDO IBMUSER.CONTADOR, RESERVANDO SI HACE FALTA
009210     PERFORM 2710-OBTIENE-SIGUIENTE-CLAVE.
009220
009230     IF WS-ERROR-NO
009240
009250        EXEC SQL
009260            INSERT INTO IBMUSER.MOVIMIENTO
009270                  (CLAVE_MOVIMIENTO,
009280                   ORIGEN,
009290                   DESTINO,
009300                   DESCRIPCION,
009310                   IMPORTE,
009320                   FECHA_MOVIMIENTO,
009330                   JOB_ID,
009340                   MONEDA,
009350                   TIPO_OPERACION)
009360           VALUES (:CLAVE-MOVIMIENTO,
009370                   :ORIGEN,
009380                   :DESTINO,
009390                   :DCLMOVIMIENTO.DESCRIPCION,
009400                   :DCLMOVIMIENTO.IMPORTE,
009410                   :DCLMOVIMIENTO.FECHA-MOVIMIENTO,
009420                   :DCLMOVIMIENTO.JOB-ID,
009430                   :DCLMOVIMIENTO.MONEDA,
009440                   :DCLMOVIMIENTO.TIPO-OPERACION)
009450        END-EXEC
009460
009470        IF SQLCODE NOT EQUAL 0
009480          PERFORM 9998-ERROR-SQL
009490        ELSE
009500          MOVE CLAVE-MOVIMIENTO TO WS-S-CLAVE-MOV
009510        END-IF
009520     END-IF.
009530
009540* ***************************************************************
009550* REGISTRA EN IBMUSER.TRANSFERENCIA_EXTERNA LA TRANSFERENCIA
009560* EXTERNA RECIEN POSTADA, CON LA CLAVE DE SU MOVIMIENTO Y LOS
009570* DATOS DEL BENEFICIARIO, EN ESTADO 'P' (PENDIENTE DE ENVIO).
009580* COMP01 LA INCLUIRA EN EL SIGUIENTE FICHERO PARA LA CAMARA
009590* ***************************************************************
009600 2760-REGISTRA-TRANSF-EXTERNA.
009610
009620     MOVE CLAVE-MOVIMIENTO OF DCLMOVIMIENTO
009630                               TO CLAVE-MOV-ORDEN
009640                                  OF DCLTRANSFERENCIA-EXTERNA.
009650     MOVE WS-E-CONT-ORIGEN     TO CONT-ORIGEN
009660                                  OF DCLTRANSFERENCIA-EXTERNA.
009670     MOVE WS-CLAVE-BENEFICIARIO
009680                               TO CLAVE-BENEFICIARIO
009690                                  OF DCLTRANSFERENCIA-EXTERNA.
009700     MOVE IBAN OF DCLBENEFICIARIO
009710                               TO IBAN
009720                                  OF DCLTRANSFERENCIA-EXTERNA.
009730     MOVE BIC OF DCLBENEFICIARIO
009740                               TO BIC OF DCLTRANSFERENCIA-EXTERNA.
009750     MOVE NOMBRE OF DCLBENEFICIARIO
009760                               TO NOMBRE
009770                                  OF DCLTRANSFERENCIA-EXTERNA.
009780     MOVE WS-E-DESCRIPCION     TO CONCEPTO
009790                                  OF DCLTRANSFERENCIA-EXTERNA.
009800     MOVE WS-E-IMPORTE         TO IMPORTE
009810                                  OF DCLTRANSFERENCIA-EXTERNA.
009820     MOVE WS-E-MONEDA          TO MONEDA
009830                                  OF DCLTRANSFERENCIA-EXTERNA.
009840     MOVE WS-E-CONT-DESTINO    TO CONT-NOSTRO
009850                                  OF DCLTRANSFERENCIA-EXTERNA.
009860     MOVE WS-FECHA-HOY         TO FECHA-ORDEN
009870                                  OF DCLTRANSFERENCIA-EXTERNA.
009880
009890     EXEC SQL
009900        INSERT INTO IBMUSER.TRANSFERENCIA_EXTERNA
009910              (CLAVE_MOV_ORDEN, CONT_ORIGEN, CLAVE_BENEFICIARIO,
009920               IBAN, BIC, NOMBRE, CONCEPTO, IMPORTE, MONEDA,
009930               CONT_NOSTRO, FECHA_ORDEN, ESTADO, NUM_FICHERO,
009940               FECHA_ENVIO, MOTIVO_DEVOLUCION, FECHA_DEVOLUCION,
009950               CLAVE_MOV_DEVOLUCION)
009960        VALUES (:DCLTRANSFERENCIA-EXTERNA.CLAVE-MOV-ORDEN,
009970                :DCLTRANSFERENCIA-EXTERNA.CONT-ORIGEN,
009980                :DCLTRANSFERENCIA-EXTERNA.CLAVE-BENEFICIARIO,
009990                :DCLTRANSFERENCIA-EXTERNA.IBAN,
010000                :DCLTRANSFERENCIA-EXTERNA.BIC,
010010                :DCLTRANSFERENCIA-EXTERNA.NOMBRE,
010020                :DCLTRANSFERENCIA-EXTERNA.CONCEPTO,
010030                :DCLTRANSFERENCIA-EXTERNA.IMPORTE,
010040                :DCLTRANSFERENCIA-EXTERNA.MONEDA,
010050                :DCLTRANSFERENCIA-EXTERNA.CONT-NOSTRO,
010060                DATE(:DCLTRANSFERENCIA-EXTERNA.FECHA-ORDEN),
010070                'P', 0, NULL, ' ', NULL, 0)
010080     END-EXEC.
010090
010100     IF SQLCODE NOT EQUAL 0
010110        PERFORM 9998-ERROR-SQL
010120     END-IF.
010130
010140* ***************************************************************
010150* CALCULA Y CARGA LA COMISION DE LA TRANSFERENCIA RECIEN
010160* POSTADA SEGUN LA TARIFA DEL CONTRATO ORIGEN (LA SUYA PROPIA
010170* O, EN SU DEFECTO, LA GENERAL DE LA FILA 0), COMO HACE BANCO01
010180* EN 2720-APLICA-COMISION. SI FALTA UN TIPO DE CAMBIO PARA LA
010190* COMISION, LA TRANSFERENCIA YA POSTADA SE MANTIENE Y EL CODIGO
010200* COMSINCA SE DEVUELVE AL TERMINAL COMO AVISO
010210* ***************************************************************
010220 2720-APLICA-COMISION.
010230
010240     MOVE 'N' TO WS-SIN-TARIFA.
010250     MOVE 0   TO WS-COM-IMPORTE.
010260     PERFORM 2730-BUSCA-TARIFA.
010270
010280* CONVERTIMOS EL IMPORTE DEL MOVIMIENTO A LA DIVISA DE LA
010290* TARIFA PARA CALCULAR LA PARTE PORCENTUAL
010300     IF WS-ERROR-NO AND WS-SIN-TARIFA-NO
010310        MOVE WS-E-MONEDA             TO WS-CONV-MONEDA-ORIGEN
010320        MOVE MONEDA OF DCLTARIFA     TO WS-CONV-MONEDA-DESTINO
010330        MOVE WS-E-IMPORTE            TO WS-CONV-IMPORTE-ENTRADA
010340        MOVE 'S'                     TO WS-CONV-SIN-INCIDENCIA
010350        PERFORM 2600-CONVIERTE-IMPORTE
010360        MOVE 'N'                     TO WS-CONV-SIN-INCIDENCIA
010370        IF WS-ERROR-SI
010380           PERFORM 2725-AVISA-COMISION
010390        END-IF
010400     END-IF.
010410
010420* CALCULAMOS LA COMISION EN LA DIVISA DE LA TARIFA: PARTE FIJA
010430* MAS PORCENTAJE SOBRE EL IMPORTE, SIN BAJAR DEL MINIMO
010440     IF WS-ERROR-NO AND WS-SIN-TARIFA-NO
010450        COMPUTE WS-COM-BASE ROUNDED =
010460                COMISION-FIJA OF DCLTARIFA +
010470                (WS-CONV-IMPORTE-SALIDA *
010480                 PORCENTAJE OF DCLTARIFA / 100)
010490        IF WS-COM-BASE LESS THAN COMISION-MINIMA OF DCLTARIFA
010500           MOVE COMISION-MINIMA OF DCLTARIFA TO WS-COM-IMPORTE
010510        ELSE
010520           MOVE WS-COM-BASE                  TO WS-COM-IMPORTE
010530        END-IF
010540     END-IF.
010550
010560* CONVERTIMOS LA COMISION A LA DIVISA DEL CONTRATO ORIGEN, QUE
010570* ES AL QUE SE LE CARGA
010580     IF WS-ERROR-NO AND WS-SIN-TARIFA-NO
010590        AND WS-COM-IMPORTE GREATER THAN ZERO
010600        MOVE MONEDA OF DCLTARIFA        TO WS-CONV-MONEDA-ORIGEN
010610        MOVE WS-MONEDA-CONTRATO-ORIGEN  TO WS-CONV-MONEDA-DESTINO
010620        MOVE WS-COM-IMPORTE             TO WS-CONV-IMPORTE-ENTRADA
010630        MOVE 'S'                        TO WS-CONV-SIN-INCIDENCIA
010640        PERFORM 2600-CONVIERTE-IMPORTE
010650        MOVE 'N'                        TO WS-CONV-SIN-INCIDENCIA
010660        IF WS-ERROR-SI
010670           PERFORM 2725-AVISA-COMISION
010680        ELSE
010690           MOVE WS-CONV-IMPORTE-SALIDA  TO WS-COM-IMPORTE-CONV
010700        END-IF
010710     END-IF.
010720
010730* CONSULTAMOS EL MODO DE COMISION DEL CONTRATO ORIGEN: EN MODO
010740* MENSUAL LA COMISION SE DEVENGA A FACTURA EN LUGAR DE CARGARSE
010750* EN EL ACTO, COMO HACE BANCO01 EN EL PROCESO NOCTURNO
010760     IF WS-ERROR-NO AND WS-SIN-TARIFA-NO
010770        AND WS-COM-IMPORTE GREATER THAN ZERO
010780        PERFORM 2735-CONSULTA-MODO-COMISION
010790     END-IF.
010800
010810     IF WS-ERROR-NO AND WS-SIN-TARIFA-NO
010820        AND WS-COM-IMPORTE GREATER THAN ZERO
010830        IF WS-MODO-COM-MENSUAL
010840           PERFORM 2745-DEVENGA-COMISION
010850        ELSE
010860           PERFORM 2740-CARGA-COMISION
010870        END-IF
010880     END-IF.
010890
010900* ***************************************************************
010910* CONSULTA EL MODO DE COMISION DEL CONTRATO ORIGEN EN
010920* IBMUSER.CONTRATO
010930* ***************************************************************
010940 2735-CONSULTA-MODO-COMISION.
010950
010960     MOVE 'I' TO WS-MODO-COMISION.
010970
010980     EXEC SQL
010990        SELECT MODO_COMISION
011000          INTO :WS-MODO-COMISION
011010          FROM IBMUSER.CONTRATO
011020         WHERE CLAVE_CONTRATO = :WS-E-CONT-ORIGEN
011030     END-EXEC.
011040
011050     IF SQLCODE NOT EQUAL 0
011060        PERFORM 9998-ERROR-SQL
011070     END-IF.
011080
011090* ***************************************************************
011100* DEVENGA LA COMISION CALCULADA EN IBMUSER.COMISION_PENDIENTE
011110* EN LUGAR DE CARGARLA: FACT01 FACTURARA EL CARGO CONSOLIDADO
011120* DEL PERIODO CON SU DESGLOSE
011130* ***************************************************************
011140 2745-DEVENGA-COMISION.
011150
011160     MOVE WS-E-CONT-ORIGEN     TO CLAVE-CONTRATO
011170                                  OF DCLCOMISION-PENDIENTE.
011180     MOVE CLAVE-MOVIMIENTO     TO CLAVE-MOV-ORIGEN
011190                                  OF DCLCOMISION-PENDIENTE.
011200     MOVE WS-IMPORTE-ORIGEN-CONV TO IMPORTE-BASE
011210                                  OF DCLCOMISION-PENDIENTE.
011220     MOVE WS-COM-IMPORTE-CONV  TO IMPORTE-COMISION
011230                                  OF DCLCOMISION-PENDIENTE.
011240     MOVE WS-MONEDA-CONTRATO-ORIGEN
011250                               TO MONEDA
011260                                  OF DCLCOMISION-PENDIENTE.
011270
011280     EXEC SQL
011290         INSERT INTO IBMUSER.COMISION_PENDIENTE
011300               (CLAVE_CONTRATO,
011310                CLAVE_MOV_ORIGEN,
011320                FECHA,
011330                IMPORTE_BASE,
011340                IMPORTE_COMISION,
011350                MONEDA,
011360                ESTADO)
011370        VALUES (:DCLCOMISION-PENDIENTE.CLAVE-CONTRATO,
011380                :DCLCOMISION-PENDIENTE.CLAVE-MOV-ORIGEN,
011390                CURRENT DATE,
011400                :DCLCOMISION-PENDIENTE.IMPORTE-BASE,
011410                :DCLCOMISION-PENDIENTE.IMPORTE-COMISION,
011420                :DCLCOMISION-PENDIENTE.MONEDA,
011430                'P')
011440     END-EXEC.
011450
011460     IF SQLCODE NOT EQUAL 0
011470        PERFORM 9998-ERROR-SQL
011480     END-IF.
011490
011500* ***************************************************************
011510* DEJA EN LA RESPUESTA EL AVISO DE UNA COMISION QUE NO SE HA
011520* PODIDO COBRAR POR FALTA DE TIPO DE CAMBIO. LA TRANSFERENCIA
011530* TARIFICADA YA ESTA POSTADA Y SE MANTIENE: EL ERROR SE LIMPIA
011540* PARA QUE LA UNIDAD DE TRABAJO SE CONFIRME, Y EL CODIGO PROPIO
011550* (COMSINCA) AVISA AL OPERADOR
011560* ***************************************************************
011570 2725-AVISA-COMISION.
011580
011590     SET CODERR-COM-SIN-CAMBIO       TO TRUE.
011600     MOVE 0                          TO WS-S-SQLCODE.
011610     MOVE 'COMISION SIN TIPO DE CAMBIO. TRANSFERENCIA POSTADA'
011620                                     TO WS-S-DESCRIPCION.
011630
011640     MOVE 'N'  TO WS-ERROR.
011650     MOVE 'S'  TO WS-SIN-TARIFA.
011660
011670* ***************************************************************
011680* BUSCA LA TARIFA DE COMISIONES APLICABLE AL CONTRATO ORIGEN:
011690* LA SUYA PROPIA SI TIENE FILA EN IBMUSER.TARIFA, O EN SU
011700* DEFECTO LA GENERAL DE LA FILA 0. SI NO HAY NINGUNA DE LAS
011710* DOS, EL MOVIMIENTO NO DEVENGA COMISION
011720* DE CADA UNA SE TOMA LA FILA CON LA FECHA_DESDE MAS RECIENTE
011730* YA EN VIGOR, DE MODO QUE LAS TARIFAS CON FECHA DE EFECTO
011740* FUTURA NO SE APLICAN HASTA ESA FECHA
011750* ***************************************************************
011760 2730-BUSCA-TARIFA.
011770
011780     MOVE WS-E-CONT-ORIGEN   TO CLAVE-CONTRATO OF DCLTARIFA.
011790
011800     EXEC SQL
011810        SELECT COMISION_FIJA, PORCENTAJE, COMISION_MINIMA,
011820               MONEDA
011830          INTO :DCLTARIFA.COMISION-FIJA,
011840               :DCLTARIFA.PORCENTAJE,
011850               :DCLTARIFA.COMISION-MINIMA,
011860               :DCLTARIFA.MONEDA
011870          FROM IBMUSER.TARIFA
011880         WHERE CLAVE_CONTRATO = :DCLTARIFA.CLAVE-CONTRATO
011890           AND FECHA_DESDE =
011900               (SELECT MAX(FECHA_DESDE)
011910                  FROM IBMUSER.TARIFA
011920                 WHERE CLAVE_CONTRATO = :DCLTARIFA.CLAVE-CONTRATO
011930                   AND FECHA_DESDE <= CURRENT DATE)
011940     END-EXEC.
011950
011960     IF SQLCODE EQUAL 100
011970        EXEC SQL
011980           SELECT COMISION_FIJA, PORCENTAJE, COMISION_MINIMA,
011990                  MONEDA
012000             INTO :DCLTARIFA.COMISION-FIJA,
012010                  :DCLTARIFA.PORCENTAJE,
012020                  :DCLTARIFA.COMISION-MINIMA,
012030                  :DCLTARIFA.MONEDA
012040             FROM IBMUSER.TARIFA
012050            WHERE CLAVE_CONTRATO = 0
012060              AND FECHA_DESDE =
012070                  (SELECT MAX(FECHA_DESDE)
012080                     FROM IBMUSER.TARIFA
012090                    WHERE CLAVE_CONTRATO = 0
012100                      AND FECHA_DESDE <= CURRENT DATE)
012110        END-EXEC
012120     END-IF.
012130
012140     IF SQLCODE EQUAL 100
012150        MOVE 'S' TO WS-SIN-TARIFA
012160     ELSE
012170        IF SQLCODE NOT EQUAL 0
012180           PERFORM 9998-ERROR-SQL
012190        END-IF
012200     END-IF.
012210
012220* ***************************************************************
012230* CARGA LA COMISION CALCULADA AL CONTRATO ORIGEN Y LA REGISTRA
012240* COMO MOVIMIENTO PROPIO EN IBMUSER.MOVIMIENTO, SIN CONTRATO
012250* DESTINO (EL LADO DEL BANCO) Y CON LA CLAVE DE LA TRANSFERENCIA
012260* TARIFICADA EN LA DESCRIPCION
012270* ***************************************************************
012280 2740-CARGA-COMISION.
012290
012300     EXEC SQL
012310       UPDATE  IBMUSER.CONTRATO
012320          SET  IMPORTE = IMPORTE - :WS-COM-IMPORTE-CONV
012330        WHERE  CLAVE_CONTRATO = :WS-E-CONT-ORIGEN
012340     END-EXEC.
012350
012360     IF SQLCODE NOT EQUAL 0
012370       PERFORM 9998-ERROR-SQL
012380     END-IF.
012390
012400* LA DESCRIPCION REFERENCIA A LA TRANSFERENCIA TARIFICADA, CUYA
012410* CLAVE SIGUE EN CLAVE-MOVIMIENTO. LA COMISION TOMA LA CLAVE
012420* SIGUIENTE
012430     IF WS-ERROR-NO
012440        MOVE CLAVE-MOVIMIENTO     TO WS-DESC-COM-CLAVE
012450        PERFORM 2710-OBTIENE-SIGUIENTE-CLAVE
012460
012470* LA FECHA Y EL USUARIO GRABADOS PARA LA TRANSFERENCIA EN 2700
012480* SIGUEN SIENDO VALIDOS PARA SU COMISION
012490        MOVE WS-E-CONT-ORIGEN     TO ORIGEN
012500        MOVE -1                   TO IND-DESTINO
012510        MOVE 'C'                  TO TIPO-OPERACION
012520                                     OF DCLMOVIMIENTO
012530        MOVE WS-DESC-COMISION     TO DESCRIPCION OF DCLMOVIMIENTO
012540        MOVE WS-COM-IMPORTE-CONV  TO IMPORTE     OF DCLMOVIMIENTO
012550        MOVE WS-MONEDA-CONTRATO-ORIGEN
012560                                  TO MONEDA      OF DCLMOVIMIENTO
012570
012580        EXEC SQL
012590            INSERT INTO IBMUSER.MOVIMIENTO
012600                  (CLAVE_MOVIMIENTO,
012610                   ORIGEN,
012620                   DESTINO,
012630                   DESCRIPCION,
012640                   IMPORTE,
012650                   FECHA_MOVIMIENTO,
012660                   JOB_ID,
012670                   MONEDA,
012680                   TIPO_OPERACION)
012690           VALUES (:CLAVE-MOVIMIENTO,
012700                   :ORIGEN,
012710                   :DESTINO :IND-DESTINO,
012720                   :DCLMOVIMIENTO.DESCRIPCION,
012730                   :DCLMOVIMIENTO.IMPORTE,
012740                   :DCLMOVIMIENTO.FECHA-MOVIMIENTO,
012750                   :DCLMOVIMIENTO.JOB-ID,
012760                   :DCLMOVIMIENTO.MONEDA,
012770                   :DCLMOVIMIENTO.TIPO-OPERACION)
012780        END-EXEC
012790
012800        IF SQLCODE NOT EQUAL 0
012810          PERFORM 9998-ERROR-SQL
012820        END-IF
012830     END-IF.
012840
012850* ***************************************************************
012860* OBTIENE LA SIGUIENTE CLAVE DE MOVIMIENTO DEL BLOQUE RESERVADO
012870* EN IBMUSER.CONTADOR (COMPARTIDO POR TODOS LOS POSTEADORES),
012880* RESERVANDO UNO NUEVO SI ESTE SE AGOTO O SI AUN NO HAY NINGUNO
012890* ***************************************************************
012900 2710-OBTIENE-SIGUIENTE-CLAVE.
012910
012920     IF WS-ULTIMA-CLAVE-BLOQUE EQUAL ZERO
012930        PERFORM 2712-RESERVA-BLOQUE-CLAVES
012940     ELSE
012950        ADD 1 TO CLAVE-MOVIMIENTO
012960        IF CLAVE-MOVIMIENTO GREATER THAN WS-ULTIMA-CLAVE-BLOQUE
012970           PERFORM 2712-RESERVA-BLOQUE-CLAVES
012980        END-IF
012990     END-IF.
013000
013010* ***************************************************************
013020* RESERVA UN BLOQUE DE CLAVES DE MOVIMIENTO EN IBMUSER.CONTADOR:
013030* EL CONTADOR SE INCREMENTA EN EL TAMANO DEL BLOQUE Y ESTA
013040* TRANSACCION SE QUEDA CON EL TRAMO RESERVADO, DE MODO QUE LA
013050* OPERATIVA ONLINE Y LOS POSTEOS NOCTURNOS NUNCA COLISIONAN Y
013060* LAS CLAVES SIGUEN SIENDO UNICAS AUNQUE EL ARCHIVADO VACIE LA
013070* TABLA OPERATIVA
013080* ***************************************************************
013090 2712-RESERVA-BLOQUE-CLAVES.
013100
013110     EXEC SQL
013120        UPDATE IBMUSER.CONTADOR
013130           SET ULTIMO_VALOR = ULTIMO_VALOR + :WS-BLOQUE-CLAVES
013140         WHERE NOMBRE = 'MOVIMIEN'
013150     END-EXEC.
013160
013170     IF SQLCODE EQUAL 100
013180        PERFORM 2715-INICIALIZA-CONTADOR
013190     ELSE
013200        IF SQLCODE NOT EQUAL 0
013210           PERFORM 9998-ERROR-SQL
013220        END-IF
013230     END-IF.
013240
013250     IF WS-ERROR-NO
013260        EXEC SQL
013270           SELECT ULTIMO_VALOR
013280             INTO :WS-ULTIMO-RESERVADO
013290             FROM IBMUSER.CONTADOR
013300            WHERE NOMBRE = 'MOVIMIEN'
013310        END-EXEC
013320        IF SQLCODE NOT EQUAL 0
013330           PERFORM 9998-ERROR-SQL
013340        END-IF
013350     END-IF.
013360
013370     IF WS-ERROR-NO
013380        COMPUTE WS-ULTIMA-CLAVE-BLOQUE = WS-ULTIMO-RESERVADO
013390        COMPUTE CLAVE-MOVIMIENTO =
013400                WS-ULTIMO-RESERVADO - WS-BLOQUE-CLAVES + 1
013410     END-IF.
013420
013430* ***************************************************************
013440* PRIMERA RESERVA DE LA HISTORIA: CREA LA FILA DEL CONTADOR
013450* ARRANCANDO DEL MAYOR NUMERO DE MOVIMIENTO CONOCIDO, TANTO EN
013460* LA TABLA OPERATIVA COMO EN EL HISTORICO. SI OTRA EJECUCION
013470* CONCURRENTE CREA LA FILA ANTES, SE RESERVA SOBRE LA FILA YA
013480* CREADA
013490* ***************************************************************
013500 2715-INICIALIZA-CONTADOR.
013510
013520     EXEC SQL
013530        SELECT MAX(CLAVE_MOVIMIENTO)
013540        INTO :WS-MAX-OPERATIVA:IND-NULL-CTR
013550        FROM IBMUSER.MOVIMIENTO
013560     END-EXEC.
013570
013580     IF SQLCODE NOT EQUAL 0
013590        PERFORM 9998-ERROR-SQL
013600     END-IF.
013610
013620     IF WS-ERROR-NO
013630        IF IND-NULL-CTR EQUAL -1
013640           MOVE 0 TO WS-MAX-OPERATIVA
013650        END-IF
013660        EXEC SQL
013670           SELECT MAX(CLAVE_MOVIMIENTO)
013680           INTO :WS-MAX-HISTORICO:IND-NULL-CTR
013690           FROM IBMUSER.MOVIMIENTO_HIST
013700        END-EXEC
013710        IF SQLCODE NOT EQUAL 0
013720           PERFORM 9998-ERROR-SQL
013730        END-IF
013740     END-IF.
013750
013760     IF WS-ERROR-NO
013770        IF IND-NULL-CTR EQUAL -1
013780           MOVE 0 TO WS-MAX-HISTORICO
013790        END-IF
013800        IF WS-MAX-HISTORICO GREATER THAN WS-MAX-OPERATIVA
013810           MOVE WS-MAX-HISTORICO TO WS-MAX-OPERATIVA
013820        END-IF
013830        COMPUTE WS-ULTIMO-RESERVADO =
013840                WS-MAX-OPERATIVA + WS-BLOQUE-CLAVES
013850        EXEC SQL
013860           INSERT INTO IBMUSER.CONTADOR (NOMBRE, ULTIMO_VALOR)
013870           VALUES ('MOVIMIEN', :WS-ULTIMO-RESERVADO)
013880        END-EXEC
013890* SI OTRA EJECUCION CREO LA FILA ANTES QUE NOSOTROS, RESERVAMOS
013900* SOBRE LA FILA YA CREADA
013910        IF SQLCODE EQUAL -803
013920           EXEC SQL
013930              UPDATE IBMUSER.CONTADOR
013940                 SET ULTIMO_VALOR = ULTIMO_VALOR +
013950                     :WS-BLOQUE-CLAVES
013960               WHERE NOMBRE = 'MOVIMIEN'
013970           END-EXEC
013980        END-IF
013990        IF SQLCODE NOT EQUAL 0
014000           PERFORM 9998-ERROR-SQL
014010        END-IF
014020     END-IF.
014030
014040* ***************************************************************
014050* MARCA LA SOLICITUD CON LA DECISION ('A' APROBADA, 'R' RECHAZADA
014060* O 'C' CADUCADA), EL AUTORIZANTE, SU TERMINAL, EL MOMENTO DE LA
014070* DECISION Y, SI ES UNA TRANSFERENCIA, EL MOVIMIENTO POSTADO. LA
014080* CONDICION SOBRE EL ESTADO EVITA QUE DOS AUTORIZANTES A LA VEZ
014090* DECIDAN LA MISMA SOLICITUD
014100* ***************************************************************
014110 2750-MARCA-AUTORIZACION.
014120
014130     IF WS-CADUCADA-SI
014140        MOVE 'C' TO WS-NUEVO-ESTADO
014150     ELSE
014160        IF PET-OPERACION-APRUEBA
014170           MOVE 'A' TO WS-NUEVO-ESTADO
014180        ELSE
014190           MOVE 'R' TO WS-NUEVO-ESTADO
014200        END-IF
014210     END-IF.
014220
014230     MOVE WS-NUEVO-ESTADO  TO ESTADO OF DCLAUTORIZACION.
014240     MOVE EIBUSERID        TO USUARIO-DECISION
014250                              OF DCLAUTORIZACION.
014260     MOVE EIBTRMID         TO TERMINAL-DECISION
014270                              OF DCLAUTORIZACION.
014280
014290     EXEC SQL
014300       UPDATE  IBMUSER.AUTORIZACION
014310          SET  ESTADO = :DCLAUTORIZACION.ESTADO,
014320               USUARIO_DECISION =
014330                     :DCLAUTORIZACION.USUARIO-DECISION,
014340               TERMINAL_DECISION =
014350                     :DCLAUTORIZACION.TERMINAL-DECISION,
014360               FECHA_DECISION = CURRENT TIMESTAMP,
014370               MOV_GENERADO = :DCLAUTORIZACION.MOV-GENERADO
014380        WHERE  CLAVE_AUTORIZACION =
014390                     :DCLAUTORIZACION.CLAVE-AUTORIZACION
014400          AND  ESTADO = 'P'
014410     END-EXEC.
014420
014430     IF SQLCODE EQUAL 100
014440        SET CODERR-AUT-RESUELTA            TO TRUE
014450        MOVE 0                             TO WS-S-SQLCODE
014460        MOVE 'LA SOLICITUD YA ESTA RESUELTA O CADUCADA'
014470                                           TO WS-S-DESCRIPCION
014480        MOVE 'S'                           TO WS-ERROR
014490     ELSE
014500        IF SQLCODE NOT EQUAL 0
014510           PERFORM 9998-ERROR-SQL
014520        END-IF
014530     END-IF.
014540
014550* ***************************************************************
014560* APLICA LA AMPLIACION DEL LIMITE DE DESCUBIERTO APARCADA POR
014570* MANT01. EL CONTRATO DEBE SEGUIR EXISTIENDO, NO ESTAR DADO DE
014580* BAJA Y CONSERVAR LA DIVISA EN QUE SE PIDIO EL LIMITE
014590* ***************************************************************
014600 2800-APLICA-LIMITE-DESCUB.
014610
014620     MOVE CONT-ORIGEN OF DCLAUTORIZACION TO CLAVE-CONTRATO
014630                                           OF DCLCONTRATO.
014640     PERFORM 2860-VALIDA-CONTRATO.
014650
014660     IF WS-ERROR-NO
014670        EXEC SQL
014680          UPDATE  IBMUSER.CONTRATO
014690             SET  LIMITE_DESCUBIERTO = :DCLAUTORIZACION.IMPORTE
014700           WHERE  CLAVE_CONTRATO = :DCLCONTRATO.CLAVE-CONTRATO
014710        END-EXEC
014720
014730        IF SQLCODE NOT EQUAL 0
014740          PERFORM 9998-ERROR-SQL
014750        END-IF
014760     END-IF.
014770
014780* ***************************************************************
014790* APLICA EL CAMBIO DE LIMITES OPERATIVOS APARCADO POR MANT04:
014800* MODIFICACION ('M') CON LOS MAXIMOS GUARDADOS EN LA SOLICITUD O
014810* BAJA ('B') DE LOS LIMITES DEL CONTRATO. EL ACUMULADO DE DEBITOS
014820* DEL DIA NO SE TOCA
014830* ***************************************************************
014840 2850-APLICA-LIMITES-CONTRATO.
014850
014860     MOVE CONT-ORIGEN OF DCLAUTORIZACION TO CLAVE-CONTRATO
014870                                           OF DCLCONTRATO.
014880     MOVE CONT-ORIGEN OF DCLAUTORIZACION TO CLAVE-CONTRATO
014890                                           OF DCLLIMITE-CONTRATO.
014900     PERFORM 2860-VALIDA-CONTRATO.
014910
014920     IF WS-ERROR-NO
014930        IF OPERACION OF DCLAUTORIZACION EQUAL 'B'
014940           EXEC SQL
014950              DELETE FROM IBMUSER.LIMITE_CONTRATO
014960               WHERE CLAVE_CONTRATO =
014970                     :DCLLIMITE-CONTRATO.CLAVE-CONTRATO
014980           END-EXEC
014990        ELSE
015000           EXEC SQL
015010              UPDATE IBMUSER.LIMITE_CONTRATO
015020                 SET MAX_DEBITO = :DCLAUTORIZACION.IMPORTE,
015030                     MAX_DIARIO = :DCLAUTORIZACION.IMPORTE-DIARIO,
015040                     MONEDA = :DCLAUTORIZACION.MONEDA
015050               WHERE CLAVE_CONTRATO =
015060                     :DCLLIMITE-CONTRATO.CLAVE-CONTRATO
015070           END-EXEC
015080        END-IF
015090
015100        IF SQLCODE EQUAL 100
015110           SET CODERR-LIMITE-NOEXI         TO TRUE
015120           MOVE 0                          TO WS-S-SQLCODE
015130           MOVE 'EL CONTRATO NO TIENE LIMITES DEFINIDOS'
015140                                           TO WS-S-DESCRIPCION
015150           MOVE 'S'                        TO WS-ERROR
015160        ELSE
015170           IF SQLCODE NOT EQUAL 0
015180              PERFORM 9998-ERROR-SQL
015190           END-IF
015200        END-IF
015210     END-IF.
015220
015230* ***************************************************************
015240* COMPRUEBA QUE EL CONTRATO DE LA SOLICITUD SIGUE EXISTIENDO, NO
015250* ESTA DADO DE BAJA Y CONSERVA LA DIVISA DE LA SOLICITUD: LOS
015260* IMPORTES APARCADOS ESTAN EXPRESADOS EN ESA DIVISA
015270* ***************************************************************
015280 2860-VALIDA-CONTRATO.
015290
015300     EXEC SQL
015310        SELECT  ESTADO, MONEDA
015320          INTO :DCLCONTRATO.ESTADO, :DCLCONTRATO.MONEDA
015330          FROM  IBMUSER.CONTRATO
015340         WHERE  CLAVE_CONTRATO = :DCLCONTRATO.CLAVE-CONTRATO
015350     END-EXEC.
015360
015370     IF SQLCODE EQUAL 100
015380        SET CODERR-CONTRATO-NOEXI          TO TRUE
015390        MOVE 0                             TO WS-S-SQLCODE
015400        MOVE 'EL CONTRATO NO EXISTE'
015410                                           TO WS-S-DESCRIPCION
015420        MOVE 'S'                           TO WS-ERROR
015430     ELSE
015440        IF SQLCODE NOT EQUAL 0
015450           PERFORM 9998-ERROR-SQL
015460        END-IF
015470     END-IF.
015480
015490     IF WS-ERROR-NO
015500        IF ESTADO OF DCLCONTRATO EQUAL 'C'
015510           SET CODERR-CONTRATO-BAJA        TO TRUE
015520           MOVE 0                          TO WS-S-SQLCODE
015530           MOVE 'EL CONTRATO YA ESTA DADO DE BAJA'
015540                                           TO WS-S-DESCRIPCION
015550           MOVE 'S'                        TO WS-ERROR
015560        ELSE
015570           IF MONEDA OF DCLCONTRATO NOT EQUAL
015580              MONEDA OF DCLAUTORIZACION
015590              SET CODERR-MONEDA-INV        TO TRUE
015600              MOVE 0                       TO WS-S-SQLCODE
015610              MOVE 'EL CONTRATO HA CAMBIADO DE DIVISA'
015620                                           TO WS-S-DESCRIPCION
015630              MOVE 'S'                     TO WS-ERROR
015640           END-IF
015650        END-IF
015660     END-IF.
015670
015680* ***************************************************************
015690* GUARDA LA IMAGEN DE LA SOLICITUD LEIDA ANTES DE DECIDIRLA
015700* ***************************************************************
015710 2870-GUARDA-IMAGEN-ANTES.
015720
015730     MOVE CLAVE-AUTORIZACION OF DCLAUTORIZACION
015740                                TO WS-IMA-CLAVE-AUTORIZA.
015750     MOVE ESTADO OF DCLAUTORIZACION     TO WS-IMA-ESTADO.
015760     MOVE MOV-GENERADO OF DCLAUTORIZACION TO WS-IMA-MOV-GENERADO.
015770
015780* ***************************************************************
015790* GUARDA LA IMAGEN DE LA SOLICITUD YA DECIDIDA
015800* ***************************************************************
015810 2875-GUARDA-IMAGEN-DESPUES.
015820
015830     MOVE CLAVE-AUTORIZACION OF DCLAUTORIZACION
015840                                TO WS-IMD-CLAVE-AUTORIZA.
015850     MOVE ESTADO OF DCLAUTORIZACION     TO WS-IMD-ESTADO.
015860     MOVE MOV-GENERADO OF DCLAUTORIZACION TO WS-IMD-MOV-GENERADO.
015870
015880* ***************************************************************
015890* ANOTA EN LA TABLA DE DIFERENCIAS EL CAMPO PREPARADO EN
015900* WS-DIF-NUEVO SI SU VALOR HA CAMBIADO CON LA OPERACION
015910* ***************************************************************
015920 2880-ANOTA-DIFERENCIA.
015930
015940     IF WS-DNU-ANTES NOT EQUAL WS-DNU-DESPUES
015950        AND WS-DIF-MAX LESS THAN 12
015960        ADD 1 TO WS-DIF-MAX
015970        SET WS-IDX-DIF TO WS-DIF-MAX
015980        MOVE WS-DIF-NUEVO TO WS-DIF-OCU (WS-IDX-DIF)
015990     END-IF.
016000
016010* ***************************************************************
016020* ANOTA SIEMPRE EN LA TABLA DE DIFERENCIAS EL CAMPO DE CLAVE
016030* PREPARADO EN WS-DIF-NUEVO, HAYA CAMBIADO O NO, PARA PODER
016040* IDENTIFICAR LA FILA AFECTADA
016050* ***************************************************************
016060 2885-ANOTA-CLAVE.
016070
016080     IF WS-DIF-MAX LESS THAN 12
016090        ADD 1 TO WS-DIF-MAX
016100        SET WS-IDX-DIF TO WS-DIF-MAX
016110        MOVE WS-DIF-NUEVO TO WS-DIF-OCU (WS-IDX-DIF)
016120     END-IF.
016130
016140* ***************************************************************
016150* COMPARA LAS IMAGENES DE LA SOLICITUD ANTES Y DESPUES DE LA
016160* DECISION Y ANOTA LOS CAMPOS QUE HAN CAMBIADO. LA CLAVE DE LA
016170* SOLICITUD SE ANOTA SIEMPRE, AUNQUE NO CAMBIE
016180* ***************************************************************
016190 2890-COMPARA-IMAGENES.
016200
016210     MOVE 0                        TO WS-DIF-MAX.
016220
016230     MOVE 'CLAVE_AUTORIZACION'      TO WS-DNU-CAMPO.
016240     MOVE WS-IMA-CLAVE-AUTORIZA     TO WS-DNU-ANTES.
016250     MOVE WS-IMD-CLAVE-AUTORIZA     TO WS-DNU-DESPUES.
016260     PERFORM 2885-ANOTA-CLAVE.
016270
016280     MOVE 'ESTADO'                  TO WS-DNU-CAMPO.
016290     MOVE WS-IMA-ESTADO             TO WS-DNU-ANTES.
016300     MOVE WS-IMD-ESTADO             TO WS-DNU-DESPUES.
016310     PERFORM 2880-ANOTA-DIFERENCIA.
016320
016330     MOVE 'MOV_GENERADO'            TO WS-DNU-CAMPO.
016340     MOVE WS-IMA-MOV-GENERADO       TO WS-DNU-ANTES.
016350     MOVE WS-IMD-MOV-GENERADO       TO WS-DNU-DESPUES.
016360     PERFORM 2880-ANOTA-DIFERENCIA.
016370
016380* ***************************************************************
016390* REGISTRA EN IBMUSER.AUDITORIA LA DECISION SOBRE LA SOLICITUD
016400* (OPERACION 'A', 'R' O 'C' SOBRE LA ENTIDAD AUTORIZA): QUIEN LA
016410* HA DECIDIDO (USUARIO Y TERMINAL) Y QUIEN LA HABIA TECLEADO
016420* (USUARIO SOLICITANTE). SE REGISTRA LA CLAVE DEL CONTRATO
016430* AFECTADO
016440* Y LOS VALORES ANTERIOR Y POSTERIOR DE LOS CAMPOS QUE CAMBIAN
016450* ***************************************************************
016460 2900-REGISTRA-AUDITORIA.
016470
016480     PERFORM 2890-COMPARA-IMAGENES.
016490
016500     MOVE CONT-ORIGEN OF DCLAUTORIZACION TO CLAVE-CONTRATO
016510                                           OF DCLAUDITORIA.
016520     MOVE WS-NUEVO-ESTADO       TO OPERACION OF DCLAUDITORIA.
016530     MOVE EIBUSERID             TO USUARIO OF DCLAUDITORIA.
016540     MOVE EIBTRMID              TO TERMINAL-ID OF DCLAUDITORIA.
016550     MOVE 'AUTORIZA'            TO ENTIDAD OF DCLAUDITORIA.
016560     MOVE USUARIO-ALTA OF DCLAUTORIZACION
016570                                TO USUARIO-SOLICITA
016580                                   OF DCLAUDITORIA.
016590
016600* LA FECHA Y HORA DEL REGISTRO SE TOMA ANTES DE GRABARLO PARA
016610* ENLAZAR CON ELLA LOS CAMPOS MODIFICADOS
016620     EXEC SQL
016630        SELECT CURRENT TIMESTAMP
016640          INTO :DCLAUDITORIA.FECHA-HORA
016650          FROM SYSIBM.SYSDUMMY1
016660     END-EXEC.
016670
016680     IF SQLCODE EQUAL 0
016690        EXEC SQL
016700           INSERT INTO IBMUSER.AUDITORIA
016710                 (CLAVE_CONTRATO, OPERACION, USUARIO, TERMINAL_ID,
016720                  FECHA_HORA, ENTIDAD, USUARIO_SOLICITA)
016730           VALUES (:DCLAUDITORIA.CLAVE-CONTRATO,
016740                   :DCLAUDITORIA.OPERACION,
016750                   :DCLAUDITORIA.USUARIO,
016760                   :DCLAUDITORIA.TERMINAL-ID,
016770                   :DCLAUDITORIA.FECHA-HORA,
016780                   :DCLAUDITORIA.ENTIDAD,
016790                   :DCLAUDITORIA.USUARIO-SOLICITA)
016800        END-EXEC
016810     END-IF.
016820
016830     IF SQLCODE EQUAL 0
016840        PERFORM 2910-REGISTRA-DIFERENCIA
016850           VARYING WS-IDX-DIF FROM 1 BY 1
016860           UNTIL WS-IDX-DIF GREATER THAN WS-DIF-MAX
016870              OR SQLCODE NOT EQUAL 0
016880     END-IF.
016890
016900     IF SQLCODE NOT EQUAL 0
016910        PERFORM 9998-ERROR-SQL
016920
016930* LA DECISION YA SE HABIA APLICADO ANTES DE LLAMAR A ESTE
016940* PARRAFO. SIN UN ROLLBACK EXPLICITO AQUI, EL RETURN DE
016950* 3000-FIN HARIA UN SYNCPOINT IMPLICITO QUE CONFIRMARIA LA
016960* DECISION SIN SU REGISTRO DE AUDITORIA
016970        EXEC CICS SYNCPOINT ROLLBACK END-EXEC
016980     END-IF.
016990
017000* ***************************************************************
017010* GRABA EN IBMUSER.AUDITORIA_CAMBIO EL VALOR ANTERIOR Y POSTERIOR
017020* DE UN CAMPO MODIFICADO, ENLAZADO CON SU REGISTRO DE AUDITORIA
017030* POR CONTRATO, ENTIDAD Y FECHA Y HORA
017040* ***************************************************************
017050 2910-REGISTRA-DIFERENCIA.
017060
017070     MOVE WS-DIF-CAMPO (WS-IDX-DIF)
017080                                TO CAMPO OF DCLAUDITORIA-CAMBIO.
017090     MOVE WS-DIF-ANTES (WS-IDX-DIF)
017100                                TO VALOR-ANTES
017110                                   OF DCLAUDITORIA-CAMBIO.
017120     MOVE WS-DIF-DESPUES (WS-IDX-DIF)
017130                                TO VALOR-DESPUES
017140                                   OF DCLAUDITORIA-CAMBIO.
017150
017160     EXEC SQL
017170        INSERT INTO IBMUSER.AUDITORIA_CAMBIO
017180              (CLAVE_CONTRATO, ENTIDAD, FECHA_HORA, CAMPO,
017190               VALOR_ANTES, VALOR_DESPUES)
017200        VALUES (:DCLAUDITORIA.CLAVE-CONTRATO,
017210                :DCLAUDITORIA.ENTIDAD,
017220                :DCLAUDITORIA.FECHA-HORA,
017230                :DCLAUDITORIA-CAMBIO.CAMPO,
017240                :DCLAUDITORIA-CAMBIO.VALOR-ANTES,
017250                :DCLAUDITORIA-CAMBIO.VALOR-DESPUES)
017260     END-EXEC.
017270
017280* ***************************************************************
017290* PREPARA LA RESPUESTA DE UNA DECISION YA REGISTRADA. UNA
017300* SOLICITUD CADUCADA SE DEVUELVE CON SU PROPIO CODIGO AUNQUE SU
017310* MARCA SE CONFIRME; EL AVISO COMSINCA DE UNA TRANSFERENCIA
017320* POSTADA SIN COMISION SE CONSERVA
017330* ***************************************************************
017340 2950-PREPARA-RESPUESTA.
017350
017360     IF WS-CADUCADA-SI
017370        SET CODERR-AUT-CADUCADA            TO TRUE
017380        MOVE 0                             TO WS-S-SQLCODE
017390        MOVE 'LA SOLICITUD ES DE UN DIA ANTERIOR Y HA CADUCADO'
017400                                           TO WS-S-DESCRIPCION
017410     ELSE
017420        IF NOT CODERR-COM-SIN-CAMBIO
017430           SET CODERR-OK                   TO TRUE
017440           MOVE 0                          TO WS-S-SQLCODE
017450           IF PET-OPERACION-APRUEBA
017460              MOVE 'SOLICITUD APROBADA Y APLICADA CORRECTAMENTE'
017470                                           TO WS-S-DESCRIPCION
017480           ELSE
017490              MOVE 'SOLICITUD RECHAZADA CORRECTAMENTE'
017500                                           TO WS-S-DESCRIPCION
017510           END-IF
017520        END-IF
017530     END-IF.
017540
017550* ***************************************************************
017560* ANOTA EN LA RESPUESTA UN ERROR DE BASE DE DATOS Y MARCA EL
017570* INDICADOR DE ERROR PARA QUE EL FLUJO PRINCIPAL DESHAGA LA
017580* UNIDAD DE TRABAJO Y DEVUELVA EL CODIGO AL TERMINAL
017590* ***************************************************************
017600 9998-ERROR-SQL.
017610
017620     SET CODERR-SQL-ERROR            TO TRUE.
017630     MOVE SQLCODE                    TO WS-S-SQLCODE.
017640     MOVE 'ERROR DE BASE DE DATOS EN LA AUTORIZACION'
017650                                     TO WS-S-DESCRIPCION.
017660     MOVE 'S'                        TO WS-ERROR.
017670
017680* ***************************************************************
017690* PARRAFO DE FIN. DEVUELVE AL TERMINAL EL RESULTADO DE LA
017700* OPERACION Y TERMINA LA TRANSACCION
017710* ***************************************************************
017720 3000-FIN.
017730
017740     EXEC CICS
017750        SEND FROM(WS-RESPUESTA) LENGTH(WS-LONG-RESPUESTA) ERASE
017760     END-EXEC.
017770
017780     EXEC CICS
017790        RETURN
017800     END-EXEC.
017810
017820* **************************************************************
017830* PARRAFO DE ERROR. DESHACE LOS CAMBIOS PENDIENTES DE LA UNIDAD
017840* DE TRABAJO Y DEVUELVE AL TERMINAL UNA RESPUESTA DE ERROR
017850* **************************************************************
017860 9999-ERROR.
017870
017880     SET CODERR-SQL-ERROR                  TO TRUE
017890     MOVE 0                                 TO WS-S-SQLCODE
017900     MOVE 'ERROR NO CONTROLADO EN LA TRANSACCION'
017910                                            TO WS-S-DESCRIPCION
017920
017930     EXEC CICS SYNCPOINT ROLLBACK END-EXEC.
017940
017950     EXEC CICS
017960        SEND FROM(WS-RESPUESTA) LENGTH(WS-LONG-RESPUESTA) ERASE
017970     END-EXEC.
017980
017990     EXEC CICS
018000        RETURN
018010     END-EXEC.
