000010* TRANSACCION ONLINE DE MANTENIMIENTO DE IBMUSER.CONTRATO. DA DE
000020* ALTA, MODIFICA O DA DE BAJA UN CONTRATO A PARTIR DE LOS DATOS
000030* RECIBIDOS DEL TERMINAL, DEVOLVIENDOLE EL RESULTADO DE LA
000040* OPERACION EN LA MISMA PANTALLA. LA BAJA LIQUIDA EL CONTRATO
000050* (INTERESES, COMISIONES, ORDENES Y TRASPASO DEL SALDO) ANTES DE
000060* CERRARLO. UNA AMPLIACION DEL LIMITE DE DESCUBIERTO POR ENCIMA
000070* DEL UMBRAL DE DOBLE FIRMA DE SU DIVISA NO SE GRABA: SE APARCA
000080* PENDIENTE DE QUE OTRO OPERADOR LA APRUEBE EN AUTO01
000090* CADA OPERACION DEJA EN LA AUDITORIA LOS VALORES ANTERIOR Y
000100* POSTERIOR DE LOS CAMPOS DEL CONTRATO QUE HA CAMBIADO
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID.MANT01.
000130
000140 ENVIRONMENT DIVISION.
000150 INPUT-OUTPUT SECTION.
000160 DATA DIVISION.
000170 WORKING-STORAGE SECTION.
000180
000190* AREA RECIBIDA DEL TERMINAL CON LA PETICION DE MANTENIMIENTO
000200 01 WS-PETICION.
000210     05 WS-PET-OPERACION       PIC X(1).
000220         88 PET-OPERACION-ALTA     VALUE 'A'.
000230         88 PET-OPERACION-MODIFICA VALUE 'M'.
000240         88 PET-OPERACION-BAJA     VALUE 'B'.
000250         88 PET-OPERACION-ESTADO   VALUE 'E'.
000260     05 WS-PET-CLAVE-CONTRATO  PIC 9(9).
000270     05 WS-PET-DESCRIPCION     PIC X(50).
000280     05 WS-PET-IMPORTE         PIC 9(11)V9(2).
000290     05 WS-PET-LIMITE-DESCUB   PIC 9(11)V9(2).
000300     05 WS-PET-MONEDA          PIC X(3).
000310* MODO DE COMISION DEL CONTRATO: 'I' INMEDIATA (CADA
000320* TRANSFERENCIA CARGA SU COMISION EN EL ACTO) O 'M' MENSUAL
000330* (LAS COMISIONES SE DEVENGAN Y FACT01 FACTURA A FIN DE MES UN
000340* UNICO CARGO CONSOLIDADO). EN BLANCO EQUIVALE A 'I'
000350     05 WS-PET-MODO-COMISION   PIC X(1).
000360         88 PET-MODO-COM-VALIDO    VALUES 'I' 'M' ' '.
000370* CICLO DE EXTRACTO DEL CONTRATO: 'M' MENSUAL, 'T' TRIMESTRAL
000380* O 'D' A DEMANDA (SOLO CUANDO SE PIDE A MANO). EN BLANCO
000390* EQUIVALE A 'D'. EL SELECTOR NOCTURNO (SELE01) ELIGE CADA
000400* NOCHE LOS CONTRATOS CUYO CICLO VENCE Y ALIMENTA A EXTR01
000410     05 WS-PET-CICLO-EXTRACTO  PIC X(1).
000420         88 PET-CICLO-EXT-VALIDO   VALUES 'M' 'T' 'D' ' '.
000430* NUEVO ESTADO DEL CONTRATO EN LA OPERACION DE CAMBIO DE ESTADO:
000440* VIGENTE, BLOQUEADO PARA DEBITOS (EMBARGO), BLOQUEADO PARA
000450* ABONOS O INACTIVO. LA BAJA ('C') TIENE SU PROPIA OPERACION
000460     05 WS-PET-ESTADO          PIC X(1).
000470         88 PET-ESTADO-VALIDO      VALUES 'V' 'D' 'A' 'I'.
000480* CONTRATO AL QUE SE TRASPASA EL SALDO RESTANTE EN LA BAJA, UNA
000490* VEZ LIQUIDADOS LOS INTERESES Y LAS COMISIONES PENDIENTES. SOLO
000500* SE EXIGE SI AL CONTRATO LE QUEDA SALDO A FAVOR DEL CLIENTE
000510     05 WS-PET-CONT-LIQUIDACION PIC 9(9).
000520 01 WS-LONG-PETICION           PIC S9(4) COMP VALUE +101.
000530
000540* AREA DEVUELTA AL TERMINAL CON EL RESULTADO DE LA OPERACION
000550 01 WS-RESPUESTA.
000560     05 WS-RES-CODERR          PIC X(8).
000570         88 CODERR-SQL-ERROR      VALUE 'SQLERROR'.
000580         88 CODERR-CONTRATO-NOEXI VALUE 'CTANOEXI'.
000590         88 CODERR-CONTRATO-YAEXI VALUE 'CTAYAEXI'.
000600         88 CODERR-CONTRATO-BAJA  VALUE 'CTABAJA '.
000610         88 CODERR-ESTADO-INV     VALUE 'ESTADINV'.
000620         88 CODERR-MODO-COM-INV   VALUE 'MODOCINV'.
000630         88 CODERR-CICLO-EXT-INV  VALUE 'CICLOINV'.
000640         88 CODERR-CONTRATO-DESCUB VALUE 'CTADESCU'.
000650         88 CODERR-CONTRATO-BLQ-DEB VALUE 'CTABLOQD'.
000660         88 CODERR-CONTRATO-REVIS VALUE 'CTAREVIS'.
000670         88 CODERR-CONTRATO-PREST VALUE 'CTAPREST'.
000680         88 CODERR-CONTRATO-EMBARG VALUE 'CTAEMBAR'.
000690         88 CODERR-CONT-LIQ-INV   VALUE 'CTALIQIN'.
000700         88 CODERR-CONT-LIQ-BLQ   VALUE 'CTALIQBL'.
000710         88 CODERR-CAMBIO-NO-DISP VALUE 'CAMBIONO'.
000720         88 CODERR-PEND-AUTORIZA  VALUE 'PENDAUTO'.
000730         88 CODERR-OPERACION-INV  VALUE 'OPERAINV'.
000740         88 CODERR-OK             VALUE 'OK      '.
000750     05 WS-RES-SQLCODE         PIC -999.
000760     05 WS-RES-DESCRIPCION     PIC X(68).
000770 01 WS-LONG-RESPUESTA          PIC S9(4) COMP VALUE +80.
000780
000790* IMPORTES DE LA LIQUIDACION DEL CONTRATO EN LA BAJA, EN LA
000800* DIVISA DEL CONTRATO: SALDO ANTES DE LIQUIDAR, INTERESES
000810* ACREEDORES Y DEUDORES PENDIENTES (REDONDEADOS A CENTIMOS, YA
000820* QUE NO HABRA OTRA LIQUIDACION QUE RECOJA EL RESTO), RETENCION
000830* FISCAL SOBRE LOS INTERESES ACREEDORES, COMISIONES
000840* DEVENGADAS PENDIENTES DE FACTURAR Y SALDO FINAL QUE SE
000850* TRASPASA, ASI COMO EL IMPORTE QUE RECIBE EL CONTRATO DE
000860* LIQUIDACION EN SU PROPIA DIVISA
000870 01 WS-CIE-SALDO-PREVIO      PIC S9(11)V9(2) COMP-3 VALUE 0.
000880 01 WS-CIE-INT-ACREEDOR      PIC S9(11)V9(2) COMP-3 VALUE 0.
000890 01 WS-CIE-RETENCION         PIC S9(11)V9(2) COMP-3 VALUE 0.
000900 01 WS-CIE-INT-DEUDOR        PIC S9(11)V9(2) COMP-3 VALUE 0.
000910 01 WS-CIE-COMISIONES        PIC S9(11)V9(2) COMP-3 VALUE 0.
000920 01 WS-CIE-SALDO-FINAL       PIC S9(11)V9(2) COMP-3 VALUE 0.
000930 01 WS-CIE-IMPORTE-ABONO     PIC S9(11)V9(2) COMP-3 VALUE 0.
000940 01 WS-CIE-MONEDA            PIC X(3).
000950 01 WS-CIE-MONEDA-LIQ        PIC X(3).
000960 01 WS-CIE-ESTADO-LIQ        PIC X(1).
000970 01 WS-CIE-CLAVE-MOV-TRASP   PIC S9(9) COMP VALUE 0.
000980 01 WS-CIE-ORDENES           PIC S9(9) COMP VALUE 0.
000990 01 WS-CIE-PENDIENTES        PIC S9(9) COMP VALUE 0.
001000 01 WS-CIE-PRESTAMOS         PIC S9(9) COMP VALUE 0.
001010
001020* EMBARGOS ACTIVOS QUE MANTIENEN BLOQUEADO EL CONTRATO CUYO ESTADO
001030* SE QUIERE CAMBIAR
001040 01 WS-CAM-EMBARGOS          PIC S9(9) COMP VALUE 0.
001050
001060* DIAS QUE EL DEVENGO NOCTURNO NO HA LLEGADO A CUBRIR ENTRE SU
001070* ULTIMO DEVENGO Y LA VISPERA DEL CIERRE (ULTIMO DIA QUE EL
001080* CONTRATO TERMINA CON SALDO), Y FECHA DE ESA VISPERA
001090 01 WS-CIE-DIAS-PENDIENTES   PIC S9(9) COMP VALUE 0.
001100 01 WS-CIE-FECHA-VISPERA     PIC X(10).
001110
001120* INDICADOR DE QUE EL CONTRATO TIENE ACUMULADO DE INTERESES EN
001130* IBMUSER.INTERES_ACUMULADO
001140 01 WS-CON-ACUMULADO         PIC X VALUE 'N'.
001150     88 WS-CON-ACUMULADO-SI  VALUE 'S'.
001160     88 WS-CON-ACUMULADO-NO  VALUE 'N'.
001170
001180* TIPOS DE INTERES VIGENTES HOY PARA COMPLETAR EL DEVENGO DE LOS
001190* DIAS PENDIENTES, CON LA MISMA BANDA DE SALDO QUE APLICA INTE01
001200 01 WS-SIN-TIPO              PIC X VALUE 'N'.
001210     88 WS-SIN-TIPO-SI       VALUE 'S'.
001220     88 WS-SIN-TIPO-NO       VALUE 'N'.
001230 01 WS-TIPO-ACREEDOR         PIC S9(2)V9(4) COMP-3 VALUE 0.
001240 01 WS-TIPO-DEUDOR           PIC S9(2)V9(4) COMP-3 VALUE 0.
001250 01 WS-LIMITE-BANDA          PIC S9(11)V9(2) COMP-3 VALUE 0.
001260 01 WS-TIPO-ACREEDOR-EXC     PIC S9(2)V9(4) COMP-3 VALUE 0.
001270 01 WS-TIPO-DEUDOR-EXC       PIC S9(2)V9(4) COMP-3 VALUE 0.
001280 01 WS-DEV-SALDO-BASE        PIC S9(11)V9(2) COMP-3 VALUE 0.
001290 01 WS-DEV-TIPO              PIC S9(2)V9(4) COMP-3 VALUE 0.
001300 01 WS-DEV-TIPO-EXC          PIC S9(2)V9(4) COMP-3 VALUE 0.
001310 01 WS-DEV-EXCESO            PIC S9(11)V9(2) COMP-3 VALUE 0.
001320 01 WS-INTERES-DIA           PIC S9(7)V9(6) COMP-3 VALUE 0.
001330
001340
001350* RETENCION FISCAL DE LA BAJA, COMO EN INTE01: TIPO DE CLIENTE
001360* DEL PRIMER TITULAR (BLANCO SI NO TIENE TITULAR), INDICADOR DE
001370* QUE NO HAY FILA DE RETENCION VIGENTE, DIVISA DEL CONTRATO DE
001380* RETENCIONES Y CONTRAVALOR QUE RECIBE, Y CLAVES DE LOS
001390* MOVIMIENTOS DE ABONO DE INTERESES Y DE RETENCION
001400 01 WS-RET-TIPO-CLIENTE      PIC X(1).
001410 01 WS-RET-SIN-TIPO          PIC X VALUE 'N'.
001420     88 WS-RET-SIN-TIPO-SI   VALUE 'S'.
001430     88 WS-RET-SIN-TIPO-NO   VALUE 'N'.
001440 01 WS-RET-MONEDA-DESTINO    PIC X(3).
001450 01 WS-RET-IMPORTE-DESTINO   PIC S9(11)V9(2) COMP-3 VALUE 0.
001460 01 WS-RET-MOV-ABONO         PIC S9(9) COMP VALUE 0.
001470 01 WS-RET-MOV-RETENCION     PIC S9(9) COMP VALUE 0.
001480
001490* CAMPOS DE ENTRADA/SALIDA DE LA CONVERSION DEL SALDO TRASPASADO
001500* A LA DIVISA DEL CONTRATO DE LIQUIDACION, COMO EN TRAN01
001510 01 WS-CONV-MONEDA-ORIGEN    PIC X(3).
001520 01 WS-CONV-MONEDA-DESTINO   PIC X(3).
001530 01 WS-CONV-IMPORTE-ENTRADA  PIC 9(11)V9(2).
001540 01 WS-CONV-IMPORTE-SALIDA   PIC 9(11)V9(2).
001550 01 WS-CONV-TIPO-CAMBIO      PIC 9(4)V9(6).
001560
001570* DESCRIPCIONES DE LOS MOVIMIENTOS DE LA LIQUIDACION DE LA BAJA
001580 01 WS-DESC-LIQ-ACREEDORA    PIC X(50)
001590        VALUE 'LIQUIDACION INTERESES ACREEDORES'.
001600 01 WS-DESC-LIQ-DEUDORA      PIC X(50)
001610        VALUE 'LIQUIDACION INTERESES DEUDORES'.
001620 01 WS-DESC-RETENCION        PIC X(50)
001630        VALUE 'RETENCION FISCAL SOBRE INTERESES'.
001640 01 WS-DESC-COMISIONES-BAJA  PIC X(50)
001650        VALUE 'COMISIONES PENDIENTES LIQUIDADAS EN LA BAJA'.
001660 01 WS-DESC-TRASPASO-BAJA    PIC X(50)
001670        VALUE 'TRASPASO DE SALDO POR CANCELACION DEL CONTRATO'.
001680
001690* VARIABLES PARA LOS MOVIMIENTOS DE LA LIQUIDACION. EL LADO DEL
001700* BANCO (ORIGEN EN LOS ABONOS, DESTINO EN LOS CARGOS) SE GRABA
001710* NULO, COMO EN INTE01 Y FACT01
001720 01 IND-NULL                 PIC S9(4) COMP.
001730 01 IND-ORIGEN               PIC S9(4) COMP.
001740 01 IND-DESTINO              PIC S9(4) COMP.
001750 01 WS-FECHA-SISTEMA         PIC X(21).
001760 01 WS-FECHA-SISTEMA-R REDEFINES WS-FECHA-SISTEMA.
001770     05 WS-FS-ANO           PIC 9(4).
001780     05 WS-FS-MES           PIC 9(2).
001790     05 WS-FS-DIA           PIC 9(2).
001800     05 WS-FS-HORA          PIC 9(2).
001810     05 WS-FS-MINUTO        PIC 9(2).
001820     05 WS-FS-SEGUNDO       PIC 9(2).
001830     05 WS-FS-CENTESIMAS    PIC 9(2).
001840     05 FILLER              PIC X(5).
001850 01 WS-TIMESTAMP-MOVIMIENTO PIC X(26).
001860
001870* RESERVA DE CLAVES DE MOVIMIENTO EN IBMUSER.CONTADOR: TAMANO
001880* DEL BLOQUE QUE SE RESERVA DE CADA VEZ, ULTIMO VALOR
001890* RESERVADO, ULTIMA CLAVE DEL BLOQUE EN USO Y MAXIMOS PARA LA
001900* PRIMERA CARGA DEL CONTADOR
001910 01 WS-BLOQUE-CLAVES       PIC S9(9) COMP VALUE 1.
001920 01 WS-ULTIMO-RESERVADO    PIC S9(9) COMP VALUE 0.
001930 01 WS-ULTIMA-CLAVE-BLOQUE PIC S9(9) COMP VALUE 0.
001940 01 WS-MAX-OPERATIVA       PIC S9(9) COMP VALUE 0.
001950 01 WS-MAX-HISTORICO       PIC S9(9) COMP VALUE 0.
001960 01 IND-NULL-CTR           PIC S9(4) COMP.
001970
001980* INDICADOR DE AMPLIACION DEL LIMITE DE DESCUBIERTO QUE SUPERA EL
001990* UMBRAL DE DOBLE FIRMA DE LA DIVISA: EL CONTRATO SE GRABA CON EL
002000* LIMITE ANTERIOR Y EL NUEVO QUEDA PENDIENTE DE AUTORIZACION
002010 01 WS-AUTORIZA              PIC X VALUE 'N'.
002020     88 WS-AUTORIZA-SI       VALUE 'S'.
002030     88 WS-AUTORIZA-NO       VALUE 'N'.
002040
002050* DESCRIPCION DEVUELTA AL TERMINAL CON LA CLAVE DE LA SOLICITUD
002060* APARCADA, QUE EL AUTORIZANTE TECLEARA EN AUTO01
002070 01 WS-DESC-PENDIENTE.
002080     05 FILLER              PIC X(25)
002090        VALUE 'RESTO DE DATOS GRABADOS. '.
002100     05 FILLER              PIC X(34)
002110        VALUE 'LIMITE PENDIENTE DE AUTORIZACION '.
002120     05 WS-DESC-PEND-CLAVE  PIC 9(9).
002130
002140* IMAGEN DEL CONTRATO ANTES Y DESPUES DE LA OPERACION, CON LOS
002150* IMPORTES EDITADOS, PARA ANOTAR EN LA AUDITORIA LOS CAMPOS QUE
002160* CAMBIAN. EN EL ALTA LA IMAGEN ANTERIOR QUEDA EN BLANCO
002170 01 WS-IMAGEN-ANTES.
002180     05 WS-IMA-DESCRIPCION    PIC X(50).
002190     05 WS-IMA-IMPORTE        PIC -(11)9.99.
002200     05 WS-IMA-ESTADO         PIC X(1).
002210     05 WS-IMA-LIMITE         PIC -(11)9.99.
002220     05 WS-IMA-MONEDA         PIC X(3).
002230     05 WS-IMA-MODO-COMISION  PIC X(1).
002240     05 WS-IMA-CICLO-EXTRACTO PIC X(1).
002250 01 WS-IMAGEN-DESPUES.
002260     05 WS-IMD-DESCRIPCION    PIC X(50).
002270     05 WS-IMD-IMPORTE        PIC -(11)9.99.
002280     05 WS-IMD-ESTADO         PIC X(1).
002290     05 WS-IMD-LIMITE         PIC -(11)9.99.
002300     05 WS-IMD-MONEDA         PIC X(3).
002310     05 WS-IMD-MODO-COMISION  PIC X(1).
002320     05 WS-IMD-CICLO-EXTRACTO PIC X(1).
002330
002340* CAMPOS QUE CAMBIAN EN LA OPERACION, CON SU VALOR ANTERIOR Y
002350* POSTERIOR EN FORMATO EDITADO. SE GRABAN EN
002360* IBMUSER.AUDITORIA_CAMBIO CON LA MISMA FECHA Y HORA QUE EL
002370* REGISTRO DE AUDITORIA DE LA OPERACION
002380 01 WS-DIF-MAX               PIC 9(2) VALUE 0.
002390 01 WS-TABLA-DIFERENCIAS.
002400     05 WS-DIF-OCU OCCURS 1 TO 12 TIMES
002410                   DEPENDING ON WS-DIF-MAX
002420                   INDEXED BY WS-IDX-DIF.
002430        10 WS-DIF-CAMPO       PIC X(18).
002440        10 WS-DIF-ANTES       PIC X(50).
002450        10 WS-DIF-DESPUES     PIC X(50).
002460
002470* CAMPO QUE SE COMPARA PARA ANOTARLO EN LA TABLA SI HA CAMBIADO
002480 01 WS-DIF-NUEVO.
002490     05 WS-DNU-CAMPO          PIC X(18).
002500     05 WS-DNU-ANTES          PIC X(50).
002510     05 WS-DNU-DESPUES        PIC X(50).
002520
002530* SQLCA Y DCLGEN DE LA TABLA. DCLAUDITORIA ES LA TABLA DONDE SE
002540* REGISTRA QUIEN (USUARIO Y TERMINAL) HA REALIZADO CADA ALTA,
002550* MODIFICACION O BAJA DE CONTRATO. EL RESTO DE TABLAS SON LAS
002560* QUE INTERVIENEN EN LA LIQUIDACION DEL CONTRATO EN LA BAJA.
002570* AUTORIZACION Y UMBRAL_AUTORIZACION SOPORTAN LA DOBLE FIRMA DE
002580* LAS AMPLIACIONES DEL LIMITE DE DESCUBIERTO
002590* AUDITORIA_CAMBIO GUARDA LOS VALORES ANTERIOR Y POSTERIOR DE LOS
002600* CAMPOS QUE CAMBIAN
002610     EXEC SQL INCLUDE SQLCA END-EXEC.
002620     EXEC SQL INCLUDE CONTRATO END-EXEC.
002630     EXEC SQL INCLUDE AUDITORI END-EXEC.
002640     EXEC SQL INCLUDE MOVIMIEN END-EXEC.
002650     EXEC SQL INCLUDE INTERESA END-EXEC.
002660     EXEC SQL INCLUDE TIPOINTE END-EXEC.
002670     EXEC SQL INCLUDE TIPOCAMB END-EXEC.
002680     EXEC SQL INCLUDE CONTADOR END-EXEC.
002690     EXEC SQL INCLUDE LIQCIERR END-EXEC.
002700     EXEC SQL INCLUDE RETEFISC END-EXEC.
002710     EXEC SQL INCLUDE RETEPRAC END-EXEC.
002720     EXEC SQL INCLUDE AUTORIZA END-EXEC.
002730     EXEC SQL INCLUDE UMBRALAU END-EXEC.
002740     EXEC SQL INCLUDE AUDICAMB END-EXEC.
002750
002760 PROCEDURE DIVISION.
002770
002780     EXEC CICS
002790        HANDLE CONDITION ERROR(9999-ERROR)
002800     END-EXEC.
002810
002820     PERFORM 1000-INICIO.
002830     PERFORM 2000-PROCESO.
002840     PERFORM 3000-FIN.
002850
002860* **********************************************************
002870* PARRAFO DE INICIO. RECIBE LA PETICION DEL TERMINAL
002880* **********************************************************
002890 1000-INICIO.
002900
002910     MOVE SPACES               TO WS-PETICION.
002920     MOVE SPACES               TO WS-RESPUESTA.
002930
002940     EXEC CICS
002950        RECEIVE INTO(WS-PETICION) LENGTH(WS-LONG-PETICION)
002960     END-EXEC.
002970
002980* ************************************************************
002990 2000-PROCESO.
003000* ************************************************************
003010
003020     MOVE WS-PET-CLAVE-CONTRATO TO CLAVE-CONTRATO OF DCLCONTRATO.
003030     MOVE 'N'                   TO WS-AUTORIZA.
003040
003050     EVALUATE TRUE
003060        WHEN PET-OPERACION-ALTA
003070           PERFORM 2100-ALTA-CONTRATO
003080        WHEN PET-OPERACION-MODIFICA
003090           PERFORM 2200-MODIFICA-CONTRATO
003100        WHEN PET-OPERACION-BAJA
003110           PERFORM 2300-BAJA-CONTRATO
003120        WHEN PET-OPERACION-ESTADO
003130           PERFORM 2400-CAMBIA-ESTADO
003140        WHEN OTHER
003150           SET CODERR-OPERACION-INV        TO TRUE
003160           MOVE 0                          TO WS-RES-SQLCODE
003170           MOVE 'CODIGO DE OPERACION NO RECONOCIDO'
003180                                            TO WS-RES-DESCRIPCION
003190     END-EVALUATE.
003200
003210* ***************************************************************
003220* DA DE ALTA UN NUEVO CONTRATO, RECHAZANDO LA PETICION SI LA
003230* CLAVE INDICADA YA EXISTE
003240* ***************************************************************
003250 2100-ALTA-CONTRATO.
003260
003270     MOVE WS-PET-DESCRIPCION    TO DESCRIPCION OF DCLCONTRATO.
003280     MOVE WS-PET-IMPORTE        TO IMPORTE OF DCLCONTRATO.
003290     MOVE 'V'                   TO ESTADO OF DCLCONTRATO.
003300     MOVE 0                     TO LIMITE-DESCUBIERTO
003310                                   OF DCLCONTRATO.
003320     MOVE WS-PET-MONEDA         TO MONEDA OF DCLCONTRATO.
003330
003340* VALIDAMOS Y NORMALIZAMOS EL MODO DE COMISION Y EL CICLO DE
003350* EXTRACTO DEL CONTRATO (EN BLANCO EQUIVALEN A INMEDIATA Y A
003360* DEMANDA, EL COMPORTAMIENTO DE SIEMPRE)
003370     PERFORM 2060-VALIDA-MODO-COMISION.
003380     IF NOT CODERR-MODO-COM-INV
003390        PERFORM 2070-VALIDA-CICLO-EXTRACTO
003400     END-IF.
003410
003420* EL LIMITE DE DESCUBIERTO DEL CONTRATO NUEVO PARTE DE CERO: SI
003430* EL PEDIDO SUPERA EL UMBRAL DE DOBLE FIRMA SE GRABA A CERO Y SE
003440* APARCA TRAS EL ALTA
003450     IF NOT CODERR-MODO-COM-INV AND NOT CODERR-CICLO-EXT-INV
003460        PERFORM 2080-COMPRUEBA-UMBRAL-LIMITE
003470     END-IF.
003480     IF CODERR-MODO-COM-INV OR CODERR-CICLO-EXT-INV
003490                            OR CODERR-SQL-ERROR
003500        CONTINUE
003510     ELSE
003520
003530     EXEC SQL
003540        INSERT INTO IBMUSER.CONTRATO
003550              (CLAVE_CONTRATO, DESCRIPCION, IMPORTE, ESTADO,
003560               LIMITE_DESCUBIERTO, MONEDA, MODO_COMISION,
003570               CICLO_EXTRACTO)
003580        VALUES (:DCLCONTRATO.CLAVE-CONTRATO,
003590                :DCLCONTRATO.DESCRIPCION,
003600                :DCLCONTRATO.IMPORTE,
003610                :DCLCONTRATO.ESTADO,
003620                :DCLCONTRATO.LIMITE-DESCUBIERTO,
003630                :DCLCONTRATO.MONEDA,
003640                :DCLCONTRATO.MODO-COMISION,
003650                :DCLCONTRATO.CICLO-EXTRACTO)
003660     END-EXEC
003670
003680     IF SQLCODE EQUAL -803
003690        SET CODERR-CONTRATO-YAEXI          TO TRUE
003700        MOVE SQLCODE                       TO WS-RES-SQLCODE
003710        MOVE 'YA EXISTE UN CONTRATO CON ESA CLAVE'
003720                                           TO WS-RES-DESCRIPCION
003730     ELSE
003740        IF SQLCODE NOT EQUAL 0
003750           SET CODERR-SQL-ERROR TO TRUE
003760           MOVE SQLCODE                    TO WS-RES-SQLCODE
003770           MOVE 'ERROR AL DAR DE ALTA EL CONTRATO'
003780                                           TO WS-RES-DESCRIPCION
003790        ELSE
003800           SET CODERR-OK                   TO TRUE
003810           MOVE 0                          TO WS-RES-SQLCODE
003820           MOVE 'CONTRATO DADO DE ALTA CORRECTAMENTE'
003830                                           TO WS-RES-DESCRIPCION
003840           MOVE SPACES                  TO WS-IMAGEN-ANTES
003850           PERFORM 2875-GUARDA-IMAGEN-DESPUES
003860           PERFORM 2900-REGISTRA-AUDITORIA
003870           IF CODERR-OK AND WS-AUTORIZA-SI
003880              PERFORM 2800-APARCA-LIMITE
003890           END-IF
003900           IF CODERR-OK OR CODERR-PEND-AUTORIZA
003910              EXEC CICS SYNCPOINT END-EXEC
003920           END-IF
003930        END-IF
003940     END-IF
003950     END-IF.
003960
003970* ***************************************************************
003980* COMPRUEBA EL MODO DE COMISION RECIBIDO DEL TERMINAL Y LO
003990* NORMALIZA EN LA VARIABLE HOST: EN BLANCO EQUIVALE A 'I'
004000* (INMEDIATA); UN VALOR NO RECONOCIDO SE RECHAZA
004010* ***************************************************************
004020 2060-VALIDA-MODO-COMISION.
004030
004040     IF NOT PET-MODO-COM-VALIDO
004050        SET CODERR-MODO-COM-INV            TO TRUE
004060        MOVE 0                             TO WS-RES-SQLCODE
004070        MOVE 'MODO DE COMISION NO RECONOCIDO (I O M)'
004080                                           TO WS-RES-DESCRIPCION
004090     ELSE
004100        IF WS-PET-MODO-COMISION EQUAL SPACE
004110           MOVE 'I'             TO MODO-COMISION OF DCLCONTRATO
004120        ELSE
004130           MOVE WS-PET-MODO-COMISION
004140                                TO MODO-COMISION OF DCLCONTRATO
004150        END-IF
004160     END-IF.
004170
004180* ***************************************************************
004190* COMPRUEBA EL CICLO DE EXTRACTO RECIBIDO DEL TERMINAL Y LO
004200* NORMALIZA EN LA VARIABLE HOST: EN BLANCO EQUIVALE A 'D' (A
004210* DEMANDA); UN VALOR NO RECONOCIDO SE RECHAZA
004220* ***************************************************************
004230 2070-VALIDA-CICLO-EXTRACTO.
004240
004250     IF NOT PET-CICLO-EXT-VALIDO
004260        SET CODERR-CICLO-EXT-INV           TO TRUE
004270        MOVE 0                             TO WS-RES-SQLCODE
004280        MOVE 'CICLO DE EXTRACTO NO RECONOCIDO (M, T O D)'
004290                                           TO WS-RES-DESCRIPCION
004300     ELSE
004310        IF WS-PET-CICLO-EXTRACTO EQUAL SPACE
004320           MOVE 'D'             TO CICLO-EXTRACTO OF DCLCONTRATO
004330        ELSE
004340           MOVE WS-PET-CICLO-EXTRACTO
004350                                TO CICLO-EXTRACTO OF DCLCONTRATO
004360        END-IF
004370     END-IF.
004380
004390* ***************************************************************
004400* COMPRUEBA SI EL LIMITE DE DESCUBIERTO PEDIDO AMPLIA EL QUE TIENE
004410* EL CONTRATO (CERO EN EL ALTA) POR ENCIMA DEL UMBRAL DE DOBLE
004420* FIRMA DE LA DIVISA (IBMUSER.UMBRAL_AUTORIZACION, TIPO 'D'). EN
004430* ESE CASO SE CONSERVA EL LIMITE ACTUAL Y SE MARCA LA PETICION
004440* PARA APARCARLA; SI NO, SE APLICA EL LIMITE PEDIDO. SIN FILA
004450* PARA LA DIVISA NO SE EXIGE SEGUNDA FIRMA
004460* ***************************************************************
004470 2080-COMPRUEBA-UMBRAL-LIMITE.
004480
004490     IF WS-PET-LIMITE-DESCUB GREATER THAN
004500        LIMITE-DESCUBIERTO OF DCLCONTRATO
004510        MOVE 'D'           TO TIPO-AUTORIZACION
004520                              OF DCLUMBRAL-AUTORIZACION
004530        MOVE WS-PET-MONEDA TO MONEDA OF DCLUMBRAL-AUTORIZACION
004540
004550        EXEC SQL
004560           SELECT IMPORTE
004570             INTO :DCLUMBRAL-AUTORIZACION.IMPORTE
004580             FROM IBMUSER.UMBRAL_AUTORIZACION
004590            WHERE TIPO_AUTORIZACION =
004600                  :DCLUMBRAL-AUTORIZACION.TIPO-AUTORIZACION
004610              AND MONEDA = :DCLUMBRAL-AUTORIZACION.MONEDA
004620        END-EXEC
004630
004640        IF SQLCODE EQUAL 100
004650           CONTINUE
004660        ELSE
004670           IF SQLCODE NOT EQUAL 0
004680              SET CODERR-SQL-ERROR TO TRUE
004690              MOVE SQLCODE                 TO WS-RES-SQLCODE
004700              MOVE 'ERROR AL LEER EL UMBRAL DE AUTORIZACION'
004710                                           TO WS-RES-DESCRIPCION
004720           ELSE
004730              IF WS-PET-LIMITE-DESCUB GREATER THAN
004740                 IMPORTE OF DCLUMBRAL-AUTORIZACION
004750                 MOVE 'S'                  TO WS-AUTORIZA
004760              END-IF
004770           END-IF
004780        END-IF
004790     END-IF.
004800
004810     IF WS-AUTORIZA-NO
004820        MOVE WS-PET-LIMITE-DESCUB  TO LIMITE-DESCUBIERTO
004830                                      OF DCLCONTRATO
004840     END-IF.
004850
004860* ***************************************************************
004870* COMPRUEBA QUE EL CONTRATO SOBRE EL QUE SE VA A MODIFICAR O DAR
004880* DE BAJA EXISTE Y SIGUE VIGENTE (ESTADO 'V'), PARA EVITAR
004890* MODIFICAR O CERRAR DOS VECES UN CONTRATO YA CERRADO
004900* UN CONTRATO EN REVISION POR POSIBLE COINCIDENCIA DE SU TITULAR
004910* CON LAS LISTAS DE SANCIONES (ESTADO 'R') QUEDA CONGELADO HASTA
004920* QUE CUMPLIMIENTO RESUELVA LA ALERTA EN REVI01
004930* ***************************************************************
004940 2150-COMPRUEBA-ESTADO-CONTRATO.
004950
004960     EXEC SQL
004970        SELECT DESCRIPCION, IMPORTE, ESTADO, LIMITE_DESCUBIERTO,
004980               MONEDA, MODO_COMISION, CICLO_EXTRACTO
004990          INTO :DCLCONTRATO.DESCRIPCION,
005000               :DCLCONTRATO.IMPORTE,
005010               :DCLCONTRATO.ESTADO,
005020               :DCLCONTRATO.LIMITE-DESCUBIERTO,
005030               :DCLCONTRATO.MONEDA,
005040               :DCLCONTRATO.MODO-COMISION,
005050               :DCLCONTRATO.CICLO-EXTRACTO
005060          FROM IBMUSER.CONTRATO
005070         WHERE CLAVE_CONTRATO = :DCLCONTRATO.CLAVE-CONTRATO
005080     END-EXEC.
005090
005100     IF SQLCODE EQUAL 100
005110        SET CODERR-CONTRATO-NOEXI          TO TRUE
005120        MOVE 0                             TO WS-RES-SQLCODE
005130        MOVE 'EL CONTRATO NO EXISTE'
005140                                           TO WS-RES-DESCRIPCION
005150     ELSE
005160        IF SQLCODE NOT EQUAL 0
005170           SET CODERR-SQL-ERROR TO TRUE
005180           MOVE SQLCODE                    TO WS-RES-SQLCODE
005190           MOVE 'ERROR AL COMPROBAR EL ESTADO DEL CONTRATO'
005200                                           TO WS-RES-DESCRIPCION
005210        ELSE
005220           IF ESTADO OF DCLCONTRATO EQUAL 'C'
005230              SET CODERR-CONTRATO-BAJA     TO TRUE
005240              MOVE 0                       TO WS-RES-SQLCODE
005250              MOVE 'EL CONTRATO YA ESTA DADO DE BAJA'
005260                                           TO WS-RES-DESCRIPCION
005270           ELSE
005280              IF ESTADO OF DCLCONTRATO EQUAL 'R'
005290                 SET CODERR-CONTRATO-REVIS TO TRUE
005300                 MOVE 0                    TO WS-RES-SQLCODE
005310                 MOVE 'CONTRATO EN REVISION POR LISTAS DE SANCION'
005320                                           TO WS-RES-DESCRIPCION
005330              ELSE
005340                 SET CODERR-OK             TO TRUE
005350                 PERFORM 2870-GUARDA-IMAGEN-ANTES
005360              END-IF
005370           END-IF
005380        END-IF
005390     END-IF.
005400
005410* ***************************************************************
005420* MODIFICA LOS DATOS DE UN CONTRATO YA EXISTENTE Y VIGENTE
005430* ***************************************************************
005440 2200-MODIFICA-CONTRATO.
005450
005460     PERFORM 2150-COMPRUEBA-ESTADO-CONTRATO.
005470
005480* VALIDAMOS Y NORMALIZAMOS EL MODO DE COMISION Y EL CICLO DE
005490* EXTRACTO ANTES DE GRABAR
005500     IF CODERR-OK
005510        PERFORM 2060-VALIDA-MODO-COMISION
005520     END-IF.
005530     IF CODERR-OK AND NOT CODERR-MODO-COM-INV
005540        PERFORM 2070-VALIDA-CICLO-EXTRACTO
005550     END-IF.
005560     IF CODERR-OK
005570        PERFORM 2080-COMPRUEBA-UMBRAL-LIMITE
005580     END-IF.
005590
005600     IF CODERR-OK
005610     EXEC SQL
005620        UPDATE IBMUSER.CONTRATO
005630           SET DESCRIPCION = :WS-PET-DESCRIPCION,
005640               IMPORTE = :WS-PET-IMPORTE,
005650               LIMITE_DESCUBIERTO =
005660                           :DCLCONTRATO.LIMITE-DESCUBIERTO,
005670               MONEDA = :WS-PET-MONEDA,
005680               MODO_COMISION = :DCLCONTRATO.MODO-COMISION,
005690               CICLO_EXTRACTO = :DCLCONTRATO.CICLO-EXTRACTO
005700         WHERE CLAVE_CONTRATO = :DCLCONTRATO.CLAVE-CONTRATO
005710     END-EXEC
005720
005730        IF SQLCODE EQUAL 100
005740           SET CODERR-CONTRATO-NOEXI          TO TRUE
005750           MOVE 0                             TO WS-RES-SQLCODE
005760           MOVE 'EL CONTRATO A MODIFICAR NO EXISTE'
005770                                           TO WS-RES-DESCRIPCION
005780        ELSE
005790           IF SQLCODE NOT EQUAL 0
005800              SET CODERR-SQL-ERROR TO TRUE
005810              MOVE SQLCODE                    TO WS-RES-SQLCODE
005820              MOVE 'ERROR AL MODIFICAR EL CONTRATO'
005830                                           TO WS-RES-DESCRIPCION
005840           ELSE
005850              SET CODERR-OK                   TO TRUE
005860              MOVE 0                          TO WS-RES-SQLCODE
005870              MOVE 'CONTRATO MODIFICADO CORRECTAMENTE'
005880                                           TO WS-RES-DESCRIPCION
005890              MOVE WS-PET-DESCRIPCION TO DESCRIPCION
005900                                         OF DCLCONTRATO
005910              MOVE WS-PET-IMPORTE     TO IMPORTE OF DCLCONTRATO
005920              MOVE WS-PET-MONEDA      TO MONEDA OF DCLCONTRATO
005930              PERFORM 2875-GUARDA-IMAGEN-DESPUES
005940              PERFORM 2900-REGISTRA-AUDITORIA
005950              IF CODERR-OK AND WS-AUTORIZA-SI
005960                 PERFORM 2800-APARCA-LIMITE
005970              END-IF
005980              IF CODERR-OK OR CODERR-PEND-AUTORIZA
005990                 EXEC CICS SYNCPOINT END-EXEC
006000              END-IF
006010           END-IF
006020        END-IF
006030     END-IF.
006040
006050* ***************************************************************
006060* DA DE BAJA (CIERRA) UN CONTRATO EXISTENTE Y VIGENTE, MARCANDO SU
006070* ESTADO COMO 'C' EN LUGAR DE BORRAR EL REGISTRO, PARA CONSERVAR
006080* EL HISTORICO DE MOVIMIENTOS QUE LO REFERENCIAN. ANTES DE
006090* CERRARLO SE LIQUIDA: SE ABONAN O CARGAN LOS INTERESES
006100* DEVENGADOS HASTA LA FECHA DE CIERRE, SE FACTURAN LAS
006110* COMISIONES PENDIENTES, SE CANCELAN SUS ORDENES PERMANENTES Y
006120* SUS PENDIENTES Y EL SALDO RESTANTE SE TRASPASA AL CONTRATO DE
006130* LIQUIDACION INDICADO POR EL OPERADOR. UN CONTRATO QUE QUEDE AL
006140* DESCUBIERTO NO SE PUEDE DAR DE BAJA. LA LIQUIDACION QUEDA
006150* REGISTRADA EN IBMUSER.LIQUIDACION_CIERRE PARA QUE CIER01 EMITA
006160* EL EXTRACTO DE CIERRE Y LA CARTA DE LIQUIDACION
006170* ***************************************************************
006180 2300-BAJA-CONTRATO.
006190
006200     PERFORM 2150-COMPRUEBA-ESTADO-CONTRATO.
006210
006220* RECUPERAMOS EL SALDO Y LA DIVISA DEL CONTRATO A CERRAR
006230     IF CODERR-OK
006240        PERFORM 2310-LEE-CONTRATO-BAJA
006250     END-IF.
006260
006270* CALCULAMOS LOS INTERESES PENDIENTES HASTA LA FECHA DE CIERRE,
006280* SU RETENCION FISCAL Y LAS COMISIONES DEVENGADAS PENDIENTES DE
006290* FACTURAR
006300     IF CODERR-OK
006310        PERFORM 2320-CALCULA-INTERESES-BAJA
006320     END-IF.
006330     IF CODERR-OK
006340        PERFORM 2335-CALCULA-RETENCION-BAJA
006350     END-IF.
006360     IF CODERR-OK
006370        PERFORM 2330-CALCULA-COMISIONES-BAJA
006380     END-IF.
006390
006400* EL SALDO FINAL NO PUEDE QUEDAR AL DESCUBIERTO. SI QUEDA A
006410* FAVOR DEL CLIENTE, VALIDAMOS EL CONTRATO QUE LO VA A RECIBIR
006420* ANTES DE TOCAR NADA
006430     IF CODERR-OK
006440        PERFORM 2340-COMPRUEBA-SALDO-FINAL
006450     END-IF.
006460     IF CODERR-OK AND WS-CIE-SALDO-FINAL GREATER THAN ZERO
006470        PERFORM 2345-COMPRUEBA-CONT-LIQUIDACION
006480     END-IF.
006490
006500* POSTEAMOS LA LIQUIDACION: INTERESES, COMISIONES, CANCELACION
006510* DE ORDENES PERMANENTES Y PENDIENTES Y TRASPASO DEL SALDO
006520     IF CODERR-OK
006530        PERFORM 2350-POSTEA-INTERESES-BAJA
006540     END-IF.
006550     IF CODERR-OK AND WS-CIE-COMISIONES GREATER THAN ZERO
006560        PERFORM 2360-FACTURA-COMISIONES-BAJA
006570     END-IF.
006580     IF CODERR-OK
006590        PERFORM 2370-CANCELA-ORDENES-BAJA
006600     END-IF.
006610     IF CODERR-OK AND WS-CIE-SALDO-FINAL GREATER THAN ZERO
006620        PERFORM 2380-TRASPASA-SALDO-BAJA
006630     END-IF.
006640
006650* POR ULTIMO CERRAMOS EL CONTRATO
006660     IF CODERR-OK
006670     EXEC SQL
006680        UPDATE IBMUSER.CONTRATO
006690           SET ESTADO = 'C'
006700         WHERE CLAVE_CONTRATO = :DCLCONTRATO.CLAVE-CONTRATO
006710     END-EXEC
006720
006730        IF SQLCODE EQUAL 100
006740           SET CODERR-CONTRATO-NOEXI          TO TRUE
006750           MOVE 0                             TO WS-RES-SQLCODE
006760           MOVE 'EL CONTRATO A DAR DE BAJA NO EXISTE'
006770                                           TO WS-RES-DESCRIPCION
006780        ELSE
006790           IF SQLCODE NOT EQUAL 0
006800              SET CODERR-SQL-ERROR TO TRUE
006810              MOVE SQLCODE                    TO WS-RES-SQLCODE
006820              MOVE 'ERROR AL DAR DE BAJA EL CONTRATO'
006830                                           TO WS-RES-DESCRIPCION
006840           ELSE
006850              PERFORM 2390-REGISTRA-LIQUIDACION
006860           END-IF
006870        END-IF
006880     END-IF.
006890
006900     IF CODERR-OK
006910        MOVE 0                             TO WS-RES-SQLCODE
006920        MOVE 'CONTRATO LIQUIDADO Y DADO DE BAJA CORRECTAMENTE'
006930                                           TO WS-RES-DESCRIPCION
006940        MOVE WS-IMAGEN-ANTES          TO WS-IMAGEN-DESPUES
006950        MOVE 'C'                      TO WS-IMD-ESTADO
006960        MOVE 0                        TO WS-IMD-IMPORTE
006970        PERFORM 2900-REGISTRA-AUDITORIA
006980        IF CODERR-OK
006990           EXEC CICS SYNCPOINT END-EXEC
007000        END-IF
007010     ELSE
007020
007030* LA LIQUIDACION PUEDE HABER POSTEADO YA PARTE DE SUS
007040* MOVIMIENTOS: SIN UN ROLLBACK EXPLICITO, EL RETURN DE 3000-FIN
007050* LOS CONFIRMARIA CON EL CONTRATO AUN ABIERTO
007060        EXEC CICS SYNCPOINT ROLLBACK END-EXEC
007070     END-IF.
007080
007090* ***************************************************************
007100* RECUPERA EL SALDO, EL ESTADO Y LA DIVISA DEL CONTRATO A CERRAR.
007110* UN CONTRATO BLOQUEADO PARA DEBITOS (EMBARGO) NO SE PUEDE
007120* LIQUIDAR: SU SALDO ESTA RETENIDO Y NO PUEDE TRASPASARSE. TAMPOCO
007130* UN CONTRATO DE CARGO DE PRESTAMOS VIVOS, DONDE PRES01 CARGA LAS
007140* CUOTAS
007150* ***************************************************************
007160 2310-LEE-CONTRATO-BAJA.
007170
007180     EXEC SQL
007190        SELECT IMPORTE, ESTADO, MONEDA
007200          INTO :DCLCONTRATO.IMPORTE, :DCLCONTRATO.ESTADO,
007210               :DCLCONTRATO.MONEDA
007220          FROM IBMUSER.CONTRATO
007230         WHERE CLAVE_CONTRATO = :DCLCONTRATO.CLAVE-CONTRATO
007240     END-EXEC.
007250
007260     IF SQLCODE NOT EQUAL 0
007270        PERFORM 2395-ERROR-SQL-LIQUIDACION
007280     ELSE
007290        MOVE IMPORTE OF DCLCONTRATO TO WS-CIE-SALDO-PREVIO
007300        MOVE MONEDA OF DCLCONTRATO  TO WS-CIE-MONEDA
007310        IF ESTADO OF DCLCONTRATO EQUAL 'D'
007320           SET CODERR-CONTRATO-BLQ-DEB     TO TRUE
007330           MOVE 0                          TO WS-RES-SQLCODE
007340           MOVE 'CONTRATO BLOQUEADO PARA DEBITOS. NO SE LIQUIDA'
007350                                           TO WS-RES-DESCRIPCION
007360        END-IF
007370     END-IF.
007380
007390     IF CODERR-OK
007400        EXEC SQL
007410           SELECT COUNT(*)
007420             INTO :WS-CIE-PRESTAMOS
007430             FROM IBMUSER.PRESTAMO
007440            WHERE CONT_CARGO = :DCLCONTRATO.CLAVE-CONTRATO
007450              AND ESTADO = 'A'
007460        END-EXEC
007470        IF SQLCODE NOT EQUAL 0
007480           PERFORM 2395-ERROR-SQL-LIQUIDACION
007490        ELSE
007500           IF WS-CIE-PRESTAMOS GREATER THAN ZERO
007510              SET CODERR-CONTRATO-PREST    TO TRUE
007520              MOVE 0                       TO WS-RES-SQLCODE
007530              MOVE 'CONTRATO CON PRESTAMOS VIVOS. NO SE LIQUIDA'
007540                                           TO WS-RES-DESCRIPCION
007550           END-IF
007560        END-IF
007570     END-IF.
007580
007590* ***************************************************************
007600* CALCULA LOS INTERESES DEL CONTRATO PENDIENTES DE LIQUIDAR A LA
007610* FECHA DE CIERRE: LO ACUMULADO EN IBMUSER.INTERES_ACUMULADO
007620* MAS, SI EL DEVENGO NOCTURNO NO LLEGO HASTA LA VISPERA DEL
007630* CIERRE, LOS DIAS QUE FALTAN. EL DIA DEL CIERRE NO DEVENGA: EL
007640* CONTRATO LO TERMINA SIN SALDO
007650* ***************************************************************
007660 2320-CALCULA-INTERESES-BAJA.
007670
007680     MOVE 0   TO WS-CIE-INT-ACREEDOR.
007690     MOVE 0   TO WS-CIE-INT-DEUDOR.
007700     MOVE 0   TO WS-CIE-DIAS-PENDIENTES.
007710     MOVE 'N' TO WS-CON-ACUMULADO.
007720     MOVE CLAVE-CONTRATO OF DCLCONTRATO
007730       TO CLAVE-CONTRATO OF DCLINTERES-ACUMULADO.
007740
007750     EXEC SQL
007760        SELECT ACUM_ACREEDOR, ACUM_DEUDOR, FECHA_ULT_DEVENGO,
007770               DAYS(CURRENT DATE - 1 DAY) -
007780               DAYS(FECHA_ULT_DEVENGO),
007790               CHAR(CURRENT DATE - 1 DAY, ISO)
007800          INTO :DCLINTERES-ACUMULADO.ACUM-ACREEDOR,
007810               :DCLINTERES-ACUMULADO.ACUM-DEUDOR,
007820               :DCLINTERES-ACUMULADO.FECHA-ULT-DEVENGO,
007830               :WS-CIE-DIAS-PENDIENTES,
007840               :WS-CIE-FECHA-VISPERA
007850          FROM IBMUSER.INTERES_ACUMULADO
007860         WHERE CLAVE_CONTRATO =
007870               :DCLINTERES-ACUMULADO.CLAVE-CONTRATO
007880     END-EXEC.
007890
007900* UN CONTRATO SIN ACUMULADO NUNCA HA DEVENGADO: NO HAY INTERESES
007910* QUE LIQUIDAR
007920     IF SQLCODE EQUAL 100
007930        CONTINUE
007940     ELSE
007950        IF SQLCODE NOT EQUAL 0
007960           PERFORM 2395-ERROR-SQL-LIQUIDACION
007970        ELSE
007980           MOVE 'S' TO WS-CON-ACUMULADO
007990        END-IF
008000     END-IF.
008010
008020     IF CODERR-OK AND WS-CON-ACUMULADO-SI
008030        AND WS-CIE-DIAS-PENDIENTES GREATER THAN ZERO
008040        AND FECHA-ULT-DEVENGO OF DCLINTERES-ACUMULADO
008050            NOT EQUAL '0001-01-01'
008060        PERFORM 2325-COMPLETA-DEVENGO-BAJA
008070     END-IF.
008080
008090     IF CODERR-OK AND WS-CON-ACUMULADO-SI
008100        COMPUTE WS-CIE-INT-ACREEDOR ROUNDED =
008110                ACUM-ACREEDOR OF DCLINTERES-ACUMULADO
008120        COMPUTE WS-CIE-INT-DEUDOR ROUNDED =
008130                ACUM-DEUDOR OF DCLINTERES-ACUMULADO
008140     END-IF.
008150
008160* ***************************************************************
008170* COMPLETA EL DEVENGO DE LOS DIAS QUE INTE01 NO HA LLEGADO A
008180* DEVENGAR ANTES DEL CIERRE, SOBRE EL SALDO ACTUAL Y A LOS TIPOS
008190* VIGENTES HOY, CON LA MISMA BASE ACT/360 Y LAS MISMAS BANDAS
008200* ***************************************************************
008210 2325-COMPLETA-DEVENGO-BAJA.
008220
008230     PERFORM 2326-BUSCA-TIPO-INTERES.
008240
008250     IF CODERR-OK AND WS-SIN-TIPO-NO
008260        IF IMPORTE OF DCLCONTRATO GREATER THAN ZERO
008270           MOVE IMPORTE OF DCLCONTRATO TO WS-DEV-SALDO-BASE
008280           MOVE WS-TIPO-ACREEDOR       TO WS-DEV-TIPO
008290           MOVE WS-TIPO-ACREEDOR-EXC   TO WS-DEV-TIPO-EXC
008300           PERFORM 2327-DEVENGA-POR-BANDAS
008310           COMPUTE ACUM-ACREEDOR OF DCLINTERES-ACUMULADO =
008320                   ACUM-ACREEDOR OF DCLINTERES-ACUMULADO +
008330                   (WS-INTERES-DIA * WS-CIE-DIAS-PENDIENTES)
008340        END-IF
008350        IF IMPORTE OF DCLCONTRATO LESS THAN ZERO
008360           COMPUTE WS-DEV-SALDO-BASE = 0 - IMPORTE OF DCLCONTRATO
008370           MOVE WS-TIPO-DEUDOR         TO WS-DEV-TIPO
008380           MOVE WS-TIPO-DEUDOR-EXC     TO WS-DEV-TIPO-EXC
008390           PERFORM 2327-DEVENGA-POR-BANDAS
008400           COMPUTE ACUM-DEUDOR OF DCLINTERES-ACUMULADO =
008410                   ACUM-DEUDOR OF DCLINTERES-ACUMULADO +
008420                   (WS-INTERES-DIA * WS-CIE-DIAS-PENDIENTES)
008430        END-IF
008440        MOVE WS-CIE-FECHA-VISPERA TO FECHA-ULT-DEVENGO
008450                                     OF DCLINTERES-ACUMULADO
008460     END-IF.
008470
008480* ***************************************************************
008490* BUSCA LOS TIPOS DE INTERES VIGENTES HOY PARA EL CONTRATO: LA
008500* FILA DEL CONTRATO O, EN SU DEFECTO, LA GENERAL DE LA CLAVE 0,
008510* CON LA FECHA DE EFECTO MAS RECIENTE NO POSTERIOR A HOY, COMO
008520* HACE INTE01. SIN FILA VIGENTE NO HAY NADA QUE COMPLETAR
008530* ***************************************************************
008540 2326-BUSCA-TIPO-INTERES.
008550
008560     MOVE 'N' TO WS-SIN-TIPO.
008570     MOVE CLAVE-CONTRATO OF DCLCONTRATO
008580       TO CLAVE-CONTRATO OF DCLTIPO-INTERES.
008590
008600     EXEC SQL
008610        SELECT TIPO_ACREEDOR, TIPO_DEUDOR, LIMITE_BANDA,
008620               TIPO_ACREEDOR_EXC, TIPO_DEUDOR_EXC
008630          INTO :DCLTIPO-INTERES.TIPO-ACREEDOR,
008640               :DCLTIPO-INTERES.TIPO-DEUDOR,
008650               :DCLTIPO-INTERES.LIMITE-BANDA,
008660               :DCLTIPO-INTERES.TIPO-ACREEDOR-EXC,
008670               :DCLTIPO-INTERES.TIPO-DEUDOR-EXC
008680          FROM IBMUSER.TIPO_INTERES
008690         WHERE CLAVE_CONTRATO = :DCLTIPO-INTERES.CLAVE-CONTRATO
008700           AND FECHA_DESDE =
008710               (SELECT MAX(FECHA_DESDE)
008720                  FROM IBMUSER.TIPO_INTERES
008730                 WHERE CLAVE_CONTRATO =
008740                       :DCLTIPO-INTERES.CLAVE-CONTRATO
008750                   AND FECHA_DESDE <= CURRENT DATE)
008760     END-EXEC.
008770
008780     IF SQLCODE EQUAL 100
008790        EXEC SQL
008800           SELECT TIPO_ACREEDOR, TIPO_DEUDOR, LIMITE_BANDA,
008810                  TIPO_ACREEDOR_EXC, TIPO_DEUDOR_EXC
008820             INTO :DCLTIPO-INTERES.TIPO-ACREEDOR,
008830                  :DCLTIPO-INTERES.TIPO-DEUDOR,
008840                  :DCLTIPO-INTERES.LIMITE-BANDA,
008850                  :DCLTIPO-INTERES.TIPO-ACREEDOR-EXC,
008860                  :DCLTIPO-INTERES.TIPO-DEUDOR-EXC
008870             FROM IBMUSER.TIPO_INTERES
008880            WHERE CLAVE_CONTRATO = 0
008890              AND FECHA_DESDE =
008900                  (SELECT MAX(FECHA_DESDE)
008910                     FROM IBMUSER.TIPO_INTERES
008920                    WHERE CLAVE_CONTRATO = 0
008930                      AND FECHA_DESDE <= CURRENT DATE)
008940        END-EXEC
008950     END-IF.
008960
008970     IF SQLCODE EQUAL 100
008980        MOVE 'S' TO WS-SIN-TIPO
008990     ELSE
009000        IF SQLCODE NOT EQUAL 0
009010           PERFORM 2395-ERROR-SQL-LIQUIDACION
009020        ELSE
009030           MOVE TIPO-ACREEDOR OF DCLTIPO-INTERES
009040             TO WS-TIPO-ACREEDOR
009050           MOVE TIPO-DEUDOR OF DCLTIPO-INTERES
009060             TO WS-TIPO-DEUDOR
009070           MOVE LIMITE-BANDA OF DCLTIPO-INTERES
009080             TO WS-LIMITE-BANDA
009090           MOVE TIPO-ACREEDOR-EXC OF DCLTIPO-INTERES
009100             TO WS-TIPO-ACREEDOR-EXC
009110           MOVE TIPO-DEUDOR-EXC OF DCLTIPO-INTERES
009120             TO WS-TIPO-DEUDOR-EXC
009130        END-IF
009140     END-IF.
009150
009160* ***************************************************************
009170* CALCULA EN WS-INTERES-DIA EL DEVENGO DE UN DIA DEL SALDO BASE
009180* WS-DEV-SALDO-BASE, APLICANDO EL TIPO BASE HASTA LA BANDA Y EL
009190* TIPO DEL EXCESO POR ENCIMA, COMO INTE01
009200* ***************************************************************
009210 2327-DEVENGA-POR-BANDAS.
009220
009230     IF WS-LIMITE-BANDA GREATER THAN ZERO
009240        AND WS-DEV-SALDO-BASE GREATER THAN WS-LIMITE-BANDA
009250        COMPUTE WS-DEV-EXCESO =
009260                WS-DEV-SALDO-BASE - WS-LIMITE-BANDA
009270        COMPUTE WS-INTERES-DIA ROUNDED =
009280                (WS-LIMITE-BANDA * WS-DEV-TIPO / 36000) +
009290                (WS-DEV-EXCESO * WS-DEV-TIPO-EXC / 36000)
009300     ELSE
009310        COMPUTE WS-INTERES-DIA ROUNDED =
009320                WS-DEV-SALDO-BASE * WS-DEV-TIPO / 36000
009330     END-IF.
009340
009350* ***************************************************************
009360* SUMA LAS COMISIONES DEVENGADAS DEL CONTRATO PENDIENTES DE
009370* FACTURAR EN IBMUSER.COMISION_PENDIENTE (EN LA DIVISA DEL
009380* CONTRATO, COMO LAS FACTURA FACT01)
009390* ***************************************************************
009400 2330-CALCULA-COMISIONES-BAJA.
009410
009420     MOVE 0 TO WS-CIE-COMISIONES.
009430
009440     EXEC SQL
009450        SELECT SUM(IMPORTE_COMISION)
009460          INTO :WS-CIE-COMISIONES :IND-NULL
009470          FROM IBMUSER.COMISION_PENDIENTE
009480         WHERE CLAVE_CONTRATO = :DCLCONTRATO.CLAVE-CONTRATO
009490           AND ESTADO = 'P'
009500     END-EXEC.
009510
009520     IF SQLCODE NOT EQUAL 0
009530        PERFORM 2395-ERROR-SQL-LIQUIDACION
009540     ELSE
009550        IF IND-NULL EQUAL -1
009560           MOVE 0 TO WS-CIE-COMISIONES
009570        END-IF
009580     END-IF.
009590
009600* ***************************************************************
009610* CALCULA LA RETENCION FISCAL SOBRE LOS INTERESES ACREEDORES DE
009620* LA BAJA CON LA FILA DE IBMUSER.RETENCION_FISCAL DEL TIPO DE
009630* CLIENTE DEL TITULAR (O LA GENERAL) VIGENTE HOY, COMO INTE01, Y
009640* SU CONTRAVALOR EN LA DIVISA DEL CONTRATO DE RETENCIONES. LOS
009650* CLIENTES EXENTOS Y EL PROPIO CONTRATO DE RETENCIONES NO
009660* RETIENEN
009670* ***************************************************************
009680 2335-CALCULA-RETENCION-BAJA.
009690
009700     MOVE 0   TO WS-CIE-RETENCION.
009710     MOVE 0   TO WS-RET-IMPORTE-DESTINO.
009720     MOVE 0   TO TIPO-RETENCION OF DCLRETENCION-FISCAL.
009730     MOVE SPACES TO WS-RET-TIPO-CLIENTE.
009740     MOVE 'S' TO WS-RET-SIN-TIPO.
009750
009760     IF WS-CIE-INT-ACREEDOR GREATER THAN ZERO
009770        EXEC SQL
009780           SELECT C.TIPO_CLIENTE
009790             INTO :WS-RET-TIPO-CLIENTE
009800             FROM IBMUSER.CLIENTE C
009810            WHERE C.CLAVE_CLIENTE =
009820                  (SELECT MIN(L.CLAVE_CLIENTE)
009830                     FROM IBMUSER.CLIENTE_CONTRATO L
009840                    WHERE L.CLAVE_CONTRATO =
009850                          :DCLCONTRATO.CLAVE-CONTRATO)
009860        END-EXEC
009870        IF SQLCODE EQUAL 100
009880           MOVE SPACES TO WS-RET-TIPO-CLIENTE
009890        ELSE
009900           IF SQLCODE NOT EQUAL 0
009910              PERFORM 2395-ERROR-SQL-LIQUIDACION
009920           END-IF
009930        END-IF
009940     END-IF.
009950
009960     IF CODERR-OK AND WS-CIE-INT-ACREEDOR GREATER THAN ZERO
009970        MOVE WS-RET-TIPO-CLIENTE
009980          TO TIPO-CLIENTE OF DCLRETENCION-FISCAL
009990        PERFORM 2336-LEE-RETENCION
010000        IF SQLCODE EQUAL 100
010010           AND WS-RET-TIPO-CLIENTE NOT EQUAL SPACES
010020           MOVE SPACES TO TIPO-CLIENTE OF DCLRETENCION-FISCAL
010030           PERFORM 2336-LEE-RETENCION
010040        END-IF
010050        IF SQLCODE EQUAL 100
010060           MOVE 0   TO TIPO-RETENCION OF DCLRETENCION-FISCAL
010070        ELSE
010080           IF SQLCODE NOT EQUAL 0
010090              PERFORM 2395-ERROR-SQL-LIQUIDACION
010100           ELSE
010110              MOVE 'N' TO WS-RET-SIN-TIPO
010120           END-IF
010130        END-IF
010140     END-IF.
010150
010160     IF CODERR-OK AND WS-RET-SIN-TIPO-NO
010170        IF EXENTO OF DCLRETENCION-FISCAL EQUAL 'S'
010180           OR CONT-RETENCION OF DCLRETENCION-FISCAL EQUAL
010190              CLAVE-CONTRATO OF DCLCONTRATO
010200           MOVE 0 TO TIPO-RETENCION OF DCLRETENCION-FISCAL
010210        ELSE
010220           COMPUTE WS-CIE-RETENCION ROUNDED =
010230                   WS-CIE-INT-ACREEDOR *
010240                   TIPO-RETENCION OF DCLRETENCION-FISCAL / 100
010250        END-IF
010260     END-IF.
010270
010280     IF CODERR-OK AND WS-CIE-RETENCION GREATER THAN ZERO
010290        EXEC SQL
010300           SELECT MONEDA
010310             INTO :WS-RET-MONEDA-DESTINO
010320             FROM IBMUSER.CONTRATO
010330            WHERE CLAVE_CONTRATO =
010340                  :DCLRETENCION-FISCAL.CONT-RETENCION
010350        END-EXEC
010360        IF SQLCODE NOT EQUAL 0
010370           PERFORM 2395-ERROR-SQL-LIQUIDACION
010380        ELSE
010390           MOVE WS-CIE-MONEDA         TO WS-CONV-MONEDA-ORIGEN
010400           MOVE WS-RET-MONEDA-DESTINO TO WS-CONV-MONEDA-DESTINO
010410           MOVE WS-CIE-RETENCION      TO WS-CONV-IMPORTE-ENTRADA
010420           PERFORM 2600-CONVIERTE-IMPORTE
010430           MOVE WS-CONV-IMPORTE-SALIDA TO WS-RET-IMPORTE-DESTINO
010440        END-IF
010450     END-IF.
010460
010470* ***************************************************************
010480* LEE LA FILA DE IBMUSER.RETENCION_FISCAL DEL TIPO DE CLIENTE
010490* INDICADO CON LA FECHA DE EFECTO MAS RECIENTE NO POSTERIOR A HOY
010500* ***************************************************************
010510 2336-LEE-RETENCION.
010520
010530     EXEC SQL
010540        SELECT TIPO_RETENCION, EXENTO, CONT_RETENCION
010550          INTO :DCLRETENCION-FISCAL.TIPO-RETENCION,
010560               :DCLRETENCION-FISCAL.EXENTO,
010570               :DCLRETENCION-FISCAL.CONT-RETENCION
010580          FROM IBMUSER.RETENCION_FISCAL
010590         WHERE TIPO_CLIENTE = :DCLRETENCION-FISCAL.TIPO-CLIENTE
010600           AND FECHA_DESDE =
010610               (SELECT MAX(FECHA_DESDE)
010620                  FROM IBMUSER.RETENCION_FISCAL
010630                 WHERE TIPO_CLIENTE =
010640                       :DCLRETENCION-FISCAL.TIPO-CLIENTE
010650                   AND FECHA_DESDE <= CURRENT DATE)
010660     END-EXEC.
010670
010680* ***************************************************************
010690* CALCULA EL SALDO FINAL DEL CONTRATO TRAS LA LIQUIDACION Y
010700* RECHAZA LA BAJA SI EL CONTRATO ESTA O QUEDARIA AL DESCUBIERTO:
010710* LA DEUDA DEBE CUBRIRSE ANTES DE CANCELARLO
010720* ***************************************************************
010730 2340-COMPRUEBA-SALDO-FINAL.
010740
010750     COMPUTE WS-CIE-SALDO-FINAL = WS-CIE-SALDO-PREVIO +
010760             WS-CIE-INT-ACREEDOR - WS-CIE-RETENCION -
010770             WS-CIE-INT-DEUDOR - WS-CIE-COMISIONES.
010780
010790     IF WS-CIE-SALDO-PREVIO LESS THAN ZERO
010800        OR WS-CIE-SALDO-FINAL LESS THAN ZERO
010810        SET CODERR-CONTRATO-DESCUB         TO TRUE
010820        MOVE 0                             TO WS-RES-SQLCODE
010830        MOVE 'CONTRATO AL DESCUBIERTO. CUBRALO ANTES DE LA BAJA'
010840                                           TO WS-RES-DESCRIPCION
010850     END-IF.
010860
010870* ***************************************************************
010880* COMPRUEBA EL CONTRATO DE LIQUIDACION QUE RECIBE EL SALDO FINAL:
010890* DEBE SER OTRO CONTRATO, EXISTIR Y ADMITIR ABONOS (VIGENTE,
010900* BLOQUEADO PARA DEBITOS O INACTIVO, COMO EL DESTINO DE TRAN01).
010910* EL IMPORTE SE CONVIERTE A SU DIVISA CON IBMUSER.TIPO_CAMBIO
010920* ***************************************************************
010930 2345-COMPRUEBA-CONT-LIQUIDACION.
010940
010950     IF WS-PET-CONT-LIQUIDACION NOT NUMERIC
010960        MOVE 0 TO WS-PET-CONT-LIQUIDACION
010970     END-IF.
010980
010990     IF WS-PET-CONT-LIQUIDACION EQUAL ZERO
011000        OR WS-PET-CONT-LIQUIDACION EQUAL
011010           CLAVE-CONTRATO OF DCLCONTRATO
011020        SET CODERR-CONT-LIQ-INV            TO TRUE
011030        MOVE 0                             TO WS-RES-SQLCODE
011040        MOVE 'INDIQUE OTRO CONTRATO AL QUE TRASPASAR EL SALDO'
011050                                           TO WS-RES-DESCRIPCION
011060     ELSE
011070        EXEC SQL
011080           SELECT ESTADO, MONEDA
011090             INTO :WS-CIE-ESTADO-LIQ, :WS-CIE-MONEDA-LIQ
011100             FROM IBMUSER.CONTRATO
011110            WHERE CLAVE_CONTRATO = :WS-PET-CONT-LIQUIDACION
011120        END-EXEC
011130        IF SQLCODE EQUAL 100
011140           SET CODERR-CONT-LIQ-INV         TO TRUE
011150           MOVE 0                          TO WS-RES-SQLCODE
011160           MOVE 'EL CONTRATO DE LIQUIDACION NO EXISTE'
011170                                           TO WS-RES-DESCRIPCION
011180        ELSE
011190           IF SQLCODE NOT EQUAL 0
011200              PERFORM 2395-ERROR-SQL-LIQUIDACION
011210           END-IF
011220        END-IF
011230     END-IF.
011240
011250     IF CODERR-OK
011260     EVALUATE WS-CIE-ESTADO-LIQ
011270       WHEN 'V'
011280       WHEN 'D'
011290       WHEN 'I'
011300         CONTINUE
011310       WHEN OTHER
011320         SET CODERR-CONT-LIQ-BLQ            TO TRUE
011330         MOVE 0                             TO WS-RES-SQLCODE
011340         MOVE 'EL CONTRATO DE LIQUIDACION NO ADMITE ABONOS'
011350                                            TO WS-RES-DESCRIPCION
011360     END-EVALUATE
011370     END-IF.
011380
011390     IF CODERR-OK
011400        MOVE WS-CIE-MONEDA           TO WS-CONV-MONEDA-ORIGEN
011410        MOVE WS-CIE-MONEDA-LIQ       TO WS-CONV-MONEDA-DESTINO
011420        MOVE WS-CIE-SALDO-FINAL      TO WS-CONV-IMPORTE-ENTRADA
011430        PERFORM 2600-CONVIERTE-IMPORTE
011440        MOVE WS-CONV-IMPORTE-SALIDA  TO WS-CIE-IMPORTE-ABONO
011450     END-IF.
011460
011470* ***************************************************************
011480* POSTEA LA LIQUIDACION DE INTERESES DE LA BAJA: UN ABONO POR LOS
011490* ACREEDORES CON SU RETENCION FISCAL Y UN CARGO POR LOS
011500* DEUDORES, COMO LOS DE INTE01, Y DEJA EL ACUMULADO A CERO CON
011510* SUS DEVENGOS MARCADOS COMO LIQUIDADOS
011520* ***************************************************************
011530 2350-POSTEA-INTERESES-BAJA.
011540
011550     IF WS-CIE-INT-ACREEDOR GREATER THAN ZERO
011560        EXEC SQL
011570          UPDATE  IBMUSER.CONTRATO
011580             SET  IMPORTE = IMPORTE + :WS-CIE-INT-ACREEDOR
011590           WHERE  CLAVE_CONTRATO = :DCLCONTRATO.CLAVE-CONTRATO
011600        END-EXEC
011610        IF SQLCODE NOT EQUAL 0
011620           PERFORM 2395-ERROR-SQL-LIQUIDACION
011630        ELSE
011640           MOVE -1                    TO IND-ORIGEN
011650           MOVE 0                     TO IND-DESTINO
011660           MOVE CLAVE-CONTRATO OF DCLCONTRATO TO DESTINO
011670           MOVE WS-DESC-LIQ-ACREEDORA TO DESCRIPCION
011680                                         OF DCLMOVIMIENTO
011690           MOVE WS-CIE-INT-ACREEDOR   TO IMPORTE OF DCLMOVIMIENTO
011700           MOVE 'N'                   TO TIPO-OPERACION
011710                                         OF DCLMOVIMIENTO
011720           PERFORM 2700-INSERTA-MOVIMIENTO
011730           MOVE CLAVE-MOVIMIENTO      TO WS-RET-MOV-ABONO
011740        END-IF
011750     END-IF.
011760
011770     MOVE 0 TO WS-RET-MOV-RETENCION.
011780     IF CODERR-OK AND WS-CIE-RETENCION GREATER THAN ZERO
011790        PERFORM 2355-POSTEA-RETENCION-BAJA
011800     END-IF.
011810     IF CODERR-OK AND WS-CIE-INT-ACREEDOR GREATER THAN ZERO
011820        PERFORM 2356-REGISTRA-RETENCION-BAJA
011830     END-IF.
011840
011850     IF CODERR-OK AND WS-CIE-INT-DEUDOR GREATER THAN ZERO
011860        EXEC SQL
011870          UPDATE  IBMUSER.CONTRATO
011880             SET  IMPORTE = IMPORTE - :WS-CIE-INT-DEUDOR
011890           WHERE  CLAVE_CONTRATO = :DCLCONTRATO.CLAVE-CONTRATO
011900        END-EXEC
011910        IF SQLCODE NOT EQUAL 0
011920           PERFORM 2395-ERROR-SQL-LIQUIDACION
011930        ELSE
011940           MOVE 0                     TO IND-ORIGEN
011950           MOVE -1                    TO IND-DESTINO
011960           MOVE CLAVE-CONTRATO OF DCLCONTRATO TO ORIGEN
011970           MOVE WS-DESC-LIQ-DEUDORA   TO DESCRIPCION
011980                                         OF DCLMOVIMIENTO
011990           MOVE WS-CIE-INT-DEUDOR     TO IMPORTE OF DCLMOVIMIENTO
012000           MOVE 'N'                   TO TIPO-OPERACION
012010                                         OF DCLMOVIMIENTO
012020           PERFORM 2700-INSERTA-MOVIMIENTO
012030        END-IF
012040     END-IF.
012050
012060     IF CODERR-OK AND WS-CON-ACUMULADO-SI
012070        EXEC SQL
012080           UPDATE IBMUSER.INTERES_ACUMULADO
012090              SET ACUM_ACREEDOR = 0,
012100                  ACUM_DEUDOR = 0,
012110                  FECHA_ULT_DEVENGO =
012120                  DATE(:DCLINTERES-ACUMULADO.FECHA-ULT-DEVENGO),
012130                  FECHA_ULT_CAP = CURRENT DATE
012140            WHERE CLAVE_CONTRATO =
012150                  :DCLINTERES-ACUMULADO.CLAVE-CONTRATO
012160        END-EXEC
012170        IF SQLCODE NOT EQUAL 0
012180           PERFORM 2395-ERROR-SQL-LIQUIDACION
012190        END-IF
012200     END-IF.
012210
012220     IF CODERR-OK AND WS-CON-ACUMULADO-SI
012230        EXEC SQL
012240           UPDATE IBMUSER.DEVENGO_DIARIO
012250              SET LIQUIDADO = 'S'
012260            WHERE CLAVE_CONTRATO =
012270                  :DCLINTERES-ACUMULADO.CLAVE-CONTRATO
012280              AND LIQUIDADO = 'N'
012290        END-EXEC
012300        IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
012310           PERFORM 2395-ERROR-SQL-LIQUIDACION
012320        END-IF
012330     END-IF.
012340
012350* ***************************************************************
012360* POSTEA LA RETENCION FISCAL DE LA BAJA: LA CARGA AL CONTRATO,
012370* ABONA SU CONTRAVALOR AL CONTRATO DE RETENCIONES A INGRESAR E
012380* INSERTA EL MOVIMIENTO DE RETENCION ENTRE AMBOS
012390* ***************************************************************
012400 2355-POSTEA-RETENCION-BAJA.
012410
012420     EXEC SQL
012430       UPDATE  IBMUSER.CONTRATO
012440          SET  IMPORTE = IMPORTE - :WS-CIE-RETENCION
012450        WHERE  CLAVE_CONTRATO = :DCLCONTRATO.CLAVE-CONTRATO
012460     END-EXEC.
012470
012480     IF SQLCODE NOT EQUAL 0
012490        PERFORM 2395-ERROR-SQL-LIQUIDACION
012500     END-IF.
012510
012520     IF CODERR-OK
012530        EXEC SQL
012540          UPDATE  IBMUSER.CONTRATO
012550             SET  IMPORTE = IMPORTE + :WS-RET-IMPORTE-DESTINO
012560           WHERE  CLAVE_CONTRATO =
012570                  :DCLRETENCION-FISCAL.CONT-RETENCION
012580        END-EXEC
012590        IF SQLCODE NOT EQUAL 0
012600           PERFORM 2395-ERROR-SQL-LIQUIDACION
012610        END-IF
012620     END-IF.
012630
012640     IF CODERR-OK
012650        MOVE 0                        TO IND-ORIGEN
012660        MOVE 0                        TO IND-DESTINO
012670        MOVE CLAVE-CONTRATO OF DCLCONTRATO TO ORIGEN
012680        MOVE CONT-RETENCION OF DCLRETENCION-FISCAL TO DESTINO
012690        MOVE WS-DESC-RETENCION        TO DESCRIPCION
012700                                         OF DCLMOVIMIENTO
012710        MOVE WS-CIE-RETENCION         TO IMPORTE OF DCLMOVIMIENTO
012720        MOVE 'F'                      TO TIPO-OPERACION
012730                                         OF DCLMOVIMIENTO
012740        PERFORM 2700-INSERTA-MOVIMIENTO
012750        MOVE CLAVE-MOVIMIENTO         TO WS-RET-MOV-RETENCION
012760     END-IF.
012770
012780* ***************************************************************
012790* REGISTRA EN IBMUSER.RETENCION_PRACTICADA EL ABONO DE INTERESES
012800* DE LA BAJA Y SU RETENCION (CERO SI EXENTO O SIN TIPO), PARA LA
012810* DECLARACION FISCAL ANUAL, COMO LAS LIQUIDACIONES DE INTE01
012820* ***************************************************************
012830 2356-REGISTRA-RETENCION-BAJA.
012840
012850     MOVE CLAVE-CONTRATO OF DCLCONTRATO
012860       TO CLAVE-CONTRATO OF DCLRETENCION-PRACTICADA.
012870     MOVE WS-CIE-MONEDA
012880       TO MONEDA OF DCLRETENCION-PRACTICADA.
012890     MOVE WS-RET-TIPO-CLIENTE
012900       TO TIPO-CLIENTE OF DCLRETENCION-PRACTICADA.
012910     MOVE WS-CIE-INT-ACREEDOR
012920       TO INTERES-BRUTO OF DCLRETENCION-PRACTICADA.
012930     MOVE TIPO-RETENCION OF DCLRETENCION-FISCAL
012940       TO TIPO-RETENCION OF DCLRETENCION-PRACTICADA.
012950     MOVE WS-CIE-RETENCION
012960       TO IMPORTE-RETENIDO OF DCLRETENCION-PRACTICADA.
012970     MOVE WS-RET-MOV-ABONO
012980       TO CLAVE-MOV-ABONO OF DCLRETENCION-PRACTICADA.
012990     MOVE WS-RET-MOV-RETENCION
013000       TO CLAVE-MOV-RETENCION OF DCLRETENCION-PRACTICADA.
013010     MOVE 'MANT01'
013020       TO ORIGEN-LIQUIDACION OF DCLRETENCION-PRACTICADA.
013030
013040     EXEC SQL
013050        INSERT INTO IBMUSER.RETENCION_PRACTICADA
013060              (CLAVE_CONTRATO, FECHA_LIQUIDACION, MONEDA,
013070               TIPO_CLIENTE, INTERES_BRUTO, TIPO_RETENCION,
013080               IMPORTE_RETENIDO, CLAVE_MOV_ABONO,
013090               CLAVE_MOV_RETENCION, ORIGEN_LIQUIDACION)
013100        VALUES (:DCLRETENCION-PRACTICADA.CLAVE-CONTRATO,
013110                CURRENT DATE,
013120                :DCLRETENCION-PRACTICADA.MONEDA,
013130                :DCLRETENCION-PRACTICADA.TIPO-CLIENTE,
013140                :DCLRETENCION-PRACTICADA.INTERES-BRUTO,
013150                :DCLRETENCION-PRACTICADA.TIPO-RETENCION,
013160                :DCLRETENCION-PRACTICADA.IMPORTE-RETENIDO,
013170                :DCLRETENCION-PRACTICADA.CLAVE-MOV-ABONO,
013180                :DCLRETENCION-PRACTICADA.CLAVE-MOV-RETENCION,
013190                :DCLRETENCION-PRACTICADA.ORIGEN-LIQUIDACION)
013200     END-EXEC.
013210
013220     IF SQLCODE NOT EQUAL 0
013230        PERFORM 2395-ERROR-SQL-LIQUIDACION
013240     END-IF.
013250
013260* ***************************************************************
013270* CARGA AL CONTRATO LAS COMISIONES DEVENGADAS PENDIENTES DE
013280* FACTURAR EN UN UNICO MOVIMIENTO, COMO EL CARGO CONSOLIDADO DE
013290* FACT01, Y LAS MARCA COMO FACTURADAS
013300* ***************************************************************
013310 2360-FACTURA-COMISIONES-BAJA.
013320
013330     EXEC SQL
013340       UPDATE  IBMUSER.CONTRATO
013350          SET  IMPORTE = IMPORTE - :WS-CIE-COMISIONES
013360        WHERE  CLAVE_CONTRATO = :DCLCONTRATO.CLAVE-CONTRATO
013370     END-EXEC.
013380
013390     IF SQLCODE NOT EQUAL 0
013400        PERFORM 2395-ERROR-SQL-LIQUIDACION
013410     ELSE
013420        MOVE 0                        TO IND-ORIGEN
013430        MOVE -1                       TO IND-DESTINO
013440        MOVE CLAVE-CONTRATO OF DCLCONTRATO TO ORIGEN
013450        MOVE WS-DESC-COMISIONES-BAJA  TO DESCRIPCION
013460                                         OF DCLMOVIMIENTO
013470        MOVE WS-CIE-COMISIONES        TO IMPORTE OF DCLMOVIMIENTO
013480        MOVE 'C'                      TO TIPO-OPERACION
013490                                         OF DCLMOVIMIENTO
013500        PERFORM 2700-INSERTA-MOVIMIENTO
013510     END-IF.
013520
013530     IF CODERR-OK
013540        EXEC SQL
013550           UPDATE IBMUSER.COMISION_PENDIENTE
013560              SET ESTADO = 'F'
013570            WHERE CLAVE_CONTRATO = :DCLCONTRATO.CLAVE-CONTRATO
013580              AND ESTADO = 'P'
013590        END-EXEC
013600        IF SQLCODE NOT EQUAL 0
013610           PERFORM 2395-ERROR-SQL-LIQUIDACION
013620        END-IF
013630     END-IF.
013640
013650* ***************************************************************
013660* CANCELA LAS ORDENES PERMANENTES NO CERRADAS QUE CARGAN O ABONAN
013670* AL CONTRATO (ESTADO 'C', COMO LA BAJA DE MANT02) Y ANULA SUS
013680* PENDIENTES AUN NO POSTEADOS (ESTADO 'A', COMO PEND01), PARA
013690* QUE NINGUN PROCESO VUELVA A MOVER UN CONTRATO CERRADO. SE
013700* CUENTAN ANTES PARA LA CARTA DE LIQUIDACION
013710* ***************************************************************
013720 2370-CANCELA-ORDENES-BAJA.
013730
013740     MOVE 0 TO WS-CIE-ORDENES.
013750     MOVE 0 TO WS-CIE-PENDIENTES.
013760
013770     EXEC SQL
013780        SELECT COUNT(*)
013790          INTO :WS-CIE-ORDENES
013800          FROM IBMUSER.ORDEN_PERMANENTE
013810         WHERE (CONT_ORIGEN = :DCLCONTRATO.CLAVE-CONTRATO
013820            OR  CONT_DESTINO = :DCLCONTRATO.CLAVE-CONTRATO)
013830           AND ESTADO <> 'C'
013840     END-EXEC.
013850
013860     IF SQLCODE NOT EQUAL 0
013870        PERFORM 2395-ERROR-SQL-LIQUIDACION
013880     END-IF.
013890
013900     IF CODERR-OK AND WS-CIE-ORDENES GREATER THAN ZERO
013910        EXEC SQL
013920           UPDATE IBMUSER.ORDEN_PERMANENTE
013930              SET ESTADO = 'C'
013940            WHERE (CONT_ORIGEN = :DCLCONTRATO.CLAVE-CONTRATO
013950               OR  CONT_DESTINO = :DCLCONTRATO.CLAVE-CONTRATO)
013960              AND ESTADO <> 'C'
013970        END-EXEC
013980        IF SQLCODE NOT EQUAL 0
013990           PERFORM 2395-ERROR-SQL-LIQUIDACION
014000        END-IF
014010     END-IF.
014020
014030     IF CODERR-OK
014040        EXEC SQL
014050           SELECT COUNT(*)
014060             INTO :WS-CIE-PENDIENTES
014070             FROM IBMUSER.PENDIENTE
014080            WHERE (CONT_ORIGEN = :DCLCONTRATO.CLAVE-CONTRATO
014090               OR  CONT_DESTINO = :DCLCONTRATO.CLAVE-CONTRATO)
014100              AND ESTADO = 'P'
014110        END-EXEC
014120        IF SQLCODE NOT EQUAL 0
014130           PERFORM 2395-ERROR-SQL-LIQUIDACION
014140        END-IF
014150     END-IF.
014160
014170     IF CODERR-OK AND WS-CIE-PENDIENTES GREATER THAN ZERO
014180        EXEC SQL
014190           UPDATE IBMUSER.PENDIENTE
014200              SET ESTADO = 'A'
014210            WHERE (CONT_ORIGEN = :DCLCONTRATO.CLAVE-CONTRATO
014220               OR  CONT_DESTINO = :DCLCONTRATO.CLAVE-CONTRATO)
014230              AND ESTADO = 'P'
014240        END-EXEC
014250        IF SQLCODE NOT EQUAL 0
014260           PERFORM 2395-ERROR-SQL-LIQUIDACION
014270        END-IF
014280     END-IF.
014290
014300* ***************************************************************
014310* TRASPASA EL SALDO FINAL DEL CONTRATO AL CONTRATO DE LIQUIDACION
014320* (YA CONVERTIDO A SU DIVISA EN 2345) Y LO REGISTRA COMO UNA
014330* TRANSFERENCIA EN IBMUSER.MOVIMIENTO, DEJANDO EL CONTRATO A CERO
014340* ***************************************************************
014350 2380-TRASPASA-SALDO-BAJA.
014360
014370     EXEC SQL
014380       UPDATE  IBMUSER.CONTRATO
014390          SET  IMPORTE = IMPORTE - :WS-CIE-SALDO-FINAL
014400        WHERE  CLAVE_CONTRATO = :DCLCONTRATO.CLAVE-CONTRATO
014410     END-EXEC.
014420
014430     IF SQLCODE NOT EQUAL 0
014440        PERFORM 2395-ERROR-SQL-LIQUIDACION
014450     END-IF.
014460
014470     IF CODERR-OK
014480        EXEC SQL
014490          UPDATE  IBMUSER.CONTRATO
014500             SET  IMPORTE = IMPORTE + :WS-CIE-IMPORTE-ABONO
014510           WHERE  CLAVE_CONTRATO = :WS-PET-CONT-LIQUIDACION
014520        END-EXEC
014530        IF SQLCODE NOT EQUAL 0
014540           PERFORM 2395-ERROR-SQL-LIQUIDACION
014550        END-IF
014560     END-IF.
014570
014580     IF CODERR-OK
014590        MOVE 0                        TO IND-ORIGEN
014600        MOVE 0                        TO IND-DESTINO
014610        MOVE CLAVE-CONTRATO OF DCLCONTRATO TO ORIGEN
014620        MOVE WS-PET-CONT-LIQUIDACION  TO DESTINO
014630        MOVE WS-DESC-TRASPASO-BAJA    TO DESCRIPCION
014640                                         OF DCLMOVIMIENTO
014650        MOVE WS-CIE-SALDO-FINAL       TO IMPORTE OF DCLMOVIMIENTO
014660        MOVE 'T'                      TO TIPO-OPERACION
014670                                         OF DCLMOVIMIENTO
014680        PERFORM 2700-INSERTA-MOVIMIENTO
014690        MOVE CLAVE-MOVIMIENTO         TO WS-CIE-CLAVE-MOV-TRASP
014700     END-IF.
014710
014720* ***************************************************************
014730* REGISTRA LA LIQUIDACION DEL CONTRATO EN
014740* IBMUSER.LIQUIDACION_CIERRE, PENDIENTE DE EMISION ('P'): CIER01
014750* LA RECOGE PARA EMITIR EL EXTRACTO DE CIERRE Y LA CARTA DE
014760* LIQUIDACION AL CLIENTE
014770* ***************************************************************
014780 2390-REGISTRA-LIQUIDACION.
014790
014800     MOVE CLAVE-CONTRATO OF DCLCONTRATO
014810       TO CLAVE-CONTRATO OF DCLLIQUIDACION-CIERRE.
014820     MOVE WS-CIE-MONEDA         TO MONEDA
014830                                   OF DCLLIQUIDACION-CIERRE.
014840     MOVE WS-CIE-SALDO-PREVIO   TO SALDO-PREVIO
014850                                   OF DCLLIQUIDACION-CIERRE.
014860     MOVE WS-CIE-INT-ACREEDOR   TO INTERES-ACREEDOR
014870                                   OF DCLLIQUIDACION-CIERRE.
014880     MOVE WS-CIE-RETENCION      TO RETENCION-INTERESES
014890                                   OF DCLLIQUIDACION-CIERRE.
014900     MOVE WS-CIE-INT-DEUDOR     TO INTERES-DEUDOR
014910                                   OF DCLLIQUIDACION-CIERRE.
014920     MOVE WS-CIE-COMISIONES     TO COMISIONES
014930                                   OF DCLLIQUIDACION-CIERRE.
014940     MOVE WS-CIE-SALDO-FINAL    TO SALDO-TRASPASADO
014950                                   OF DCLLIQUIDACION-CIERRE.
014960     MOVE WS-CIE-ORDENES        TO ORDENES-CANCELADAS
014970                                   OF DCLLIQUIDACION-CIERRE.
014980     MOVE WS-CIE-PENDIENTES     TO PENDIENTES-ANULADOS
014990                                   OF DCLLIQUIDACION-CIERRE.
015000     MOVE EIBUSERID             TO USUARIO
015010                                   OF DCLLIQUIDACION-CIERRE.
015020     MOVE EIBTRMID              TO TERMINAL-ID
015030                                   OF DCLLIQUIDACION-CIERRE.
015040
015050* SIN SALDO QUE TRASPASAR NO HAY CONTRATO DE LIQUIDACION NI
015060* MOVIMIENTO DE TRASPASO
015070     IF WS-CIE-SALDO-FINAL GREATER THAN ZERO
015080        MOVE WS-PET-CONT-LIQUIDACION TO CONT-LIQUIDACION
015090                                        OF DCLLIQUIDACION-CIERRE
015100        MOVE WS-CIE-MONEDA-LIQ     TO MONEDA-LIQUIDACION
015110                                      OF DCLLIQUIDACION-CIERRE
015120        MOVE WS-CIE-IMPORTE-ABONO  TO IMPORTE-ABONADO
015130                                      OF DCLLIQUIDACION-CIERRE
015140        MOVE WS-CIE-CLAVE-MOV-TRASP TO CLAVE-MOV-TRASPASO
015150                                      OF DCLLIQUIDACION-CIERRE
015160     ELSE
015170        MOVE 0                     TO CONT-LIQUIDACION
015180                                      OF DCLLIQUIDACION-CIERRE
015190        MOVE WS-CIE-MONEDA         TO MONEDA-LIQUIDACION
015200                                      OF DCLLIQUIDACION-CIERRE
015210        MOVE 0                     TO IMPORTE-ABONADO
015220                                      OF DCLLIQUIDACION-CIERRE
015230        MOVE 0                     TO CLAVE-MOV-TRASPASO
015240                                      OF DCLLIQUIDACION-CIERRE
015250     END-IF.
015260
015270     EXEC SQL
015280        INSERT INTO IBMUSER.LIQUIDACION_CIERRE
015290              (CLAVE_CONTRATO, FECHA_CIERRE, MONEDA, SALDO_PREVIO,
015300               INTERES_ACREEDOR, RETENCION_INTERESES,
015310               INTERES_DEUDOR, COMISIONES,
015320               SALDO_TRASPASADO, CONT_LIQUIDACION,
015330               MONEDA_LIQUIDACION, IMPORTE_ABONADO,
015340               CLAVE_MOV_TRASPASO, ORDENES_CANCELADAS,
015350               PENDIENTES_ANULADOS, USUARIO, TERMINAL_ID,
015360               FECHA_HORA, ESTADO_EMISION)
015370        VALUES (:DCLLIQUIDACION-CIERRE.CLAVE-CONTRATO,
015380                CURRENT DATE,
015390                :DCLLIQUIDACION-CIERRE.MONEDA,
015400                :DCLLIQUIDACION-CIERRE.SALDO-PREVIO,
015410                :DCLLIQUIDACION-CIERRE.INTERES-ACREEDOR,
015420                :DCLLIQUIDACION-CIERRE.RETENCION-INTERESES,
015430                :DCLLIQUIDACION-CIERRE.INTERES-DEUDOR,
015440                :DCLLIQUIDACION-CIERRE.COMISIONES,
015450                :DCLLIQUIDACION-CIERRE.SALDO-TRASPASADO,
015460                :DCLLIQUIDACION-CIERRE.CONT-LIQUIDACION,
015470                :DCLLIQUIDACION-CIERRE.MONEDA-LIQUIDACION,
015480                :DCLLIQUIDACION-CIERRE.IMPORTE-ABONADO,
015490                :DCLLIQUIDACION-CIERRE.CLAVE-MOV-TRASPASO,
015500                :DCLLIQUIDACION-CIERRE.ORDENES-CANCELADAS,
015510                :DCLLIQUIDACION-CIERRE.PENDIENTES-ANULADOS,
015520                :DCLLIQUIDACION-CIERRE.USUARIO,
015530                :DCLLIQUIDACION-CIERRE.TERMINAL-ID,
015540                CURRENT TIMESTAMP,
015550                'P')
015560     END-EXEC.
015570
015580     IF SQLCODE NOT EQUAL 0
015590        PERFORM 2395-ERROR-SQL-LIQUIDACION
015600     ELSE
015610        SET CODERR-OK                      TO TRUE
015620     END-IF.
015630
015640* ***************************************************************
015650* ANOTA EN LA RESPUESTA UN ERROR DE BASE DE DATOS DURANTE LA
015660* LIQUIDACION DEL CONTRATO. 2300-BAJA-CONTRATO DESHACE LO QUE SE
015670* HUBIERA POSTADO
015680* ***************************************************************
015690 2395-ERROR-SQL-LIQUIDACION.
015700
015710     SET CODERR-SQL-ERROR               TO TRUE.
015720     MOVE SQLCODE                       TO WS-RES-SQLCODE.
015730     MOVE 'ERROR AL LIQUIDAR EL CONTRATO EN LA BAJA'
015740                                        TO WS-RES-DESCRIPCION.
015750
015760* ***************************************************************
015770* CAMBIA EL ESTADO DE UN CONTRATO EXISTENTE Y NO DADO DE BAJA:
015780* VIGENTE, BLOQUEADO PARA DEBITOS (EMBARGO JUDICIAL O ALERTA DE
015790* FRAUDE, QUE DEBE SEGUIR ACEPTANDO ABONOS), BLOQUEADO PARA
015800* ABONOS O INACTIVO. LA BAJA SE HACE CON SU PROPIA OPERACION
015810* PARA NO SALTARSE SUS COMPROBACIONES. UN CONTRATO BLOQUEADO
015820* POR UN EMBARGO ACTIVO NO SALE DE 'D' DESDE AQUI: SOLO LO
015830* DESBLOQUEA EL LEVANTAMIENTO DEL EMBARGO (MANT06/EMBA01)
015840* ***************************************************************
015850 2400-CAMBIA-ESTADO.
015860
015870     IF NOT PET-ESTADO-VALIDO
015880        SET CODERR-ESTADO-INV              TO TRUE
015890        MOVE 0                             TO WS-RES-SQLCODE
015900        MOVE 'ESTADO NO RECONOCIDO (V, D, A O I)'
015910                                           TO WS-RES-DESCRIPCION
015920     ELSE
015930        PERFORM 2150-COMPRUEBA-ESTADO-CONTRATO
015940     END-IF.
015950
015960     IF CODERR-OK AND ESTADO OF DCLCONTRATO EQUAL 'D'
015970                  AND WS-PET-ESTADO NOT EQUAL 'D'
015980        PERFORM 2410-COMPRUEBA-EMBARGO
015990     END-IF.
016000
016010     IF CODERR-OK
016020     EXEC SQL
016030        UPDATE IBMUSER.CONTRATO
016040           SET ESTADO = :WS-PET-ESTADO
016050         WHERE CLAVE_CONTRATO = :DCLCONTRATO.CLAVE-CONTRATO
016060     END-EXEC
016070
016080        IF SQLCODE NOT EQUAL 0
016090           SET CODERR-SQL-ERROR TO TRUE
016100           MOVE SQLCODE                    TO WS-RES-SQLCODE
016110           MOVE 'ERROR AL CAMBIAR EL ESTADO DEL CONTRATO'
016120                                           TO WS-RES-DESCRIPCION
016130        ELSE
016140           SET CODERR-OK                   TO TRUE
016150           MOVE 0                          TO WS-RES-SQLCODE
016160           MOVE 'ESTADO DEL CONTRATO CAMBIADO CORRECTAMENTE'
016170                                           TO WS-RES-DESCRIPCION
016180           MOVE WS-IMAGEN-ANTES         TO WS-IMAGEN-DESPUES
016190           MOVE WS-PET-ESTADO           TO WS-IMD-ESTADO
016200           PERFORM 2900-REGISTRA-AUDITORIA
016210           IF CODERR-OK
016220              EXEC CICS SYNCPOINT END-EXEC
016230           END-IF
016240        END-IF
016250     END-IF.
016260
016270* ***************************************************************
016280* COMPRUEBA SI EL CONTRATO BLOQUEADO PARA DEBITOS LO ESTA POR UN
016290* EMBARGO ACTIVO (FILA DE IBMUSER.EMBARGO_CONTRATO CON
016300* BLOQUEADO='S' DE UN EMBARGO EN ESTADO 'A'). EN ESE CASO NO SE
016310* PERMITE CAMBIARLE EL ESTADO
016320* ***************************************************************
016330 2410-COMPRUEBA-EMBARGO.
016340
016350     EXEC SQL
016360        SELECT COUNT(*)
016370          INTO :WS-CAM-EMBARGOS
016380          FROM IBMUSER.EMBARGO_CONTRATO C,
016390               IBMUSER.EMBARGO E
016400         WHERE C.CLAVE_CONTRATO = :DCLCONTRATO.CLAVE-CONTRATO
016410           AND C.BLOQUEADO = 'S'
016420           AND E.CLAVE_EMBARGO = C.CLAVE_EMBARGO
016430           AND E.ESTADO = 'A'
016440     END-EXEC.
016450
016460     IF SQLCODE NOT EQUAL 0
016470        SET CODERR-SQL-ERROR TO TRUE
016480        MOVE SQLCODE                       TO WS-RES-SQLCODE
016490        MOVE 'ERROR AL COMPROBAR LOS EMBARGOS DEL CONTRATO'
016500                                           TO WS-RES-DESCRIPCION
016510     ELSE
016520        IF WS-CAM-EMBARGOS GREATER THAN ZERO
016530           SET CODERR-CONTRATO-EMBARG      TO TRUE
016540           MOVE 0                          TO WS-RES-SQLCODE
016550           MOVE 'CONTRATO BLOQUEADO POR UN EMBARGO ACTIVO'
016560                                           TO WS-RES-DESCRIPCION
016570        END-IF
016580     END-IF.
016590
016600* ***************************************************************
016610* CONVIERTE WS-CONV-IMPORTE-ENTRADA, EXPRESADO EN LA DIVISA
016620* WS-CONV-MONEDA-ORIGEN, A LA DIVISA WS-CONV-MONEDA-DESTINO,
016630* CONSULTANDO EN IBMUSER.TIPO_CAMBIO EL TIPO DE FECHA DE EFECTO
016640* MAS RECIENTE NO POSTERIOR A HOY, COMO TRAN01. SI NO HAY TIPO
016650* DEFINIDO ENTRE AMBAS DIVISAS, LA BAJA SE RECHAZA CON CAMBIONO
016660* ***************************************************************
016670 2600-CONVIERTE-IMPORTE.
016680
016690     IF WS-CONV-MONEDA-ORIGEN EQUAL WS-CONV-MONEDA-DESTINO
016700        MOVE WS-CONV-IMPORTE-ENTRADA TO WS-CONV-IMPORTE-SALIDA
016710     ELSE
016720        EXEC SQL
016730           SELECT TIPO
016740             INTO :DCLTIPO-CAMBIO.TIPO
016750             FROM IBMUSER.TIPO_CAMBIO
016760            WHERE MONEDA_ORIGEN = :WS-CONV-MONEDA-ORIGEN
016770              AND MONEDA_DESTINO = :WS-CONV-MONEDA-DESTINO
016780              AND FECHA_DESDE =
016790                  (SELECT MAX(FECHA_DESDE)
016800                     FROM IBMUSER.TIPO_CAMBIO
016810                    WHERE MONEDA_ORIGEN =
016820                          :WS-CONV-MONEDA-ORIGEN
016830                      AND MONEDA_DESTINO =
016840                          :WS-CONV-MONEDA-DESTINO
016850                      AND FECHA_DESDE <= CURRENT DATE)
016860        END-EXEC
016870
016880        IF SQLCODE EQUAL 100
016890           SET CODERR-CAMBIO-NO-DISP       TO TRUE
016900           MOVE 0                          TO WS-RES-SQLCODE
016910           MOVE 'NO EXISTE TIPO DE CAMBIO ENTRE LAS DIVISAS'
016920                                           TO WS-RES-DESCRIPCION
016930        ELSE
016940           IF SQLCODE NOT EQUAL 0
016950              PERFORM 2395-ERROR-SQL-LIQUIDACION
016960           ELSE
016970              MOVE TIPO OF DCLTIPO-CAMBIO  TO WS-CONV-TIPO-CAMBIO
016980              COMPUTE WS-CONV-IMPORTE-SALIDA =
016990                      WS-CONV-IMPORTE-ENTRADA *
017000                      WS-CONV-TIPO-CAMBIO
017010           END-IF
017020        END-IF
017030     END-IF.
017040
017050* ***************************************************************
017060* INSERTA EN IBMUSER.MOVIMIENTO UN MOVIMIENTO DE LA LIQUIDACION
017070* PREPARADO POR EL PARRAFO LLAMANTE (LADOS, DESCRIPCION, IMPORTE
017080* Y TIPO DE OPERACION), EN LA DIVISA DEL CONTRATO QUE SE CIERRA.
017090* EL CAMPO DE JOB SE RELLENA CON EL USUARIO DEL TERMINAL, QUE ES
017100* QUIEN FIRMA LA BAJA
017110* ***************************************************************
017120 2700-INSERTA-MOVIMIENTO.
017130
017140     MOVE WS-CIE-MONEDA        TO MONEDA OF DCLMOVIMIENTO.
017150     MOVE EIBUSERID            TO JOB-ID OF DCLMOVIMIENTO.
017160
017170* OBTENEMOS LA FECHA Y HORA ACTUAL DEL SISTEMA PARA EL
017180* MOVIMIENTO
017190     MOVE FUNCTION CURRENT-DATE TO WS-FECHA-SISTEMA.
017200     STRING WS-FS-ANO           DELIMITED BY SIZE
017210            '-'                 DELIMITED BY SIZE
017220            WS-FS-MES           DELIMITED BY SIZE
017230            '-'                 DELIMITED BY SIZE
017240            WS-FS-DIA           DELIMITED BY SIZE
017250            '-'                 DELIMITED BY SIZE
017260            WS-FS-HORA          DELIMITED BY SIZE
017270            '.'                 DELIMITED BY SIZE
017280            WS-FS-MINUTO        DELIMITED BY SIZE
017290            '.'                 DELIMITED BY SIZE
017300            WS-FS-SEGUNDO       DELIMITED BY SIZE
017310            '.'                 DELIMITED BY SIZE
017320            WS-FS-CENTESIMAS    DELIMITED BY SIZE
017330            '0000'              DELIMITED BY SIZE
017340       INTO WS-TIMESTAMP-MOVIMIENTO
017350     END-STRING.
017360     MOVE WS-TIMESTAMP-MOVIMIENTO TO FECHA-MOVIMIENTO
017370                                     OF DCLMOVIMIENTO.
017380
017390* OBTENEMOS LA SIGUIENTE CLAVE DE MOVIMIENTO DEL CONTADOR
017400* COMPARTIDO IBMUSER.CONTADOR, RESERVANDO SI HACE FALTA
017410     PERFORM 2710-OBTIENE-SIGUIENTE-CLAVE.
017420
017430     IF CODERR-OK
017440        EXEC SQL
017450            INSERT INTO IBMUSER.MOVIMIENTO
017460                  (CLAVE_MOVIMIENTO,
017470                   ORIGEN,
017480                   DESTINO,
017490                   DESCRIPCION,
017500                   IMPORTE,
017510                   FECHA_MOVIMIENTO,
017520                   JOB_ID,
017530                   MONEDA,
017540                   TIPO_OPERACION)
017550           VALUES (:CLAVE-MOVIMIENTO,
017560                   :ORIGEN :IND-ORIGEN,
017570                   :DESTINO :IND-DESTINO,
017580                   :DCLMOVIMIENTO.DESCRIPCION,
017590                   :DCLMOVIMIENTO.IMPORTE,
017600                   :DCLMOVIMIENTO.FECHA-MOVIMIENTO,
017610                   :DCLMOVIMIENTO.JOB-ID,
017620                   :DCLMOVIMIENTO.MONEDA,
017630                   :DCLMOVIMIENTO.TIPO-OPERACION)
017640        END-EXEC
017650
017660        IF SQLCODE NOT EQUAL 0
017670           PERFORM 2395-ERROR-SQL-LIQUIDACION
017680        END-IF
017690     END-IF.
017700
017710* ***************************************************************
017720* OBTIENE LA SIGUIENTE CLAVE DE MOVIMIENTO DEL BLOQUE RESERVADO
017730* EN IBMUSER.CONTADOR (COMPARTIDO POR TODOS LOS POSTEADORES),
017740* RESERVANDO UNO NUEVO SI ESTE SE AGOTO O SI AUN NO HAY NINGUNO
017750* ***************************************************************
017760 2710-OBTIENE-SIGUIENTE-CLAVE.
017770
017780     IF WS-ULTIMA-CLAVE-BLOQUE EQUAL ZERO
017790        PERFORM 2712-RESERVA-BLOQUE-CLAVES
017800     ELSE
017810        ADD 1 TO CLAVE-MOVIMIENTO
017820        IF CLAVE-MOVIMIENTO GREATER THAN WS-ULTIMA-CLAVE-BLOQUE
017830           PERFORM 2712-RESERVA-BLOQUE-CLAVES
017840        END-IF
017850     END-IF.
017860
017870* ***************************************************************
017880* RESERVA UN BLOQUE DE CLAVES DE MOVIMIENTO EN IBMUSER.CONTADOR:
017890* EL CONTADOR SE INCREMENTA EN EL TAMANO DEL BLOQUE Y ESTA
017900* TRANSACCION SE QUEDA CON EL TRAMO RESERVADO, DE MODO QUE LA
017910* OPERATIVA ONLINE Y LOS POSTEOS NOCTURNOS NUNCA COLISIONAN
017920* ***************************************************************
017930 2712-RESERVA-BLOQUE-CLAVES.
017940
017950     EXEC SQL
017960        UPDATE IBMUSER.CONTADOR
017970           SET ULTIMO_VALOR = ULTIMO_VALOR + :WS-BLOQUE-CLAVES
017980         WHERE NOMBRE = 'MOVIMIEN'
017990     END-EXEC.
018000
018010     IF SQLCODE EQUAL 100
018020        PERFORM 2715-INICIALIZA-CONTADOR
018030     ELSE
018040        IF SQLCODE NOT EQUAL 0
018050           PERFORM 2395-ERROR-SQL-LIQUIDACION
018060        END-IF
018070     END-IF.
018080
018090     IF CODERR-OK
018100        EXEC SQL
018110           SELECT ULTIMO_VALOR
018120             INTO :WS-ULTIMO-RESERVADO
018130             FROM IBMUSER.CONTADOR
018140            WHERE NOMBRE = 'MOVIMIEN'
018150        END-EXEC
018160        IF SQLCODE NOT EQUAL 0
018170           PERFORM 2395-ERROR-SQL-LIQUIDACION
018180        END-IF
018190     END-IF.
018200
018210     IF CODERR-OK
018220        COMPUTE WS-ULTIMA-CLAVE-BLOQUE = WS-ULTIMO-RESERVADO
018230        COMPUTE CLAVE-MOVIMIENTO =
018240                WS-ULTIMO-RESERVADO - WS-BLOQUE-CLAVES + 1
018250     END-IF.
018260
018270* ***************************************************************
018280* PRIMERA RESERVA DE LA HISTORIA: CREA LA FILA DEL CONTADOR
018290* ARRANCANDO DEL MAYOR NUMERO DE MOVIMIENTO CONOCIDO, TANTO EN
018300* LA TABLA OPERATIVA COMO EN EL HISTORICO. SI OTRA EJECUCION
018310* CONCURRENTE CREA LA FILA ANTES, SE RESERVA SOBRE LA FILA YA
018320* CREADA
018330* ***************************************************************
018340 2715-INICIALIZA-CONTADOR.
018350
018360     EXEC SQL
018370        SELECT MAX(CLAVE_MOVIMIENTO)
018380        INTO :WS-MAX-OPERATIVA:IND-NULL-CTR
018390        FROM IBMUSER.MOVIMIENTO
018400     END-EXEC.
018410
018420     IF SQLCODE NOT EQUAL 0
018430        PERFORM 2395-ERROR-SQL-LIQUIDACION
018440     END-IF.
018450
018460     IF CODERR-OK
018470        IF IND-NULL-CTR EQUAL -1
018480           MOVE 0 TO WS-MAX-OPERATIVA
018490        END-IF
018500        EXEC SQL
018510           SELECT MAX(CLAVE_MOVIMIENTO)
018520           INTO :WS-MAX-HISTORICO:IND-NULL-CTR
018530           FROM IBMUSER.MOVIMIENTO_HIST
018540        END-EXEC
018550        IF SQLCODE NOT EQUAL 0
018560           PERFORM 2395-ERROR-SQL-LIQUIDACION
018570        END-IF
018580     END-IF.
018590
018600     IF CODERR-OK
018610        IF IND-NULL-CTR EQUAL -1
018620           MOVE 0 TO WS-MAX-HISTORICO
018630        END-IF
018640        IF WS-MAX-HISTORICO GREATER THAN WS-MAX-OPERATIVA
018650           MOVE WS-MAX-HISTORICO TO WS-MAX-OPERATIVA
018660        END-IF
018670        COMPUTE WS-ULTIMO-RESERVADO =
018680                WS-MAX-OPERATIVA + WS-BLOQUE-CLAVES
018690        EXEC SQL
018700           INSERT INTO IBMUSER.CONTADOR (NOMBRE, ULTIMO_VALOR)
018710           VALUES ('MOVIMIEN', :WS-ULTIMO-RESERVADO)
018720        END-EXEC
018730* SI OTRA EJECUCION CREO LA FILA ANTES QUE NOSOTROS, RESERVAMOS
018740* SOBRE LA FILA YA CREADA
018750        IF SQLCODE EQUAL -803
018760           EXEC SQL
018770              UPDATE IBMUSER.CONTADOR
018780                 SET ULTIMO_VALOR = ULTIMO_VALOR +
018790                     :WS-BLOQUE-CLAVES
018800               WHERE NOMBRE = 'MOVIMIEN'
018810           END-EXEC
018820        END-IF
018830        IF SQLCODE NOT EQUAL 0
018840           PERFORM 2395-ERROR-SQL-LIQUIDACION
018850        END-IF
018860     END-IF.
018870
018880* ***************************************************************
018890* APARCA EN IBMUSER.AUTORIZACION LA AMPLIACION DEL LIMITE DE
018900* DESCUBIERTO QUE SUPERA EL UMBRAL DE DOBLE FIRMA, UNA VEZ GRABADO
018910* EL RESTO DE DATOS DEL CONTRATO CON EL LIMITE ANTERIOR. LA
018920* SOLICITUD QUEDA EN ESTADO 'P' HASTA QUE OTRO OPERADOR LA
018930* APRUEBE O RECHACE EN AUTO01, O CADUQUE AL FINAL DEL DIA. SI NO
018940* SE PUEDE APARCAR SE DESHACE TODA LA OPERACION
018950* ***************************************************************
018960 2800-APARCA-LIMITE.
018970
018980     PERFORM 2810-OBTIENE-CLAVE-AUTORIZA.
018990
019000     IF CODERR-OK
019010        MOVE 'D'                  TO TIPO-AUTORIZACION
019020                                     OF DCLAUTORIZACION
019030        MOVE WS-PET-OPERACION     TO OPERACION OF DCLAUTORIZACION
019040        MOVE CLAVE-CONTRATO OF DCLCONTRATO
019050                                  TO CONT-ORIGEN
019060                                     OF DCLAUTORIZACION
019070        MOVE 0                    TO CONT-DESTINO
019080                                     OF DCLAUTORIZACION
019090        MOVE WS-PET-LIMITE-DESCUB TO IMPORTE OF DCLAUTORIZACION
019100        MOVE 0                    TO IMPORTE-DIARIO
019110                                     OF DCLAUTORIZACION
019120        MOVE WS-PET-MONEDA        TO MONEDA OF DCLAUTORIZACION
019130        MOVE 'AMPLIACION DEL LIMITE DE DESCUBIERTO'
019140                                  TO DESCRIPCION
019150                                     OF DCLAUTORIZACION
019160        MOVE EIBUSERID            TO USUARIO-ALTA
019170                                     OF DCLAUTORIZACION
019180        MOVE EIBTRMID             TO TERMINAL-ALTA
019190                                     OF DCLAUTORIZACION
019200
019210        EXEC SQL
019220            INSERT INTO IBMUSER.AUTORIZACION
019230                  (CLAVE_AUTORIZACION, TIPO_AUTORIZACION,
019240                   OPERACION, CONT_ORIGEN, CONT_DESTINO, IMPORTE,
019250                   IMPORTE_DIARIO, MONEDA, DESCRIPCION, ESTADO,
019260                   USUARIO_ALTA, TERMINAL_ALTA, FECHA_ALTA,
019270                   USUARIO_DECISION, TERMINAL_DECISION,
019280                   MOV_GENERADO)
019290           VALUES (:DCLAUTORIZACION.CLAVE-AUTORIZACION,
019300                   :DCLAUTORIZACION.TIPO-AUTORIZACION,
019310                   :DCLAUTORIZACION.OPERACION,
019320                   :DCLAUTORIZACION.CONT-ORIGEN,
019330                   :DCLAUTORIZACION.CONT-DESTINO,
019340                   :DCLAUTORIZACION.IMPORTE,
019350                   :DCLAUTORIZACION.IMPORTE-DIARIO,
019360                   :DCLAUTORIZACION.MONEDA,
019370                   :DCLAUTORIZACION.DESCRIPCION,
019380                   'P',
019390                   :DCLAUTORIZACION.USUARIO-ALTA,
019400                   :DCLAUTORIZACION.TERMINAL-ALTA,
019410                   CURRENT TIMESTAMP,
019420                   ' ', ' ', 0)
019430        END-EXEC
019440
019450        IF SQLCODE NOT EQUAL 0
019460           SET CODERR-SQL-ERROR TO TRUE
019470           MOVE SQLCODE                    TO WS-RES-SQLCODE
019480           MOVE 'ERROR AL APARCAR LA SOLICITUD DE AUTORIZACION'
019490                                           TO WS-RES-DESCRIPCION
019500        END-IF
019510     END-IF.
019520
019530     IF CODERR-OK
019540        PERFORM 2820-AUDITA-APARCAMIENTO
019550     END-IF.
019560
019570     IF CODERR-OK
019580        MOVE CLAVE-AUTORIZACION OF DCLAUTORIZACION
019590                                  TO WS-DESC-PEND-CLAVE
019600        SET CODERR-PEND-AUTORIZA  TO TRUE
019610        MOVE 0                    TO WS-RES-SQLCODE
019620        MOVE WS-DESC-PENDIENTE    TO WS-RES-DESCRIPCION
019630     ELSE
019640        EXEC CICS SYNCPOINT ROLLBACK END-EXEC
019650     END-IF.
019660
019670* ***************************************************************
019680* OBTIENE LA CLAVE DE LA NUEVA SOLICITUD DE AUTORIZACION DE LA
019690* FILA 'AUTORIZA' DE IBMUSER.CONTADOR. LA PRIMERA SOLICITUD DE
019700* LA HISTORIA CREA LA FILA; SI OTRA TRANSACCION LA CREA ANTES,
019710* SE INCREMENTA SOBRE LA FILA YA CREADA
019720* ***************************************************************
019730 2810-OBTIENE-CLAVE-AUTORIZA.
019740
019750     EXEC SQL
019760        UPDATE IBMUSER.CONTADOR
019770           SET ULTIMO_VALOR = ULTIMO_VALOR + 1
019780         WHERE NOMBRE = 'AUTORIZA'
019790     END-EXEC.
019800
019810     IF SQLCODE EQUAL 100
019820        EXEC SQL
019830           INSERT INTO IBMUSER.CONTADOR (NOMBRE, ULTIMO_VALOR)
019840           VALUES ('AUTORIZA', 1)
019850        END-EXEC
019860        IF SQLCODE EQUAL -803
019870           EXEC SQL
019880              UPDATE IBMUSER.CONTADOR
019890                 SET ULTIMO_VALOR = ULTIMO_VALOR + 1
019900               WHERE NOMBRE = 'AUTORIZA'
019910           END-EXEC
019920        END-IF
019930     END-IF.
019940
019950     IF SQLCODE EQUAL 0
019960        EXEC SQL
019970           SELECT ULTIMO_VALOR
019980             INTO :DCLAUTORIZACION.CLAVE-AUTORIZACION
019990             FROM IBMUSER.CONTADOR
020000            WHERE NOMBRE = 'AUTORIZA'
020010        END-EXEC
020020     END-IF.
020030
020040     IF SQLCODE NOT EQUAL 0
020050        SET CODERR-SQL-ERROR TO TRUE
020060        MOVE SQLCODE                       TO WS-RES-SQLCODE
020070        MOVE 'ERROR AL OBTENER LA CLAVE DE AUTORIZACION'
020080                                           TO WS-RES-DESCRIPCION
020090     END-IF.
020100
020110* ***************************************************************
020120* REGISTRA EN IBMUSER.AUDITORIA QUE EL OPERADOR HA DEJADO APARCADA
020130* UNA SOLICITUD DE AUTORIZACION (OPERACION 'P') SOBRE EL CONTRATO
020140* ***************************************************************
020150 2820-AUDITA-APARCAMIENTO.
020160
020170     MOVE CLAVE-CONTRATO OF DCLCONTRATO TO CLAVE-CONTRATO
020180                                             OF DCLAUDITORIA.
020190     MOVE 'P'                   TO OPERACION OF DCLAUDITORIA.
020200     MOVE EIBUSERID             TO USUARIO OF DCLAUDITORIA.
020210     MOVE EIBTRMID              TO TERMINAL-ID OF DCLAUDITORIA.
020220     MOVE 'AUTORIZA'            TO ENTIDAD OF DCLAUDITORIA.
020230
020240     EXEC SQL
020250        INSERT INTO IBMUSER.AUDITORIA
020260              (CLAVE_CONTRATO, OPERACION, USUARIO, TERMINAL_ID,
020270               FECHA_HORA, ENTIDAD)
020280        VALUES (:DCLAUDITORIA.CLAVE-CONTRATO,
020290                :DCLAUDITORIA.OPERACION,
020300                :DCLAUDITORIA.USUARIO,
020310                :DCLAUDITORIA.TERMINAL-ID,
020320                CURRENT TIMESTAMP,
020330                :DCLAUDITORIA.ENTIDAD)
020340     END-EXEC.
020350
020360     IF SQLCODE NOT EQUAL 0
020370        SET CODERR-SQL-ERROR                  TO TRUE
020380        MOVE SQLCODE                          TO WS-RES-SQLCODE
020390        MOVE 'ERROR AL REGISTRAR LA AUDITORIA DE LA AUTORIZACION'
020400                                           TO WS-RES-DESCRIPCION
020410     END-IF.
020420
020430* ***************************************************************
020440* GUARDA LA IMAGEN DEL CONTRATO LEIDO ANTES DE LA OPERACION
020450* ***************************************************************
020460 2870-GUARDA-IMAGEN-ANTES.
020470
020480     MOVE DESCRIPCION OF DCLCONTRATO    TO WS-IMA-DESCRIPCION.
020490     MOVE IMPORTE OF DCLCONTRATO        TO WS-IMA-IMPORTE.
020500     MOVE ESTADO OF DCLCONTRATO         TO WS-IMA-ESTADO.
020510     MOVE LIMITE-DESCUBIERTO OF DCLCONTRATO TO WS-IMA-LIMITE.
020520     MOVE MONEDA OF DCLCONTRATO         TO WS-IMA-MONEDA.
020530     MOVE MODO-COMISION OF DCLCONTRATO  TO WS-IMA-MODO-COMISION.
020540     MOVE CICLO-EXTRACTO OF DCLCONTRATO TO WS-IMA-CICLO-EXTRACTO.
020550
020560* ***************************************************************
020570* GUARDA LA IMAGEN DEL CONTRATO TAL COMO HA QUEDADO GRABADO
020580* ***************************************************************
020590 2875-GUARDA-IMAGEN-DESPUES.
020600
020610     MOVE DESCRIPCION OF DCLCONTRATO    TO WS-IMD-DESCRIPCION.
020620     MOVE IMPORTE OF DCLCONTRATO        TO WS-IMD-IMPORTE.
020630     MOVE ESTADO OF DCLCONTRATO         TO WS-IMD-ESTADO.
020640     MOVE LIMITE-DESCUBIERTO OF DCLCONTRATO TO WS-IMD-LIMITE.
020650     MOVE MONEDA OF DCLCONTRATO         TO WS-IMD-MONEDA.
020660     MOVE MODO-COMISION OF DCLCONTRATO  TO WS-IMD-MODO-COMISION.
020670     MOVE CICLO-EXTRACTO OF DCLCONTRATO TO WS-IMD-CICLO-EXTRACTO.
020680
020690* ***************************************************************
020700* ANOTA EN LA TABLA DE DIFERENCIAS EL CAMPO PREPARADO EN
020710* WS-DIF-NUEVO SI SU VALOR HA CAMBIADO CON LA OPERACION
020720* ***************************************************************
020730 2880-ANOTA-DIFERENCIA.
020740
020750     IF WS-DNU-ANTES NOT EQUAL WS-DNU-DESPUES
020760        AND WS-DIF-MAX LESS THAN 12
020770        ADD 1 TO WS-DIF-MAX
020780        SET WS-IDX-DIF TO WS-DIF-MAX
020790        MOVE WS-DIF-NUEVO TO WS-DIF-OCU (WS-IDX-DIF)
020800     END-IF.
020810
020820* ***************************************************************
020830* COMPARA LAS IMAGENES DEL CONTRATO ANTES Y DESPUES DE LA
020840* OPERACION Y ANOTA LOS CAMPOS QUE HAN CAMBIADO
020850* ***************************************************************
020860 2890-COMPARA-IMAGENES.
020870
020880     MOVE 0                        TO WS-DIF-MAX.
020890
020900     MOVE 'DESCRIPCION'            TO WS-DNU-CAMPO.
020910     MOVE WS-IMA-DESCRIPCION       TO WS-DNU-ANTES.
020920     MOVE WS-IMD-DESCRIPCION       TO WS-DNU-DESPUES.
020930     PERFORM 2880-ANOTA-DIFERENCIA.
020940
020950     MOVE 'IMPORTE'                TO WS-DNU-CAMPO.
020960     MOVE WS-IMA-IMPORTE           TO WS-DNU-ANTES.
020970     MOVE WS-IMD-IMPORTE           TO WS-DNU-DESPUES.
020980     PERFORM 2880-ANOTA-DIFERENCIA.
020990
021000     MOVE 'ESTADO'                 TO WS-DNU-CAMPO.
021010     MOVE WS-IMA-ESTADO            TO WS-DNU-ANTES.
021020     MOVE WS-IMD-ESTADO            TO WS-DNU-DESPUES.
021030     PERFORM 2880-ANOTA-DIFERENCIA.
021040
021050     MOVE 'LIMITE_DESCUBIERTO'     TO WS-DNU-CAMPO.
021060     MOVE WS-IMA-LIMITE            TO WS-DNU-ANTES.
021070     MOVE WS-IMD-LIMITE            TO WS-DNU-DESPUES.
021080     PERFORM 2880-ANOTA-DIFERENCIA.
021090
021100     MOVE 'MONEDA'                 TO WS-DNU-CAMPO.
021110     MOVE WS-IMA-MONEDA            TO WS-DNU-ANTES.
021120     MOVE WS-IMD-MONEDA            TO WS-DNU-DESPUES.
021130     PERFORM 2880-ANOTA-DIFERENCIA.
021140
021150     MOVE 'MODO_COMISION'          TO WS-DNU-CAMPO.
021160     MOVE WS-IMA-MODO-COMISION     TO WS-DNU-ANTES.
021170     MOVE WS-IMD-MODO-COMISION     TO WS-DNU-DESPUES.
021180     PERFORM 2880-ANOTA-DIFERENCIA.
021190
021200     MOVE 'CICLO_EXTRACTO'         TO WS-DNU-CAMPO.
021210     MOVE WS-IMA-CICLO-EXTRACTO    TO WS-DNU-ANTES.
021220     MOVE WS-IMD-CICLO-EXTRACTO    TO WS-DNU-DESPUES.
021230     PERFORM 2880-ANOTA-DIFERENCIA.
021240
021250* ***************************************************************
021260* REGISTRA EN IBMUSER.AUDITORIA QUIEN (USUARIO Y TERMINAL) HA
021270* REALIZADO LA OPERACION SOBRE EL CONTRATO
021280* Y LOS VALORES ANTERIOR Y POSTERIOR DE LOS CAMPOS QUE CAMBIAN
021290* ***************************************************************
021300 2900-REGISTRA-AUDITORIA.
021310
021320     PERFORM 2890-COMPARA-IMAGENES.
021330
021340     MOVE CLAVE-CONTRATO OF DCLCONTRATO TO CLAVE-CONTRATO
021350                                             OF DCLAUDITORIA.
021360     MOVE WS-PET-OPERACION      TO OPERACION OF DCLAUDITORIA.
021370     MOVE EIBUSERID             TO USUARIO OF DCLAUDITORIA.
021380     MOVE EIBTRMID              TO TERMINAL-ID OF DCLAUDITORIA.
021390     MOVE 'CONTRATO'            TO ENTIDAD OF DCLAUDITORIA.
021400
021410* LA FECHA Y HORA DEL REGISTRO SE TOMA ANTES DE GRABARLO PARA
021420* ENLAZAR CON ELLA LOS CAMPOS MODIFICADOS
021430     EXEC SQL
021440        SELECT CURRENT TIMESTAMP
021450          INTO :DCLAUDITORIA.FECHA-HORA
021460          FROM SYSIBM.SYSDUMMY1
021470     END-EXEC.
021480
021490     IF SQLCODE EQUAL 0
021500        EXEC SQL
021510           INSERT INTO IBMUSER.AUDITORIA
021520                 (CLAVE_CONTRATO, OPERACION, USUARIO, TERMINAL_ID,
021530                  FECHA_HORA, ENTIDAD)
021540           VALUES (:DCLAUDITORIA.CLAVE-CONTRATO,
021550                   :DCLAUDITORIA.OPERACION,
021560                   :DCLAUDITORIA.USUARIO,
021570                   :DCLAUDITORIA.TERMINAL-ID,
021580                   :DCLAUDITORIA.FECHA-HORA,
021590                   :DCLAUDITORIA.ENTIDAD)
021600        END-EXEC
021610     END-IF.
021620
021630     IF SQLCODE EQUAL 0
021640        PERFORM 2910-REGISTRA-DIFERENCIA
021650           VARYING WS-IDX-DIF FROM 1 BY 1
021660           UNTIL WS-IDX-DIF GREATER THAN WS-DIF-MAX
021670              OR SQLCODE NOT EQUAL 0
021680     END-IF.
021690
021700     IF SQLCODE NOT EQUAL 0
021710        SET CODERR-SQL-ERROR                  TO TRUE
021720        MOVE SQLCODE                          TO WS-RES-SQLCODE
021730        MOVE 'ERROR AL REGISTRAR LA AUDITORIA DEL CONTRATO'
021740                                           TO WS-RES-DESCRIPCION
021750
021760* EL ALTA/MODIFICACION/BAJA DEL CONTRATO YA SE HABIA EJECUTADO
021770* ANTES DE LLAMAR A ESTE PARRAFO. SIN UN ROLLBACK EXPLICITO AQUI,
021780* EL RETURN DE 3000-FIN HARIA UN SYNCPOINT IMPLICITO QUE
021790* CONFIRMARIA ESE CAMBIO SIN SU REGISTRO DE AUDITORIA
021800        EXEC CICS SYNCPOINT ROLLBACK END-EXEC
021810     END-IF.

021820* ***************************************************************
021830* GRABA EN IBMUSER.AUDITORIA_CAMBIO EL VALOR ANTERIOR Y POSTERIOR
021840* DE UN CAMPO MODIFICADO, ENLAZADO CON SU REGISTRO DE AUDITORIA
021850* POR CONTRATO, ENTIDAD Y FECHA Y HORA
021860* ***************************************************************
021870 2910-REGISTRA-DIFERENCIA.
021880
021890     MOVE WS-DIF-CAMPO (WS-IDX-DIF)
021900                                TO CAMPO OF DCLAUDITORIA-CAMBIO.
021910     MOVE WS-DIF-ANTES (WS-IDX-DIF)
021920                                TO VALOR-ANTES
021930                                   OF DCLAUDITORIA-CAMBIO.
021940     MOVE WS-DIF-DESPUES (WS-IDX-DIF)
021950                                TO VALOR-DESPUES
021960                                   OF DCLAUDITORIA-CAMBIO.
021970
021980     EXEC SQL
021990        INSERT INTO IBMUSER.AUDITORIA_CAMBIO
022000              (CLAVE_CONTRATO, ENTIDAD, FECHA_HORA, CAMPO,
022010               VALOR_ANTES, VALOR_DESPUES)
022020        VALUES (:DCLAUDITORIA.CLAVE-CONTRATO,
022030                :DCLAUDITORIA.ENTIDAD,
022040                :DCLAUDITORIA.FECHA-HORA,
022050                :DCLAUDITORIA-CAMBIO.CAMPO,
022060                :DCLAUDITORIA-CAMBIO.VALOR-ANTES,
022070                :DCLAUDITORIA-CAMBIO.VALOR-DESPUES)
022080     END-EXEC.
022090
022100* ***************************************************************
022110* PARRAFO DE FIN. DEVUELVE AL TERMINAL EL RESULTADO DE LA
022120* OPERACION Y TERMINA LA TRANSACCION
022130* ***************************************************************
022140 3000-FIN.
022150
022160     EXEC CICS
022170        SEND FROM(WS-RESPUESTA) LENGTH(WS-LONG-RESPUESTA) ERASE
022180     END-EXEC.
022190
022200     EXEC CICS
022210        RETURN
022220     END-EXEC.
022230
022240* **************************************************************
022250* PARRAFO DE ERROR. DESHACE LOS CAMBIOS PENDIENTES DE LA UNIDAD
022260* DE TRABAJO Y DEVUELVE AL TERMINAL UNA RESPUESTA DE ERROR
022270* **************************************************************
022280 9999-ERROR.
022290
022300     SET CODERR-SQL-ERROR                  TO TRUE
022310     MOVE 0                                 TO WS-RES-SQLCODE
022320     MOVE 'ERROR NO CONTROLADO EN LA TRANSACCION'
022330                                            TO WS-RES-DESCRIPCION
022340
022350     EXEC CICS SYNCPOINT ROLLBACK END-EXEC.
022360
022370     EXEC CICS
022380        SEND FROM(WS-RESPUESTA) LENGTH(WS-LONG-RESPUESTA) ERASE
022390     END-EXEC.
022400
022410     EXEC CICS
022420        RETURN
022430     END-EXEC.
