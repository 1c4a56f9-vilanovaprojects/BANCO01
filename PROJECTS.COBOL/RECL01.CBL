000010* TRANSACCION ONLINE DEL REGISTRO DE RECLAMACIONES DE CLIENTES
000020* SOBRE MOVIMIENTOS YA POSTADOS (IBMUSER.RECLAMACION). CADA
000030* RECLAMACION SE ABRE SOBRE UN MOVIMIENTO DE MOVIMIENTO O DE
000040* MOVIMIENTO_HIST CARGADO EN UN CONTRATO DEL CLIENTE (SU ORIGEN),
000050* QUE ES EL CONTRATO RECLAMANTE, POR UN IMPORTE NO SUPERIOR AL DEL
000060* MOVIMIENTO Y EN SU DIVISA. PERMITE:
000070*   - ABRIR LA RECLAMACION CON SU MOTIVO, SU DESCRIPCION Y SU
000080*     FECHA LIMITE DE RESOLUCION (POR DEFECTO, 30 DIAS DESDE LA
000090*     APERTURA), ABONANDO SI SE PIDE UN IMPORTE PROVISIONAL AL
000100*     CLIENTE
000110*   - MODIFICAR EL MOTIVO, LA DESCRIPCION Y LA FECHA LIMITE DE
000120*     UNA RECLAMACION ABIERTA, O ABONARLE EL IMPORTE PROVISIONAL
000130*     SI AUN NO SE HABIA HECHO
000140*   - CERRARLA A FAVOR DEL CLIENTE, CON LO QUE EL ABONO
000150*     PROVISIONAL PASA A SER DEFINITIVO (O SE ABONA AHORA SI NO LO
000160*     HABIA), O DESESTIMARLA. SI SE HABIA ABONADO UN IMPORTE
000170*     PROVISIONAL, LA RECLAMACION QUEDA PENDIENTE DE RECARGO Y ES
000180*     REVE01 QUIEN REVIERTE ESE ABONO Y LA CIERRA; SI NO, SE
000190*     CIERRA EN EL ACTO
000200* LOS ABONOS SON MOVIMIENTOS DE TIPO 'R' DESDE LA CUENTA DE
000210* RECLAMACIONES DEL BANCO EN LA DIVISA DEL MOVIMIENTO
000220* (IBMUSER.CUENTA_RECLAMACION) AL CONTRATO RECLAMANTE, CONVERTIDOS
000230* A SU DIVISA CON EL TIPO DE CAMBIO VIGENTE, COMO EN TRAN01. EL
000240* RESULTADO VUELVE AL TERMINAL EN LA MISMA PANTALLA
000250* CADA OPERACION DEJA EN LA AUDITORIA LOS VALORES ANTERIOR Y
000260* POSTERIOR DE LOS CAMPOS DE LA RECLAMACION QUE CAMBIAN
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID.RECL01.
000290
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 DATA DIVISION.
000330 WORKING-STORAGE SECTION.
000340
000350* AREA RECIBIDA DEL TERMINAL CON LA PETICION. LA RECLAMACION SE
000360* IDENTIFICA POR SU CLAVE; EL MOVIMIENTO Y EL IMPORTE SOLO SE USAN
000370* EN LA APERTURA (IMPORTE CERO EQUIVALE AL IMPORTE COMPLETO DEL
000380* MOVIMIENTO). EN LA MODIFICACION, LOS CAMPOS EN BLANCO NO CAMBIAN
000390 01 WS-PETICION.
000400     05 WS-PET-OPERACION       PIC X(1).
000410         88 PET-OPERACION-ALTA     VALUE 'A'.
000420         88 PET-OPERACION-MODIFICA VALUE 'M'.
000430         88 PET-OPERACION-CIERRE   VALUE 'C'.
000440     05 WS-PET-CLAVE-RECLAMACION PIC 9(9).
000450     05 WS-PET-CLAVE-MOVIMIENTO PIC 9(9).
000460     05 WS-PET-IMPORTE         PIC 9(11)V9(2).
000470* MOTIVO DE LA RECLAMACION: NO RECONOCIDO, DUPLICADO, IMPORTE
000480* ERRONEO, SERVICIO NO PRESTADO, FRAUDE U OTRO
000490     05 WS-PET-MOTIVO          PIC X(2).
000500         88 PET-MOTIVO-VALIDO      VALUES 'NR' 'DU' 'IE' 'NP'
000510                                          'FR' 'OT'.
000520     05 WS-PET-DESCRIPCION     PIC X(50).
000530     05 WS-PET-FECHA-LIMITE    PIC X(10).
000540* VISTA POR PARTES DE LA FECHA LIMITE, PARA PODER VALIDAR SU
000550* FORMATO ANTES DE USARLA, COMO HACE BANCO01
000560     05 WS-PET-FECHA-LIMITE-R REDEFINES WS-PET-FECHA-LIMITE.
000570        10 WS-PET-FL-ANO       PIC 9(4).
000580        10 WS-PET-FL-SEP1      PIC X(1).
000590        10 WS-PET-FL-MES       PIC 9(2).
000600        10 WS-PET-FL-SEP2      PIC X(1).
000610        10 WS-PET-FL-DIA       PIC 9(2).
000620* 'S' PIDE EL ABONO PROVISIONAL EN LA APERTURA O LA MODIFICACION
000630     05 WS-PET-ABONO           PIC X(1).
000640         88 PET-ABONO-VALIDO       VALUES 'S' 'N' ' '.
000650         88 PET-ABONO-SI           VALUE 'S'.
000660* RESOLUCION DEL CIERRE: 'F' A FAVOR DEL CLIENTE, 'D' DESESTIMADA
000670     05 WS-PET-RESOLUCION      PIC X(1).
000680         88 PET-RESOLUCION-FAVOR   VALUE 'F'.
000690         88 PET-RESOLUCION-DESEST  VALUE 'D'.
000700 01 WS-LONG-PETICION           PIC S9(4) COMP VALUE +96.
000710
000720* AREA DEVUELTA AL TERMINAL CON EL RESULTADO DE LA OPERACION
000730 01 WS-RESPUESTA.
000740     05 WS-RES-CODERR          PIC X(8).
000750         88 CODERR-SQL-ERROR      VALUE 'SQLERROR'.
000760         88 CODERR-RECLAMA-NOEXI  VALUE 'RECNOEXI'.
000770         88 CODERR-RECLAMA-YAEXI  VALUE 'RECYAEXI'.
000780         88 CODERR-RECLAMA-CERRADA VALUE 'RECCERRA'.
000790         88 CODERR-RECLAMA-INV    VALUE 'RECLAINV'.
000800         88 CODERR-OPERACION-INV  VALUE 'OPERAINV'.
000810         88 CODERR-MOV-NOEXI      VALUE 'MOVNOEXI'.
000820         88 CODERR-MOV-SIN-CARGO  VALUE 'MOVSINCA'.
000830         88 CODERR-MOV-NO-RECLAM  VALUE 'MOVNOREC'.
000840         88 CODERR-MOV-RECLAMADO  VALUE 'MOVRECLA'.
000850         88 CODERR-IMPORTE-INV    VALUE 'IMPORINV'.
000860         88 CODERR-MOTIVO-INV     VALUE 'MOTIVINV'.
000870         88 CODERR-FECHA-INVALIDA VALUE 'FECHAINV'.
000880         88 CODERR-ABONO-INV      VALUE 'ABONOINV'.
000890         88 CODERR-ABONO-YAEXI    VALUE 'ABONOYAE'.
000900         88 CODERR-RESOLUCION-INV VALUE 'RESOLINV'.
000910         88 CODERR-CTA-RECL-NOEXI VALUE 'CTARECNO'.
000920         88 CODERR-CONTRATO-NOEXI VALUE 'CTANOEXI'.
000930         88 CODERR-CONTRATO-BAJA  VALUE 'CTABAJA '.
000940         88 CODERR-DESTINO-BLQ-ABO VALUE 'DESTBLQA'.
000950         88 CODERR-CAMBIO-NO-DISP VALUE 'CAMBIONO'.
000960         88 CODERR-OK             VALUE 'OK      '.
000970     05 WS-RES-SQLCODE         PIC -999.
000980     05 WS-RES-DESCRIPCION     PIC X(68).
000990 01 WS-LONG-RESPUESTA          PIC S9(4) COMP VALUE +80.
001000
001010* DIAS QUE SE DAN POR DEFECTO PARA RESOLVER UNA RECLAMACION
001020 01 WS-DIAS-PLAZO              PIC S9(4) COMP VALUE 30.
001030
001040* FECHA DE HOY (AAAA-MM-DD), PARA VALIDAR LA FECHA LIMITE Y PARA
001050* LA FECHA DE CIERRE
001060 01 WS-FECHA-HOY               PIC X(10).
001070
001080* RECLAMACIONES VIVAS O RESUELTAS A FAVOR SOBRE EL MOVIMIENTO, QUE
001090* IMPIDEN ABRIR OTRA
001100 01 WS-CNT-RECLAMACIONES       PIC S9(9) COMP VALUE 0.
001110 01 IND-FECHA-CIERRE           PIC S9(4) COMP.
001120
001130* DESCRIPCION DE LOS MOVIMIENTOS DE ABONO: CONCEPTO SEGUIDO DE LA
001140* CLAVE DE LA RECLAMACION
001150 01 WS-DESC-RECLAMACION.
001160     05 WS-DRE-CONCEPTO        PIC X(33).
001170     05 WS-DRE-CLAVE           PIC Z(8)9.
001180     05 FILLER                 PIC X(8) VALUE SPACES.
001190
001200* CAMPOS DE ENTRADA/SALIDA DE LA CONVERSION DEL IMPORTE ABONADO
001210* DESDE LA DIVISA DEL MOVIMIENTO A LA DEL CONTRATO RECLAMANTE
001220 01 WS-CONV-MONEDA-ORIGEN      PIC X(3).
001230 01 WS-CONV-MONEDA-DESTINO     PIC X(3).
001240 01 WS-CONV-IMPORTE-ENTRADA    PIC 9(11)V9(2).
001250 01 WS-CONV-IMPORTE-SALIDA     PIC 9(11)V9(2).
001260 01 WS-CONV-TIPO-CAMBIO        PIC 9(4)V9(6).
001270
001280* VARIABLES PARA LOS MOVIMIENTOS DE ABONO. EL ORIGEN DEL
001290* MOVIMIENTO RECLAMADO PUEDE SER NULO (LADO DEL BANCO), Y ENTONCES
001300* NO HAY CONTRATO DEL CLIENTE AL QUE ABONAR
001310 01 IND-ORIGEN               PIC S9(4) COMP.
001320 01 IND-DESTINO              PIC S9(4) COMP.
001330 01 WS-FECHA-SISTEMA         PIC X(21).
001340 01 WS-FECHA-SISTEMA-R REDEFINES WS-FECHA-SISTEMA.
001350     05 WS-FS-ANO           PIC 9(4).
001360     05 WS-FS-MES           PIC 9(2).
001370     05 WS-FS-DIA           PIC 9(2).
001380     05 WS-FS-HORA          PIC 9(2).
001390     05 WS-FS-MINUTO        PIC 9(2).
001400     05 WS-FS-SEGUNDO       PIC 9(2).
001410     05 WS-FS-CENTESIMAS    PIC 9(2).
001420     05 FILLER              PIC X(5).
001430 01 WS-TIMESTAMP-MOVIMIENTO PIC X(26).
001440
001450* RESERVA DE CLAVES DE MOVIMIENTO EN IBMUSER.CONTADOR: TAMANO
001460* DEL BLOQUE QUE SE RESERVA DE CADA VEZ, ULTIMO VALOR
001470* RESERVADO, ULTIMA CLAVE DEL BLOQUE EN USO Y MAXIMOS PARA LA
001480* PRIMERA CARGA DEL CONTADOR
001490 01 WS-BLOQUE-CLAVES       PIC S9(9) COMP VALUE 1.
001500 01 WS-ULTIMO-RESERVADO    PIC S9(9) COMP VALUE 0.
001510 01 WS-ULTIMA-CLAVE-BLOQUE PIC S9(9) COMP VALUE 0.
001520 01 WS-MAX-OPERATIVA       PIC S9(9) COMP VALUE 0.
001530 01 WS-MAX-HISTORICO       PIC S9(9) COMP VALUE 0.
001540 01 IND-NULL-CTR           PIC S9(4) COMP.
001550
001560* IMAGEN DE LA RECLAMACION ANTES Y DESPUES DE LA OPERACION, CON
001570* LOS IMPORTES Y CLAVES EDITADOS, PARA ANOTAR EN LA AUDITORIA LOS
001580* CAMPOS QUE CAMBIAN. EN LA APERTURA LA IMAGEN ANTERIOR QUEDA EN
001590* BLANCO
001600 01 WS-IMAGEN-ANTES.
001610     05 WS-IMA-CLAVE-MOVIMIENTO  PIC Z(8)9.
001620     05 WS-IMA-CLAVE-CONTRATO    PIC Z(8)9.
001630     05 WS-IMA-MOTIVO            PIC X(2).
001640     05 WS-IMA-DESCRIPCION       PIC X(50).
001650     05 WS-IMA-IMPORTE           PIC -(11)9.99.
001660     05 WS-IMA-MONEDA            PIC X(3).
001670     05 WS-IMA-ESTADO            PIC X(1).
001680     05 WS-IMA-FECHA-LIMITE      PIC X(10).
001690     05 WS-IMA-FECHA-CIERRE      PIC X(10).
001700     05 WS-IMA-MOV-ABONO         PIC Z(8)9.
001710     05 WS-IMA-ABONO-PROVISIONAL PIC X(1).
001720 01 WS-IMAGEN-DESPUES.
001730     05 WS-IMD-CLAVE-MOVIMIENTO  PIC Z(8)9.
001740     05 WS-IMD-CLAVE-CONTRATO    PIC Z(8)9.
001750     05 WS-IMD-MOTIVO            PIC X(2).
001760     05 WS-IMD-DESCRIPCION       PIC X(50).
001770     05 WS-IMD-IMPORTE           PIC -(11)9.99.
001780     05 WS-IMD-MONEDA            PIC X(3).
001790     05 WS-IMD-ESTADO            PIC X(1).
001800     05 WS-IMD-FECHA-LIMITE      PIC X(10).
001810     05 WS-IMD-FECHA-CIERRE      PIC X(10).
001820     05 WS-IMD-MOV-ABONO         PIC Z(8)9.
001830     05 WS-IMD-ABONO-PROVISIONAL PIC X(1).
001840
001850* CAMPOS QUE CAMBIAN EN LA OPERACION, CON SU VALOR ANTERIOR Y
001860* POSTERIOR EN FORMATO EDITADO. SE GRABAN EN
001870* IBMUSER.AUDITORIA_CAMBIO CON LA MISMA FECHA Y HORA QUE EL
001880* REGISTRO DE AUDITORIA DE LA OPERACION
001890 01 WS-DIF-MAX               PIC 9(2) VALUE 0.
001900 01 WS-TABLA-DIFERENCIAS.
001910     05 WS-DIF-OCU OCCURS 1 TO 12 TIMES
001920                   DEPENDING ON WS-DIF-MAX
001930                   INDEXED BY WS-IDX-DIF.
001940        10 WS-DIF-CAMPO       PIC X(18).
001950        10 WS-DIF-ANTES       PIC X(50).
001960        10 WS-DIF-DESPUES     PIC X(50).
001970
001980* CAMPO QUE SE COMPARA PARA ANOTARLO EN LA TABLA SI HA CAMBIADO
001990 01 WS-DIF-NUEVO.
002000     05 WS-DNU-CAMPO          PIC X(18).
002010     05 WS-DNU-ANTES          PIC X(50).
002020     05 WS-DNU-DESPUES        PIC X(50).
002030
002040* SQLCA Y DCLGEN DE LAS TABLAS. DCLAUDITORIA ES LA TABLA DONDE SE
002050* REGISTRA QUIEN (USUARIO Y TERMINAL) HA REALIZADO CADA OPERACION,
002060* CON LA CLAVE DE LA RECLAMACION EN EL CAMPO DE CLAVE.
002070* AUDITORIA_CAMBIO GUARDA LOS VALORES ANTERIOR Y POSTERIOR DE LOS
002080* CAMPOS QUE CAMBIAN
002090     EXEC SQL INCLUDE SQLCA END-EXEC.
002100     EXEC SQL INCLUDE RECLAMAC END-EXEC.
002110     EXEC SQL INCLUDE CUENRECL END-EXEC.
002120     EXEC SQL INCLUDE CONTRATO END-EXEC.
002130     EXEC SQL INCLUDE MOVIMIEN END-EXEC.
002140     EXEC SQL INCLUDE TIPOCAMB END-EXEC.
002150     EXEC SQL INCLUDE CONTADOR END-EXEC.
002160     EXEC SQL INCLUDE AUDITORI END-EXEC.
002170     EXEC SQL INCLUDE AUDICAMB END-EXEC.
002180
002190 PROCEDURE DIVISION.
002200
002210     EXEC CICS
002220        HANDLE CONDITION ERROR(9999-ERROR)
002230     END-EXEC.
002240
002250     PERFORM 1000-INICIO.
002260     PERFORM 2000-PROCESO.
002270     PERFORM 3000-FIN.
002280
002290* **********************************************************
002300* PARRAFO DE INICIO. RECIBE LA PETICION DEL TERMINAL
002310* **********************************************************
002320 1000-INICIO.
002330
002340     MOVE SPACES               TO WS-PETICION.
002350     MOVE SPACES               TO WS-RESPUESTA.
002360
002370     EXEC CICS
002380        RECEIVE INTO(WS-PETICION) LENGTH(WS-LONG-PETICION)
002390     END-EXEC.
002400
002410     MOVE FUNCTION CURRENT-DATE TO WS-FECHA-SISTEMA.
002420     STRING WS-FS-ANO           DELIMITED BY SIZE
002430            '-'                 DELIMITED BY SIZE
002440            WS-FS-MES           DELIMITED BY SIZE
002450            '-'                 DELIMITED BY SIZE
002460            WS-FS-DIA           DELIMITED BY SIZE
002470       INTO WS-FECHA-HOY
002480     END-STRING.
002490
002500* ************************************************************
002510 2000-PROCESO.
002520* ************************************************************
002530
002540     SET CODERR-OK                         TO TRUE.
002550
002560     IF WS-PET-CLAVE-RECLAMACION NOT NUMERIC
002570        OR WS-PET-CLAVE-RECLAMACION EQUAL ZERO
002580        SET CODERR-RECLAMA-INV             TO TRUE
002590        MOVE 0                             TO WS-RES-SQLCODE
002600        MOVE 'CLAVE DE RECLAMACION NO VALIDA'
002610                                           TO WS-RES-DESCRIPCION
002620     ELSE
002630        MOVE WS-PET-CLAVE-RECLAMACION
002640                          TO CLAVE-RECLAMACION OF DCLRECLAMACION
002650        EVALUATE TRUE
002660           WHEN PET-OPERACION-ALTA
002670              PERFORM 2100-ALTA-RECLAMACION
002680           WHEN PET-OPERACION-MODIFICA
002690              PERFORM 2300-MODIFICA-RECLAMACION
002700           WHEN PET-OPERACION-CIERRE
002710              PERFORM 2400-CIERRA-RECLAMACION
002720           WHEN OTHER
002730              SET CODERR-OPERACION-INV     TO TRUE
002740              MOVE 0                       TO WS-RES-SQLCODE
002750              MOVE 'CODIGO DE OPERACION NO RECONOCIDO'
002760                                           TO WS-RES-DESCRIPCION
002770        END-EVALUATE
002780     END-IF.
002790
002800* ***************************************************************
002810* COMPRUEBA LOS DATOS DE LA APERTURA: MOVIMIENTO INFORMADO,
002820* IMPORTE NUMERICO, MOTIVO RECONOCIDO, FECHA LIMITE (SI SE INDICA)
002830* E INDICADOR DE ABONO PROVISIONAL
002840* ***************************************************************
002850 2050-VALIDA-DATOS-ALTA.
002860
002870     IF WS-PET-CLAVE-MOVIMIENTO NOT NUMERIC
002880        OR WS-PET-CLAVE-MOVIMIENTO EQUAL ZERO
002890        SET CODERR-MOV-NOEXI               TO TRUE
002900        MOVE 0                             TO WS-RES-SQLCODE
002910        MOVE 'INDIQUE EL MOVIMIENTO RECLAMADO'
002920                                           TO WS-RES-DESCRIPCION
002930     END-IF.
002940
002950     IF CODERR-OK
002960        IF WS-PET-IMPORTE NOT NUMERIC
002970           SET CODERR-IMPORTE-INV          TO TRUE
002980           MOVE 0                          TO WS-RES-SQLCODE
002990           MOVE 'IMPORTE RECLAMADO NO VALIDO'
003000                                           TO WS-RES-DESCRIPCION
003010        END-IF
003020     END-IF.
003030
003040     IF CODERR-OK
003050        IF NOT PET-MOTIVO-VALIDO
003060           SET CODERR-MOTIVO-INV           TO TRUE
003070           MOVE 0                          TO WS-RES-SQLCODE
003080           MOVE 'MOTIVO NO RECONOCIDO (NR, DU, IE, NP, FR U OT)'
003090                                           TO WS-RES-DESCRIPCION
003100        END-IF
003110     END-IF.
003120
003130     IF CODERR-OK
003140        PERFORM 2055-VALIDA-OPCIONALES
003150     END-IF.
003160
003170* ***************************************************************
003180* COMPRUEBA LOS CAMPOS OPCIONALES DE LA APERTURA Y LA
003190* MODIFICACION: LA FECHA LIMITE, SI SE INDICA, CON FORMATO
003200* AAAA-MM-DD Y NO ANTERIOR A HOY, Y EL INDICADOR DE ABONO
003210* ***************************************************************
003220 2055-VALIDA-OPCIONALES.
003230
003240     IF WS-PET-FECHA-LIMITE NOT EQUAL SPACES
003250        IF WS-PET-FL-ANO NOT NUMERIC
003260           OR WS-PET-FL-MES NOT NUMERIC
003270           OR WS-PET-FL-DIA NOT NUMERIC
003280           OR WS-PET-FL-SEP1 NOT EQUAL '-'
003290           OR WS-PET-FL-SEP2 NOT EQUAL '-'
003300           OR WS-PET-FL-MES LESS THAN 01
003310           OR WS-PET-FL-MES GREATER THAN 12
003320           OR WS-PET-FL-DIA LESS THAN 01
003330           OR WS-PET-FL-DIA GREATER THAN 31
003340           SET CODERR-FECHA-INVALIDA       TO TRUE
003350           MOVE 0                          TO WS-RES-SQLCODE
003360           MOVE 'FECHA LIMITE CON FORMATO INVALIDO (AAAA-MM-DD)'
003370                                           TO WS-RES-DESCRIPCION
003380        ELSE
003390           IF WS-PET-FECHA-LIMITE LESS THAN WS-FECHA-HOY
003400              SET CODERR-FECHA-INVALIDA    TO TRUE
003410              MOVE 0                       TO WS-RES-SQLCODE
003420              MOVE 'LA FECHA LIMITE NO PUEDE SER ANTERIOR A HOY'
003430                                           TO WS-RES-DESCRIPCION
003440           END-IF
003450        END-IF
003460     END-IF.
003470
003480     IF CODERR-OK
003490        IF NOT PET-ABONO-VALIDO
003500           SET CODERR-ABONO-INV            TO TRUE
003510           MOVE 0                          TO WS-RES-SQLCODE
003520           MOVE 'INDICADOR DE ABONO PROVISIONAL NO VALIDO (S O N)'
003530                                           TO WS-RES-DESCRIPCION
003540        END-IF
003550     END-IF.
003560
003570* ***************************************************************
003580* LEE EL MOVIMIENTO RECLAMADO, EN LA TABLA OPERATIVA O, SI YA SE
003590* ARCHIVO, EN EL HISTORICO. SOLO SE RECLAMAN MOVIMIENTOS CARGADOS
003600* EN UN CONTRATO (ORIGEN INFORMADO), Y NO LOS PROPIOS ABONOS DE
003610* RECLAMACIONES NI LAS REVERSIONES
003620* ***************************************************************
003630 2060-LEE-MOVIMIENTO.
003640
003650     MOVE WS-PET-CLAVE-MOVIMIENTO
003660                          TO CLAVE-MOVIMIENTO OF DCLMOVIMIENTO.
003670
003680     EXEC SQL
003690        SELECT ORIGEN, IMPORTE, MONEDA, TIPO_OPERACION
003700          INTO :ORIGEN :IND-ORIGEN,
003710               :DCLMOVIMIENTO.IMPORTE,
003720               :DCLMOVIMIENTO.MONEDA,
003730               :DCLMOVIMIENTO.TIPO-OPERACION
003740          FROM IBMUSER.MOVIMIENTO
003750         WHERE CLAVE_MOVIMIENTO = :DCLMOVIMIENTO.CLAVE-MOVIMIENTO
003760     END-EXEC.
003770
003780     IF SQLCODE EQUAL 100
003790        EXEC SQL
003800           SELECT ORIGEN, IMPORTE, MONEDA, TIPO_OPERACION
003810             INTO :ORIGEN :IND-ORIGEN,
003820                  :DCLMOVIMIENTO.IMPORTE,
003830                  :DCLMOVIMIENTO.MONEDA,
003840                  :DCLMOVIMIENTO.TIPO-OPERACION
003850             FROM IBMUSER.MOVIMIENTO_HIST
003860            WHERE CLAVE_MOVIMIENTO =
003870                  :DCLMOVIMIENTO.CLAVE-MOVIMIENTO
003880        END-EXEC
003890     END-IF.
003900
003910     IF SQLCODE EQUAL 100
003920        SET CODERR-MOV-NOEXI               TO TRUE
003930        MOVE 0                             TO WS-RES-SQLCODE
003940        MOVE 'EL MOVIMIENTO RECLAMADO NO EXISTE'
003950                                           TO WS-RES-DESCRIPCION
003960     ELSE
003970        IF SQLCODE NOT EQUAL 0
003980           SET CODERR-SQL-ERROR TO TRUE
003990           MOVE SQLCODE                    TO WS-RES-SQLCODE
004000           MOVE 'ERROR AL LEER EL MOVIMIENTO RECLAMADO'
004010                                           TO WS-RES-DESCRIPCION
004020        END-IF
004030     END-IF.
004040
004050     IF CODERR-OK
004060        IF IND-ORIGEN EQUAL -1
004070           SET CODERR-MOV-SIN-CARGO        TO TRUE
004080           MOVE 0                          TO WS-RES-SQLCODE
004090           MOVE 'EL MOVIMIENTO NO SE CARGO EN NINGUN CONTRATO'
004100                                           TO WS-RES-DESCRIPCION
004110        ELSE
004120           IF TIPO-OPERACION OF DCLMOVIMIENTO EQUAL 'R'
004130              OR TIPO-OPERACION OF DCLMOVIMIENTO EQUAL 'V'
004140              SET CODERR-MOV-NO-RECLAM     TO TRUE
004150              MOVE 0                       TO WS-RES-SQLCODE
004160              MOVE 'NO SE RECLAMAN ABONOS NI REVERSIONES'
004170                                           TO WS-RES-DESCRIPCION
004180           END-IF
004190        END-IF
004200     END-IF.
004210
004220* ***************************************************************
004230* COMPRUEBA QUE EL MOVIMIENTO NO TENGA YA UNA RECLAMACION ABIERTA,
004240* PENDIENTE DE RECARGO O RESUELTA A FAVOR DEL CLIENTE. UNA
004250* RECLAMACION DESESTIMADA NO IMPIDE VOLVER A RECLAMAR
004260* ***************************************************************
004270 2070-COMPRUEBA-RECLAMADO.
004280
004290     EXEC SQL
004300        SELECT COUNT(*)
004310          INTO :WS-CNT-RECLAMACIONES
004320          FROM IBMUSER.RECLAMACION
004330         WHERE CLAVE_MOVIMIENTO = :DCLMOVIMIENTO.CLAVE-MOVIMIENTO
004340           AND ESTADO IN ('A', 'R', 'F')
004350     END-EXEC.
004360
004370     IF SQLCODE NOT EQUAL 0
004380        SET CODERR-SQL-ERROR TO TRUE
004390        MOVE SQLCODE                       TO WS-RES-SQLCODE
004400        MOVE 'ERROR AL BUSCAR RECLAMACIONES DEL MOVIMIENTO'
004410                                           TO WS-RES-DESCRIPCION
004420     ELSE
004430        IF WS-CNT-RECLAMACIONES GREATER THAN ZERO
004440           SET CODERR-MOV-RECLAMADO        TO TRUE
004450           MOVE 0                          TO WS-RES-SQLCODE
004460           MOVE 'EL MOVIMIENTO YA TIENE UNA RECLAMACION'
004470                                           TO WS-RES-DESCRIPCION
004480        END-IF
004490     END-IF.
004500
004510* ***************************************************************
004520* ABRE LA RECLAMACION SOBRE EL MOVIMIENTO INDICADO Y, SI SE PIDE,
004530* ABONA AL CLIENTE EL IMPORTE RECLAMADO CON CARACTER PROVISIONAL
004540* ***************************************************************
004550 2100-ALTA-RECLAMACION.
004560
004570     PERFORM 2050-VALIDA-DATOS-ALTA.
004580
004590     IF CODERR-OK
004600        PERFORM 2060-LEE-MOVIMIENTO
004610     END-IF.
004620
004630     IF CODERR-OK
004640        PERFORM 2070-COMPRUEBA-RECLAMADO
004650     END-IF.
004660
004670* SIN IMPORTE SE RECLAMA EL MOVIMIENTO COMPLETO; NUNCA MAS DE SU
004680* IMPORTE
004690     IF CODERR-OK
004700        IF WS-PET-IMPORTE EQUAL ZERO
004710           MOVE IMPORTE OF DCLMOVIMIENTO   TO WS-PET-IMPORTE
004720        END-IF
004730        IF WS-PET-IMPORTE GREATER THAN IMPORTE OF DCLMOVIMIENTO
004740           SET CODERR-IMPORTE-INV          TO TRUE
004750           MOVE 0                          TO WS-RES-SQLCODE
004760           MOVE 'EL IMPORTE RECLAMADO SUPERA EL DEL MOVIMIENTO'
004770                                           TO WS-RES-DESCRIPCION
004780        END-IF
004790     END-IF.
004800
004810     IF CODERR-OK
004820        PERFORM 2110-INSERTA-RECLAMACION
004830     END-IF.
004840
004850     IF CODERR-OK AND PET-ABONO-SI
004860        MOVE 'S'                   TO ABONO-PROVISIONAL
004870                                      OF DCLRECLAMACION
004880        PERFORM 2500-ABONA-RECLAMACION
004890        IF CODERR-OK
004900           PERFORM 2600-ACTUALIZA-RECLAMACION
004910        END-IF
004920     END-IF.
004930
004940     IF CODERR-OK
004950        MOVE 0                             TO WS-RES-SQLCODE
004960        MOVE SPACES                        TO WS-RES-DESCRIPCION
004970        IF PET-ABONO-SI
004980           STRING 'RECLAMACION ABIERTA CON ABONO PROVISIONAL. '
004990                                           DELIMITED BY SIZE
005000                  'LIMITE '                DELIMITED BY SIZE
005010                  FECHA-LIMITE OF DCLRECLAMACION
005020                                           DELIMITED BY SIZE
005030             INTO WS-RES-DESCRIPCION
005040           END-STRING
005050        ELSE
005060           STRING 'RECLAMACION ABIERTA. FECHA LIMITE '
005070                                           DELIMITED BY SIZE
005080                  FECHA-LIMITE OF DCLRECLAMACION
005090                                           DELIMITED BY SIZE
005100             INTO WS-RES-DESCRIPCION
005110           END-STRING
005120        END-IF
005130        MOVE SPACES                      TO WS-IMAGEN-ANTES
005140        PERFORM 2875-GUARDA-IMAGEN-DESPUES
005150        PERFORM 2900-REGISTRA-AUDITORIA
005160        IF CODERR-OK
005170           EXEC CICS SYNCPOINT END-EXEC
005180        END-IF
005190     ELSE
005200        EXEC CICS SYNCPOINT ROLLBACK END-EXEC
005210     END-IF.
005220
005230* ***************************************************************
005240* INSERTA LA RECLAMACION ABIERTA, SIN ABONO, SOBRE EL CONTRATO
005250* CARGADO EN EL MOVIMIENTO Y EN SU DIVISA. SI NO SE INDICA FECHA
005260* LIMITE SE TOMA LA DE HOY MAS EL PLAZO POR DEFECTO
005270* ***************************************************************
005280 2110-INSERTA-RECLAMACION.
005290
005300     MOVE CLAVE-MOVIMIENTO OF DCLMOVIMIENTO
005310                          TO CLAVE-MOVIMIENTO OF DCLRECLAMACION.
005320     MOVE ORIGEN           TO CLAVE-CONTRATO OF DCLRECLAMACION.
005330     MOVE WS-PET-MOTIVO        TO MOTIVO OF DCLRECLAMACION.
005340     MOVE WS-PET-DESCRIPCION   TO DESCRIPCION OF DCLRECLAMACION.
005350     MOVE WS-PET-IMPORTE       TO IMPORTE OF DCLRECLAMACION.
005360     MOVE MONEDA OF DCLMOVIMIENTO TO MONEDA OF DCLRECLAMACION.
005370     MOVE 'A'                  TO ESTADO OF DCLRECLAMACION.
005380     MOVE WS-FECHA-HOY     TO FECHA-APERTURA OF DCLRECLAMACION.
005390     MOVE SPACES               TO FECHA-CIERRE OF DCLRECLAMACION.
005400     MOVE 0                    TO MOV-ABONO OF DCLRECLAMACION.
005410     MOVE 'N'              TO ABONO-PROVISIONAL OF DCLRECLAMACION.
005420     MOVE 0                    TO MOV-RECARGO OF DCLRECLAMACION.
005430     MOVE EIBUSERID            TO USUARIO-ALTA OF DCLRECLAMACION.
005440     MOVE EIBTRMID             TO TERMINAL-ALTA OF DCLRECLAMACION.
005450     MOVE SPACES
005460                        TO USUARIO-RESOLUCION OF DCLRECLAMACION.
005470
005480     IF WS-PET-FECHA-LIMITE NOT EQUAL SPACES
005490        MOVE WS-PET-FECHA-LIMITE TO FECHA-LIMITE OF DCLRECLAMACION
005500     ELSE
005510        EXEC SQL
005520           SELECT CHAR(DATE(:WS-FECHA-HOY) + :WS-DIAS-PLAZO DAYS,
005530                       ISO)
005540             INTO :DCLRECLAMACION.FECHA-LIMITE
005550             FROM SYSIBM.SYSDUMMY1
005560        END-EXEC
005570     END-IF.
005580
005590     IF SQLCODE EQUAL 0
005600        EXEC SQL
005610           INSERT INTO IBMUSER.RECLAMACION
005620                 (CLAVE_RECLAMACION, CLAVE_MOVIMIENTO,
005630                  CLAVE_CONTRATO, MOTIVO, DESCRIPCION, IMPORTE,
005640                  MONEDA, ESTADO,
005650                  FECHA_APERTURA, FECHA_LIMITE, FECHA_CIERRE,
005660                  MOV_ABONO, ABONO_PROVISIONAL, MOV_RECARGO,
005670                  USUARIO_ALTA, TERMINAL_ALTA, USUARIO_RESOLUCION,
005680                  FECHA_ALTA)
005690           VALUES (:DCLRECLAMACION.CLAVE-RECLAMACION,
005700                   :DCLRECLAMACION.CLAVE-MOVIMIENTO,
005710                   :DCLRECLAMACION.CLAVE-CONTRATO,
005720                   :DCLRECLAMACION.MOTIVO,
005730                   :DCLRECLAMACION.DESCRIPCION,
005740                   :DCLRECLAMACION.IMPORTE,
005750                   :DCLRECLAMACION.MONEDA,
005760                   :DCLRECLAMACION.ESTADO,
005770                   DATE(:DCLRECLAMACION.FECHA-APERTURA),
005780                   DATE(:DCLRECLAMACION.FECHA-LIMITE),
005790                   NULL,
005800                   :DCLRECLAMACION.MOV-ABONO,
005810                   :DCLRECLAMACION.ABONO-PROVISIONAL,
005820                   :DCLRECLAMACION.MOV-RECARGO,
005830                   :DCLRECLAMACION.USUARIO-ALTA,
005840                   :DCLRECLAMACION.TERMINAL-ALTA,
005850                   :DCLRECLAMACION.USUARIO-RESOLUCION,
005860                   CURRENT TIMESTAMP)
005870        END-EXEC
005880     END-IF.
005890
005900     IF SQLCODE EQUAL -803
005910        SET CODERR-RECLAMA-YAEXI           TO TRUE
005920        MOVE SQLCODE                       TO WS-RES-SQLCODE
005930        MOVE 'YA EXISTE UNA RECLAMACION CON ESA CLAVE'
005940                                           TO WS-RES-DESCRIPCION
005950     ELSE
005960        IF SQLCODE NOT EQUAL 0
005970           SET CODERR-SQL-ERROR TO TRUE
005980           MOVE SQLCODE                    TO WS-RES-SQLCODE
005990           MOVE 'ERROR AL DAR DE ALTA LA RECLAMACION'
006000                                           TO WS-RES-DESCRIPCION
006010        END-IF
006020     END-IF.
006030
006040* ***************************************************************
006050* COMPRUEBA QUE LA RECLAMACION EXISTE Y SIGUE ABIERTA, DEJANDO SUS
006060* DATOS EN DCLRECLAMACION Y SU IMAGEN ANTERIOR PARA LA AUDITORIA
006070* ***************************************************************
006080 2150-COMPRUEBA-ESTADO-RECLAMA.
006090
006100     EXEC SQL
006110        SELECT CLAVE_MOVIMIENTO, CLAVE_CONTRATO, MOTIVO,
006120               DESCRIPCION, IMPORTE, MONEDA, ESTADO,
006130               CHAR(FECHA_APERTURA, ISO), CHAR(FECHA_LIMITE, ISO),
006140               CHAR(FECHA_CIERRE, ISO), MOV_ABONO,
006150               ABONO_PROVISIONAL, MOV_RECARGO, USUARIO_RESOLUCION
006160          INTO :DCLRECLAMACION.CLAVE-MOVIMIENTO,
006170               :DCLRECLAMACION.CLAVE-CONTRATO,
006180               :DCLRECLAMACION.MOTIVO,
006190               :DCLRECLAMACION.DESCRIPCION,
006200               :DCLRECLAMACION.IMPORTE,
006210               :DCLRECLAMACION.MONEDA,
006220               :DCLRECLAMACION.ESTADO,
006230               :DCLRECLAMACION.FECHA-APERTURA,
006240               :DCLRECLAMACION.FECHA-LIMITE,
006250               :DCLRECLAMACION.FECHA-CIERRE :IND-FECHA-CIERRE,
006260               :DCLRECLAMACION.MOV-ABONO,
006270               :DCLRECLAMACION.ABONO-PROVISIONAL,
006280               :DCLRECLAMACION.MOV-RECARGO,
006290               :DCLRECLAMACION.USUARIO-RESOLUCION
006300          FROM IBMUSER.RECLAMACION
006310         WHERE CLAVE_RECLAMACION =
006320               :DCLRECLAMACION.CLAVE-RECLAMACION
006330     END-EXEC.
006340
006350     IF SQLCODE EQUAL 100
006360        SET CODERR-RECLAMA-NOEXI           TO TRUE
006370        MOVE 0                             TO WS-RES-SQLCODE
006380        MOVE 'LA RECLAMACION NO EXISTE'    TO WS-RES-DESCRIPCION
006390     ELSE
006400        IF SQLCODE NOT EQUAL 0
006410           SET CODERR-SQL-ERROR TO TRUE
006420           MOVE SQLCODE                    TO WS-RES-SQLCODE
006430           MOVE 'ERROR AL LEER LA RECLAMACION'
006440                                           TO WS-RES-DESCRIPCION
006450        ELSE
006460           IF IND-FECHA-CIERRE EQUAL -1
006470              MOVE SPACES     TO FECHA-CIERRE OF DCLRECLAMACION
006480           END-IF
006490           IF ESTADO OF DCLRECLAMACION NOT EQUAL 'A'
006500              SET CODERR-RECLAMA-CERRADA   TO TRUE
006510              MOVE 0                       TO WS-RES-SQLCODE
006520              MOVE 'LA RECLAMACION YA ESTA RESUELTA'
006530                                           TO WS-RES-DESCRIPCION
006540           ELSE
006550              PERFORM 2870-GUARDA-IMAGEN-ANTES
006560           END-IF
006570        END-IF
006580     END-IF.
006590
006600* ***************************************************************
006610* MODIFICA EL MOTIVO, LA DESCRIPCION Y LA FECHA LIMITE DE UNA
006620* RECLAMACION ABIERTA (LOS CAMPOS EN BLANCO NO CAMBIAN) Y, SI SE
006630* PIDE Y AUN NO SE HIZO, ABONA EL IMPORTE PROVISIONAL
006640* ***************************************************************
006650 2300-MODIFICA-RECLAMACION.
006660
006670     PERFORM 2150-COMPRUEBA-ESTADO-RECLAMA.
006680
006690     IF CODERR-OK
006700        IF WS-PET-MOTIVO NOT EQUAL SPACES
006710           AND NOT PET-MOTIVO-VALIDO
006720           SET CODERR-MOTIVO-INV           TO TRUE
006730           MOVE 0                          TO WS-RES-SQLCODE
006740           MOVE 'MOTIVO NO RECONOCIDO (NR, DU, IE, NP, FR U OT)'
006750                                           TO WS-RES-DESCRIPCION
006760        ELSE
006770           PERFORM 2055-VALIDA-OPCIONALES
006780        END-IF
006790     END-IF.
006800
006810     IF CODERR-OK AND PET-ABONO-SI
006820        IF MOV-ABONO OF DCLRECLAMACION NOT EQUAL ZERO
006830           SET CODERR-ABONO-YAEXI          TO TRUE
006840           MOVE 0                          TO WS-RES-SQLCODE
006850           MOVE 'LA RECLAMACION YA TIENE ABONO PROVISIONAL'
006860                                           TO WS-RES-DESCRIPCION
006870        END-IF
006880     END-IF.
006890
006900     IF CODERR-OK
006910        IF WS-PET-MOTIVO NOT EQUAL SPACES
006920           MOVE WS-PET-MOTIVO      TO MOTIVO OF DCLRECLAMACION
006930        END-IF
006940        IF WS-PET-DESCRIPCION NOT EQUAL SPACES
006950           MOVE WS-PET-DESCRIPCION
006960                                TO DESCRIPCION OF DCLRECLAMACION
006970        END-IF
006980        IF WS-PET-FECHA-LIMITE NOT EQUAL SPACES
006990           MOVE WS-PET-FECHA-LIMITE
007000                                TO FECHA-LIMITE OF DCLRECLAMACION
007010        END-IF
007020        IF PET-ABONO-SI
007030           MOVE 'S'                TO ABONO-PROVISIONAL
007040                                      OF DCLRECLAMACION
007050           PERFORM 2500-ABONA-RECLAMACION
007060        END-IF
007070     END-IF.
007080
007090     IF CODERR-OK
007100        PERFORM 2600-ACTUALIZA-RECLAMACION
007110     END-IF.
007120
007130     IF CODERR-OK
007140        MOVE 0                             TO WS-RES-SQLCODE
007150        IF PET-ABONO-SI
007160           MOVE 'RECLAMACION MODIFICADA CON ABONO PROVISIONAL'
007170                                           TO WS-RES-DESCRIPCION
007180        ELSE
007190           MOVE 'RECLAMACION MODIFICADA'   TO WS-RES-DESCRIPCION
007200        END-IF
007210        PERFORM 2875-GUARDA-IMAGEN-DESPUES
007220        PERFORM 2900-REGISTRA-AUDITORIA
007230        IF CODERR-OK
007240           EXEC CICS SYNCPOINT END-EXEC
007250        END-IF
007260     ELSE
007270        EXEC CICS SYNCPOINT ROLLBACK END-EXEC
007280     END-IF.
007290
007300* ***************************************************************
007310* RESUELVE UNA RECLAMACION ABIERTA:
007320*   - A FAVOR DEL CLIENTE ('F'): EL ABONO PROVISIONAL QUEDA COMO
007330*     DEFINITIVO, Y SI NO LO HABIA SE ABONA AHORA EL IMPORTE
007340*     RECLAMADO COMO DEFINITIVO. LA RECLAMACION SE CIERRA HOY
007350*   - DESESTIMADA ('D'): SIN ABONO PREVIO SE CIERRA HOY. CON ABONO
007360*     PROVISIONAL QUEDA PENDIENTE DE RECARGO ('R'); EL RECARGO LO
007370*     POSTA REVE01 REVIRTIENDO ESE ABONO, Y ES REVE01 QUIEN LA
007380*     CIERRA
007390* ***************************************************************
007400 2400-CIERRA-RECLAMACION.
007410
007420     PERFORM 2150-COMPRUEBA-ESTADO-RECLAMA.
007430
007440     IF CODERR-OK
007450        IF NOT PET-RESOLUCION-FAVOR AND NOT PET-RESOLUCION-DESEST
007460           SET CODERR-RESOLUCION-INV       TO TRUE
007470           MOVE 0                          TO WS-RES-SQLCODE
007480           MOVE 'RESOLUCION NO RECONOCIDA (F O D)'
007490                                           TO WS-RES-DESCRIPCION
007500        END-IF
007510     END-IF.
007520
007530     IF CODERR-OK
007540        MOVE EIBUSERID  TO USUARIO-RESOLUCION OF DCLRECLAMACION
007550        IF PET-RESOLUCION-FAVOR
007560           MOVE 'F'               TO ESTADO OF DCLRECLAMACION
007570           MOVE WS-FECHA-HOY TO FECHA-CIERRE OF DCLRECLAMACION
007580           MOVE 'N'               TO ABONO-PROVISIONAL
007590                                     OF DCLRECLAMACION
007600           IF MOV-ABONO OF DCLRECLAMACION EQUAL ZERO
007610              PERFORM 2500-ABONA-RECLAMACION
007620           END-IF
007630        ELSE
007640           IF MOV-ABONO OF DCLRECLAMACION EQUAL ZERO
007650              MOVE 'D'            TO ESTADO OF DCLRECLAMACION
007660              MOVE WS-FECHA-HOY
007670                                TO FECHA-CIERRE OF DCLRECLAMACION
007680           ELSE
007690              MOVE 'R'            TO ESTADO OF DCLRECLAMACION
007700           END-IF
007710        END-IF
007720     END-IF.
007730
007740     IF CODERR-OK
007750        PERFORM 2600-ACTUALIZA-RECLAMACION
007760     END-IF.
007770
007780     IF CODERR-OK
007790        MOVE 0                             TO WS-RES-SQLCODE
007800        EVALUATE ESTADO OF DCLRECLAMACION
007810           WHEN 'F'
007820              MOVE 'RESUELTA A FAVOR. EL ABONO ES DEFINITIVO'
007830                                           TO WS-RES-DESCRIPCION
007840           WHEN 'D'
007850              MOVE 'RECLAMACION DESESTIMADA Y CERRADA'
007860                                           TO WS-RES-DESCRIPCION
007870           WHEN OTHER
007880              MOVE 'DESESTIMADA. REVE01 RECARGARA EL ABONO'
007890                                           TO WS-RES-DESCRIPCION
007900        END-EVALUATE
007910        PERFORM 2875-GUARDA-IMAGEN-DESPUES
007920        PERFORM 2900-REGISTRA-AUDITORIA
007930        IF CODERR-OK
007940           EXEC CICS SYNCPOINT END-EXEC
007950        END-IF
007960     ELSE
007970        EXEC CICS SYNCPOINT ROLLBACK END-EXEC
007980     END-IF.
007990
008000* ***************************************************************
008010* ABONA EL IMPORTE RECLAMADO AL CONTRATO RECLAMANTE CON CARGO A LA
008020* CUENTA DE RECLAMACIONES DE LA DIVISA DEL MOVIMIENTO, Y LO POSTA
008030* COMO MOVIMIENTO DE TIPO 'R' CON AMBOS CONTRATOS INFORMADOS, DE
008040* MODO QUE REVE01 PUEDA REVERTIRLO SI LA RECLAMACION SE DESESTIMA.
008050* EL CONTRATO RECLAMANTE DEBE ADMITIR ABONOS CON EL MISMO CRITERIO
008060* QUE BANCO01. EL ABONO ES PROVISIONAL O DEFINITIVO SEGUN
008070* ABONO-PROVISIONAL, QUE DEJA PREPARADO EL PARRAFO LLAMANTE
008080* ***************************************************************
008090 2500-ABONA-RECLAMACION.
008100
008110     PERFORM 2510-LEE-CUENTA-RECLAMACION.
008120
008130     IF CODERR-OK
008140        MOVE CLAVE-CONTRATO OF DCLRECLAMACION
008150                               TO CLAVE-CONTRATO OF DCLCONTRATO
008160        PERFORM 2520-COMPRUEBA-CONTRATO-CLI
008170     END-IF.
008180
008190     IF CODERR-OK
008200        MOVE MONEDA OF DCLRECLAMACION  TO WS-CONV-MONEDA-ORIGEN
008210        MOVE MONEDA OF DCLCONTRATO     TO WS-CONV-MONEDA-DESTINO
008220        MOVE IMPORTE OF DCLRECLAMACION TO WS-CONV-IMPORTE-ENTRADA
008230        PERFORM 2530-CONVIERTE-IMPORTE
008240     END-IF.
008250
008260* LA CUENTA DE RECLAMACIONES ES UNA CUENTA INTERNA DEL BANCO EN LA
008270* DIVISA DEL MOVIMIENTO: SE CARGA SIN CONTROL DE DESCUBIERTO
008280     IF CODERR-OK
008290        EXEC SQL
008300          UPDATE  IBMUSER.CONTRATO
008310             SET  IMPORTE = IMPORTE - :DCLRECLAMACION.IMPORTE
008320           WHERE  CLAVE_CONTRATO =
008330                  :DCLCUENTA-RECLAMACION.CONT-RECLAMACION
008340        END-EXEC
008350        IF SQLCODE NOT EQUAL 0
008360           SET CODERR-SQL-ERROR TO TRUE
008370           MOVE SQLCODE                    TO WS-RES-SQLCODE
008380           MOVE 'ERROR AL CARGAR LA CUENTA DE RECLAMACIONES'
008390                                           TO WS-RES-DESCRIPCION
008400        END-IF
008410     END-IF.
008420
008430     IF CODERR-OK
008440        EXEC SQL
008450          UPDATE  IBMUSER.CONTRATO
008460             SET  IMPORTE = IMPORTE + :WS-CONV-IMPORTE-SALIDA
008470           WHERE  CLAVE_CONTRATO = :DCLCONTRATO.CLAVE-CONTRATO
008480        END-EXEC
008490        IF SQLCODE NOT EQUAL 0
008500           SET CODERR-SQL-ERROR TO TRUE
008510           MOVE SQLCODE                    TO WS-RES-SQLCODE
008520           MOVE 'ERROR AL ABONAR EL CONTRATO RECLAMANTE'
008530                                           TO WS-RES-DESCRIPCION
008540        END-IF
008550     END-IF.
008560
008570     IF CODERR-OK
008580        MOVE 0                        TO IND-ORIGEN
008590        MOVE 0                        TO IND-DESTINO
008600        MOVE CONT-RECLAMACION OF DCLCUENTA-RECLAMACION TO ORIGEN
008610        MOVE CLAVE-CONTRATO OF DCLRECLAMACION TO DESTINO
008620        IF ABONO-PROVISIONAL OF DCLRECLAMACION EQUAL 'S'
008630           MOVE 'ABONO PROVISIONAL RECLAMACION'
008640                                      TO WS-DRE-CONCEPTO
008650        ELSE
008660           MOVE 'ABONO RECLAMACION'   TO WS-DRE-CONCEPTO
008670        END-IF
008680        MOVE CLAVE-RECLAMACION OF DCLRECLAMACION TO WS-DRE-CLAVE
008690        MOVE WS-DESC-RECLAMACION
008700                               TO DESCRIPCION OF DCLMOVIMIENTO
008710        MOVE IMPORTE OF DCLRECLAMACION TO IMPORTE OF DCLMOVIMIENTO
008720        MOVE 'R'                      TO TIPO-OPERACION
008730                                         OF DCLMOVIMIENTO
008740        PERFORM 2700-INSERTA-MOVIMIENTO
008750     END-IF.
008760
008770     IF CODERR-OK
008780        MOVE CLAVE-MOVIMIENTO OF DCLMOVIMIENTO
008790                               TO MOV-ABONO OF DCLRECLAMACION
008800     END-IF.
008810
008820* ***************************************************************
008830* OBTIENE DE IBMUSER.CUENTA_RECLAMACION LA CUENTA DE RECLAMACIONES
008840* DEL BANCO EN LA DIVISA DEL MOVIMIENTO RECLAMADO
008850* ***************************************************************
008860 2510-LEE-CUENTA-RECLAMACION.
008870
008880     MOVE MONEDA OF DCLRECLAMACION
008890                            TO MONEDA OF DCLCUENTA-RECLAMACION.
008900
008910     EXEC SQL
008920        SELECT CONT_RECLAMACION
008930          INTO :DCLCUENTA-RECLAMACION.CONT-RECLAMACION
008940          FROM IBMUSER.CUENTA_RECLAMACION
008950         WHERE MONEDA = :DCLCUENTA-RECLAMACION.MONEDA
008960     END-EXEC.
008970
008980     IF SQLCODE EQUAL 100
008990        SET CODERR-CTA-RECL-NOEXI          TO TRUE
009000        MOVE 0                             TO WS-RES-SQLCODE
009010        MOVE 'NO HAY CUENTA DE RECLAMACIONES EN LA DIVISA'
009020                                           TO WS-RES-DESCRIPCION
009030     ELSE
009040        IF SQLCODE NOT EQUAL 0
009050           SET CODERR-SQL-ERROR TO TRUE
009060           MOVE SQLCODE                    TO WS-RES-SQLCODE
009070           MOVE 'ERROR AL LEER LA CUENTA DE RECLAMACIONES'
009080                                           TO WS-RES-DESCRIPCION
009090        END-IF
009100     END-IF.
009110
009120* ***************************************************************
009130* LEE EL CONTRATO RECLAMANTE Y COMPRUEBA QUE ADMITE ABONOS: UN
009140* BLOQUEO DE DEBITOS O LA INACTIVIDAD NO IMPIDEN EL ABONO; EL
009150* BLOQUEO DE ABONOS Y LA BAJA SI
009160* ***************************************************************
009170 2520-COMPRUEBA-CONTRATO-CLI.
009180
009190     EXEC SQL
009200        SELECT IMPORTE, ESTADO, MONEDA
009210          INTO :DCLCONTRATO.IMPORTE, :DCLCONTRATO.ESTADO,
009220               :DCLCONTRATO.MONEDA
009230          FROM IBMUSER.CONTRATO
009240         WHERE CLAVE_CONTRATO = :DCLCONTRATO.CLAVE-CONTRATO
009250     END-EXEC.
009260
009270     IF SQLCODE EQUAL 100
009280        SET CODERR-CONTRATO-NOEXI          TO TRUE
009290        MOVE 0                             TO WS-RES-SQLCODE
009300        MOVE 'EL CONTRATO RECLAMANTE NO EXISTE'
009310                                           TO WS-RES-DESCRIPCION
009320     ELSE
009330        IF SQLCODE NOT EQUAL 0
009340           SET CODERR-SQL-ERROR TO TRUE
009350           MOVE SQLCODE                    TO WS-RES-SQLCODE
009360           MOVE 'ERROR AL LEER EL CONTRATO RECLAMANTE'
009370                                           TO WS-RES-DESCRIPCION
009380        END-IF
009390     END-IF.
009400
009410     IF CODERR-OK
009420        EVALUATE ESTADO OF DCLCONTRATO
009430          WHEN 'V'
009440          WHEN 'D'
009450          WHEN 'I'
009460            CONTINUE
009470          WHEN 'A'
009480            SET CODERR-DESTINO-BLQ-ABO     TO TRUE
009490            MOVE 0                         TO WS-RES-SQLCODE
009500            MOVE 'CONTRATO RECLAMANTE BLOQUEADO PARA ABONOS'
009510                                           TO WS-RES-DESCRIPCION
009520          WHEN OTHER
009530            SET CODERR-CONTRATO-BAJA       TO TRUE
009540            MOVE 0                         TO WS-RES-SQLCODE
009550            MOVE 'EL CONTRATO RECLAMANTE ESTA DADO DE BAJA'
009560                                           TO WS-RES-DESCRIPCION
009570        END-EVALUATE
009580     END-IF.
009590
009600* ***************************************************************
009610* CONVIERTE EL IMPORTE ABONADO A LA DIVISA DEL CONTRATO RECLAMANTE
009620* CONSULTANDO EN IBMUSER.TIPO_CAMBIO EL TIPO DE FECHA DE EFECTO
009630* MAS RECIENTE NO POSTERIOR A HOY, COMO TRAN01. SI NO HAY TIPO
009640* DEFINIDO ENTRE AMBAS DIVISAS, EL ABONO SE RECHAZA CON CAMBIONO
009650* ***************************************************************
009660 2530-CONVIERTE-IMPORTE.
009670
009680     IF WS-CONV-MONEDA-ORIGEN EQUAL WS-CONV-MONEDA-DESTINO
009690        MOVE WS-CONV-IMPORTE-ENTRADA TO WS-CONV-IMPORTE-SALIDA
009700     ELSE
009710        EXEC SQL
009720           SELECT TIPO
009730             INTO :DCLTIPO-CAMBIO.TIPO
009740             FROM IBMUSER.TIPO_CAMBIO
009750            WHERE MONEDA_ORIGEN = :WS-CONV-MONEDA-ORIGEN
009760              AND MONEDA_DESTINO = :WS-CONV-MONEDA-DESTINO
009770              AND FECHA_DESDE =
009780                  (SELECT MAX(FECHA_DESDE)
009790                     FROM IBMUSER.TIPO_CAMBIO
009800                    WHERE MONEDA_ORIGEN =
009810                          :WS-CONV-MONEDA-ORIGEN
009820                      AND MONEDA_DESTINO =
009830                          :WS-CONV-MONEDA-DESTINO
009840                      AND FECHA_DESDE <= CURRENT DATE)
009850        END-EXEC
009860
009870        IF SQLCODE EQUAL 100
009880           SET CODERR-CAMBIO-NO-DISP       TO TRUE
009890           MOVE 0                          TO WS-RES-SQLCODE
009900           MOVE 'NO EXISTE TIPO DE CAMBIO ENTRE LAS DIVISAS'
009910                                           TO WS-RES-DESCRIPCION
009920        ELSE
009930           IF SQLCODE NOT EQUAL 0
009940              SET CODERR-SQL-ERROR TO TRUE
009950              MOVE SQLCODE                 TO WS-RES-SQLCODE
009960              MOVE 'ERROR AL LEER EL TIPO DE CAMBIO'
009970                                           TO WS-RES-DESCRIPCION
009980           ELSE
009990              MOVE TIPO OF DCLTIPO-CAMBIO  TO WS-CONV-TIPO-CAMBIO
010000              COMPUTE WS-CONV-IMPORTE-SALIDA =
010010                      WS-CONV-IMPORTE-ENTRADA *
010020                      WS-CONV-TIPO-CAMBIO
010030           END-IF
010040        END-IF
010050     END-IF.
010060
010070* ***************************************************************
010080* GRABA EN IBMUSER.RECLAMACION LOS CAMPOS DE LA RECLAMACION QUE
010090* PUEDEN CAMBIAR DESPUES DE SU APERTURA. LA FECHA DE CIERRE EN
010100* BLANCO SE GRABA NULA
010110* ***************************************************************
010120 2600-ACTUALIZA-RECLAMACION.
010130
010140     IF FECHA-CIERRE OF DCLRECLAMACION EQUAL SPACES
010150        MOVE -1                            TO IND-FECHA-CIERRE
010160     ELSE
010170        MOVE 0                             TO IND-FECHA-CIERRE
010180     END-IF.
010190
010200     EXEC SQL
010210        UPDATE IBMUSER.RECLAMACION
010220           SET MOTIVO = :DCLRECLAMACION.MOTIVO,
010230               DESCRIPCION = :DCLRECLAMACION.DESCRIPCION,
010240               ESTADO = :DCLRECLAMACION.ESTADO,
010250               FECHA_LIMITE = DATE(:DCLRECLAMACION.FECHA-LIMITE),
010260               FECHA_CIERRE =
010270                   :DCLRECLAMACION.FECHA-CIERRE :IND-FECHA-CIERRE,
010280               MOV_ABONO = :DCLRECLAMACION.MOV-ABONO,
010290               ABONO_PROVISIONAL =
010300                   :DCLRECLAMACION.ABONO-PROVISIONAL,
010310               USUARIO_RESOLUCION =
010320                   :DCLRECLAMACION.USUARIO-RESOLUCION
010330         WHERE CLAVE_RECLAMACION =
010340               :DCLRECLAMACION.CLAVE-RECLAMACION
010350     END-EXEC.
010360
010370     IF SQLCODE NOT EQUAL 0
010380        SET CODERR-SQL-ERROR TO TRUE
010390        MOVE SQLCODE                       TO WS-RES-SQLCODE
010400        MOVE 'ERROR AL ACTUALIZAR LA RECLAMACION'
010410                                           TO WS-RES-DESCRIPCION
010420     END-IF.
010430
010440* ***************************************************************
010450* INSERTA EN IBMUSER.MOVIMIENTO EL MOVIMIENTO PREPARADO EN
010460* DCLMOVIMIENTO, EN LA DIVISA DEL MOVIMIENTO RECLAMADO
010470* ***************************************************************
010480 2700-INSERTA-MOVIMIENTO.
010490
010500     MOVE MONEDA OF DCLRECLAMACION TO MONEDA OF DCLMOVIMIENTO.
010510     MOVE EIBUSERID            TO JOB-ID OF DCLMOVIMIENTO.
010520
010530* OBTENEMOS LA FECHA Y HORA ACTUAL DEL SISTEMA PARA EL
010540* MOVIMIENTO
010550     MOVE FUNCTION CURRENT-DATE TO WS-FECHA-SISTEMA.
010560     STRING WS-FS-ANO           DELIMITED BY SIZE
010570            '-'                 DELIMITED BY SIZE
010580            WS-FS-MES           DELIMITED BY SIZE
010590            '-'                 DELIMITED BY SIZE
010600            WS-FS-DIA           DELIMITED BY SIZE
010610            '-'                 DELIMITED BY SIZE
010620            WS-FS-HORA          DELIMITED BY SIZE
010630            '.'                 DELIMITED BY SIZE
010640            WS-FS-MINUTO        DELIMITED BY SIZE
010650            '.'                 DELIMITED BY SIZE
010660            WS-FS-SEGUNDO       DELIMITED BY SIZE
010670            '.'                 DELIMITED BY SIZE
010680            WS-FS-CENTESIMAS    DELIMITED BY SIZE
010690            '0000'              DELIMITED BY SIZE
010700       INTO WS-TIMESTAMP-MOVIMIENTO
010710     END-STRING.
010720     MOVE WS-TIMESTAMP-MOVIMIENTO TO FECHA-MOVIMIENTO
010730                                     OF DCLMOVIMIENTO.
010740
010750* OBTENEMOS LA SIGUIENTE CLAVE DE MOVIMIENTO DEL CONTADOR
010760* COMPARTIDO IBMUSER.CONTADOR, RESERVANDO SI HACE FALTA
010770     PERFORM 2710-OBTIENE-SIGUIENTE-CLAVE.
010780
010790     IF CODERR-OK
010800        EXEC SQL
010810            INSERT INTO IBMUSER.MOVIMIENTO
010820                  (CLAVE_MOVIMIENTO,
010830                   ORIGEN,
010840                   DESTINO,
010850                   DESCRIPCION,
010860                   IMPORTE,
010870                   FECHA_MOVIMIENTO,
010880                   JOB_ID,
010890                   MONEDA,
010900                   TIPO_OPERACION)
010910           VALUES (:DCLMOVIMIENTO.CLAVE-MOVIMIENTO,
010920                   :ORIGEN :IND-ORIGEN,
010930                   :DESTINO :IND-DESTINO,
010940                   :DCLMOVIMIENTO.DESCRIPCION,
010950                   :DCLMOVIMIENTO.IMPORTE,
010960                   :DCLMOVIMIENTO.FECHA-MOVIMIENTO,
010970                   :DCLMOVIMIENTO.JOB-ID,
010980                   :DCLMOVIMIENTO.MONEDA,
010990                   :DCLMOVIMIENTO.TIPO-OPERACION)
011000        END-EXEC
011010
011020        IF SQLCODE NOT EQUAL 0
011030           PERFORM 2790-ERROR-SQL-MOVIMIENTO
011040        END-IF
011050     END-IF.
011060
011070* ***************************************************************
011080* OBTIENE LA SIGUIENTE CLAVE DE MOVIMIENTO DEL BLOQUE RESERVADO
011090* EN IBMUSER.CONTADOR (COMPARTIDO POR TODOS LOS POSTEADORES),
011100* RESERVANDO UNO NUEVO SI ESTE SE AGOTO O SI AUN NO HAY NINGUNO
011110* ***************************************************************
011120 2710-OBTIENE-SIGUIENTE-CLAVE.
011130
011140     IF WS-ULTIMA-CLAVE-BLOQUE EQUAL ZERO
011150        PERFORM 2712-RESERVA-BLOQUE-CLAVES
011160     ELSE
011170        ADD 1 TO CLAVE-MOVIMIENTO OF DCLMOVIMIENTO
011180        IF CLAVE-MOVIMIENTO OF DCLMOVIMIENTO
011190           GREATER THAN WS-ULTIMA-CLAVE-BLOQUE
011200           PERFORM 2712-RESERVA-BLOQUE-CLAVES
011210        END-IF
011220     END-IF.
011230
011240* ***************************************************************
011250* RESERVA UN BLOQUE DE CLAVES DE MOVIMIENTO EN IBMUSER.CONTADOR:
011260* EL CONTADOR SE INCREMENTA EN EL TAMANO DEL BLOQUE Y ESTA
011270* TRANSACCION SE QUEDA CON EL TRAMO RESERVADO, DE MODO QUE LA
011280* OPERATIVA ONLINE Y LOS POSTEOS NOCTURNOS NUNCA COLISIONAN
011290* ***************************************************************
011300 2712-RESERVA-BLOQUE-CLAVES.
011310
011320     EXEC SQL
011330        UPDATE IBMUSER.CONTADOR
011340           SET ULTIMO_VALOR = ULTIMO_VALOR + :WS-BLOQUE-CLAVES
011350         WHERE NOMBRE = 'MOVIMIEN'
011360     END-EXEC.
011370
011380     IF SQLCODE EQUAL 100
011390        PERFORM 2715-INICIALIZA-CONTADOR
011400     ELSE
011410        IF SQLCODE NOT EQUAL 0
011420           PERFORM 2790-ERROR-SQL-MOVIMIENTO
011430        END-IF
011440     END-IF.
011450
011460     IF CODERR-OK
011470        EXEC SQL
011480           SELECT ULTIMO_VALOR
011490             INTO :WS-ULTIMO-RESERVADO
011500             FROM IBMUSER.CONTADOR
011510            WHERE NOMBRE = 'MOVIMIEN'
011520        END-EXEC
011530        IF SQLCODE NOT EQUAL 0
011540           PERFORM 2790-ERROR-SQL-MOVIMIENTO
011550        END-IF
011560     END-IF.
011570
011580     IF CODERR-OK
011590        COMPUTE WS-ULTIMA-CLAVE-BLOQUE = WS-ULTIMO-RESERVADO
011600        COMPUTE CLAVE-MOVIMIENTO OF DCLMOVIMIENTO =
011610                WS-ULTIMO-RESERVADO - WS-BLOQUE-CLAVES + 1
011620     END-IF.
011630
011640* ***************************************************************
011650* PRIMERA RESERVA DE LA HISTORIA: CREA LA FILA DEL CONTADOR
011660* ARRANCANDO DEL MAYOR NUMERO DE MOVIMIENTO CONOCIDO, TANTO EN
011670* LA TABLA OPERATIVA COMO EN EL HISTORICO. SI OTRA EJECUCION
011680* CONCURRENTE CREA LA FILA ANTES, SE RESERVA SOBRE LA FILA YA
011690* CREADA
011700* ***************************************************************
011710 2715-INICIALIZA-CONTADOR.
011720
011730     EXEC SQL
011740        SELECT MAX(CLAVE_MOVIMIENTO)
011750        INTO :WS-MAX-OPERATIVA:IND-NULL-CTR
011760        FROM IBMUSER.MOVIMIENTO
011770     END-EXEC.
011780
011790     IF SQLCODE NOT EQUAL 0
011800        PERFORM 2790-ERROR-SQL-MOVIMIENTO
011810     END-IF.
011820
011830     IF CODERR-OK
011840        IF IND-NULL-CTR EQUAL -1
011850           MOVE 0 TO WS-MAX-OPERATIVA
011860        END-IF
011870        EXEC SQL
011880           SELECT MAX(CLAVE_MOVIMIENTO)
011890           INTO :WS-MAX-HISTORICO:IND-NULL-CTR
011900           FROM IBMUSER.MOVIMIENTO_HIST
011910        END-EXEC
011920        IF SQLCODE NOT EQUAL 0
011930           PERFORM 2790-ERROR-SQL-MOVIMIENTO
011940        END-IF
011950     END-IF.
011960
011970     IF CODERR-OK
011980        IF IND-NULL-CTR EQUAL -1
011990           MOVE 0 TO WS-MAX-HISTORICO
012000        END-IF
012010        IF WS-MAX-HISTORICO GREATER THAN WS-MAX-OPERATIVA
012020           MOVE WS-MAX-HISTORICO TO WS-MAX-OPERATIVA
012030        END-IF
012040        COMPUTE WS-ULTIMO-RESERVADO =
012050                WS-MAX-OPERATIVA + WS-BLOQUE-CLAVES
012060        EXEC SQL
012070           INSERT INTO IBMUSER.CONTADOR (NOMBRE, ULTIMO_VALOR)
012080           VALUES ('MOVIMIEN', :WS-ULTIMO-RESERVADO)
012090        END-EXEC
012100* SI OTRA EJECUCION CREO LA FILA ANTES QUE NOSOTROS, RESERVAMOS
012110* SOBRE LA FILA YA CREADA
012120        IF SQLCODE EQUAL -803
012130           EXEC SQL
012140              UPDATE IBMUSER.CONTADOR
012150                 SET ULTIMO_VALOR = ULTIMO_VALOR +
012160                     :WS-BLOQUE-CLAVES
012170               WHERE NOMBRE = 'MOVIMIEN'
012180           END-EXEC
012190        END-IF
012200        IF SQLCODE NOT EQUAL 0
012210           PERFORM 2790-ERROR-SQL-MOVIMIENTO
012220        END-IF
012230     END-IF.
012240
012250* ***************************************************************
012260* ERROR DE BASE DE DATOS AL POSTEAR EL ABONO DE LA RECLAMACION
012270* ***************************************************************
012280 2790-ERROR-SQL-MOVIMIENTO.
012290
012300     SET CODERR-SQL-ERROR               TO TRUE.
012310     MOVE SQLCODE                       TO WS-RES-SQLCODE.
012320     MOVE 'ERROR AL POSTEAR EL ABONO DE LA RECLAMACION'
012330                                        TO WS-RES-DESCRIPCION.
012340
012350* ***************************************************************
012360* GUARDA LA IMAGEN DE LA RECLAMACION TAL COMO ESTABA ANTES DE LA
012370* OPERACION
012380* ***************************************************************
012390 2870-GUARDA-IMAGEN-ANTES.
012400
012410     MOVE CLAVE-MOVIMIENTO OF DCLRECLAMACION
012420                                    TO WS-IMA-CLAVE-MOVIMIENTO.
012430     MOVE CLAVE-CONTRATO OF DCLRECLAMACION
012440                                    TO WS-IMA-CLAVE-CONTRATO.
012450     MOVE MOTIVO OF DCLRECLAMACION       TO WS-IMA-MOTIVO.
012460     MOVE DESCRIPCION OF DCLRECLAMACION  TO WS-IMA-DESCRIPCION.
012470     MOVE IMPORTE OF DCLRECLAMACION      TO WS-IMA-IMPORTE.
012480     MOVE MONEDA OF DCLRECLAMACION       TO WS-IMA-MONEDA.
012490     MOVE ESTADO OF DCLRECLAMACION       TO WS-IMA-ESTADO.
012500     MOVE FECHA-LIMITE OF DCLRECLAMACION TO WS-IMA-FECHA-LIMITE.
012510     MOVE FECHA-CIERRE OF DCLRECLAMACION TO WS-IMA-FECHA-CIERRE.
012520     MOVE MOV-ABONO OF DCLRECLAMACION    TO WS-IMA-MOV-ABONO.
012530     MOVE ABONO-PROVISIONAL OF DCLRECLAMACION
012540                                    TO WS-IMA-ABONO-PROVISIONAL.
012550
012560* ***************************************************************
012570* GUARDA LA IMAGEN DE LA RECLAMACION TAL COMO HA QUEDADO GRABADA
012580* ***************************************************************
012590 2875-GUARDA-IMAGEN-DESPUES.
012600
012610     MOVE CLAVE-MOVIMIENTO OF DCLRECLAMACION
012620                                    TO WS-IMD-CLAVE-MOVIMIENTO.
012630     MOVE CLAVE-CONTRATO OF DCLRECLAMACION
012640                                    TO WS-IMD-CLAVE-CONTRATO.
012650     MOVE MOTIVO OF DCLRECLAMACION       TO WS-IMD-MOTIVO.
012660     MOVE DESCRIPCION OF DCLRECLAMACION  TO WS-IMD-DESCRIPCION.
012670     MOVE IMPORTE OF DCLRECLAMACION      TO WS-IMD-IMPORTE.
012680     MOVE MONEDA OF DCLRECLAMACION       TO WS-IMD-MONEDA.
012690     MOVE ESTADO OF DCLRECLAMACION       TO WS-IMD-ESTADO.
012700     MOVE FECHA-LIMITE OF DCLRECLAMACION TO WS-IMD-FECHA-LIMITE.
012710     MOVE FECHA-CIERRE OF DCLRECLAMACION TO WS-IMD-FECHA-CIERRE.
012720     MOVE MOV-ABONO OF DCLRECLAMACION    TO WS-IMD-MOV-ABONO.
012730     MOVE ABONO-PROVISIONAL OF DCLRECLAMACION
012740                                    TO WS-IMD-ABONO-PROVISIONAL.
012750
012760* ***************************************************************
012770* ANOTA EN LA TABLA DE DIFERENCIAS EL CAMPO PREPARADO EN
012780* WS-DIF-NUEVO SI SU VALOR HA CAMBIADO CON LA OPERACION
012790* ***************************************************************
012800 2880-ANOTA-DIFERENCIA.
012810
012820     IF WS-DNU-ANTES NOT EQUAL WS-DNU-DESPUES
012830        AND WS-DIF-MAX LESS THAN 12
012840        ADD 1 TO WS-DIF-MAX
012850        SET WS-IDX-DIF TO WS-DIF-MAX
012860        MOVE WS-DIF-NUEVO TO WS-DIF-OCU (WS-IDX-DIF)
012870     END-IF.
012880
012890* ***************************************************************
012900* COMPARA LAS IMAGENES DE LA RECLAMACION ANTES Y DESPUES DE LA
012910* OPERACION Y ANOTA LOS CAMPOS QUE HAN CAMBIADO
012920* ***************************************************************
012930 2890-COMPARA-IMAGENES.
012940
012950     MOVE 0                        TO WS-DIF-MAX.
012960
012970     MOVE 'CLAVE_MOVIMIENTO'        TO WS-DNU-CAMPO.
012980     MOVE WS-IMA-CLAVE-MOVIMIENTO   TO WS-DNU-ANTES.
012990     MOVE WS-IMD-CLAVE-MOVIMIENTO   TO WS-DNU-DESPUES.
013000     PERFORM 2880-ANOTA-DIFERENCIA.
013010
013020     MOVE 'CLAVE_CONTRATO'          TO WS-DNU-CAMPO.
013030     MOVE WS-IMA-CLAVE-CONTRATO     TO WS-DNU-ANTES.
013040     MOVE WS-IMD-CLAVE-CONTRATO     TO WS-DNU-DESPUES.
013050     PERFORM 2880-ANOTA-DIFERENCIA.
013060
013070     MOVE 'MOTIVO'                  TO WS-DNU-CAMPO.
013080     MOVE WS-IMA-MOTIVO             TO WS-DNU-ANTES.
013090     MOVE WS-IMD-MOTIVO             TO WS-DNU-DESPUES.
013100     PERFORM 2880-ANOTA-DIFERENCIA.
013110
013120     MOVE 'DESCRIPCION'             TO WS-DNU-CAMPO.
013130     MOVE WS-IMA-DESCRIPCION        TO WS-DNU-ANTES.
013140     MOVE WS-IMD-DESCRIPCION        TO WS-DNU-DESPUES.
013150     PERFORM 2880-ANOTA-DIFERENCIA.
013160
013170     MOVE 'IMPORTE'                 TO WS-DNU-CAMPO.
013180     MOVE WS-IMA-IMPORTE            TO WS-DNU-ANTES.
013190     MOVE WS-IMD-IMPORTE            TO WS-DNU-DESPUES.
013200     PERFORM 2880-ANOTA-DIFERENCIA.
013210
013220     MOVE 'MONEDA'                  TO WS-DNU-CAMPO.
013230     MOVE WS-IMA-MONEDA             TO WS-DNU-ANTES.
013240     MOVE WS-IMD-MONEDA             TO WS-DNU-DESPUES.
013250     PERFORM 2880-ANOTA-DIFERENCIA.
013260
013270     MOVE 'ESTADO'                  TO WS-DNU-CAMPO.
013280     MOVE WS-IMA-ESTADO             TO WS-DNU-ANTES.
013290     MOVE WS-IMD-ESTADO             TO WS-DNU-DESPUES.
013300     PERFORM 2880-ANOTA-DIFERENCIA.
013310
013320     MOVE 'FECHA_LIMITE'            TO WS-DNU-CAMPO.
013330     MOVE WS-IMA-FECHA-LIMITE       TO WS-DNU-ANTES.
013340     MOVE WS-IMD-FECHA-LIMITE       TO WS-DNU-DESPUES.
013350     PERFORM 2880-ANOTA-DIFERENCIA.
013360
013370     MOVE 'FECHA_CIERRE'            TO WS-DNU-CAMPO.
013380     MOVE WS-IMA-FECHA-CIERRE       TO WS-DNU-ANTES.
013390     MOVE WS-IMD-FECHA-CIERRE       TO WS-DNU-DESPUES.
013400     PERFORM 2880-ANOTA-DIFERENCIA.
013410
013420     MOVE 'MOV_ABONO'               TO WS-DNU-CAMPO.
013430     MOVE WS-IMA-MOV-ABONO          TO WS-DNU-ANTES.
013440     MOVE WS-IMD-MOV-ABONO          TO WS-DNU-DESPUES.
013450     PERFORM 2880-ANOTA-DIFERENCIA.
013460
013470     MOVE 'ABONO_PROVISIONAL'       TO WS-DNU-CAMPO.
013480     MOVE WS-IMA-ABONO-PROVISIONAL  TO WS-DNU-ANTES.
013490     MOVE WS-IMD-ABONO-PROVISIONAL  TO WS-DNU-DESPUES.
013500     PERFORM 2880-ANOTA-DIFERENCIA.
013510
013520* ***************************************************************
013530* REGISTRA EN IBMUSER.AUDITORIA QUIEN (USUARIO Y TERMINAL) HA
013540* REALIZADO LA OPERACION, CON LA CLAVE DE LA RECLAMACION EN EL
013550* CAMPO DE CLAVE, Y LOS VALORES ANTERIOR Y POSTERIOR DE LOS
013560* CAMPOS QUE CAMBIAN
013570* ***************************************************************
013580 2900-REGISTRA-AUDITORIA.
013590
013600     PERFORM 2890-COMPARA-IMAGENES.
013610
013620     MOVE CLAVE-RECLAMACION OF DCLRECLAMACION
013630                                TO CLAVE-CONTRATO OF DCLAUDITORIA.
013640     MOVE 'RECLAMAC'            TO ENTIDAD OF DCLAUDITORIA.
013650     MOVE WS-PET-OPERACION      TO OPERACION OF DCLAUDITORIA.
013660     MOVE EIBUSERID             TO USUARIO OF DCLAUDITORIA.
013670     MOVE EIBTRMID              TO TERMINAL-ID OF DCLAUDITORIA.
013680
013690* LA FECHA Y HORA DEL REGISTRO SE TOMA ANTES DE GRABARLO PARA
013700* ENLAZAR CON ELLA LOS CAMPOS MODIFICADOS
013710     EXEC SQL
013720        SELECT CURRENT TIMESTAMP
013730          INTO :DCLAUDITORIA.FECHA-HORA
013740          FROM SYSIBM.SYSDUMMY1
013750     END-EXEC.
013760
013770     IF SQLCODE EQUAL 0
013780        EXEC SQL
013790           INSERT INTO IBMUSER.AUDITORIA
013800                 (CLAVE_CONTRATO, OPERACION, USUARIO, TERMINAL_ID,
013810                  FECHA_HORA, ENTIDAD)
013820           VALUES (:DCLAUDITORIA.CLAVE-CONTRATO,
013830                   :DCLAUDITORIA.OPERACION,
013840                   :DCLAUDITORIA.USUARIO,
013850                   :DCLAUDITORIA.TERMINAL-ID,
013860                   :DCLAUDITORIA.FECHA-HORA,
013870                   :DCLAUDITORIA.ENTIDAD)
013880        END-EXEC
013890     END-IF.
013900
013910     IF SQLCODE EQUAL 0
013920        PERFORM 2910-REGISTRA-DIFERENCIA
013930           VARYING WS-IDX-DIF FROM 1 BY 1
013940           UNTIL WS-IDX-DIF GREATER THAN WS-DIF-MAX
013950              OR SQLCODE NOT EQUAL 0
013960     END-IF.
013970
013980     IF SQLCODE NOT EQUAL 0
013990        SET CODERR-SQL-ERROR                  TO TRUE
014000        MOVE SQLCODE                          TO WS-RES-SQLCODE
014010        MOVE 'ERROR AL REGISTRAR LA AUDITORIA DE LA RECLAMACION'
014020                                           TO WS-RES-DESCRIPCION
014030
014040* LA OPERACION YA SE HABIA EJECUTADO ANTES DE LLAMAR A ESTE
014050* PARRAFO. SIN UN ROLLBACK EXPLICITO AQUI, EL RETURN DE 3000-FIN
014060* HARIA UN SYNCPOINT IMPLICITO QUE CONFIRMARIA ESE CAMBIO SIN SU
014070* REGISTRO DE AUDITORIA
014080        EXEC CICS SYNCPOINT ROLLBACK END-EXEC
014090     END-IF.
014100
014110* ***************************************************************
014120* GRABA EN IBMUSER.AUDITORIA_CAMBIO EL VALOR ANTERIOR Y POSTERIOR
014130* DE UN CAMPO MODIFICADO, ENLAZADO CON SU REGISTRO DE AUDITORIA
014140* POR CONTRATO, ENTIDAD Y FECHA Y HORA
014150* ***************************************************************
014160 2910-REGISTRA-DIFERENCIA.
014170
014180     MOVE WS-DIF-CAMPO (WS-IDX-DIF)
014190                                TO CAMPO OF DCLAUDITORIA-CAMBIO.
014200     MOVE WS-DIF-ANTES (WS-IDX-DIF)
014210                                TO VALOR-ANTES
014220                                   OF DCLAUDITORIA-CAMBIO.
014230     MOVE WS-DIF-DESPUES (WS-IDX-DIF)
014240                                TO VALOR-DESPUES
014250                                   OF DCLAUDITORIA-CAMBIO.
014260
014270     EXEC SQL
014280        INSERT INTO IBMUSER.AUDITORIA_CAMBIO
014290              (CLAVE_CONTRATO, ENTIDAD, FECHA_HORA, CAMPO,
014300               VALOR_ANTES, VALOR_DESPUES)
014310        VALUES (:DCLAUDITORIA.CLAVE-CONTRATO,
014320                :DCLAUDITORIA.ENTIDAD,
014330                :DCLAUDITORIA.FECHA-HORA,
014340                :DCLAUDITORIA-CAMBIO.CAMPO,
014350                :DCLAUDITORIA-CAMBIO.VALOR-ANTES,
014360                :DCLAUDITORIA-CAMBIO.VALOR-DESPUES)
014370     END-EXEC.
014380
014390* ***************************************************************
014400* PARRAFO DE FIN. DEVUELVE AL TERMINAL EL RESULTADO DE LA
014410* OPERACION Y TERMINA LA TRANSACCION
014420* ***************************************************************
014430 3000-FIN.
014440
014450     EXEC CICS
014460        SEND FROM(WS-RESPUESTA) LENGTH(WS-LONG-RESPUESTA) ERASE
014470     END-EXEC.
014480
014490     EXEC CICS
014500        RETURN
014510     END-EXEC.
014520
014530* **************************************************************
014540* PARRAFO DE ERROR. DESHACE LOS CAMBIOS PENDIENTES DE LA UNIDAD
014550* DE TRABAJO Y DEVUELVE AL TERMINAL UNA RESPUESTA DE ERROR
014560* **************************************************************
014570 9999-ERROR.
014580
014590     SET CODERR-SQL-ERROR                  TO TRUE
014600     MOVE 0                                 TO WS-RES-SQLCODE
014610     MOVE 'ERROR NO CONTROLADO EN LA TRANSACCION'
014620                                            TO WS-RES-DESCRIPCION
014630
014640     EXEC CICS SYNCPOINT ROLLBACK END-EXEC.
014650
014660     EXEC CICS
014670        SEND FROM(WS-RESPUESTA) LENGTH(WS-LONG-RESPUESTA) ERASE
014680     END-EXEC.
014690
014700     EXEC CICS
014710        RETURN
014720     END-EXEC.
