000010* PROGRAMA DE EMISION DE LA DOCUMENTACION DE CIERRE DE CONTRATOS.
000020* CADA BAJA DE MANT01 LIQUIDA EL CONTRATO (INTERESES, COMISIONES
000030* PENDIENTES, ORDENES PERMANENTES Y PENDIENTES, Y TRASPASO DEL
000040* SALDO AL CONTRATO DE LIQUIDACION) Y DEJA LA LIQUIDACION EN
000050* IBMUSER.LIQUIDACION_CIERRE PENDIENTE DE EMISION. ESTE PROGRAMA,
000060* LANZADO CADA NOCHE, RECOGE LAS LIQUIDACIONES PENDIENTES Y PARA
000070* CADA UNA:
000080*   - ESCRIBE EL CONTRATO EN EL FICHERO DE CONTRATOS A EXTRACTAR
000090*     QUE CONSUME EXTR01, CON EL PERIODO QUE VA DESDE EL ULTIMO
000100*     EXTRACTO EMITIDO HASTA LA FECHA DE CIERRE, DE MODO QUE EL
000110*     CLIENTE RECIBE UN EXTRACTO FINAL CON LOS MOVIMIENTOS DE LA
000120*     LIQUIDACION Y EL SALDO A CERO
000130*   - ESCRIBE LA CARTA DE LIQUIDACION DIRIGIDA A LOS TITULARES
000140*     (VIA IBMUSER.CLIENTE_CONTRATO) CON EL DETALLE DE LA
000150*     LIQUIDACION Y EL CONTRATO QUE RECIBIO EL SALDO
000160*   - MARCA LA LIQUIDACION COMO EMITIDA ('E')
000170 IDENTIFICATION DIVISION.
000180 PROGRAM-ID.CIER01.
000190
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230
000240* FICHERO DE SALIDA CON LOS CONTRATOS CERRADOS A EXTRACTAR, EN EL
000250* MISMO FORMATO QUE EL FICHERO DE ENTRADA DE EXTR01
000260     SELECT FICHERO-CTA ASSIGN TO CUENTAS
000270     ORGANIZATION IS SEQUENTIAL
000280     ACCESS IS SEQUENTIAL
000290     FILE STATUS IS FS-CTA.
000300
000310* FICHERO DE SALIDA CON LAS CARTAS DE LIQUIDACION
000320     SELECT FICHERO-CAR ASSIGN TO CARTAS
000330     ORGANIZATION IS SEQUENTIAL
000340     ACCESS IS SEQUENTIAL
000350     FILE STATUS IS FS-CAR.
000360
000370* FICHERO DE INFORME DE CONTROL DE LA EJECUCION
000380     SELECT FICHERO-INF ASSIGN TO INFORME
000390     ORGANIZATION IS SEQUENTIAL
000400     ACCESS IS SEQUENTIAL
000410     FILE STATUS IS FS-INFORME.
000420
000430* FICHERO DE PARAMETROS CON LA FECHA DE PROCESO. SI NO EXISTE O
000440* VIENE EN BLANCO, SE APLICA LA FECHA DEL SISTEMA
000450     SELECT OPTIONAL FICHERO-PARM ASSIGN TO PARM
000460     ORGANIZATION IS SEQUENTIAL
000470     ACCESS IS SEQUENTIAL
000480     FILE STATUS IS FS-PARM.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520
000530* REGISTRO DEL FICHERO DE CONTRATOS A EXTRACTAR
000540 FD FICHERO-CTA DATA RECORD IS REG-CTA.
000550 01 REG-CTA.
000560     05 REG-CTA-CONTRATO      PIC 9(9).
000570     05 REG-CTA-FECHA-DESDE   PIC X(10).
000580     05 REG-CTA-FECHA-HASTA   PIC X(10).
000590
000600* REGISTRO DEL FICHERO DE CARTAS DE LIQUIDACION
000610 FD FICHERO-CAR DATA RECORD IS REG-CARTA.
000620 01 REG-CARTA      PIC X(80).
000630
000640* REGISTRO DEL FICHERO DE INFORME DE CONTROL
000650 FD FICHERO-INF DATA RECORD IS REG-INFORME.
000660 01 REG-INFORME    PIC X(80).
000670
000680* REGISTRO DE PARAMETROS DE EJECUCION
000690 FD FICHERO-PARM DATA RECORD IS REG-PARM.
000700 01 REG-PARM      PIC X(20).
000710
000720 WORKING-STORAGE SECTION.
000730
000740* FILESTATUS DE LOS FICHEROS DE LA EJECUCION
000750 01 FS-CTA               PIC 99.
000760     88 FICHERO-CTA-OK   VALUE 00.
000770 01 FS-CAR               PIC 99.
000780     88 FICHERO-CAR-OK   VALUE 00.
000790 01 FS-INFORME           PIC 99.
000800 01 FS-PARM              PIC 99.
000810
000820* REGISTRO DE PARAMETROS CON LA FECHA DE PROCESO
000830 01 WS-PARM-DATOS.
000840     05 WS-PARM-FECHA       PIC X(10).
000850     05 FILLER              PIC X(10).
000860
000870* FECHA DE PROCESO DE ESTA EJECUCION (AAAA-MM-DD). SE EMITEN LAS
000880* LIQUIDACIONES PENDIENTES CON FECHA DE CIERRE HASTA ESTA FECHA
000890 01 WS-FECHA-PROCESO         PIC X(10).
000900
000910* INICIO DEL PERIODO DEL EXTRACTO DE CIERRE: EL DIA SIGUIENTE AL
000920* ULTIMO EXTRACTO EMITIDO DEL CONTRATO
000930 01 WS-FECHA-DESDE-CIERRE    PIC X(10).
000940 01 IND-FECHA-DESDE          PIC S9(4) COMP.
000950
000960* CAMPOS LEIDOS DEL CURSOR DE TITULARES DEL CONTRATO
000970 01 WS-TIT-NOMBRE        PIC X(50).
000980 01 WS-TIT-DOCUMENTO     PIC X(15).
000990
001000* INDICADOR DE FIN DEL CURSOR DE LIQUIDACIONES
001010 01 WS-FIN-CURSOR        PIC X VALUE 'N'.
001020     88 WS-FIN-CURSOR-SI VALUE 'S'.
001030     88 WS-FIN-CURSOR-NO VALUE 'N'.
001040
001050* INDICADOR DE FIN DEL CURSOR DE TITULARES
001060 01 WS-FIN-TITULARES     PIC X VALUE 'N'.
001070     88 WS-FIN-TITULARES-SI VALUE 'S'.
001080     88 WS-FIN-TITULARES-NO VALUE 'N'.
001090
001100* CONTADORES Y TOTALES DEL INFORME DE CONTROL DE LA EJECUCION
001110 01 WS-CONTADORES-INFORME.
001120     05 WS-CNT-LIQUIDACIONES PIC 9(9) VALUE 0.
001130     05 WS-CNT-EXTRACTOS     PIC 9(9) VALUE 0.
001140     05 WS-CNT-CARTAS        PIC 9(9) VALUE 0.
001150     05 WS-CNT-SIN-TITULAR   PIC 9(9) VALUE 0.
001160     05 WS-CNT-TITULARES     PIC 9(9) VALUE 0.
001170     05 WS-TOT-INT-ACREEDOR  PIC S9(13)V9(2) COMP-3 VALUE 0.
001180     05 WS-TOT-RETENCION     PIC S9(13)V9(2) COMP-3 VALUE 0.
001190     05 WS-TOT-INT-DEUDOR    PIC S9(13)V9(2) COMP-3 VALUE 0.
001200     05 WS-TOT-COMISIONES    PIC S9(13)V9(2) COMP-3 VALUE 0.
001210     05 WS-TOT-TRASPASADO    PIC S9(13)V9(2) COMP-3 VALUE 0.
001220
001230* LINEA DE DETALLE DEL INFORME DE CONTROL
001240 01 WS-LINEA-INFORME.
001250     05 WS-LIN-ETIQUETA     PIC X(40).
001260     05 WS-LIN-VALOR        PIC Z(11)9.99-.
001270     05 FILLER              PIC X(24).
001280
001290* LINEA DE IMPORTE DE LA CARTA DE LIQUIDACION, CON SU DIVISA
001300 01 WS-LINEA-CARTA.
001310     05 FILLER              PIC X(4).
001320     05 WS-CAR-ETIQUETA     PIC X(40).
001330     05 WS-CAR-VALOR        PIC Z(11)9.99-.
001340     05 FILLER              PIC X(1).
001350     05 WS-CAR-MONEDA       PIC X(3).
001360     05 FILLER              PIC X(16).
001370
001380* CAMPOS EDITADOS PARA LOS TEXTOS DE LA CARTA
001390 01 WS-CAR-CONTRATO-ED   PIC Z(8)9.
001400 01 WS-CAR-CONTADOR-ED   PIC Z(8)9.
001410
001420* FECHA DEL SISTEMA, PARA LA FECHA DE PROCESO POR DEFECTO
001430 01 WS-FECHA-SISTEMA         PIC X(21).
001440 01 WS-FECHA-SISTEMA-R REDEFINES WS-FECHA-SISTEMA.
001450     05 WS-FS-ANO           PIC 9(4).
001460     05 WS-FS-MES           PIC 9(2).
001470     05 WS-FS-DIA           PIC 9(2).
001480     05 FILLER              PIC X(13).
001490
001500* SQLCA Y DCLGEN DE LAS TABLAS
001510     EXEC SQL INCLUDE SQLCA END-EXEC.
001520     EXEC SQL INCLUDE LIQCIERR END-EXEC.
001530
001540* CURSOR CON LAS LIQUIDACIONES DE CIERRE PENDIENTES DE EMITIR
001550     EXEC SQL
001560        DECLARE CUR-LIQUIDACION CURSOR FOR
001570        SELECT CLAVE_CONTRATO, CHAR(FECHA_CIERRE, ISO), MONEDA,
001580               SALDO_PREVIO, INTERES_ACREEDOR,
001590               RETENCION_INTERESES, INTERES_DEUDOR,
001600               COMISIONES, SALDO_TRASPASADO, CONT_LIQUIDACION,
001610               MONEDA_LIQUIDACION, IMPORTE_ABONADO,
001620               ORDENES_CANCELADAS, PENDIENTES_ANULADOS
001630          FROM IBMUSER.LIQUIDACION_CIERRE
001640         WHERE ESTADO_EMISION = 'P'
001650           AND FECHA_CIERRE <= DATE(:WS-FECHA-PROCESO)
001660         ORDER BY CLAVE_CONTRATO
001670     END-EXEC.
001680
001690* CURSOR CON LOS TITULARES DEL CONTRATO DE LA LIQUIDACION EN CURSO
001700     EXEC SQL
001710        DECLARE CUR-TITULARES CURSOR FOR
001720        SELECT C.NOMBRE, C.DOCUMENTO
001730          FROM IBMUSER.CLIENTE_CONTRATO L,
001740               IBMUSER.CLIENTE C
001750         WHERE L.CLAVE_CONTRATO =
001760               :DCLLIQUIDACION-CIERRE.CLAVE-CONTRATO
001770           AND C.CLAVE_CLIENTE = L.CLAVE_CLIENTE
001780         ORDER BY C.CLAVE_CLIENTE
001790     END-EXEC.
001800
001810 PROCEDURE DIVISION.
001820     PERFORM 1000-INICIO.
001830     PERFORM 2000-PROCESO.
001840     PERFORM 3000-FIN.
001850
001860* **********************************************************
001870* PARRAFO DE INICIO
001880* **********************************************************
001890 1000-INICIO.
001900
001910     DISPLAY 'INICIO CIER01'.
001920
001930     OPEN OUTPUT FICHERO-CTA.
001940     OPEN OUTPUT FICHERO-CAR.
001950     OPEN OUTPUT FICHERO-INF.
001960
001970* FECHA DE PROCESO: LA DEL FICHERO DE PARAMETROS O, EN SU
001980* DEFECTO, LA FECHA DEL SISTEMA
001990     MOVE FUNCTION CURRENT-DATE TO WS-FECHA-SISTEMA.
002000     STRING WS-FS-ANO           DELIMITED BY SIZE
002010            '-'                 DELIMITED BY SIZE
002020            WS-FS-MES           DELIMITED BY SIZE
002030            '-'                 DELIMITED BY SIZE
002040            WS-FS-DIA           DELIMITED BY SIZE
002050       INTO WS-FECHA-PROCESO
002060     END-STRING.
002070
002080     OPEN INPUT FICHERO-PARM.
002090     READ FICHERO-PARM INTO WS-PARM-DATOS.
002100     IF FS-PARM EQUAL '00'
002110        IF WS-PARM-FECHA NOT EQUAL SPACES
002120           MOVE WS-PARM-FECHA TO WS-FECHA-PROCESO
002130        END-IF
002140     END-IF.
002150     CLOSE FICHERO-PARM.
002160
002170     DISPLAY 'FECHA DE PROCESO: ' WS-FECHA-PROCESO.
002180
002190* ***************************************************************
002200* COMPRUEBA EL SQLCODE DE LA ULTIMA OPERACION DE BASE DE DATOS.
002210* CUALQUIER VALOR DISTINTO DE CERO ES UN ERROR
002220* ***************************************************************
002230 1090-COMPRUEBA-SQLCODE.
002240
002250     IF SQLCODE NOT EQUAL 0
002260        DISPLAY 'ERROR DE BASE DE DATOS EN CIER01. SQLCODE: '
002270                SQLCODE
002280        PERFORM 9999-ERROR
002290     END-IF.
002300
002310* ***************************************************************
002320* RECORRE LAS LIQUIDACIONES DE CIERRE PENDIENTES DE EMITIR
002330* ***************************************************************
002340 2000-PROCESO.
002350
002360     MOVE 'N' TO WS-FIN-CURSOR.
002370     EXEC SQL
002380        OPEN CUR-LIQUIDACION
002390     END-EXEC.
002400     PERFORM 1090-COMPRUEBA-SQLCODE.
002410
002420     PERFORM 2010-LEE-LIQUIDACION.
002430     PERFORM 2020-TRATA-LIQUIDACION UNTIL WS-FIN-CURSOR-SI.
002440
002450     EXEC SQL
002460        CLOSE CUR-LIQUIDACION
002470     END-EXEC.
002480     PERFORM 1090-COMPRUEBA-SQLCODE.
002490
002500* ***************************************************************
002510* LEE LA SIGUIENTE LIQUIDACION PENDIENTE DE EMITIR
002520* ***************************************************************
002530 2010-LEE-LIQUIDACION.
002540
002550     EXEC SQL
002560        FETCH CUR-LIQUIDACION
002570         INTO :DCLLIQUIDACION-CIERRE.CLAVE-CONTRATO,
002580              :DCLLIQUIDACION-CIERRE.FECHA-CIERRE,
002590              :DCLLIQUIDACION-CIERRE.MONEDA,
002600              :DCLLIQUIDACION-CIERRE.SALDO-PREVIO,
002610              :DCLLIQUIDACION-CIERRE.INTERES-ACREEDOR,
002620              :DCLLIQUIDACION-CIERRE.RETENCION-INTERESES,
002630              :DCLLIQUIDACION-CIERRE.INTERES-DEUDOR,
002640              :DCLLIQUIDACION-CIERRE.COMISIONES,
002650              :DCLLIQUIDACION-CIERRE.SALDO-TRASPASADO,
002660              :DCLLIQUIDACION-CIERRE.CONT-LIQUIDACION,
002670              :DCLLIQUIDACION-CIERRE.MONEDA-LIQUIDACION,
002680              :DCLLIQUIDACION-CIERRE.IMPORTE-ABONADO,
002690              :DCLLIQUIDACION-CIERRE.ORDENES-CANCELADAS,
002700              :DCLLIQUIDACION-CIERRE.PENDIENTES-ANULADOS
002710     END-EXEC.
002720
002730     IF SQLCODE EQUAL 100
002740        MOVE 'S' TO WS-FIN-CURSOR
002750     ELSE
002760        PERFORM 1090-COMPRUEBA-SQLCODE
002770     END-IF.
002780
002790* ***************************************************************
002800* EMITE EL EXTRACTO DE CIERRE Y LA CARTA DE LA LIQUIDACION LEIDA,
002810* LA MARCA COMO EMITIDA Y SIGUE LEYENDO
002820* ***************************************************************
002830 2020-TRATA-LIQUIDACION.
002840
002850     ADD 1 TO WS-CNT-LIQUIDACIONES.
002860     ADD INTERES-ACREEDOR OF DCLLIQUIDACION-CIERRE
002870      TO WS-TOT-INT-ACREEDOR.
002880     ADD RETENCION-INTERESES OF DCLLIQUIDACION-CIERRE
002890      TO WS-TOT-RETENCION.
002900     ADD INTERES-DEUDOR OF DCLLIQUIDACION-CIERRE
002910      TO WS-TOT-INT-DEUDOR.
002920     ADD COMISIONES OF DCLLIQUIDACION-CIERRE
002930      TO WS-TOT-COMISIONES.
002940     ADD SALDO-TRASPASADO OF DCLLIQUIDACION-CIERRE
002950      TO WS-TOT-TRASPASADO.
002960
002970     PERFORM 2100-ESCRIBE-CUENTA.
002980     PERFORM 2200-ESCRIBE-CARTA.
002990     PERFORM 2300-MARCA-EMITIDA.
003000     PERFORM 2010-LEE-LIQUIDACION.
003010
003020* ***************************************************************
003030* ESCRIBE EL CONTRATO CERRADO EN EL FICHERO DE CUENTAS PARA QUE
003040* EXTR01 EMITA SU EXTRACTO DE CIERRE. EL PERIODO EMPIEZA EL DIA
003050* SIGUIENTE AL ULTIMO EXTRACTO EMITIDO ANTES DEL CIERRE Y TERMINA
003060* EN LA FECHA DE CIERRE. SI EL CONTRATO NUNCA TUVO EXTRACTO, SE
003070* DEJA EL INICIO EN BLANCO Y EXTR01 EXTRACTA TODO SU HISTORICO
003080* ***************************************************************
003090 2100-ESCRIBE-CUENTA.
003100
003110     EXEC SQL
003120        SELECT CHAR(MAX(FECHA_HASTA) + 1 DAY, ISO)
003130          INTO :WS-FECHA-DESDE-CIERRE :IND-FECHA-DESDE
003140          FROM IBMUSER.EXTRACTO_EMITIDO
003150         WHERE CLAVE_CONTRATO =
003160               :DCLLIQUIDACION-CIERRE.CLAVE-CONTRATO
003170           AND FECHA_HASTA <
003180               DATE(:DCLLIQUIDACION-CIERRE.FECHA-CIERRE)
003190     END-EXEC.
003200     PERFORM 1090-COMPRUEBA-SQLCODE.
003210
003220     IF IND-FECHA-DESDE EQUAL -1
003230        MOVE SPACES TO WS-FECHA-DESDE-CIERRE
003240     END-IF.
003250
003260     MOVE CLAVE-CONTRATO OF DCLLIQUIDACION-CIERRE
003270                                 TO REG-CTA-CONTRATO.
003280     MOVE WS-FECHA-DESDE-CIERRE  TO REG-CTA-FECHA-DESDE.
003290     MOVE FECHA-CIERRE OF DCLLIQUIDACION-CIERRE
003300                                 TO REG-CTA-FECHA-HASTA.
003310     WRITE REG-CTA.
003320     PERFORM 2900-COMPRUEBA-FS-CTA.
003330     ADD 1 TO WS-CNT-EXTRACTOS.
003340
003350* ***************************************************************
003360* ESCRIBE LA CARTA DE LIQUIDACION DEL CONTRATO: TITULARES, FECHA
003370* DE CIERRE, DESGLOSE DE LA LIQUIDACION Y DESTINO DEL SALDO
003380* ***************************************************************
003390 2200-ESCRIBE-CARTA.
003400
003410     ADD 1 TO WS-CNT-CARTAS.
003420     MOVE CLAVE-CONTRATO OF DCLLIQUIDACION-CIERRE
003430       TO WS-CAR-CONTRATO-ED.
003440
003450     MOVE ALL '='                   TO REG-CARTA.
003460     PERFORM 2290-ESCRIBE-LINEA-CARTA.
003470     MOVE SPACES                    TO REG-CARTA.
003480     STRING 'CARTA DE LIQUIDACION POR CANCELACION DEL CONTRATO '
003490                                     DELIMITED BY SIZE
003500            WS-CAR-CONTRATO-ED       DELIMITED BY SIZE
003510       INTO REG-CARTA
003520     END-STRING.
003530     PERFORM 2290-ESCRIBE-LINEA-CARTA.
003540     MOVE ALL '='                   TO REG-CARTA.
003550     PERFORM 2290-ESCRIBE-LINEA-CARTA.
003560
003570* TITULARES DEL CONTRATO
003580     PERFORM 2210-ESCRIBE-TITULARES.
003590
003600     MOVE SPACES                    TO REG-CARTA.
003610     PERFORM 2290-ESCRIBE-LINEA-CARTA.
003620     MOVE SPACES                    TO REG-CARTA.
003630     STRING 'LE COMUNICAMOS QUE EL CONTRATO '
003640                                     DELIMITED BY SIZE
003650            WS-CAR-CONTRATO-ED       DELIMITED BY SIZE
003660            ' HA SIDO CANCELADO CON FECHA '
003670                                     DELIMITED BY SIZE
003680            FECHA-CIERRE OF DCLLIQUIDACION-CIERRE
003690                                     DELIMITED BY SIZE
003700       INTO REG-CARTA
003710     END-STRING.
003720     PERFORM 2290-ESCRIBE-LINEA-CARTA.
003730     MOVE 'Y HA SIDO LIQUIDADO SEGUN EL SIGUIENTE DETALLE:'
003740                                     TO REG-CARTA.
003750     PERFORM 2290-ESCRIBE-LINEA-CARTA.
003760     MOVE SPACES                    TO REG-CARTA.
003770     PERFORM 2290-ESCRIBE-LINEA-CARTA.
003780
003790* DESGLOSE DE LA LIQUIDACION, EN LA DIVISA DEL CONTRATO
003800     MOVE SPACES                    TO WS-LINEA-CARTA.
003810     MOVE MONEDA OF DCLLIQUIDACION-CIERRE TO WS-CAR-MONEDA.
003820     MOVE 'SALDO ANTES DE LA LIQUIDACION'  TO WS-CAR-ETIQUETA.
003830     MOVE SALDO-PREVIO OF DCLLIQUIDACION-CIERRE TO WS-CAR-VALOR.
003840     MOVE WS-LINEA-CARTA            TO REG-CARTA.
003850     PERFORM 2290-ESCRIBE-LINEA-CARTA.
003860
003870     MOVE 'INTERESES ACREEDORES ABONADOS'  TO WS-CAR-ETIQUETA.
003880     MOVE INTERES-ACREEDOR OF DCLLIQUIDACION-CIERRE
003890                                     TO WS-CAR-VALOR.
003900     MOVE WS-LINEA-CARTA            TO REG-CARTA.
003910     PERFORM 2290-ESCRIBE-LINEA-CARTA.
003920
003930     MOVE 'RETENCION FISCAL SOBRE INTERESES' TO WS-CAR-ETIQUETA.
003940     MOVE RETENCION-INTERESES OF DCLLIQUIDACION-CIERRE
003950                                     TO WS-CAR-VALOR.
003960     MOVE WS-LINEA-CARTA            TO REG-CARTA.
003970     PERFORM 2290-ESCRIBE-LINEA-CARTA.
003980
003990     MOVE 'INTERESES DEUDORES CARGADOS'    TO WS-CAR-ETIQUETA.
004000     MOVE INTERES-DEUDOR OF DCLLIQUIDACION-CIERRE
004010                                     TO WS-CAR-VALOR.
004020     MOVE WS-LINEA-CARTA            TO REG-CARTA.
004030     PERFORM 2290-ESCRIBE-LINEA-CARTA.
004040
004050     MOVE 'COMISIONES PENDIENTES CARGADAS' TO WS-CAR-ETIQUETA.
004060     MOVE COMISIONES OF DCLLIQUIDACION-CIERRE TO WS-CAR-VALOR.
004070     MOVE WS-LINEA-CARTA            TO REG-CARTA.
004080     PERFORM 2290-ESCRIBE-LINEA-CARTA.
004090
004100     MOVE 'SALDO FINAL TRASPASADO'         TO WS-CAR-ETIQUETA.
004110     MOVE SALDO-TRASPASADO OF DCLLIQUIDACION-CIERRE
004120                                     TO WS-CAR-VALOR.
004130     MOVE WS-LINEA-CARTA            TO REG-CARTA.
004140     PERFORM 2290-ESCRIBE-LINEA-CARTA.
004150
004160* DESTINO DEL SALDO, EN LA DIVISA DEL CONTRATO QUE LO RECIBIO
004170     MOVE SPACES                    TO REG-CARTA.
004180     PERFORM 2290-ESCRIBE-LINEA-CARTA.
004190     IF SALDO-TRASPASADO OF DCLLIQUIDACION-CIERRE
004200        GREATER THAN ZERO
004210        MOVE CONT-LIQUIDACION OF DCLLIQUIDACION-CIERRE
004220          TO WS-CAR-CONTRATO-ED
004230        MOVE SPACES                 TO REG-CARTA
004240        STRING 'EL SALDO FINAL SE HA ABONADO EN EL CONTRATO '
004250                                     DELIMITED BY SIZE
004260               WS-CAR-CONTRATO-ED    DELIMITED BY SIZE
004270          INTO REG-CARTA
004280        END-STRING
004290        PERFORM 2290-ESCRIBE-LINEA-CARTA
004300        MOVE SPACES                 TO WS-LINEA-CARTA
004310        MOVE MONEDA-LIQUIDACION OF DCLLIQUIDACION-CIERRE
004320          TO WS-CAR-MONEDA
004330        MOVE 'IMPORTE ABONADO'      TO WS-CAR-ETIQUETA
004340        MOVE IMPORTE-ABONADO OF DCLLIQUIDACION-CIERRE
004350          TO WS-CAR-VALOR
004360        MOVE WS-LINEA-CARTA         TO REG-CARTA
004370        PERFORM 2290-ESCRIBE-LINEA-CARTA
004380     ELSE
004390        MOVE 'EL CONTRATO NO TENIA SALDO PENDIENTE DE TRASPASAR'
004400                                     TO REG-CARTA
004410        PERFORM 2290-ESCRIBE-LINEA-CARTA
004420     END-IF.
004430
004440* ORDENES PERMANENTES Y PENDIENTES CANCELADOS
004450     MOVE ORDENES-CANCELADAS OF DCLLIQUIDACION-CIERRE
004460       TO WS-CAR-CONTADOR-ED.
004470     MOVE SPACES                    TO REG-CARTA.
004480     STRING 'ORDENES PERMANENTES CANCELADAS: '
004490                                     DELIMITED BY SIZE
004500            WS-CAR-CONTADOR-ED       DELIMITED BY SIZE
004510       INTO REG-CARTA
004520     END-STRING.
004530     PERFORM 2290-ESCRIBE-LINEA-CARTA.
004540     MOVE PENDIENTES-ANULADOS OF DCLLIQUIDACION-CIERRE
004550       TO WS-CAR-CONTADOR-ED.
004560     MOVE SPACES                    TO REG-CARTA.
004570     STRING 'OPERACIONES PENDIENTES ANULADAS: '
004580                                     DELIMITED BY SIZE
004590            WS-CAR-CONTADOR-ED       DELIMITED BY SIZE
004600       INTO REG-CARTA
004610     END-STRING.
004620     PERFORM 2290-ESCRIBE-LINEA-CARTA.
004630
004640     MOVE SPACES                    TO REG-CARTA.
004650     PERFORM 2290-ESCRIBE-LINEA-CARTA.
004660     MOVE 'JUNTO A ESTA CARTA RECIBIRA EL EXTRACTO DE CIERRE'
004670                                     TO REG-CARTA.
004680     PERFORM 2290-ESCRIBE-LINEA-CARTA.
004690     MOVE 'CON LOS MOVIMIENTOS DE LA LIQUIDACION.'
004700                                     TO REG-CARTA.
004710     PERFORM 2290-ESCRIBE-LINEA-CARTA.
004720     MOVE SPACES                    TO REG-CARTA.
004730     PERFORM 2290-ESCRIBE-LINEA-CARTA.
004740
004750* ***************************************************************
004760* ESCRIBE EN LA CARTA LOS TITULARES DEL CONTRATO, CON SU NOMBRE Y
004770* DOCUMENTO. UN CONTRATO SIN CLIENTE VINCULADO SE ANOTA APARTE
004780* EN EL INFORME DE CONTROL PARA QUE SE REVISE SU ENVIO
004790* ***************************************************************
004800 2210-ESCRIBE-TITULARES.
004810
004820     MOVE 'N' TO WS-FIN-TITULARES.
004830     MOVE 0   TO WS-CNT-TITULARES.
004840     EXEC SQL
004850        OPEN CUR-TITULARES
004860     END-EXEC.
004870     PERFORM 1090-COMPRUEBA-SQLCODE.
004880
004890     PERFORM 2220-LEE-TITULAR.
004900     PERFORM 2230-TRATA-TITULAR UNTIL WS-FIN-TITULARES-SI.
004910
004920     EXEC SQL
004930        CLOSE CUR-TITULARES
004940     END-EXEC.
004950     PERFORM 1090-COMPRUEBA-SQLCODE.
004960
004970     IF WS-CNT-TITULARES EQUAL ZERO
004980        ADD 1 TO WS-CNT-SIN-TITULAR
004990        MOVE 'TITULAR: CONTRATO SIN CLIENTE VINCULADO'
005000                                     TO REG-CARTA
005010        PERFORM 2290-ESCRIBE-LINEA-CARTA
005020     END-IF.
005030
005040* ***************************************************************
005050* LEE EL SIGUIENTE TITULAR DEL CONTRATO
005060* ***************************************************************
005070 2220-LEE-TITULAR.
005080
005090     EXEC SQL
005100        FETCH CUR-TITULARES
005110         INTO :WS-TIT-NOMBRE, :WS-TIT-DOCUMENTO
005120     END-EXEC.
005130
005140     IF SQLCODE EQUAL 100
005150        MOVE 'S' TO WS-FIN-TITULARES
005160     ELSE
005170        PERFORM 1090-COMPRUEBA-SQLCODE
005180     END-IF.
005190
005200* ***************************************************************
005210* ESCRIBE EL TITULAR LEIDO Y SIGUE LEYENDO
005220* ***************************************************************
005230 2230-TRATA-TITULAR.
005240
005250     ADD 1 TO WS-CNT-TITULARES.
005260     MOVE SPACES                    TO REG-CARTA.
005270     STRING 'TITULAR: '              DELIMITED BY SIZE
005280            WS-TIT-NOMBRE            DELIMITED BY SIZE
005290            ' '                      DELIMITED BY SIZE
005300            WS-TIT-DOCUMENTO         DELIMITED BY SIZE
005310       INTO REG-CARTA
005320     END-STRING.
005330     PERFORM 2290-ESCRIBE-LINEA-CARTA.
005340     PERFORM 2220-LEE-TITULAR.
005350
005360* ***************************************************************
005370* ESCRIBE LA LINEA PREPARADA EN EL FICHERO DE CARTAS
005380* ***************************************************************
005390 2290-ESCRIBE-LINEA-CARTA.
005400
005410     WRITE REG-CARTA.
005420     PERFORM 2910-COMPRUEBA-FS-CAR.
005430
005440* ***************************************************************
005450* MARCA LA LIQUIDACION COMO EMITIDA PARA QUE NO SE VUELVA A
005460* EMITIR EN LA SIGUIENTE EJECUCION
005470* ***************************************************************
005480 2300-MARCA-EMITIDA.
005490
005500     EXEC SQL
005510        UPDATE IBMUSER.LIQUIDACION_CIERRE
005520           SET ESTADO_EMISION = 'E'
005530         WHERE CLAVE_CONTRATO =
005540               :DCLLIQUIDACION-CIERRE.CLAVE-CONTRATO
005550           AND ESTADO_EMISION = 'P'
005560     END-EXEC.
005570     PERFORM 1090-COMPRUEBA-SQLCODE.
005580
005590* ***************************************************************
005600* COMPRUEBA EL FILE STATUS DE LA ULTIMA ESCRITURA DEL FICHERO
005610* DE CUENTAS
005620* ***************************************************************
005630 2900-COMPRUEBA-FS-CTA.
005640
005650     IF NOT FICHERO-CTA-OK
005660        DISPLAY 'FILE STATUS INESPERADO EN FICHERO-CTA: '
005670                FS-CTA
005680        PERFORM 9999-ERROR
005690     END-IF.
005700
005710* ***************************************************************
005720* COMPRUEBA EL FILE STATUS DE LA ULTIMA ESCRITURA DEL FICHERO
005730* DE CARTAS
005740* ***************************************************************
005750 2910-COMPRUEBA-FS-CAR.
005760
005770     IF NOT FICHERO-CAR-OK
005780        DISPLAY 'FILE STATUS INESPERADO EN FICHERO-CAR: '
005790                FS-CAR
005800        PERFORM 9999-ERROR
005810     END-IF.
005820
005830* ***************************************************************
005840* PARRAFO DE FIN DEL PROGRAMA. ESCRIBE EL INFORME DE CONTROL
005850* ***************************************************************
005860 3000-FIN.
005870
005880     DISPLAY 'FIN'.
005890
005900     PERFORM 3100-ESCRIBE-INFORME.
005910
005920* CONFIRMAMOS LAS LIQUIDACIONES MARCADAS COMO EMITIDAS
005930     EXEC SQL COMMIT END-EXEC.
005940
005950     CLOSE FICHERO-CTA.
005960     CLOSE FICHERO-CAR.
005970     CLOSE FICHERO-INF.
005980     STOP RUN.
005990
006000* ***************************************************************
006010* ESCRIBE EL INFORME DE CONTROL CON LOS TOTALES DE LA EJECUCION
006020* ***************************************************************
006030 3100-ESCRIBE-INFORME.
006040
006050     MOVE SPACES                    TO WS-LINEA-INFORME.
006060     MOVE 'CIER01 - INFORME DE CONTROL DE EJECUCION'
006070                                     TO WS-LIN-ETIQUETA.
006080     MOVE WS-LINEA-INFORME          TO REG-INFORME.
006090     WRITE REG-INFORME.
006100
006110     MOVE SPACES                    TO WS-LINEA-INFORME.
006120     STRING 'FECHA DE PROCESO: '      DELIMITED BY SIZE
006130            WS-FECHA-PROCESO          DELIMITED BY SIZE
006140       INTO WS-LIN-ETIQUETA
006150     END-STRING.
006160     MOVE WS-LINEA-INFORME          TO REG-INFORME.
006170     WRITE REG-INFORME.
006180
006190     MOVE SPACES                    TO WS-LINEA-INFORME.
006200     MOVE 'LIQUIDACIONES DE CIERRE EMITIDAS'
006210                                     TO WS-LIN-ETIQUETA.
006220     MOVE WS-CNT-LIQUIDACIONES       TO WS-LIN-VALOR.
006230     MOVE WS-LINEA-INFORME          TO REG-INFORME.
006240     WRITE REG-INFORME.
006250
006260     MOVE SPACES                    TO WS-LINEA-INFORME.
006270     MOVE 'EXTRACTOS DE CIERRE SOLICITADOS'
006280                                     TO WS-LIN-ETIQUETA.
006290     MOVE WS-CNT-EXTRACTOS           TO WS-LIN-VALOR.
006300     MOVE WS-LINEA-INFORME          TO REG-INFORME.
006310     WRITE REG-INFORME.
006320
006330     MOVE SPACES                    TO WS-LINEA-INFORME.
006340     MOVE 'CARTAS DE LIQUIDACION ESCRITAS'
006350                                     TO WS-LIN-ETIQUETA.
006360     MOVE WS-CNT-CARTAS              TO WS-LIN-VALOR.
006370     MOVE WS-LINEA-INFORME          TO REG-INFORME.
006380     WRITE REG-INFORME.
006390
006400     MOVE SPACES                    TO WS-LINEA-INFORME.
006410     MOVE 'CARTAS SIN CLIENTE VINCULADO'
006420                                     TO WS-LIN-ETIQUETA.
006430     MOVE WS-CNT-SIN-TITULAR         TO WS-LIN-VALOR.
006440     MOVE WS-LINEA-INFORME          TO REG-INFORME.
006450     WRITE REG-INFORME.
006460
006470     MOVE SPACES                    TO WS-LINEA-INFORME.
006480     MOVE 'TOTAL INTERESES ACREEDORES ABONADOS'
006490                                     TO WS-LIN-ETIQUETA.
006500     MOVE WS-TOT-INT-ACREEDOR        TO WS-LIN-VALOR.
006510     MOVE WS-LINEA-INFORME          TO REG-INFORME.
006520     WRITE REG-INFORME.
006530
006540     MOVE SPACES                    TO WS-LINEA-INFORME.
006550     MOVE 'TOTAL RETENCIONES FISCALES PRACTICADAS'
006560                                     TO WS-LIN-ETIQUETA.
006570     MOVE WS-TOT-RETENCION           TO WS-LIN-VALOR.
006580     MOVE WS-LINEA-INFORME          TO REG-INFORME.
006590     WRITE REG-INFORME.
006600
006610     MOVE SPACES                    TO WS-LINEA-INFORME.
006620     MOVE 'TOTAL INTERESES DEUDORES CARGADOS'
006630                                     TO WS-LIN-ETIQUETA.
006640     MOVE WS-TOT-INT-DEUDOR          TO WS-LIN-VALOR.
006650     MOVE WS-LINEA-INFORME          TO REG-INFORME.
006660     WRITE REG-INFORME.
006670
006680     MOVE SPACES                    TO WS-LINEA-INFORME.
006690     MOVE 'TOTAL COMISIONES CARGADAS'
006700                                     TO WS-LIN-ETIQUETA.
006710     MOVE WS-TOT-COMISIONES          TO WS-LIN-VALOR.
006720     MOVE WS-LINEA-INFORME          TO REG-INFORME.
006730     WRITE REG-INFORME.
006740
006750     MOVE SPACES                    TO WS-LINEA-INFORME.
006760     MOVE 'TOTAL SALDOS TRASPASADOS'
006770                                     TO WS-LIN-ETIQUETA.
006780     MOVE WS-TOT-TRASPASADO          TO WS-LIN-VALOR.
006790     MOVE WS-LINEA-INFORME          TO REG-INFORME.
006800     WRITE REG-INFORME.
006810
006820* **************************************************************
006830* PARRAFO DE ERROR.REALIZAMOS UN ROLLBACK DE LA BASE DE DATOS
006840* Y DEVOLVEMOS AL SISTEMA UN RC=8 (ERROR NO CONTROLADO)
006850* **************************************************************
006860 9999-ERROR.
006870
006880     DISPLAY 'ERROR'.
006890
006900     EXEC SQL ROLLBACK END-EXEC
006910     MOVE 8 TO RETURN-CODE.
006920     GOBACK.
