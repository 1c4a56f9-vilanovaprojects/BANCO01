000010* PROGRAMA DE FIN DE DIA QUE COBRA LAS CUOTAS VENCIDAS DE LOS
000020* PRESTAMOS ACTIVOS DE IBMUSER.PRESTAMO. POR CADA CUOTA DE
000030* IBMUSER.CUADRO_AMORTIZACION VENCIDA A LA FECHA DE PROCESO Y NO
000040* COBRADA, EN ORDEN DE PRESTAMO Y NUMERO DE CUOTA, CARGA EN EL
000050* CONTRATO DE CARGO DEL PRESTAMO EL IMPORTE DE LA CUOTA
000060* (MOVIMIENTO DE TIPO 'P') Y LOS INTERESES DE DEMORA QUE ARRASTRE
000070* (MOVIMIENTO DE TIPO 'D'), REDUCE EL CAPITAL PENDIENTE DEL
000080* PRESTAMO Y LO CANCELA AL COBRAR LA ULTIMA CUOTA. SI EL CONTRATO
000090* NO ADMITE EL CARGO (ESTADO O SALDO INSUFICIENTE) LA CUOTA QUEDA
000100* IMPAGADA (ESTADO 'I') CON UNA INCIDENCIA, Y LAS SIGUIENTES
000110* CUOTAS DEL MISMO PRESTAMO TAMPOCO SE COBRAN EN ESA EJECUCION.
000120* LAS CUOTAS IMPAGADAS DEVENGAN CADA DIA INTERESES DE DEMORA AL
000130* TIPO DE DEMORA DEL PRESTAMO Y SE REINTENTAN EN CADA EJECUCION
000140* HASTA COBRARSE. SE EJECUTA DESPUES DE EMBA01 Y ANTES DE INTE01
000150 IDENTIFICATION DIVISION.
000160 PROGRAM-ID.PRES01.
000170
000180 ENVIRONMENT DIVISION.
000190 INPUT-OUTPUT SECTION.
000200 FILE-CONTROL.
000210
000220* FICHERO DE SALIDA DE INCIDENCIAS
000230     SELECT FICHERO-SAL ASSIGN TO SALIDA
000240     ORGANIZATION IS SEQUENTIAL
000250     ACCESS IS SEQUENTIAL
000260     FILE STATUS IS FS-SALIDA.
000270
000280* FICHERO DE INFORME DE CONTROL DE LA EJECUCION
000290     SELECT FICHERO-INF ASSIGN TO INFORME
000300     ORGANIZATION IS SEQUENTIAL
000310     ACCESS IS SEQUENTIAL
000320     FILE STATUS IS FS-INFORME.
000330
000340 DATA DIVISION.
000350 FILE SECTION.
000360
000370* REGISTRO DEL FICHERO DE SALIDA
000380 FD FICHERO-SAL DATA RECORD IS REG-SALIDA.
000390 01 REG-SALIDA     PIC X(80).
000400
000410* REGISTRO DEL FICHERO DE INFORME DE CONTROL
000420 FD FICHERO-INF DATA RECORD IS REG-INFORME.
000430 01 REG-INFORME    PIC X(80).
000440
000450 WORKING-STORAGE SECTION.
000460
000470* CAMPOS DE SALIDA
000480 01 WS-SALIDA.
000490     05 WS-S-CODERR        PIC X(8).
000500         88 CODERR-SQL-ERROR      VALUE 'SQLERROR'.
000510         88 CODERR-CUOTA-IMPAGADA VALUE 'CUOTAIMP'.
000520     05 WS-S-SQLCODE       PIC -999.
000530     05 WS-S-DESCRIPCION   PIC X(68).
000540
000550* FILESTATUS DEL FICHERO DE SALIDA.
000560 01 FS-SALIDA            PIC 99.
000570     88 FICHERO-SAL-OK   VALUE 00.
000580
000590* FILESTATUS DEL FICHERO DE INFORME DE CONTROL.
000600 01 FS-INFORME           PIC 99.
000610
000620* CAMPOS DEL CALCULO DE DIA HABIL SEGUN EL CALENDARIO DEL BANCO:
000630* FECHA QUE SE ESTA EVALUANDO, PRIMER DIA HABIL ENCONTRADO,
000640* NUMERO DE DIA DE LA SEMANA (ISO: 1 LUNES .. 7 DOMINGO),
000650* CONTADORES DE FILAS SINGULARES DEL CALENDARIO Y PROTECCION
000660* CONTRA UN CALENDARIO MAL CARGADO
000670 01 WS-FECHA-EVALUADA    PIC X(10).
000680 01 WS-FECHA-HABIL       PIC X(10).
000690 01 WS-DIA-SEMANA        PIC S9(9) COMP.
000700 01 WS-CNT-FESTIVO       PIC S9(9) COMP.
000710 01 WS-CNT-HABIL-ESP     PIC S9(9) COMP.
000720 01 WS-DIAS-RODADOS      PIC 9(2) VALUE 0.
000730 01 WS-DIA-HABIL         PIC X VALUE 'N'.
000740     88 WS-DIA-HABIL-SI  VALUE 'S'.
000750     88 WS-DIA-HABIL-NO  VALUE 'N'.
000760
000770* VARIABLES UTILIZADAS EN EL PROGRAMA
000780 01 IND-ORIGEN           PIC S9(4) COMP.
000790 01 IND-DESTINO          PIC S9(4) COMP.
000800
000810* INDICADOR DE FIN DEL CURSOR DE CUOTAS VENCIDAS
000820 01 WS-FIN-CURSOR        PIC X VALUE 'N'.
000830     88 WS-FIN-CURSOR-SI VALUE 'S'.
000840     88 WS-FIN-CURSOR-NO VALUE 'N'.
000850
000860* PRESTAMO CON UNA CUOTA IMPAGADA EN ESTA EJECUCION. SUS CUOTAS
000870* POSTERIORES SE DEJAN IMPAGADAS SIN INTENTAR EL CARGO, PARA NO
000880* COBRAR UNA CUOTA MAS RECIENTE ANTES QUE UNA ANTERIOR
000890 01 WS-PRESTAMO-IMPAGADO PIC S9(9) COMP VALUE 0.
000900
000910* DATOS DE LA CUOTA EN CURSO: DIAS DE DEMORA DESDE LA ULTIMA FECHA
000920* HASTA LA QUE SE DEVENGO, DEMORA DEVENGADA HOY, IMPORTE TOTAL A
000930* CARGAR (CUOTA MAS DEMORA), MOVIMIENTO DE LA CUOTA Y MOTIVO DEL
000940* IMPAGO
000950 01 WS-PRE-DIAS-DEMORA   PIC S9(9) COMP VALUE 0.
000960 01 WS-PRE-DEMORA-HOY    PIC S9(11)V9(2) COMP-3 VALUE 0.
000970 01 WS-PRE-A-COBRAR      PIC S9(11)V9(2) COMP-3 VALUE 0.
000980 01 WS-PRE-MOV-CUOTA     PIC S9(9) COMP VALUE 0.
000990 01 WS-PRE-MOTIVO        PIC X(36).
001000
001010* DESCRIPCION DE LOS MOVIMIENTOS DE COBRO: CONCEPTO, CLAVE DEL
001020* PRESTAMO Y NUMERO DE CUOTA
001030 01 WS-DESC-CUOTA.
001040     05 WS-DCU-CONCEPTO     PIC X(26).
001050     05 WS-DCU-CLAVE        PIC Z(8)9.
001060     05 FILLER              PIC X(7)  VALUE ' CUOTA '.
001070     05 WS-DCU-NUM          PIC ZZ9.
001080     05 FILLER              PIC X(5)  VALUE SPACES.
001090
001100* CONTADORES DEL INFORME DE CONTROL DE LA EJECUCION
001110 01 WS-CONTADORES-INFORME.
001120     05 WS-CNT-CUOTAS       PIC 9(9)   VALUE 0.
001130     05 WS-CNT-COBRADAS     PIC 9(9)   VALUE 0.
001140     05 WS-CNT-IMPAGADAS    PIC 9(9)   VALUE 0.
001150     05 WS-CNT-CANCELADOS   PIC 9(9)   VALUE 0.
001160     05 WS-TOT-COBRADO      PIC 9(13)V9(2) VALUE 0.
001170     05 WS-TOT-DEMORA       PIC 9(13)V9(2) VALUE 0.
001180
001190* LINEA DE DETALLE DEL INFORME DE CONTROL
001200 01 WS-LINEA-INFORME.
001210     05 WS-LIN-ETIQUETA     PIC X(40).
001220     05 WS-LIN-VALOR        PIC Z(11)9.99-.
001230     05 FILLER              PIC X(24).
001240
001250* CAMPOS EDITADOS PARA COMPONER LAS INCIDENCIAS
001260 01 WS-ED-CLAVE          PIC Z(8)9.
001270 01 WS-ED-NUM            PIC ZZ9.
001280
001290* FECHA Y HORA DEL SISTEMA, PARA DEJAR CONSTANCIA DE CUANDO SE
001300* HA GRABADO CADA MOVIMIENTO
001310 01 WS-FECHA-SISTEMA         PIC X(21).
001320 01 WS-FECHA-SISTEMA-R REDEFINES WS-FECHA-SISTEMA.
001330     05 WS-FS-ANO           PIC 9(4).
001340     05 WS-FS-MES           PIC 9(2).
001350     05 WS-FS-DIA           PIC 9(2).
001360     05 WS-FS-HORA          PIC 9(2).
001370     05 WS-FS-MINUTO        PIC 9(2).
001380     05 WS-FS-SEGUNDO       PIC 9(2).
001390     05 WS-FS-CENTESIMAS    PIC 9(2).
001400     05 FILLER              PIC X(5).
001410 01 WS-TIMESTAMP-MOVIMIENTO PIC X(26).
001420
001430* IDENTIFICADOR DEL JOB QUE EJECUTA EL PROGRAMA (TRAZABILIDAD)
001440 01 WS-JOB-ID                PIC X(8).
001450
001460* FECHA DE PROCESO DE ESTA EJECUCION (AAAA-MM-DD)
001470 01 WS-FECHA-PROCESO         PIC X(10).
001480
001490* CONTROL DE EJECUCION DE LA CADENA BATCH: ESTE PROGRAMA
001500* REGISTRA SU ARRANQUE Y SU FIN EN IBMUSER.CONTROL_PROCESO Y,
001510* ANTES DE EMPEZAR, COMPRUEBA QUE SU PREDECESOR EN LA CADENA
001520* TERMINO BIEN EN LA FECHA DE PROCESO Y QUE EL PROPIO PROGRAMA
001530* NO HA TERMINADO YA PARA ESA FECHA. UNA REPETICION DELIBERADA
001540* EXIGE QUE OPERACION BORRE ANTES LA FILA DE CONTROL DEL DIA
001550 01 WS-CTL-PROGRAMA      PIC X(8) VALUE 'PRES01'.
001560 01 WS-CTL-PREDECESOR    PIC X(8) VALUE 'EMBA01'.
001570 01 WS-CNT-CTL           PIC S9(9) COMP VALUE 0.
001580
001590* RESERVA DE CLAVES DE MOVIMIENTO EN IBMUSER.CONTADOR: TAMANO
001600* DEL BLOQUE QUE SE RESERVA DE CADA VEZ, ULTIMO VALOR
001610* RESERVADO, ULTIMA CLAVE DEL BLOQUE EN USO Y MAXIMOS PARA LA
001620* PRIMERA CARGA DEL CONTADOR
001630 01 WS-BLOQUE-CLAVES       PIC S9(9) COMP VALUE 100.
001640 01 WS-ULTIMO-RESERVADO    PIC S9(9) COMP VALUE 0.
001650 01 WS-ULTIMA-CLAVE-BLOQUE PIC S9(9) COMP VALUE 0.
001660 01 WS-MAX-OPERATIVA       PIC S9(9) COMP VALUE 0.
001670 01 WS-MAX-HISTORICO       PIC S9(9) COMP VALUE 0.
001680 01 IND-NULL-CTR           PIC S9(4) COMP.
001690
001700* SQLCA Y DCLGEN DE LAS TABLAS
001710     EXEC SQL INCLUDE SQLCA END-EXEC.
001720     EXEC SQL INCLUDE MOVIMIEN END-EXEC.
001730     EXEC SQL INCLUDE CONTRATO END-EXEC.
001740     EXEC SQL INCLUDE PRESTAMO END-EXEC.
001750     EXEC SQL INCLUDE CUADROAM END-EXEC.
001760     EXEC SQL INCLUDE CALENDAR END-EXEC.
001770     EXEC SQL INCLUDE CONTROLP END-EXEC.
001780     EXEC SQL INCLUDE CONTADOR END-EXEC.
001790
001800* CURSOR CON LAS CUOTAS VENCIDAS A LA FECHA DE PROCESO Y NO
001810* COBRADAS (PENDIENTES O YA IMPAGADAS) DE LOS PRESTAMOS ACTIVOS,
001820* CON LOS DATOS DEL PRESTAMO NECESARIOS PARA COBRARLAS Y LOS DIAS
001830* DE DEMORA QUE LLEVAN SIN DEVENGAR. LAS CUOTAS QUE VENCIERON EN
001840* UN DIA NO HABIL SE COBRAN EL SIGUIENTE DIA HABIL. SE DECLARA
001850* WITH HOLD PARA QUE EL COMMIT DE CADA CUOTA NO LO CIERRE
001860     EXEC SQL
001870        DECLARE CUR-CUOTAS CURSOR WITH HOLD FOR
001880        SELECT A.CLAVE_PRESTAMO, A.NUM_CUOTA, A.CUOTA, A.CAPITAL,
001890               A.ESTADO, CHAR(A.FECHA_DEMORA, ISO),
001900               A.DEMORA_PENDIENTE,
001910               DAYS(DATE(:WS-FECHA-PROCESO)) -
001920               DAYS(A.FECHA_DEMORA),
001930               P.CONT_CARGO, P.MONEDA, P.TIPO_DEMORA
001940          FROM IBMUSER.CUADRO_AMORTIZACION A,
001950               IBMUSER.PRESTAMO P
001960         WHERE P.CLAVE_PRESTAMO = A.CLAVE_PRESTAMO
001970           AND P.ESTADO = 'A'
001980           AND A.ESTADO IN ('P', 'I')
001990           AND A.FECHA_VENCIMIENTO <= DATE(:WS-FECHA-PROCESO)
002000         ORDER BY A.CLAVE_PRESTAMO, A.NUM_CUOTA
002010     END-EXEC.
002020
002030 PROCEDURE DIVISION.
002040     PERFORM 1000-INICIO.
002050     PERFORM 2000-PROCESO UNTIL WS-FIN-CURSOR-SI.
002060     PERFORM 3000-FIN.
002070
002080* **********************************************************
002090* PARRAFO DE INICIO
002100* **********************************************************
002110 1000-INICIO.
002120
002130     DISPLAY 'INICIO PRES01'.
002140
002150     OPEN OUTPUT FICHERO-SAL.
002160     OPEN OUTPUT FICHERO-INF.
002170
002180* FECHA DE PROCESO DE ESTA EJECUCION
002190     MOVE FUNCTION CURRENT-DATE TO WS-FECHA-SISTEMA.
002200     STRING WS-FS-ANO           DELIMITED BY SIZE
002210            '-'                 DELIMITED BY SIZE
002220            WS-FS-MES           DELIMITED BY SIZE
002230            '-'                 DELIMITED BY SIZE
002240            WS-FS-DIA           DELIMITED BY SIZE
002250       INTO WS-FECHA-PROCESO
002260     END-STRING.
002270
002280* REGISTRAMOS EL ARRANQUE EN EL CONTROL DE PROCESOS DE LA
002290* CADENA BATCH
002300     PERFORM 1005-REGISTRA-INICIO-PROC.
002310
002320* CONSULTAMOS EL CALENDARIO DEL BANCO. LAS CUOTAS SOLO SE COBRAN
002330* EN DIA HABIL: EN DIA NO HABIL NO SE RECORRE NINGUNA CUOTA Y LAS
002340* VENCIDAS SE COBRAN EL SIGUIENTE DIA HABIL
002350     MOVE WS-FECHA-PROCESO TO WS-FECHA-EVALUADA.
002360     PERFORM 1060-CALCULA-DIA-HABIL.
002370
002380     IF WS-FECHA-HABIL NOT EQUAL WS-FECHA-PROCESO
002390        DISPLAY 'FECHA DE PROCESO NO HABIL. LAS CUOTAS SE'
002400                ' COBRARAN EL ' WS-FECHA-HABIL
002410        MOVE 'S' TO WS-FIN-CURSOR
002420     ELSE
002430* ABRIMOS EL CURSOR DE CUOTAS Y LEEMOS LA PRIMERA
002440        EXEC SQL
002450           OPEN CUR-CUOTAS
002460        END-EXEC
002470        PERFORM 1090-COMPRUEBA-SQLCODE-CURSOR
002480        PERFORM 1080-LEE-CUOTA
002490     END-IF.
002500
002510* ***************************************************************
002520* CALCULA EL PRIMER DIA HABIL SEGUN EL CALENDARIO DEL BANCO QUE
002530* NO SEA ANTERIOR A WS-FECHA-EVALUADA, DEJANDOLO EN
002540* WS-FECHA-HABIL. UN DIA ES HABIL SI ES DE LUNES A VIERNES Y NO
002550* FIGURA COMO FESTIVO ('F') EN IBMUSER.CALENDARIO, O SI FIGURA
002560* COMO HABIL ESPECIAL ('H'). SE RUEDA COMO MAXIMO 31 DIAS PARA
002570* NO QUEDAR EN BUCLE CON UN CALENDARIO MAL CARGADO
002580* ***************************************************************
002590 1060-CALCULA-DIA-HABIL.
002600
002610     MOVE 0   TO WS-DIAS-RODADOS.
002620     MOVE 'N' TO WS-DIA-HABIL.
002630     PERFORM 1065-COMPRUEBA-DIA-HABIL UNTIL WS-DIA-HABIL-SI.
002640     MOVE WS-FECHA-EVALUADA TO WS-FECHA-HABIL.
002650
002660* ***************************************************************
002670* COMPRUEBA SI WS-FECHA-EVALUADA ES UN DIA HABIL. SI NO LO ES,
002680* AVANZA LA FECHA EVALUADA UN DIA PARA QUE EL PARRAFO LLAMANTE
002690* SIGA BUSCANDO
002700* ***************************************************************
002710 1065-COMPRUEBA-DIA-HABIL.
002720
002730     EXEC SQL
002740        SELECT DAYOFWEEK_ISO(DATE(:WS-FECHA-EVALUADA))
002750          INTO :WS-DIA-SEMANA
002760          FROM SYSIBM.SYSDUMMY1
002770     END-EXEC.
002780     PERFORM 1068-COMPRUEBA-SQLCODE-CALEN.
002790
002800     EXEC SQL
002810        SELECT COUNT(*)
002820          INTO :WS-CNT-FESTIVO
002830          FROM IBMUSER.CALENDARIO
002840         WHERE FECHA = DATE(:WS-FECHA-EVALUADA)
002850           AND TIPO_DIA = 'F'
002860     END-EXEC.
002870     PERFORM 1068-COMPRUEBA-SQLCODE-CALEN.
002880
002890     EXEC SQL
002900        SELECT COUNT(*)
002910          INTO :WS-CNT-HABIL-ESP
002920          FROM IBMUSER.CALENDARIO
002930         WHERE FECHA = DATE(:WS-FECHA-EVALUADA)
002940           AND TIPO_DIA = 'H'
002950     END-EXEC.
002960     PERFORM 1068-COMPRUEBA-SQLCODE-CALEN.
002970
002980     IF (WS-DIA-SEMANA LESS THAN 6
002990        AND WS-CNT-FESTIVO EQUAL ZERO)
003000        OR WS-CNT-HABIL-ESP GREATER THAN ZERO
003010        MOVE 'S' TO WS-DIA-HABIL
003020     ELSE
003030        ADD 1 TO WS-DIAS-RODADOS
003040        IF WS-DIAS-RODADOS GREATER THAN 31
003050           DISPLAY 'MAS DE 31 DIAS SEGUIDOS NO HABILES EN EL'
003060                   ' CALENDARIO. REVISAR IBMUSER.CALENDARIO'
003070           PERFORM 9999-ERROR
003080        END-IF
003090        EXEC SQL
003100           SELECT CHAR(DATE(:WS-FECHA-EVALUADA) + 1 DAY, ISO)
003110             INTO :WS-FECHA-EVALUADA
003120             FROM SYSIBM.SYSDUMMY1
003130        END-EXEC
003140        PERFORM 1068-COMPRUEBA-SQLCODE-CALEN
003150     END-IF.
003160
003170* ***************************************************************
003180* COMPRUEBA EL SQLCODE DEVUELTO POR UNA CONSULTA DEL CALCULO DE
003190* DIA HABIL. CUALQUIER VALOR DISTINTO DE CERO ES UN ERROR
003200* ***************************************************************
003210 1068-COMPRUEBA-SQLCODE-CALEN.
003220
003230     IF SQLCODE NOT EQUAL 0
003240        DISPLAY 'ERROR AL CONSULTAR EL CALENDARIO. SQLCODE: '
003250                SQLCODE
003260        PERFORM 9999-ERROR
003270     END-IF.
003280
003290* ***************************************************************
003300* RESERVA UN BLOQUE DE CLAVES DE MOVIMIENTO EN IBMUSER.CONTADOR,
003310* COMPARTIDO POR TODOS LOS PROGRAMAS QUE POSTEAN: EL CONTADOR SE
003320* INCREMENTA EN EL TAMANO DEL BLOQUE Y ESTA EJECUCION SE QUEDA
003330* CON EL TRAMO RESERVADO. EL BLOQUEO DE LA FILA DEL CONTADOR
003340* SERIALIZA A LOS RESERVADORES HASTA EL COMMIT
003350* ***************************************************************
003360 1210-RESERVA-BLOQUE-CLAVES.
003370
003380     EXEC SQL
003390        UPDATE IBMUSER.CONTADOR
003400           SET ULTIMO_VALOR = ULTIMO_VALOR + :WS-BLOQUE-CLAVES
003410         WHERE NOMBRE = 'MOVIMIEN'
003420     END-EXEC.
003430
003440     IF SQLCODE EQUAL 100
003450        PERFORM 1220-INICIALIZA-CONTADOR
003460     ELSE
003470       IF SQLCODE NOT EQUAL 0
003480         SET CODERR-SQL-ERROR TO TRUE
003490         MOVE SQLCODE                       TO WS-S-SQLCODE
003500         MOVE 'ERROR AL RESERVAR CLAVES DE MOVIMIENTO'
003510                                            TO WS-S-DESCRIPCION
003520
003530         PERFORM 2800-ESCRIBE-SALIDA
003540         PERFORM 9999-ERROR
003550       END-IF
003560     END-IF.
003570
003580     EXEC SQL
003590        SELECT ULTIMO_VALOR
003600          INTO :WS-ULTIMO-RESERVADO
003610          FROM IBMUSER.CONTADOR
003620         WHERE NOMBRE = 'MOVIMIEN'
003630     END-EXEC.
003640
003650     IF SQLCODE NOT EQUAL 0
003660       SET CODERR-SQL-ERROR TO TRUE
003670       MOVE SQLCODE                       TO WS-S-SQLCODE
003680       MOVE 'ERROR AL LEER EL CONTADOR DE MOVIMIENTOS'
003690                                          TO WS-S-DESCRIPCION
003700
003710       PERFORM 2800-ESCRIBE-SALIDA
003720       PERFORM 9999-ERROR
003730     END-IF.
003740
003750     COMPUTE WS-ULTIMA-CLAVE-BLOQUE = WS-ULTIMO-RESERVADO.
003760     COMPUTE CLAVE-MOVIMIENTO OF DCLMOVIMIENTO =
003770             WS-ULTIMO-RESERVADO - WS-BLOQUE-CLAVES + 1.
003780
003790* ***************************************************************
003800* PRIMERA RESERVA DE LA HISTORIA: CREA LA FILA DEL CONTADOR
003810* ARRANCANDO DEL MAYOR NUMERO DE MOVIMIENTO CONOCIDO, TANTO EN
003820* LA TABLA OPERATIVA COMO EN EL HISTORICO. SI OTRA EJECUCION
003830* CONCURRENTE CREA LA FILA ANTES, SE RESERVA SOBRE LA FILA YA
003840* CREADA
003850* ***************************************************************
003860 1220-INICIALIZA-CONTADOR.
003870
003880     EXEC SQL
003890        SELECT MAX(CLAVE_MOVIMIENTO)
003900        INTO :WS-MAX-OPERATIVA:IND-NULL-CTR
003910        FROM IBMUSER.MOVIMIENTO
003920     END-EXEC.
003930
003940     IF SQLCODE NOT EQUAL 0
003950       SET CODERR-SQL-ERROR TO TRUE
003960       MOVE SQLCODE                       TO WS-S-SQLCODE
003970       MOVE 'ERROR AL BUSCAR EL MAXIMO DE LA OPERATIVA'
003980                                          TO WS-S-DESCRIPCION
003990
004000       PERFORM 2800-ESCRIBE-SALIDA
004010       PERFORM 9999-ERROR
004020     END-IF.
004030
004040     IF IND-NULL-CTR EQUAL -1
004050        MOVE 0 TO WS-MAX-OPERATIVA
004060     END-IF.
004070
004080     EXEC SQL
004090        SELECT MAX(CLAVE_MOVIMIENTO)
004100        INTO :WS-MAX-HISTORICO:IND-NULL-CTR
004110        FROM IBMUSER.MOVIMIENTO_HIST
004120     END-EXEC.
004130
004140     IF SQLCODE NOT EQUAL 0
004150       SET CODERR-SQL-ERROR TO TRUE
004160       MOVE SQLCODE                       TO WS-S-SQLCODE
004170       MOVE 'ERROR AL BUSCAR EL MAXIMO DEL HISTORICO'
004180                                          TO WS-S-DESCRIPCION
004190
004200       PERFORM 2800-ESCRIBE-SALIDA
004210       PERFORM 9999-ERROR
004220     END-IF.
004230
004240     IF IND-NULL-CTR EQUAL -1
004250        MOVE 0 TO WS-MAX-HISTORICO
004260     END-IF.
004270
004280     IF WS-MAX-HISTORICO GREATER THAN WS-MAX-OPERATIVA
004290        MOVE WS-MAX-HISTORICO TO WS-MAX-OPERATIVA
004300     END-IF.
004310
004320     COMPUTE WS-ULTIMO-RESERVADO =
004330             WS-MAX-OPERATIVA + WS-BLOQUE-CLAVES.
004340
004350     EXEC SQL
004360        INSERT INTO IBMUSER.CONTADOR (NOMBRE, ULTIMO_VALOR)
004370        VALUES ('MOVIMIEN', :WS-ULTIMO-RESERVADO)
004380     END-EXEC.
004390
004400* SI OTRA EJECUCION CREO LA FILA ANTES QUE NOSOTROS,
004410* RESERVAMOS SOBRE LA FILA YA CREADA
004420     IF SQLCODE EQUAL -803
004430        EXEC SQL
004440           UPDATE IBMUSER.CONTADOR
004450              SET ULTIMO_VALOR = ULTIMO_VALOR +
004460                  :WS-BLOQUE-CLAVES
004470            WHERE NOMBRE = 'MOVIMIEN'
004480        END-EXEC
004490     END-IF.
004500
004510     IF SQLCODE NOT EQUAL 0
004520       SET CODERR-SQL-ERROR TO TRUE
004530       MOVE SQLCODE                       TO WS-S-SQLCODE
004540       MOVE 'ERROR AL CREAR EL CONTADOR DE MOVIMIENTOS'
004550                                          TO WS-S-DESCRIPCION
004560
004570       PERFORM 2800-ESCRIBE-SALIDA
004580       PERFORM 9999-ERROR
004590     END-IF.
004600
004610* ***************************************************************
004620* LEE LA SIGUIENTE CUOTA VENCIDA DEL CURSOR. UN SQLCODE 100 INDICA
004630* QUE NO QUEDAN CUOTAS POR COBRAR
004640* ***************************************************************
004650 1080-LEE-CUOTA.
004660
004670     EXEC SQL
004680        FETCH CUR-CUOTAS
004690         INTO :DCLCUADRO-AMORTIZACION.CLAVE-PRESTAMO,
004700              :DCLCUADRO-AMORTIZACION.NUM-CUOTA,
004710              :DCLCUADRO-AMORTIZACION.CUOTA,
004720              :DCLCUADRO-AMORTIZACION.CAPITAL,
004730              :DCLCUADRO-AMORTIZACION.ESTADO,
004740              :DCLCUADRO-AMORTIZACION.FECHA-DEMORA,
004750              :DCLCUADRO-AMORTIZACION.DEMORA-PENDIENTE,
004760              :WS-PRE-DIAS-DEMORA,
004770              :DCLPRESTAMO.CONT-CARGO,
004780              :DCLPRESTAMO.MONEDA,
004790              :DCLPRESTAMO.TIPO-DEMORA
004800     END-EXEC.
004810
004820     IF SQLCODE EQUAL 100
004830        MOVE 'S' TO WS-FIN-CURSOR
004840     ELSE
004850        PERFORM 1090-COMPRUEBA-SQLCODE-CURSOR
004860        MOVE CLAVE-PRESTAMO OF DCLCUADRO-AMORTIZACION
004870                                  TO CLAVE-PRESTAMO OF DCLPRESTAMO
004880     END-IF.
004890
004900* ***************************************************************
004910* COMPRUEBA EL SQLCODE DEVUELTO POR UN OPEN/FETCH SOBRE UN CURSOR.
004920* CUALQUIER SQLCODE DISTINTO DE CERO ES UN ERROR
004930* ***************************************************************
004940 1090-COMPRUEBA-SQLCODE-CURSOR.
004950
004960     IF SQLCODE NOT EQUAL 0
004970        SET CODERR-SQL-ERROR TO TRUE
004980        MOVE SQLCODE                       TO WS-S-SQLCODE
004990        MOVE 'ERROR EN CURSOR DE CUOTAS DE PRESTAMOS'
005000                                           TO WS-S-DESCRIPCION
005010
005020        PERFORM 2800-ESCRIBE-SALIDA
005030        PERFORM 9999-ERROR
005040     END-IF.
005050
005060* ************************************************************
005070 2000-PROCESO.
005080* ************************************************************
005090     DISPLAY 'PRESTAMO ' CLAVE-PRESTAMO OF DCLCUADRO-AMORTIZACION
005100             ' CUOTA ' NUM-CUOTA OF DCLCUADRO-AMORTIZACION.
005110
005120     ADD 1                 TO WS-CNT-CUOTAS.
005130     MOVE 0                TO WS-PRE-DEMORA-HOY.
005140     MOVE SPACES           TO WS-PRE-MOTIVO.
005150
005160* UNA CUOTA YA IMPAGADA DEVENGA DEMORA HASTA HOY ANTES DE
005170* INTENTAR COBRARLA DE NUEVO
005180     IF ESTADO OF DCLCUADRO-AMORTIZACION EQUAL 'I'
005190        AND WS-PRE-DIAS-DEMORA GREATER THAN ZERO
005200        PERFORM 2100-DEVENGA-DEMORA
005210     END-IF.
005220
005230     COMPUTE WS-PRE-A-COBRAR =
005240             CUOTA OF DCLCUADRO-AMORTIZACION +
005250             DEMORA-PENDIENTE OF DCLCUADRO-AMORTIZACION.
005260
005270     IF CLAVE-PRESTAMO OF DCLCUADRO-AMORTIZACION
005280        EQUAL WS-PRESTAMO-IMPAGADO
005290        MOVE 'HAY UNA CUOTA ANTERIOR IMPAGADA'
005300                                           TO WS-PRE-MOTIVO
005310     ELSE
005320        PERFORM 2200-COMPRUEBA-CARGO
005330     END-IF.
005340
005350     IF WS-PRE-MOTIVO EQUAL SPACES
005360        PERFORM 2300-COBRA-CUOTA
005370     ELSE
005380        PERFORM 2400-MARCA-IMPAGADA
005390     END-IF.
005400
005410* CONFIRMAMOS CADA CUOTA POR SEPARADO: EL CARGO, SUS MOVIMIENTOS
005420* Y LA ACTUALIZACION DEL CUADRO Y DEL PRESTAMO VAN EN LA MISMA
005430* UNIDAD DE TRABAJO
005440     EXEC SQL COMMIT END-EXEC.
005450
005460     PERFORM 1080-LEE-CUOTA.
005470
005480* ***************************************************************
005490* DEVENGA LOS INTERESES DE DEMORA DE UNA CUOTA IMPAGADA DESDE LA
005500* ULTIMA FECHA HASTA LA QUE SE DEVENGARON (EL VENCIMIENTO, LA
005510* PRIMERA VEZ) HASTA LA FECHA DE PROCESO, AL TIPO DE DEMORA ANUAL
005520* DEL PRESTAMO SOBRE EL IMPORTE DE LA CUOTA Y EN BASE 360
005530* ***************************************************************
005540 2100-DEVENGA-DEMORA.
005550
005560     COMPUTE WS-PRE-DEMORA-HOY ROUNDED =
005570             CUOTA OF DCLCUADRO-AMORTIZACION *
005580             TIPO-DEMORA OF DCLPRESTAMO *
005590             WS-PRE-DIAS-DEMORA / 36000.
005600
005610     ADD WS-PRE-DEMORA-HOY
005620                    TO DEMORA-PENDIENTE OF DCLCUADRO-AMORTIZACION.
005630     MOVE WS-FECHA-PROCESO
005640                    TO FECHA-DEMORA OF DCLCUADRO-AMORTIZACION.
005650
005660* ***************************************************************
005670* COMPRUEBA QUE EL CONTRATO DE CARGO ADMITE EL CARGO DE LA CUOTA
005680* CON EL MISMO CRITERIO QUE BANCO01 PARA EL ORIGEN: VIGENTE O
005690* BLOQUEADO SOLO PARA ABONOS, EN LA DIVISA DEL PRESTAMO Y SIN
005700* BAJAR DEL LIMITE DE DESCUBIERTO PACTADO. SI NO, DEJA EN
005710* WS-PRE-MOTIVO LA CAUSA DEL IMPAGO
005720* ***************************************************************
005730 2200-COMPRUEBA-CARGO.
005740
005750     MOVE CONT-CARGO OF DCLPRESTAMO
005760                              TO CLAVE-CONTRATO OF DCLCONTRATO.
005770
005780     EXEC SQL
005790        SELECT IMPORTE, ESTADO, LIMITE_DESCUBIERTO, MONEDA
005800          INTO :DCLCONTRATO.IMPORTE, :DCLCONTRATO.ESTADO,
005810               :DCLCONTRATO.LIMITE-DESCUBIERTO,
005820               :DCLCONTRATO.MONEDA
005830          FROM IBMUSER.CONTRATO
005840         WHERE CLAVE_CONTRATO = :DCLCONTRATO.CLAVE-CONTRATO
005850     END-EXEC.
005860
005870     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
005880        SET CODERR-SQL-ERROR TO TRUE
005890        MOVE SQLCODE                       TO WS-S-SQLCODE
005900        MOVE 'ERROR AL LEER EL CONTRATO DE CARGO'
005910                                           TO WS-S-DESCRIPCION
005920
005930        PERFORM 2800-ESCRIBE-SALIDA
005940        PERFORM 9999-ERROR
005950     END-IF.
005960
005970     IF SQLCODE EQUAL 100
005980        MOVE 'CONTRATO DE CARGO INEXISTENTE'
005990                                           TO WS-PRE-MOTIVO
006000     ELSE
006010        EVALUATE ESTADO OF DCLCONTRATO
006020          WHEN 'V'
006030          WHEN 'A'
006040            IF MONEDA OF DCLCONTRATO
006050               NOT EQUAL MONEDA OF DCLPRESTAMO
006060               MOVE 'CONTRATO DE CARGO EN OTRA DIVISA'
006070                                           TO WS-PRE-MOTIVO
006080            ELSE
006090               IF IMPORTE OF DCLCONTRATO - WS-PRE-A-COBRAR
006100                  LESS THAN
006110                  (0 - LIMITE-DESCUBIERTO OF DCLCONTRATO)
006120                  MOVE 'SALDO INSUFICIENTE'
006130                                           TO WS-PRE-MOTIVO
006140               END-IF
006150            END-IF
006160          WHEN 'D'
006170            MOVE 'CONTRATO BLOQUEADO PARA DEBITOS'
006180                                           TO WS-PRE-MOTIVO
006190          WHEN 'I'
006200            MOVE 'CONTRATO DE CARGO INACTIVO'
006210                                           TO WS-PRE-MOTIVO
006220          WHEN OTHER
006230            MOVE 'CONTRATO DE CARGO DADO DE BAJA'
006240                                           TO WS-PRE-MOTIVO
006250        END-EVALUATE
006260     END-IF.
006270
006280* ***************************************************************
006290* COBRA LA CUOTA: CARGA EN EL CONTRATO LA CUOTA Y LA DEMORA,
006300* POSTEA SUS MOVIMIENTOS CON EL LADO DEL BANCO (DESTINO) NULO,
006310* MARCA LA CUOTA COMO COBRADA Y REDUCE EL CAPITAL PENDIENTE DEL
006320* PRESTAMO, QUE SE CANCELA CUANDO NO QUEDA CAPITAL
006330* ***************************************************************
006340 2300-COBRA-CUOTA.
006350
006360     EXEC SQL
006370       UPDATE  IBMUSER.CONTRATO
006380          SET  IMPORTE = IMPORTE - :WS-PRE-A-COBRAR
006390        WHERE  CLAVE_CONTRATO = :DCLPRESTAMO.CONT-CARGO
006400     END-EXEC.
006410
006420     IF SQLCODE NOT EQUAL 0
006430       SET CODERR-SQL-ERROR TO TRUE
006440       MOVE SQLCODE                       TO WS-S-SQLCODE
006450       MOVE 'ERROR AL CARGAR LA CUOTA EN EL CONTRATO'
006460                                          TO WS-S-DESCRIPCION
006470
006480       PERFORM 2800-ESCRIBE-SALIDA
006490       PERFORM 9999-ERROR
006500     END-IF.
006510
006520     MOVE 0                          TO IND-ORIGEN.
006530     MOVE -1                         TO IND-DESTINO.
006540     MOVE CONT-CARGO OF DCLPRESTAMO  TO ORIGEN.
006550     MOVE CLAVE-PRESTAMO OF DCLPRESTAMO TO WS-DCU-CLAVE.
006560     MOVE NUM-CUOTA OF DCLCUADRO-AMORTIZACION TO WS-DCU-NUM.
006570
006580     MOVE 'CUOTA PRESTAMO'           TO WS-DCU-CONCEPTO.
006590     MOVE WS-DESC-CUOTA
006600                                 TO DESCRIPCION OF DCLMOVIMIENTO.
006610     MOVE CUOTA OF DCLCUADRO-AMORTIZACION
006620                                     TO IMPORTE OF DCLMOVIMIENTO.
006630     MOVE 'P'                        TO TIPO-OPERACION
006640                                        OF DCLMOVIMIENTO.
006650     PERFORM 2500-INSERTA-MOVIMIENTO.
006660     MOVE CLAVE-MOVIMIENTO OF DCLMOVIMIENTO TO WS-PRE-MOV-CUOTA.
006670
006680     IF DEMORA-PENDIENTE OF DCLCUADRO-AMORTIZACION
006690        GREATER THAN ZERO
006700        MOVE 'INTERESES DEMORA PRESTAMO' TO WS-DCU-CONCEPTO
006710        MOVE WS-DESC-CUOTA
006720                                 TO DESCRIPCION OF DCLMOVIMIENTO
006730        MOVE DEMORA-PENDIENTE OF DCLCUADRO-AMORTIZACION
006740                                     TO IMPORTE OF DCLMOVIMIENTO
006750        MOVE 'D'                     TO TIPO-OPERACION
006760                                        OF DCLMOVIMIENTO
006770        PERFORM 2500-INSERTA-MOVIMIENTO
006780        ADD DEMORA-PENDIENTE OF DCLCUADRO-AMORTIZACION
006790                                     TO WS-TOT-DEMORA
006800     END-IF.
006810
006820     EXEC SQL
006830        UPDATE IBMUSER.CUADRO_AMORTIZACION
006840           SET ESTADO = 'C',
006850               FECHA_COBRO = DATE(:WS-FECHA-PROCESO),
006860               CLAVE_MOVIMIENTO = :WS-PRE-MOV-CUOTA,
006870               DEMORA_COBRADA = DEMORA_COBRADA +
006880                   :DCLCUADRO-AMORTIZACION.DEMORA-PENDIENTE,
006890               DEMORA_PENDIENTE = 0,
006900               FECHA_DEMORA =
006910                   DATE(:DCLCUADRO-AMORTIZACION.FECHA-DEMORA)
006920         WHERE CLAVE_PRESTAMO =
006930                   :DCLCUADRO-AMORTIZACION.CLAVE-PRESTAMO
006940           AND NUM_CUOTA = :DCLCUADRO-AMORTIZACION.NUM-CUOTA
006950     END-EXEC.
006960
006970     IF SQLCODE NOT EQUAL 0
006980       SET CODERR-SQL-ERROR TO TRUE
006990       MOVE SQLCODE                       TO WS-S-SQLCODE
007000       MOVE 'ERROR AL MARCAR LA CUOTA COMO COBRADA'
007010                                          TO WS-S-DESCRIPCION
007020
007030       PERFORM 2800-ESCRIBE-SALIDA
007040       PERFORM 9999-ERROR
007050     END-IF.
007060
007070* LA CUOTA QUE AMORTIZA EL ULTIMO CAPITAL CANCELA EL PRESTAMO
007080     EXEC SQL
007090        UPDATE IBMUSER.PRESTAMO
007100           SET CAPITAL_PENDIENTE = CAPITAL_PENDIENTE -
007110                   :DCLCUADRO-AMORTIZACION.CAPITAL,
007120               ESTADO =
007130                   CASE WHEN CAPITAL_PENDIENTE -
007140                             :DCLCUADRO-AMORTIZACION.CAPITAL <= 0
007150                        THEN 'C' ELSE ESTADO END,
007160               FECHA_CANCELACION =
007170                   CASE WHEN CAPITAL_PENDIENTE -
007180                             :DCLCUADRO-AMORTIZACION.CAPITAL <= 0
007190                        THEN DATE(:WS-FECHA-PROCESO)
007200                        ELSE FECHA_CANCELACION END
007210         WHERE CLAVE_PRESTAMO = :DCLPRESTAMO.CLAVE-PRESTAMO
007220     END-EXEC.
007230
007240     IF SQLCODE EQUAL 0
007250        EXEC SQL
007260           SELECT ESTADO
007270             INTO :DCLPRESTAMO.ESTADO
007280             FROM IBMUSER.PRESTAMO
007290            WHERE CLAVE_PRESTAMO = :DCLPRESTAMO.CLAVE-PRESTAMO
007300        END-EXEC
007310     END-IF.
007320
007330     IF SQLCODE NOT EQUAL 0
007340       SET CODERR-SQL-ERROR TO TRUE
007350       MOVE SQLCODE                       TO WS-S-SQLCODE
007360       MOVE 'ERROR AL ACTUALIZAR EL CAPITAL DEL PRESTAMO'
007370                                          TO WS-S-DESCRIPCION
007380
007390       PERFORM 2800-ESCRIBE-SALIDA
007400       PERFORM 9999-ERROR
007410     END-IF.
007420
007430     ADD 1                              TO WS-CNT-COBRADAS.
007440     ADD WS-PRE-A-COBRAR                TO WS-TOT-COBRADO.
007450
007460     IF ESTADO OF DCLPRESTAMO EQUAL 'C'
007470        ADD 1                           TO WS-CNT-CANCELADOS
007480        DISPLAY 'PRESTAMO ' CLAVE-PRESTAMO OF DCLPRESTAMO
007490                ' AMORTIZADO Y CANCELADO'
007500     END-IF.
007510
007520* ***************************************************************
007530* DEJA LA CUOTA IMPAGADA CON LA DEMORA DEVENGADA HASTA HOY, IMPIDE
007540* EL COBRO DE LAS CUOTAS POSTERIORES DEL PRESTAMO EN ESTA
007550* EJECUCION Y ANOTA UNA INCIDENCIA CON EL MOTIVO DEL IMPAGO
007560* ***************************************************************
007570 2400-MARCA-IMPAGADA.
007580
007590     EXEC SQL
007600        UPDATE IBMUSER.CUADRO_AMORTIZACION
007610           SET ESTADO = 'I',
007620               DEMORA_PENDIENTE =
007630                   :DCLCUADRO-AMORTIZACION.DEMORA-PENDIENTE,
007640               FECHA_DEMORA =
007650                   DATE(:DCLCUADRO-AMORTIZACION.FECHA-DEMORA)
007660         WHERE CLAVE_PRESTAMO =
007670                   :DCLCUADRO-AMORTIZACION.CLAVE-PRESTAMO
007680           AND NUM_CUOTA = :DCLCUADRO-AMORTIZACION.NUM-CUOTA
007690     END-EXEC.
007700
007710     IF SQLCODE NOT EQUAL 0
007720       SET CODERR-SQL-ERROR TO TRUE
007730       MOVE SQLCODE                       TO WS-S-SQLCODE
007740       MOVE 'ERROR AL MARCAR LA CUOTA COMO IMPAGADA'
007750                                          TO WS-S-DESCRIPCION
007760
007770       PERFORM 2800-ESCRIBE-SALIDA
007780       PERFORM 9999-ERROR
007790     END-IF.
007800
007810     MOVE CLAVE-PRESTAMO OF DCLCUADRO-AMORTIZACION
007820                                        TO WS-PRESTAMO-IMPAGADO.
007830     ADD 1                              TO WS-CNT-IMPAGADAS.
007840
007850     SET CODERR-CUOTA-IMPAGADA          TO TRUE.
007860     MOVE 0                             TO WS-S-SQLCODE.
007870     MOVE CLAVE-PRESTAMO OF DCLCUADRO-AMORTIZACION TO WS-ED-CLAVE.
007880     MOVE NUM-CUOTA OF DCLCUADRO-AMORTIZACION      TO WS-ED-NUM.
007890     MOVE SPACES                        TO WS-S-DESCRIPCION.
007900     STRING 'PRESTAMO '                 DELIMITED BY SIZE
007910            WS-ED-CLAVE                 DELIMITED BY SIZE
007920            ' CUOTA '                   DELIMITED BY SIZE
007930            WS-ED-NUM                   DELIMITED BY SIZE
007940            ': '                        DELIMITED BY SIZE
007950            WS-PRE-MOTIVO               DELIMITED BY SIZE
007960       INTO WS-S-DESCRIPCION
007970     END-STRING.
007980     PERFORM 2800-ESCRIBE-SALIDA.
007990
008000* ***************************************************************
008010* INSERTA EN IBMUSER.MOVIMIENTO EL MOVIMIENTO DE COBRO PREPARADO
008020* POR EL PARRAFO LLAMANTE (LADOS, DESCRIPCION, IMPORTE Y TIPO DE
008030* OPERACION), EN LA DIVISA DEL PRESTAMO
008040* ***************************************************************
008050 2500-INSERTA-MOVIMIENTO.
008060
008070     MOVE MONEDA OF DCLPRESTAMO TO MONEDA OF DCLMOVIMIENTO.
008080
008090* OBTENEMOS LA FECHA Y HORA ACTUAL DEL SISTEMA PARA EL MOVIMIENTO
008100     MOVE FUNCTION CURRENT-DATE TO WS-FECHA-SISTEMA.
008110     STRING WS-FS-ANO           DELIMITED BY SIZE
008120            '-'                 DELIMITED BY SIZE
008130            WS-FS-MES           DELIMITED BY SIZE
008140            '-'                 DELIMITED BY SIZE
008150            WS-FS-DIA           DELIMITED BY SIZE
008160            '-'                 DELIMITED BY SIZE
008170            WS-FS-HORA          DELIMITED BY SIZE
008180            '.'                 DELIMITED BY SIZE
008190            WS-FS-MINUTO        DELIMITED BY SIZE
008200            '.'                 DELIMITED BY SIZE
008210            WS-FS-SEGUNDO       DELIMITED BY SIZE
008220            '.'                 DELIMITED BY SIZE
008230            WS-FS-CENTESIMAS    DELIMITED BY SIZE
008240            '0000'              DELIMITED BY SIZE
008250       INTO WS-TIMESTAMP-MOVIMIENTO
008260     END-STRING.
008270     MOVE WS-TIMESTAMP-MOVIMIENTO TO FECHA-MOVIMIENTO
008280                                     OF DCLMOVIMIENTO.
008290
008300* OBTENEMOS EL IDENTIFICADOR DEL JOB QUE EJECUTA EL PROGRAMA
008310     DISPLAY 'JOBNAME' UPON ENVIRONMENT-NAME.
008320     ACCEPT WS-JOB-ID FROM ENVIRONMENT-VALUE.
008330     MOVE WS-JOB-ID               TO JOB-ID OF DCLMOVIMIENTO.
008340
008350* OBTENEMOS LA SIGUIENTE CLAVE DEL BLOQUE RESERVADO EN
008360* IBMUSER.CONTADOR (COMPARTIDO POR TODOS LOS POSTEADORES),
008370* RESERVANDO UN BLOQUE NUEVO SI ESTE SE AGOTO O SI AUN NO HAY
008380* NINGUNO RESERVADO
008390     IF WS-ULTIMA-CLAVE-BLOQUE EQUAL ZERO
008400        PERFORM 1210-RESERVA-BLOQUE-CLAVES
008410     ELSE
008420        ADD 1 TO CLAVE-MOVIMIENTO OF DCLMOVIMIENTO
008430        IF CLAVE-MOVIMIENTO OF DCLMOVIMIENTO
008440           GREATER THAN WS-ULTIMA-CLAVE-BLOQUE
008450           PERFORM 1210-RESERVA-BLOQUE-CLAVES
008460        END-IF
008470     END-IF.
008480
008490     EXEC SQL
008500         INSERT INTO IBMUSER.MOVIMIENTO
008510               (CLAVE_MOVIMIENTO,
008520                ORIGEN,
008530                DESTINO,
008540                DESCRIPCION,
008550                IMPORTE,
008560                FECHA_MOVIMIENTO,
008570                JOB_ID,
008580                MONEDA,
008590                TIPO_OPERACION)
008600        VALUES (:DCLMOVIMIENTO.CLAVE-MOVIMIENTO,
008610                :ORIGEN :IND-ORIGEN,
008620                :DESTINO :IND-DESTINO,
008630                :DCLMOVIMIENTO.DESCRIPCION,
008640                :DCLMOVIMIENTO.IMPORTE,
008650                :DCLMOVIMIENTO.FECHA-MOVIMIENTO,
008660                :DCLMOVIMIENTO.JOB-ID,
008670                :DCLMOVIMIENTO.MONEDA,
008680                :DCLMOVIMIENTO.TIPO-OPERACION)
008690     END-EXEC.
008700
008710* EN CASO DE ERROR TERMINAMOS EL PROGRAMA
008720     IF SQLCODE NOT EQUAL 0
008730       SET CODERR-SQL-ERROR TO TRUE
008740       MOVE SQLCODE                       TO WS-S-SQLCODE
008750       MOVE 'ERROR AL INSERTAR MOVIMIENTO' TO WS-S-DESCRIPCION
008760
008770       PERFORM 2800-ESCRIBE-SALIDA
008780       PERFORM 9999-ERROR
008790     END-IF.
008800
008810* ***************************************************************
008820* ESCRIBE EL REGISTRO WS-SALIDA EN FICHERO-SAL Y COMPRUEBA QUE
008830* LA ESCRITURA HAYA SIDO CORRECTA
008840* ***************************************************************
008850 2800-ESCRIBE-SALIDA.
008860
008870     MOVE WS-SALIDA                     TO REG-SALIDA.
008880     WRITE REG-SALIDA.
008890
008900     IF NOT FICHERO-SAL-OK
008910        DISPLAY 'FILE STATUS INESPERADO EN FICHERO-SAL: '
008920                FS-SALIDA
008930        PERFORM 9999-ERROR
008940     END-IF.
008950
008960* ***************************************************************
008970* PARRAFO DE FIN DEL PROGRAMA
008980* ***************************************************************
008990 3000-FIN.
009000
009010     DISPLAY 'FIN'.
009020
009030* CERRAMOS EL CURSOR DE CUOTAS, SI SE LLEGO A ABRIR, Y
009040* CONFIRMAMOS LOS CAMBIOS PENDIENTES
009050     IF WS-FECHA-HABIL EQUAL WS-FECHA-PROCESO
009060        EXEC SQL
009070           CLOSE CUR-CUOTAS
009080        END-EXEC
009090     END-IF.
009100     EXEC SQL COMMIT END-EXEC.
009110
009120* REGISTRAMOS EL FIN NORMAL EN EL CONTROL DE PROCESOS
009130     PERFORM 3900-REGISTRA-FIN-PROC.
009140
009150* ESCRIBIMOS EL INFORME DE CONTROL DE LA EJECUCION
009160     PERFORM 3100-ESCRIBE-INFORME.
009170
009180* CERRAMOS FICHEROS Y DEVOLVEMOS EL CONTROL AL S.O.
009190     CLOSE FICHERO-SAL.
009200     CLOSE FICHERO-INF.
009210     STOP RUN.
009220
009230* ***************************************************************
009240* ESCRIBE EL INFORME DE CONTROL CON LOS TOTALES DE LA EJECUCION
009250* ***************************************************************
009260 3100-ESCRIBE-INFORME.
009270
009280     MOVE SPACES                    TO WS-LINEA-INFORME.
009290     MOVE 'PRES01 - INFORME DE CONTROL DE EJECUCION'
009300                                     TO WS-LIN-ETIQUETA.
009310     MOVE WS-LINEA-INFORME          TO REG-INFORME.
009320     WRITE REG-INFORME.
009330
009340     MOVE SPACES                    TO WS-LINEA-INFORME.
009350     STRING 'FECHA DE PROCESO: '      DELIMITED BY SIZE
009360            WS-FECHA-PROCESO          DELIMITED BY SIZE
009370       INTO WS-LIN-ETIQUETA
009380     END-STRING.
009390     MOVE WS-LINEA-INFORME          TO REG-INFORME.
009400     WRITE REG-INFORME.
009410
009420     MOVE SPACES                    TO WS-LINEA-INFORME.
009430     STRING 'FECHA HABIL: '           DELIMITED BY SIZE
009440            WS-FECHA-HABIL            DELIMITED BY SIZE
009450       INTO WS-LIN-ETIQUETA
009460     END-STRING.
009470     MOVE WS-LINEA-INFORME          TO REG-INFORME.
009480     WRITE REG-INFORME.
009490
009500     MOVE SPACES                    TO WS-LINEA-INFORME.
009510     MOVE 'CUOTAS VENCIDAS TRATADAS'
009520                                     TO WS-LIN-ETIQUETA.
009530     MOVE WS-CNT-CUOTAS              TO WS-LIN-VALOR.
009540     MOVE WS-LINEA-INFORME          TO REG-INFORME.
009550     WRITE REG-INFORME.
009560
009570     MOVE SPACES                    TO WS-LINEA-INFORME.
009580     MOVE 'CUOTAS COBRADAS'
009590                                     TO WS-LIN-ETIQUETA.
009600     MOVE WS-CNT-COBRADAS            TO WS-LIN-VALOR.
009610     MOVE WS-LINEA-INFORME          TO REG-INFORME.
009620     WRITE REG-INFORME.
009630
009640     MOVE SPACES                    TO WS-LINEA-INFORME.
009650     MOVE 'CUOTAS IMPAGADAS'
009660                                     TO WS-LIN-ETIQUETA.
009670     MOVE WS-CNT-IMPAGADAS           TO WS-LIN-VALOR.
009680     MOVE WS-LINEA-INFORME          TO REG-INFORME.
009690     WRITE REG-INFORME.
009700
009710     MOVE SPACES                    TO WS-LINEA-INFORME.
009720     MOVE 'PRESTAMOS AMORTIZADOS Y CANCELADOS'
009730                                     TO WS-LIN-ETIQUETA.
009740     MOVE WS-CNT-CANCELADOS          TO WS-LIN-VALOR.
009750     MOVE WS-LINEA-INFORME          TO REG-INFORME.
009760     WRITE REG-INFORME.
009770
009780     MOVE SPACES                    TO WS-LINEA-INFORME.
009790     MOVE 'IMPORTE TOTAL COBRADO'
009800                                     TO WS-LIN-ETIQUETA.
009810     MOVE WS-TOT-COBRADO             TO WS-LIN-VALOR.
009820     MOVE WS-LINEA-INFORME          TO REG-INFORME.
009830     WRITE REG-INFORME.
009840
009850     MOVE SPACES                    TO WS-LINEA-INFORME.
009860     MOVE 'DE ELLO, INTERESES DE DEMORA'
009870                                     TO WS-LIN-ETIQUETA.
009880     MOVE WS-TOT-DEMORA              TO WS-LIN-VALOR.
009890     MOVE WS-LINEA-INFORME          TO REG-INFORME.
009900     WRITE REG-INFORME.
009910
009920* ***************************************************************
009930* REGISTRA EL ARRANQUE DE ESTA EJECUCION EN EL CONTROL DE
009940* PROCESOS DE LA CADENA BATCH: COMPRUEBA QUE EL PREDECESOR
009950* TERMINO BIEN EN LA FECHA DE PROCESO, QUE ESTE PROGRAMA NO HA
009960* TERMINADO YA PARA ESA FECHA, Y DEJA SU FILA EN ESTADO 'I'
009970* (INICIADO) YA CONFIRMADA, PARA QUE UN FIN ANORMAL QUEDE A LA
009980* VISTA DEL TURNO DE MANANA
009990* ***************************************************************
010000 1005-REGISTRA-INICIO-PROC.
010010
010020     IF WS-CTL-PREDECESOR NOT EQUAL SPACES
010030        EXEC SQL
010040           SELECT COUNT(*)
010050             INTO :WS-CNT-CTL
010060             FROM IBMUSER.CONTROL_PROCESO
010070            WHERE PROGRAMA = :WS-CTL-PREDECESOR
010080              AND FECHA_PROCESO = DATE(:WS-FECHA-PROCESO)
010090              AND ESTADO = 'F'
010100        END-EXEC
010110        IF SQLCODE NOT EQUAL 0
010120           DISPLAY 'ERROR AL CONSULTAR EL CONTROL DE PROCESOS. '
010130                   'SQLCODE: ' SQLCODE
010140           PERFORM 9999-ERROR
010150        END-IF
010160        IF WS-CNT-CTL EQUAL ZERO
010170           DISPLAY 'EL PREDECESOR ' WS-CTL-PREDECESOR ' NO HA'
010180                   ' TERMINADO BIEN EN LA FECHA ' WS-FECHA-PROCESO
010190                   '. EJECUCION ABORTADA'
010200           PERFORM 9999-ERROR
010210        END-IF
010220     END-IF.
010230
010240     EXEC SQL
010250        SELECT COUNT(*)
010260          INTO :WS-CNT-CTL
010270          FROM IBMUSER.CONTROL_PROCESO
010280         WHERE PROGRAMA = :WS-CTL-PROGRAMA
010290           AND FECHA_PROCESO = DATE(:WS-FECHA-PROCESO)
010300           AND ESTADO = 'F'
010310     END-EXEC.
010320
010330     IF SQLCODE NOT EQUAL 0
010340        DISPLAY 'ERROR AL CONSULTAR EL CONTROL DE PROCESOS. '
010350                'SQLCODE: ' SQLCODE
010360        PERFORM 9999-ERROR
010370     END-IF.
010380
010390     IF WS-CNT-CTL GREATER THAN ZERO
010400        DISPLAY 'ESTE PROGRAMA YA TERMINO BIEN EN LA FECHA '
010410                WS-FECHA-PROCESO '. EJECUCION ABORTADA'
010420        PERFORM 9999-ERROR
010430     END-IF.
010440
010450* LA FILA DE UN ARRANQUE ROTO ('I' O 'E') SE SUSTITUYE POR LA DE
010460* ESTA EJECUCION
010470     EXEC SQL
010480        DELETE FROM IBMUSER.CONTROL_PROCESO
010490         WHERE PROGRAMA = :WS-CTL-PROGRAMA
010500           AND FECHA_PROCESO = DATE(:WS-FECHA-PROCESO)
010510     END-EXEC.
010520
010530     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
010540        DISPLAY 'ERROR AL LIMPIAR EL CONTROL DE PROCESOS. '
010550                'SQLCODE: ' SQLCODE
010560        PERFORM 9999-ERROR
010570     END-IF.
010580
010590* OBTENEMOS EL IDENTIFICADOR DEL JOB QUE EJECUTA EL PROGRAMA
010600     DISPLAY 'JOBNAME' UPON ENVIRONMENT-NAME.
010610     ACCEPT WS-JOB-ID FROM ENVIRONMENT-VALUE.
010620
010630     EXEC SQL
010640        INSERT INTO IBMUSER.CONTROL_PROCESO
010650              (PROGRAMA, FECHA_PROCESO, ESTADO, INICIO, FIN,
010660               CONTADOR1, CONTADOR2, IMPORTE, JOB_ID)
010670        VALUES (:WS-CTL-PROGRAMA, DATE(:WS-FECHA-PROCESO), 'I',
010680                CURRENT TIMESTAMP, NULL, 0, 0, 0, :WS-JOB-ID)
010690     END-EXEC.
010700
010710     IF SQLCODE NOT EQUAL 0
010720        DISPLAY 'ERROR AL REGISTRAR EL ARRANQUE EN EL CONTROL '
010730                'DE PROCESOS. SQLCODE: ' SQLCODE
010740        PERFORM 9999-ERROR
010750     END-IF.
010760
010770* CONFIRMAMOS EL ARRANQUE PARA QUE SOBREVIVA A UN ROLLBACK
010780* POSTERIOR DE LA EJECUCION
010790     EXEC SQL COMMIT END-EXEC.
010800* ***************************************************************
010810* REGISTRA EL FIN NORMAL DE ESTA EJECUCION EN EL CONTROL DE
010820* PROCESOS, CON SUS CONTADORES CLAVE: CUOTAS COBRADAS, CUOTAS
010830* IMPAGADAS E IMPORTE TOTAL COBRADO
010840* ***************************************************************
010850 3900-REGISTRA-FIN-PROC.
010860
010870     EXEC SQL
010880        UPDATE IBMUSER.CONTROL_PROCESO
010890           SET ESTADO = 'F',
010900               FIN = CURRENT TIMESTAMP,
010910               CONTADOR1 = :WS-CNT-COBRADAS,
010920               CONTADOR2 = :WS-CNT-IMPAGADAS,
010930               IMPORTE = :WS-TOT-COBRADO
010940         WHERE PROGRAMA = :WS-CTL-PROGRAMA
010950           AND FECHA_PROCESO = DATE(:WS-FECHA-PROCESO)
010960     END-EXEC.
010970
010980     IF SQLCODE NOT EQUAL 0
010990        DISPLAY 'ERROR AL REGISTRAR EL FIN EN EL CONTROL DE '
011000                'PROCESOS. SQLCODE: ' SQLCODE
011010        PERFORM 9999-ERROR
011020     END-IF.
011030
011040     EXEC SQL COMMIT END-EXEC.
011050* **************************************************************
011060* PARRAFO DE ERROR.REALIZAMOS UN ROLLBACK DE LA BASE DE DATOS
011070* Y DEVOLVEMOS AL SISTEMA UN RC=8 (ERROR NO CONTROLADO)
011080* **************************************************************
011090 9999-ERROR.
011100
011110     DISPLAY 'ERROR'.
011120
011130     EXEC SQL ROLLBACK END-EXEC.
011140
011150* DEJAMOS CONSTANCIA DEL FIN ANORMAL EN EL CONTROL DE PROCESOS,
011160* SIN COMPROBAR EL RESULTADO: SI TAMBIEN FALLARA, LA FILA EN
011170* ESTADO 'I' YA DELATA LA EJECUCION ROTA
011180     EXEC SQL
011190        UPDATE IBMUSER.CONTROL_PROCESO
011200           SET ESTADO = 'E', FIN = CURRENT TIMESTAMP
011210         WHERE PROGRAMA = :WS-CTL-PROGRAMA
011220           AND FECHA_PROCESO = DATE(:WS-FECHA-PROCESO)
011230           AND ESTADO = 'I'
011240     END-EXEC.
011250     EXEC SQL COMMIT END-EXEC.
011260     MOVE 8 TO RETURN-CODE.
011270     GOBACK.
