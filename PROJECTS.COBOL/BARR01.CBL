000010* PROGRAMA DE FIN DE DIA QUE REALIZA EL BARRIDO DE TESORERIA DE
000020* LOS CLIENTES CON ESTRUCTURAS DE BARRIDO ACTIVAS EN
000030* IBMUSER.BARRIDO. POR CADA CONTRATO PARTICIPANTE DE
000040* IBMUSER.BARRIDO_CONTRATO, EN ORDEN DE CLIENTE, ESTRUCTURA Y
000050* CONTRATO, COMPARA SU SALDO CON SU SALDO OBJETIVO: EL EXCESO SE
000060* TRASPASA AL CONTRATO MAESTRO DE LA ESTRUCTURA (SENTIDO 'A' O
000070* 'S') Y EL DEFECTO SE CUBRE DESDE EL MAESTRO (SENTIDO 'A' O 'C'),
000080* HASTA DONDE LLEGUE EL SALDO DISPONIBLE DEL MAESTRO DENTRO DE SU
000090* LIMITE DE DESCUBIERTO. CADA BARRIDO ES UN TRASPASO INTERNO (TIPO
000100* DE OPERACION 'T') QUE RESPETA EL ESTADO DE LOS DOS CONTRATOS
000110* CON EL MISMO CRITERIO QUE BANCO01. ENTRE CONTRATOS DE DISTINTA
000120* DIVISA SOLO SE BARRE SI LA ESTRUCTURA LO PERMITE, AL TIPO DE
000130* CAMBIO VIGENTE. NO SE BARREN IMPORTES INFERIORES AL MINIMO DEL
000140* PARTICIPANTE. EMITE EL INFORME DE BARRIDOS POR CLIENTE PARA
000150* TESORERIA Y DEJA UNA INCIDENCIA POR CADA BARRIDO NO REALIZADO.
000160* SE EJECUTA DESPUES DE PRES01 (LOS EMBARGOS Y LAS CUOTAS DE
000170* PRESTAMO SE ATIENDEN ANTES QUE EL BARRIDO) Y ANTES DE INTE01
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID.BARR01.
000200
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240
000250* FICHERO DE SALIDA DE INCIDENCIAS
000260     SELECT FICHERO-SAL ASSIGN TO SALIDA
000270     ORGANIZATION IS SEQUENTIAL
000280     ACCESS IS SEQUENTIAL
000290     FILE STATUS IS FS-SALIDA.
000300
000310* FICHERO DE INFORME DE CONTROL DE LA EJECUCION
000320     SELECT FICHERO-INF ASSIGN TO INFORME
000330     ORGANIZATION IS SEQUENTIAL
000340     ACCESS IS SEQUENTIAL
000350     FILE STATUS IS FS-INFORME.
000360
000370* FICHERO DE SALIDA CON EL INFORME DE BARRIDOS PARA TESORERIA:
000380* POR CADA CLIENTE Y ESTRUCTURA, EL SALDO DEL MAESTRO, EL DETALLE
000390* DE CADA PARTICIPANTE (BARRIDO REALIZADO O MOTIVO POR EL QUE NO
000400* SE BARRE) Y LOS TOTALES
000410     SELECT FICHERO-BAR ASSIGN TO BARRIDO
000420     ORGANIZATION IS SEQUENTIAL
000430     ACCESS IS SEQUENTIAL
000440     FILE STATUS IS FS-BARRIDO.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000480
000490* REGISTRO DEL FICHERO DE SALIDA
000500 FD FICHERO-SAL DATA RECORD IS REG-SALIDA.
000510 01 REG-SALIDA     PIC X(80).
000520
000530* REGISTRO DEL FICHERO DE INFORME DE CONTROL
000540 FD FICHERO-INF DATA RECORD IS REG-INFORME.
000550 01 REG-INFORME    PIC X(80).
000560
000570* REGISTRO DEL FICHERO DE INFORME DE BARRIDOS
000580 FD FICHERO-BAR DATA RECORD IS REG-BARRIDO.
000590 01 REG-BARRIDO    PIC X(80).
000600
000610 WORKING-STORAGE SECTION.
000620
000630* CAMPOS DE SALIDA
000640 01 WS-SALIDA.
000650     05 WS-S-CODERR        PIC X(8).
000660         88 CODERR-SQL-ERROR      VALUE 'SQLERROR'.
000670         88 CODERR-SIN-CAMBIO     VALUE 'SINCAMBI'.
000680         88 CODERR-BARRIDO-OMITIDO VALUE 'BARROMIT'.
000690     05 WS-S-SQLCODE       PIC -999.
000700     05 WS-S-DESCRIPCION   PIC X(68).
000710
000720* FILESTATUS DEL FICHERO DE SALIDA.
000730 01 FS-SALIDA            PIC 99.
000740     88 FICHERO-SAL-OK   VALUE 00.
000750
000760* FILESTATUS DEL FICHERO DE INFORME DE CONTROL.
000770 01 FS-INFORME           PIC 99.
000780
000790* FILESTATUS DEL FICHERO DE INFORME DE BARRIDOS.
000800 01 FS-BARRIDO           PIC 99.
000810     88 FICHERO-BAR-OK   VALUE 00.
000820
000830* CAMPOS DEL CALCULO DE DIA HABIL SEGUN EL CALENDARIO DEL BANCO:
000840* FECHA QUE SE ESTA EVALUANDO, PRIMER DIA HABIL ENCONTRADO,
000850* NUMERO DE DIA DE LA SEMANA (ISO: 1 LUNES .. 7 DOMINGO),
000860* CONTADORES DE FILAS SINGULARES DEL CALENDARIO Y PROTECCION
000870* CONTRA UN CALENDARIO MAL CARGADO
000880 01 WS-FECHA-EVALUADA    PIC X(10).
000890 01 WS-FECHA-HABIL       PIC X(10).
000900 01 WS-DIA-SEMANA        PIC S9(9) COMP.
000910 01 WS-CNT-FESTIVO       PIC S9(9) COMP.
000920 01 WS-CNT-HABIL-ESP     PIC S9(9) COMP.
000930 01 WS-DIAS-RODADOS      PIC 9(2) VALUE 0.
000940 01 WS-DIA-HABIL         PIC X VALUE 'N'.
000950     88 WS-DIA-HABIL-SI  VALUE 'S'.
000960     88 WS-DIA-HABIL-NO  VALUE 'N'.
000970
000980* VARIABLES UTILIZADAS EN EL PROGRAMA
000990 01 IND-ORIGEN           PIC S9(4) COMP.
001000 01 IND-DESTINO          PIC S9(4) COMP.
001010
001020* INDICADOR DE FIN DEL CURSOR DE PARTICIPANTES
001030 01 WS-FIN-CURSOR        PIC X VALUE 'N'.
001040     88 WS-FIN-CURSOR-SI VALUE 'S'.
001050     88 WS-FIN-CURSOR-NO VALUE 'N'.
001060
001070* INDICADOR DE TIPO DE CAMBIO NO ENCONTRADO PARA EL PAR DE DIVISAS
001080 01 WS-SIN-CAMBIO           PIC X VALUE 'N'.
001090     88 WS-SIN-CAMBIO-SI    VALUE 'S'.
001100     88 WS-SIN-CAMBIO-NO    VALUE 'N'.
001110
001120* CLIENTE Y ESTRUCTURA EN CURSO, PARA LOS CORTES DEL INFORME DE
001130* BARRIDOS
001140 01 WS-CLIENTE-ANTERIOR  PIC S9(9) COMP VALUE 0.
001150 01 WS-BARRIDO-ANTERIOR  PIC S9(9) COMP VALUE 0.
001160
001170* DATOS DEL CONTRATO MAESTRO DE LA ESTRUCTURA, LEIDOS DE NUEVO
001180* PARA CADA PARTICIPANTE PORQUE CADA BARRIDO CAMBIA SU SALDO
001190 01 WS-MAESTRO.
001200     05 WS-MAE-EXISTE       PIC X(1).
001210         88 WS-MAE-EXISTE-SI    VALUE 'S'.
001220     05 WS-MAE-IMPORTE      PIC S9(11)V9(2) COMP-3.
001230     05 WS-MAE-ESTADO       PIC X(1).
001240     05 WS-MAE-LIMITE       PIC S9(11)V9(2) COMP-3.
001250     05 WS-MAE-MONEDA       PIC X(3).
001260
001270* DATOS DEL BARRIDO DEL PARTICIPANTE EN CURSO: DIFERENCIA ENTRE SU
001280* SALDO Y SU OBJETIVO, OPERACION ('S' SUBE EL EXCESO AL MAESTRO,
001290* 'C' CUBRE EL DEFECTO DESDE EL MAESTRO), CONTRATOS Y DIVISAS DE
001300* CARGO Y ABONO, IMPORTE CARGADO, CONTRAVALOR ABONADO, TIPO DE
001310* CAMBIO, SALDO DISPONIBLE DEL MAESTRO Y MOTIVO POR EL QUE NO SE
001320* BARRE (EN BLANCO SI SE BARRE)
001330 01 WS-BAR-DIFERENCIA     PIC S9(11)V9(2) COMP-3 VALUE 0.
001340 01 WS-BAR-OPERACION      PIC X(1).
001350     88 WS-BAR-SUBE       VALUE 'S'.
001360     88 WS-BAR-CUBRE      VALUE 'C'.
001370     88 WS-BAR-NINGUNA    VALUE ' '.
001380 01 WS-BAR-CONT-CARGO     PIC S9(9) COMP VALUE 0.
001390 01 WS-BAR-CONT-ABONO     PIC S9(9) COMP VALUE 0.
001400 01 WS-BAR-MONEDA-CARGO   PIC X(3).
001410 01 WS-BAR-MONEDA-ABONO   PIC X(3).
001420 01 WS-BAR-CARGO          PIC S9(11)V9(2) COMP-3 VALUE 0.
001430 01 WS-BAR-ABONO          PIC S9(11)V9(2) COMP-3 VALUE 0.
001440 01 WS-BAR-TIPO-CAMBIO    PIC 9(4)V9(6) VALUE 0.
001450 01 WS-BAR-DISPONIBLE     PIC S9(11)V9(2) COMP-3 VALUE 0.
001460 01 WS-BAR-MOTIVO         PIC X(34).
001470 01 WS-BAR-INCIDENCIA     PIC X VALUE 'N'.
001480     88 WS-BAR-INCIDENCIA-SI VALUE 'S'.
001490     88 WS-BAR-INCIDENCIA-NO VALUE 'N'.
001500
001510* DESCRIPCION DE LOS MOVIMIENTOS DE BARRIDO: CONCEPTO SEGUIDO DE
001520* LA CLAVE DE LA ESTRUCTURA
001530 01 WS-DESC-BARRIDO.
001540     05 FILLER              PIC X(27)
001550                            VALUE 'BARRIDO TESORERIA ESTRUCT. '.
001560     05 WS-DBA-CLAVE        PIC Z(8)9.
001570     05 FILLER              PIC X(14) VALUE SPACES.
001580
001590* TOTALES DE LA ESTRUCTURA EN CURSO (EN LA DIVISA DEL MAESTRO) Y
001600* DEL CLIENTE EN CURSO, PARA EL INFORME DE BARRIDOS
001610 01 WS-TOTALES-ESTRUCTURA.
001620     05 WS-TES-SUBIDO       PIC S9(13)V9(2) COMP-3 VALUE 0.
001630     05 WS-TES-CUBIERTO     PIC S9(13)V9(2) COMP-3 VALUE 0.
001640 01 WS-TOTALES-CLIENTE.
001650     05 WS-TCL-PARTICIPANTES PIC 9(9)  VALUE 0.
001660     05 WS-TCL-BARRIDOS      PIC 9(9)  VALUE 0.
001670     05 WS-TCL-NO-BARRIDOS   PIC 9(9)  VALUE 0.
001680
001690* CONTADORES DEL INFORME DE CONTROL DE LA EJECUCION
001700 01 WS-CONTADORES-INFORME.
001710     05 WS-CNT-PARTICIPANTES PIC 9(9)   VALUE 0.
001720     05 WS-CNT-CLIENTES     PIC 9(9)   VALUE 0.
001730     05 WS-CNT-SUBIDOS      PIC 9(9)   VALUE 0.
001740     05 WS-CNT-CUBIERTOS    PIC 9(9)   VALUE 0.
001750     05 WS-CNT-PARCIALES    PIC 9(9)   VALUE 0.
001760     05 WS-CNT-SIN-BARRIDO  PIC 9(9)   VALUE 0.
001770     05 WS-CNT-OMITIDOS     PIC 9(9)   VALUE 0.
001780     05 WS-CNT-SIN-CAMBIO   PIC 9(9)   VALUE 0.
001790     05 WS-CNT-BARRIDOS     PIC S9(9)  COMP VALUE 0.
001800     05 WS-CNT-NO-BARRIDOS  PIC S9(9)  COMP VALUE 0.
001810     05 WS-TOT-CARGADO      PIC S9(13)V9(2) COMP-3 VALUE 0.
001820
001830* LINEA DE DETALLE DEL INFORME DE CONTROL
001840 01 WS-LINEA-INFORME.
001850     05 WS-LIN-ETIQUETA     PIC X(40).
001860     05 WS-LIN-VALOR        PIC Z(11)9.99-.
001870     05 FILLER              PIC X(24).
001880
001890* LINEAS DEL INFORME DE BARRIDOS: TEXTO CON ETIQUETA, IMPORTE CON
001900* SU DIVISA, CONTADOR, TITULOS DE COLUMNA Y DETALLE DE CADA
001910* PARTICIPANTE (SALDO ANTES DEL BARRIDO Y OBJETIVO EN SU DIVISA,
001920* IMPORTE MOVIDO EN EL PARTICIPANTE Y CONTRAVALOR EN EL MAESTRO)
001930 01 WS-LINEA-BAR-TEXTO.
001940     05 WS-BT-ETIQUETA      PIC X(28).
001950     05 WS-BT-TEXTO         PIC X(52).
001960 01 WS-LINEA-BAR-IMPORTE.
001970     05 WS-BM-ETIQUETA      PIC X(28).
001980     05 WS-BM-VALOR         PIC Z(11)9.99-.
001990     05 FILLER              PIC X(1).
002000     05 WS-BM-MONEDA        PIC X(3).
002010     05 FILLER              PIC X(32).
002020 01 WS-LINEA-BAR-CUENTA.
002030     05 WS-BC-ETIQUETA      PIC X(28).
002040     05 WS-BC-VALOR         PIC Z(8)9.
002050     05 FILLER              PIC X(43).
002060 01 WS-LINEA-BAR-TITULO.
002070     05 FILLER              PIC X(10) VALUE ' CONTRATO'.
002080     05 FILLER              PIC X(4)  VALUE 'DIV'.
002090     05 FILLER              PIC X(15) VALUE '   SALDO ANTES'.
002100     05 FILLER              PIC X(14) VALUE '     OBJETIVO'.
002110     05 FILLER              PIC X(8)  VALUE 'S OPER'.
002120     05 FILLER              PIC X(14) VALUE '      IMPORTE'.
002130     05 FILLER              PIC X(15) VALUE '  CONTRAVALOR'.
002140 01 WS-LINEA-BAR-DETALLE.
002150     05 WS-BD-CONTRATO      PIC Z(8)9.
002160     05 FILLER              PIC X(1).
002170     05 WS-BD-MONEDA        PIC X(3).
002180     05 FILLER              PIC X(1).
002190     05 WS-BD-SALDO         PIC Z(9)9.99-.
002200     05 FILLER              PIC X(1).
002210     05 WS-BD-OBJETIVO      PIC Z(9)9.99.
002220     05 FILLER              PIC X(1).
002230     05 WS-BD-SENTIDO       PIC X(1).
002240     05 FILLER              PIC X(1).
002250     05 WS-BD-OPERACION     PIC X(5).
002260     05 FILLER              PIC X(1).
002270     05 WS-BD-IMPORTE       PIC Z(9)9.99.
002280     05 FILLER              PIC X(1).
002290     05 WS-BD-CONTRAVALOR   PIC Z(9)9.99.
002300     05 FILLER              PIC X(2).
002310
002320* CAMPOS EDITADOS PARA COMPONER LAS CABECERAS Y LAS INCIDENCIAS
002330 01 WS-ED-CLAVE          PIC Z(8)9.
002340 01 WS-ED-CLAVE2         PIC Z(8)9.
002350
002360* FECHA Y HORA DEL SISTEMA, PARA DEJAR CONSTANCIA DE CUANDO SE
002370* HA GRABADO CADA MOVIMIENTO
002380 01 WS-FECHA-SISTEMA         PIC X(21).
002390 01 WS-FECHA-SISTEMA-R REDEFINES WS-FECHA-SISTEMA.
002400     05 WS-FS-ANO           PIC 9(4).
002410     05 WS-FS-MES           PIC 9(2).
002420     05 WS-FS-DIA           PIC 9(2).
002430     05 WS-FS-HORA          PIC 9(2).
002440     05 WS-FS-MINUTO        PIC 9(2).
002450     05 WS-FS-SEGUNDO       PIC 9(2).
002460     05 WS-FS-CENTESIMAS    PIC 9(2).
002470     05 FILLER              PIC X(5).
002480 01 WS-TIMESTAMP-MOVIMIENTO PIC X(26).
002490
002500* IDENTIFICADOR DEL JOB QUE EJECUTA EL PROGRAMA (TRAZABILIDAD)
002510 01 WS-JOB-ID                PIC X(8).
002520
002530* FECHA DE PROCESO DE ESTA EJECUCION (AAAA-MM-DD)
002540 01 WS-FECHA-PROCESO         PIC X(10).
002550
002560* CONTROL DE EJECUCION DE LA CADENA BATCH: ESTE PROGRAMA
002570* REGISTRA SU ARRANQUE Y SU FIN EN IBMUSER.CONTROL_PROCESO Y,
002580* ANTES DE EMPEZAR, COMPRUEBA QUE SU PREDECESOR EN LA CADENA
002590* TERMINO BIEN EN LA FECHA DE PROCESO Y QUE EL PROPIO PROGRAMA
002600* NO HA TERMINADO YA PARA ESA FECHA. UNA REPETICION DELIBERADA
002610* EXIGE QUE OPERACION BORRE ANTES LA FILA DE CONTROL DEL DIA
002620 01 WS-CTL-PROGRAMA      PIC X(8) VALUE 'BARR01'.
002630 01 WS-CTL-PREDECESOR    PIC X(8) VALUE 'PRES01'.
002640 01 WS-CNT-CTL           PIC S9(9) COMP VALUE 0.
002650
002660* RESERVA DE CLAVES DE MOVIMIENTO EN IBMUSER.CONTADOR: TAMANO
002670* DEL BLOQUE QUE SE RESERVA DE CADA VEZ, ULTIMO VALOR
002680* RESERVADO, ULTIMA CLAVE DEL BLOQUE EN USO Y MAXIMOS PARA LA
002690* PRIMERA CARGA DEL CONTADOR
002700 01 WS-BLOQUE-CLAVES       PIC S9(9) COMP VALUE 100.
002710 01 WS-ULTIMO-RESERVADO    PIC S9(9) COMP VALUE 0.
002720 01 WS-ULTIMA-CLAVE-BLOQUE PIC S9(9) COMP VALUE 0.
002730 01 WS-MAX-OPERATIVA       PIC S9(9) COMP VALUE 0.
002740 01 WS-MAX-HISTORICO       PIC S9(9) COMP VALUE 0.
002750 01 IND-NULL-CTR           PIC S9(4) COMP.
002760
002770* SQLCA Y DCLGEN DE LAS TABLAS
002780     EXEC SQL INCLUDE SQLCA END-EXEC.
002790     EXEC SQL INCLUDE MOVIMIEN END-EXEC.
002800     EXEC SQL INCLUDE CONTRATO END-EXEC.
002810     EXEC SQL INCLUDE CLIENTE END-EXEC.
002820     EXEC SQL INCLUDE BARRIDO END-EXEC.
002830     EXEC SQL INCLUDE BARRCONT END-EXEC.
002840     EXEC SQL INCLUDE TIPOCAMB END-EXEC.
002850     EXEC SQL INCLUDE CALENDAR END-EXEC.
002860     EXEC SQL INCLUDE CONTROLP END-EXEC.
002870     EXEC SQL INCLUDE CONTADOR END-EXEC.
002880
002890* CURSOR CON LOS PARTICIPANTES DE LAS ESTRUCTURAS DE BARRIDO
002900* ACTIVAS, CON LOS DATOS DE SU ESTRUCTURA Y EL NOMBRE DEL CLIENTE,
002910* EN EL ORDEN DEL INFORME. SE DECLARA WITH HOLD PARA QUE EL COMMIT
002920* DE CADA PARTICIPANTE NO LO CIERRE
002930     EXEC SQL
002940        DECLARE CUR-PARTICIPANTES CURSOR WITH HOLD FOR
002950        SELECT B.CLAVE_BARRIDO, B.CLAVE_CLIENTE, C.NOMBRE,
002960               B.CONT_MAESTRO, B.PERMITE_DIVISA,
002970               BC.CLAVE_CONTRATO, BC.SALDO_OBJETIVO, BC.SENTIDO,
002980               BC.IMPORTE_MINIMO
002990          FROM IBMUSER.BARRIDO B,
003000               IBMUSER.BARRIDO_CONTRATO BC,
003010               IBMUSER.CLIENTE C
003020         WHERE B.ESTADO = 'A'
003030           AND BC.CLAVE_BARRIDO = B.CLAVE_BARRIDO
003040           AND C.CLAVE_CLIENTE = B.CLAVE_CLIENTE
003050         ORDER BY B.CLAVE_CLIENTE, B.CLAVE_BARRIDO,
003060                  BC.CLAVE_CONTRATO
003070     END-EXEC.
003080
003090 PROCEDURE DIVISION.
003100     PERFORM 1000-INICIO.
003110     PERFORM 2000-PROCESO UNTIL WS-FIN-CURSOR-SI.
003120     PERFORM 3000-FIN.
003130
003140* **********************************************************
003150* PARRAFO DE INICIO
003160* **********************************************************
003170 1000-INICIO.
003180
003190     DISPLAY 'INICIO BARR01'.
003200
003210     OPEN OUTPUT FICHERO-SAL.
003220     OPEN OUTPUT FICHERO-INF.
003230     OPEN OUTPUT FICHERO-BAR.
003240
003250* FECHA DE PROCESO DE ESTA EJECUCION
003260     MOVE FUNCTION CURRENT-DATE TO WS-FECHA-SISTEMA.
003270     STRING WS-FS-ANO           DELIMITED BY SIZE
003280            '-'                 DELIMITED BY SIZE
003290            WS-FS-MES           DELIMITED BY SIZE
003300            '-'                 DELIMITED BY SIZE
003310            WS-FS-DIA           DELIMITED BY SIZE
003320       INTO WS-FECHA-PROCESO
003330     END-STRING.
003340
003350* REGISTRAMOS EL ARRANQUE EN EL CONTROL DE PROCESOS DE LA
003360* CADENA BATCH
003370     PERFORM 1005-REGISTRA-INICIO-PROC.
003380
003390* CABECERA DEL INFORME DE BARRIDOS
003400     MOVE 'BARR01 - BARRIDOS DE TESORERIA POR CLIENTE'
003410                                   TO REG-BARRIDO.
003420     PERFORM 2690-ESCRIBE-BARRIDO.
003430     MOVE SPACES                   TO WS-LINEA-BAR-TEXTO.
003440     MOVE 'FECHA DE PROCESO:'      TO WS-BT-ETIQUETA.
003450     MOVE WS-FECHA-PROCESO         TO WS-BT-TEXTO.
003460     MOVE WS-LINEA-BAR-TEXTO       TO REG-BARRIDO.
003470     PERFORM 2690-ESCRIBE-BARRIDO.
003480
003490* CONSULTAMOS EL CALENDARIO DEL BANCO. EL BARRIDO SOLO SE HACE EN
003500* DIA HABIL: EN DIA NO HABIL NO SE RECORRE NINGUN PARTICIPANTE Y
003510* LOS SALDOS SE BARREN EL SIGUIENTE DIA HABIL
003520     MOVE WS-FECHA-PROCESO TO WS-FECHA-EVALUADA.
003530     PERFORM 1060-CALCULA-DIA-HABIL.
003540
003550     IF WS-FECHA-HABIL NOT EQUAL WS-FECHA-PROCESO
003560        DISPLAY 'FECHA DE PROCESO NO HABIL. EL BARRIDO SE'
003570                ' REALIZARA EL ' WS-FECHA-HABIL
003580        MOVE SPACES                TO WS-LINEA-BAR-TEXTO
003590        MOVE 'DIA NO HABIL:'       TO WS-BT-ETIQUETA
003600        STRING 'SIN BARRIDOS. SE REALIZARAN EL '
003610                                   DELIMITED BY SIZE
003620               WS-FECHA-HABIL      DELIMITED BY SIZE
003630          INTO WS-BT-TEXTO
003640        END-STRING
003650        MOVE WS-LINEA-BAR-TEXTO    TO REG-BARRIDO
003660        PERFORM 2690-ESCRIBE-BARRIDO
003670        MOVE 'S' TO WS-FIN-CURSOR
003680     ELSE
003690* ABRIMOS EL CURSOR DE PARTICIPANTES Y LEEMOS EL PRIMERO
003700        EXEC SQL
003710           OPEN CUR-PARTICIPANTES
003720        END-EXEC
003730        PERFORM 1090-COMPRUEBA-SQLCODE-CURSOR
003740        PERFORM 1080-LEE-PARTICIPANTE
003750     END-IF.
003760
003770* ***************************************************************
003780* CALCULA EL PRIMER DIA HABIL SEGUN EL CALENDARIO DEL BANCO QUE
003790* NO SEA ANTERIOR A WS-FECHA-EVALUADA, DEJANDOLO EN
003800* WS-FECHA-HABIL. UN DIA ES HABIL SI ES DE LUNES A VIERNES Y NO
003810* FIGURA COMO FESTIVO ('F') EN IBMUSER.CALENDARIO, O SI FIGURA
003820* COMO HABIL ESPECIAL ('H'). SE RUEDA COMO MAXIMO 31 DIAS PARA
003830* NO QUEDAR EN BUCLE CON UN CALENDARIO MAL CARGADO
003840* ***************************************************************
003850 1060-CALCULA-DIA-HABIL.
003860
003870     MOVE 0   TO WS-DIAS-RODADOS.
003880     MOVE 'N' TO WS-DIA-HABIL.
003890     PERFORM 1065-COMPRUEBA-DIA-HABIL UNTIL WS-DIA-HABIL-SI.
003900     MOVE WS-FECHA-EVALUADA TO WS-FECHA-HABIL.
003910
003920* ***************************************************************
003930* COMPRUEBA SI WS-FECHA-EVALUADA ES UN DIA HABIL. SI NO LO ES,
003940* AVANZA LA FECHA EVALUADA UN DIA PARA QUE EL PARRAFO LLAMANTE
003950* SIGA BUSCANDO
003960* ***************************************************************
003970 1065-COMPRUEBA-DIA-HABIL.
003980
003990     EXEC SQL
004000        SELECT DAYOFWEEK_ISO(DATE(:WS-FECHA-EVALUADA))
004010          INTO :WS-DIA-SEMANA
004020          FROM SYSIBM.SYSDUMMY1
004030     END-EXEC.
004040     PERFORM 1068-COMPRUEBA-SQLCODE-CALEN.
004050
004060     EXEC SQL
004070        SELECT COUNT(*)
004080          INTO :WS-CNT-FESTIVO
004090          FROM IBMUSER.CALENDARIO
004100         WHERE FECHA = DATE(:WS-FECHA-EVALUADA)
004110           AND TIPO_DIA = 'F'
004120     END-EXEC.
004130     PERFORM 1068-COMPRUEBA-SQLCODE-CALEN.
004140
004150     EXEC SQL
004160        SELECT COUNT(*)
004170          INTO :WS-CNT-HABIL-ESP
004180          FROM IBMUSER.CALENDARIO
004190         WHERE FECHA = DATE(:WS-FECHA-EVALUADA)
004200           AND TIPO_DIA = 'H'
004210     END-EXEC.
004220     PERFORM 1068-COMPRUEBA-SQLCODE-CALEN.
004230
004240     IF (WS-DIA-SEMANA LESS THAN 6
004250        AND WS-CNT-FESTIVO EQUAL ZERO)
004260        OR WS-CNT-HABIL-ESP GREATER THAN ZERO
004270        MOVE 'S' TO WS-DIA-HABIL
004280     ELSE
004290        ADD 1 TO WS-DIAS-RODADOS
004300        IF WS-DIAS-RODADOS GREATER THAN 31
004310           DISPLAY 'MAS DE 31 DIAS SEGUIDOS NO HABILES EN EL'
004320                   ' CALENDARIO. REVISAR IBMUSER.CALENDARIO'
004330           PERFORM 9999-ERROR
004340        END-IF
004350        EXEC SQL
004360           SELECT CHAR(DATE(:WS-FECHA-EVALUADA) + 1 DAY, ISO)
004370             INTO :WS-FECHA-EVALUADA
004380             FROM SYSIBM.SYSDUMMY1
004390        END-EXEC
004400        PERFORM 1068-COMPRUEBA-SQLCODE-CALEN
004410     END-IF.
004420
004430* ***************************************************************
004440* COMPRUEBA EL SQLCODE DEVUELTO POR UNA CONSULTA DEL CALCULO DE
004450* DIA HABIL. CUALQUIER VALOR DISTINTO DE CERO ES UN ERROR
004460* ***************************************************************
004470 1068-COMPRUEBA-SQLCODE-CALEN.
004480
004490     IF SQLCODE NOT EQUAL 0
004500        DISPLAY 'ERROR AL CONSULTAR EL CALENDARIO. SQLCODE: '
004510                SQLCODE
004520        PERFORM 9999-ERROR
004530     END-IF.
004540
004550* ***************************************************************
004560* RESERVA UN BLOQUE DE CLAVES DE MOVIMIENTO EN IBMUSER.CONTADOR,
004570* COMPARTIDO POR TODOS LOS PROGRAMAS QUE POSTEAN: EL CONTADOR SE
004580* INCREMENTA EN EL TAMANO DEL BLOQUE Y ESTA EJECUCION SE QUEDA
004590* CON EL TRAMO RESERVADO. EL BLOQUEO DE LA FILA DEL CONTADOR
004600* SERIALIZA A LOS RESERVADORES HASTA EL COMMIT
004610* ***************************************************************
004620 1210-RESERVA-BLOQUE-CLAVES.
004630
004640     EXEC SQL
004650        UPDATE IBMUSER.CONTADOR
004660           SET ULTIMO_VALOR = ULTIMO_VALOR + :WS-BLOQUE-CLAVES
004670         WHERE NOMBRE = 'MOVIMIEN'
004680     END-EXEC.
004690
004700     IF SQLCODE EQUAL 100
004710        PERFORM 1220-INICIALIZA-CONTADOR
004720     ELSE
004730       IF SQLCODE NOT EQUAL 0
004740         SET CODERR-SQL-ERROR TO TRUE
004750         MOVE SQLCODE                       TO WS-S-SQLCODE
004760         MOVE 'ERROR AL RESERVAR CLAVES DE MOVIMIENTO'
004770                                            TO WS-S-DESCRIPCION
004780
004790         PERFORM 2800-ESCRIBE-SALIDA
004800         PERFORM 9999-ERROR
004810       END-IF
004820     END-IF.
004830
004840     EXEC SQL
004850        SELECT ULTIMO_VALOR
004860          INTO :WS-ULTIMO-RESERVADO
004870          FROM IBMUSER.CONTADOR
004880         WHERE NOMBRE = 'MOVIMIEN'
004890     END-EXEC.
004900
004910     IF SQLCODE NOT EQUAL 0
004920       SET CODERR-SQL-ERROR TO TRUE
004930       MOVE SQLCODE                       TO WS-S-SQLCODE
004940       MOVE 'ERROR AL LEER EL CONTADOR DE MOVIMIENTOS'
004950                                          TO WS-S-DESCRIPCION
004960
004970       PERFORM 2800-ESCRIBE-SALIDA
004980       PERFORM 9999-ERROR
004990     END-IF.
005000
005010     COMPUTE WS-ULTIMA-CLAVE-BLOQUE = WS-ULTIMO-RESERVADO.
005020     COMPUTE CLAVE-MOVIMIENTO OF DCLMOVIMIENTO =
005030             WS-ULTIMO-RESERVADO - WS-BLOQUE-CLAVES + 1.
005040
005050* ***************************************************************
005060* PRIMERA RESERVA DE LA HISTORIA: CREA LA FILA DEL CONTADOR
005070* ARRANCANDO DEL MAYOR NUMERO DE MOVIMIENTO CONOCIDO, TANTO EN
005080* LA TABLA OPERATIVA COMO EN EL HISTORICO. SI OTRA EJECUCION
005090* CONCURRENTE CREA LA FILA ANTES, SE RESERVA SOBRE LA FILA YA
005100* CREADA
005110* ***************************************************************
005120 1220-INICIALIZA-CONTADOR.
005130
005140     EXEC SQL
005150        SELECT MAX(CLAVE_MOVIMIENTO)
005160        INTO :WS-MAX-OPERATIVA:IND-NULL-CTR
005170        FROM IBMUSER.MOVIMIENTO
005180     END-EXEC.
005190
005200     IF SQLCODE NOT EQUAL 0
005210       SET CODERR-SQL-ERROR TO TRUE
005220       MOVE SQLCODE                       TO WS-S-SQLCODE
005230       MOVE 'ERROR AL BUSCAR EL MAXIMO DE LA OPERATIVA'
005240                                          TO WS-S-DESCRIPCION
005250
005260       PERFORM 2800-ESCRIBE-SALIDA
005270       PERFORM 9999-ERROR
005280     END-IF.
005290
005300     IF IND-NULL-CTR EQUAL -1
005310        MOVE 0 TO WS-MAX-OPERATIVA
005320     END-IF.
005330
005340     EXEC SQL
005350        SELECT MAX(CLAVE_MOVIMIENTO)
005360        INTO :WS-MAX-HISTORICO:IND-NULL-CTR
005370        FROM IBMUSER.MOVIMIENTO_HIST
005380     END-EXEC.
005390
005400     IF SQLCODE NOT EQUAL 0
005410       SET CODERR-SQL-ERROR TO TRUE
005420       MOVE SQLCODE                       TO WS-S-SQLCODE
005430       MOVE 'ERROR AL BUSCAR EL MAXIMO DEL HISTORICO'
005440                                          TO WS-S-DESCRIPCION
005450
005460       PERFORM 2800-ESCRIBE-SALIDA
005470       PERFORM 9999-ERROR
005480     END-IF.
005490
005500     IF IND-NULL-CTR EQUAL -1
005510        MOVE 0 TO WS-MAX-HISTORICO
005520     END-IF.
005530
005540     IF WS-MAX-HISTORICO GREATER THAN WS-MAX-OPERATIVA
005550        MOVE WS-MAX-HISTORICO TO WS-MAX-OPERATIVA
005560     END-IF.
005570
005580     COMPUTE WS-ULTIMO-RESERVADO =
005590             WS-MAX-OPERATIVA + WS-BLOQUE-CLAVES.
005600
005610     EXEC SQL
005620        INSERT INTO IBMUSER.CONTADOR (NOMBRE, ULTIMO_VALOR)
005630        VALUES ('MOVIMIEN', :WS-ULTIMO-RESERVADO)
005640     END-EXEC.
005650
005660* SI OTRA EJECUCION CREO LA FILA ANTES QUE NOSOTROS,
005670* RESERVAMOS SOBRE LA FILA YA CREADA
005680     IF SQLCODE EQUAL -803
005690        EXEC SQL
005700           UPDATE IBMUSER.CONTADOR
005710              SET ULTIMO_VALOR = ULTIMO_VALOR +
005720                  :WS-BLOQUE-CLAVES
005730            WHERE NOMBRE = 'MOVIMIEN'
005740        END-EXEC
005750     END-IF.
005760
005770     IF SQLCODE NOT EQUAL 0
005780       SET CODERR-SQL-ERROR TO TRUE
005790       MOVE SQLCODE                       TO WS-S-SQLCODE
005800       MOVE 'ERROR AL CREAR EL CONTADOR DE MOVIMIENTOS'
005810                                          TO WS-S-DESCRIPCION
005820
005830       PERFORM 2800-ESCRIBE-SALIDA
005840       PERFORM 9999-ERROR
005850     END-IF.
005860
005870* ***************************************************************
005880* LEE EL SIGUIENTE PARTICIPANTE DEL CURSOR. UN SQLCODE 100 INDICA
005890* QUE NO QUEDAN PARTICIPANTES POR BARRER
005900* ***************************************************************
005910 1080-LEE-PARTICIPANTE.
005920
005930     EXEC SQL
005940        FETCH CUR-PARTICIPANTES
005950         INTO :DCLBARRIDO.CLAVE-BARRIDO,
005960              :DCLBARRIDO.CLAVE-CLIENTE,
005970              :DCLCLIENTE.NOMBRE,
005980              :DCLBARRIDO.CONT-MAESTRO,
005990              :DCLBARRIDO.PERMITE-DIVISA,
006000              :DCLBARRIDO-CONTRATO.CLAVE-CONTRATO,
006010              :DCLBARRIDO-CONTRATO.SALDO-OBJETIVO,
006020              :DCLBARRIDO-CONTRATO.SENTIDO,
006030              :DCLBARRIDO-CONTRATO.IMPORTE-MINIMO
006040     END-EXEC.
006050
006060     IF SQLCODE EQUAL 100
006070        MOVE 'S' TO WS-FIN-CURSOR
006080     ELSE
006090        PERFORM 1090-COMPRUEBA-SQLCODE-CURSOR
006100     END-IF.
006110
006120* ***************************************************************
006130* COMPRUEBA EL SQLCODE DEVUELTO POR UN OPEN/FETCH SOBRE UN CURSOR.
006140* CUALQUIER SQLCODE DISTINTO DE CERO ES UN ERROR
006150* ***************************************************************
006160 1090-COMPRUEBA-SQLCODE-CURSOR.
006170
006180     IF SQLCODE NOT EQUAL 0
006190        SET CODERR-SQL-ERROR TO TRUE
006200        MOVE SQLCODE                       TO WS-S-SQLCODE
006210        MOVE 'ERROR EN CURSOR DE PARTICIPANTES DE BARRIDO'
006220                                           TO WS-S-DESCRIPCION
006230
006240        PERFORM 2800-ESCRIBE-SALIDA
006250        PERFORM 9999-ERROR
006260     END-IF.
006270
006280* ************************************************************
006290 2000-PROCESO.
006300* ************************************************************
006310     DISPLAY 'BARRIDO ' CLAVE-BARRIDO OF DCLBARRIDO
006320             ' CONTRATO ' CLAVE-CONTRATO OF DCLBARRIDO-CONTRATO.
006330
006340* CORTES DEL INFORME: AL CAMBIAR DE CLIENTE SE CIERRAN LA
006350* ESTRUCTURA Y EL CLIENTE ANTERIORES; AL CAMBIAR SOLO DE
006360* ESTRUCTURA, SOLO LA ESTRUCTURA
006370     IF CLAVE-CLIENTE OF DCLBARRIDO NOT EQUAL WS-CLIENTE-ANTERIOR
006380        IF WS-CLIENTE-ANTERIOR NOT EQUAL ZERO
006390           PERFORM 2630-PIE-ESTRUCTURA
006400           PERFORM 2640-PIE-CLIENTE
006410        END-IF
006420        PERFORM 2600-CABECERA-CLIENTE
006430        PERFORM 2610-CABECERA-ESTRUCTURA
006440     ELSE
006450        IF CLAVE-BARRIDO OF DCLBARRIDO
006460           NOT EQUAL WS-BARRIDO-ANTERIOR
006470           PERFORM 2630-PIE-ESTRUCTURA
006480           PERFORM 2610-CABECERA-ESTRUCTURA
006490        END-IF
006500     END-IF.
006510
006520     ADD 1                 TO WS-CNT-PARTICIPANTES.
006530     ADD 1                 TO WS-TCL-PARTICIPANTES.
006540     MOVE SPACES           TO WS-BAR-OPERACION.
006550     MOVE SPACES           TO WS-BAR-MOTIVO.
006560     MOVE 'N'              TO WS-BAR-INCIDENCIA.
006570     MOVE 0                TO WS-BAR-DIFERENCIA.
006580     MOVE 0                TO WS-BAR-CARGO.
006590     MOVE 0                TO WS-BAR-ABONO.
006600
006610* LEEMOS EL PARTICIPANTE Y, DE NUEVO, EL MAESTRO: LOS BARRIDOS
006620* ANTERIORES DE LA MISMA ESTRUCTURA HAN CAMBIADO SU SALDO
006630     PERFORM 2100-LEE-PARTICIPANTE.
006640     IF WS-BAR-MOTIVO EQUAL SPACES
006650        PERFORM 2120-LEE-MAESTRO
006660        IF NOT WS-MAE-EXISTE-SI
006670           MOVE 'CONTRATO MAESTRO INEXISTENTE' TO WS-BAR-MOTIVO
006680           MOVE 'S'                        TO WS-BAR-INCIDENCIA
006690        END-IF
006700     END-IF.
006710
006720     IF WS-BAR-MOTIVO EQUAL SPACES
006730        PERFORM 2150-DETERMINA-OPERACION
006740     END-IF.
006750
006760     IF WS-BAR-MOTIVO EQUAL SPACES
006770        PERFORM 2200-COMPRUEBA-ESTADOS
006780     END-IF.
006790
006800     IF WS-BAR-MOTIVO EQUAL SPACES
006810        PERFORM 2250-COMPRUEBA-DIVISAS
006820     END-IF.
006830
006840     IF WS-BAR-MOTIVO EQUAL SPACES
006850        PERFORM 2270-CALCULA-IMPORTES
006860     END-IF.
006870
006880     IF WS-BAR-MOTIVO EQUAL SPACES
006890        PERFORM 2300-POSTEA-BARRIDO
006900     ELSE
006910        ADD 1              TO WS-CNT-NO-BARRIDOS
006920        ADD 1              TO WS-TCL-NO-BARRIDOS
006930        IF WS-BAR-INCIDENCIA-SI
006940           PERFORM 2400-ANOTA-OMITIDO
006950        END-IF
006960     END-IF.
006970
006980     PERFORM 2620-DETALLE-PARTICIPANTE.
006990
007000* CONFIRMAMOS CADA PARTICIPANTE POR SEPARADO: EL CARGO, EL ABONO
007010* Y SU MOVIMIENTO VAN EN LA MISMA UNIDAD DE TRABAJO
007020     EXEC SQL COMMIT END-EXEC.
007030
007040     PERFORM 1080-LEE-PARTICIPANTE.
007050
007060* ***************************************************************
007070* LEE EL SALDO, EL ESTADO, EL LIMITE DE DESCUBIERTO Y LA DIVISA
007080* DEL CONTRATO PARTICIPANTE EN DCLCONTRATO
007090* ***************************************************************
007100 2100-LEE-PARTICIPANTE.
007110
007120     MOVE CLAVE-CONTRATO OF DCLBARRIDO-CONTRATO
007130                              TO CLAVE-CONTRATO OF DCLCONTRATO.
007140
007150     EXEC SQL
007160        SELECT IMPORTE, ESTADO, LIMITE_DESCUBIERTO, MONEDA
007170          INTO :DCLCONTRATO.IMPORTE, :DCLCONTRATO.ESTADO,
007180               :DCLCONTRATO.LIMITE-DESCUBIERTO,
007190               :DCLCONTRATO.MONEDA
007200          FROM IBMUSER.CONTRATO
007210         WHERE CLAVE_CONTRATO = :DCLCONTRATO.CLAVE-CONTRATO
007220     END-EXEC.
007230
007240     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
007250        SET CODERR-SQL-ERROR TO TRUE
007260        MOVE SQLCODE                       TO WS-S-SQLCODE
007270        MOVE 'ERROR AL LEER EL CONTRATO PARTICIPANTE'
007280                                           TO WS-S-DESCRIPCION
007290
007300        PERFORM 2800-ESCRIBE-SALIDA
007310        PERFORM 9999-ERROR
007320     END-IF.
007330
007340     IF SQLCODE EQUAL 100
007350        MOVE 0                   TO IMPORTE OF DCLCONTRATO
007360        MOVE SPACES              TO MONEDA OF DCLCONTRATO
007370        MOVE 'CONTRATO PARTICIPANTE INEXISTENTE'
007380                                           TO WS-BAR-MOTIVO
007390        MOVE 'S'                           TO WS-BAR-INCIDENCIA
007400     END-IF.
007410
007420* ***************************************************************
007430* LEE EL SALDO, EL ESTADO, EL LIMITE DE DESCUBIERTO Y LA DIVISA
007440* DEL CONTRATO MAESTRO DE LA ESTRUCTURA EN WS-MAESTRO
007450* ***************************************************************
007460 2120-LEE-MAESTRO.
007470
007480     MOVE 'N'                              TO WS-MAE-EXISTE.
007490
007500     EXEC SQL
007510        SELECT IMPORTE, ESTADO, LIMITE_DESCUBIERTO, MONEDA
007520          INTO :WS-MAE-IMPORTE, :WS-MAE-ESTADO,
007530               :WS-MAE-LIMITE, :WS-MAE-MONEDA
007540          FROM IBMUSER.CONTRATO
007550         WHERE CLAVE_CONTRATO = :DCLBARRIDO.CONT-MAESTRO
007560     END-EXEC.
007570
007580     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
007590        SET CODERR-SQL-ERROR TO TRUE
007600        MOVE SQLCODE                       TO WS-S-SQLCODE
007610        MOVE 'ERROR AL LEER EL CONTRATO MAESTRO DEL BARRIDO'
007620                                           TO WS-S-DESCRIPCION
007630
007640        PERFORM 2800-ESCRIBE-SALIDA
007650        PERFORM 9999-ERROR
007660     END-IF.
007670
007680     IF SQLCODE EQUAL 0
007690        MOVE 'S'                           TO WS-MAE-EXISTE
007700     ELSE
007710        MOVE 0                             TO WS-MAE-IMPORTE
007720        MOVE SPACES                        TO WS-MAE-MONEDA
007730     END-IF.
007740
007750* ***************************************************************
007760* COMPARA EL SALDO DEL PARTICIPANTE CON SU OBJETIVO Y DECIDE EL
007770* BARRIDO SEGUN EL SENTIDO PACTADO: EL EXCESO SUBE AL MAESTRO
007780* (SENTIDO 'A' O 'S') Y EL DEFECTO SE CUBRE DESDE EL MAESTRO
007790* (SENTIDO 'A' O 'C'). FIJA LOS CONTRATOS Y DIVISAS DE CARGO Y
007800* ABONO. SI NO HAY NADA QUE BARRER DEJA EL MOTIVO SIN INCIDENCIA
007810* ***************************************************************
007820 2150-DETERMINA-OPERACION.
007830
007840     COMPUTE WS-BAR-DIFERENCIA = IMPORTE OF DCLCONTRATO -
007850             SALDO-OBJETIVO OF DCLBARRIDO-CONTRATO.
007860
007870     EVALUATE TRUE
007880       WHEN WS-BAR-DIFERENCIA EQUAL ZERO
007890         MOVE 'SALDO EN SU OBJETIVO'       TO WS-BAR-MOTIVO
007900       WHEN WS-BAR-DIFERENCIA GREATER THAN ZERO
007910         AND SENTIDO OF DCLBARRIDO-CONTRATO NOT EQUAL 'C'
007920         MOVE 'S'                          TO WS-BAR-OPERACION
007930         MOVE CLAVE-CONTRATO OF DCLCONTRATO TO WS-BAR-CONT-CARGO
007940         MOVE MONEDA OF DCLCONTRATO        TO WS-BAR-MONEDA-CARGO
007950         MOVE CONT-MAESTRO OF DCLBARRIDO   TO WS-BAR-CONT-ABONO
007960         MOVE WS-MAE-MONEDA                TO WS-BAR-MONEDA-ABONO
007970       WHEN WS-BAR-DIFERENCIA LESS THAN ZERO
007980         AND SENTIDO OF DCLBARRIDO-CONTRATO NOT EQUAL 'S'
007990         MOVE 'C'                          TO WS-BAR-OPERACION
008000         MOVE CONT-MAESTRO OF DCLBARRIDO   TO WS-BAR-CONT-CARGO
008010         MOVE WS-MAE-MONEDA                TO WS-BAR-MONEDA-CARGO
008020         MOVE CLAVE-CONTRATO OF DCLCONTRATO TO WS-BAR-CONT-ABONO
008030         MOVE MONEDA OF DCLCONTRATO        TO WS-BAR-MONEDA-ABONO
008040       WHEN OTHER
008050         MOVE 'EL SENTIDO PACTADO NO LO PERMITE'
008060                                           TO WS-BAR-MOTIVO
008070     END-EVALUATE.
008080
008090* ***************************************************************
008100* COMPRUEBA EL ESTADO DE LOS DOS CONTRATOS CON EL MISMO CRITERIO
008110* QUE BANCO01: EL DE CARGO DEBE ESTAR VIGENTE O BLOQUEADO SOLO
008120* PARA ABONOS Y EL DE ABONO VIGENTE, BLOQUEADO SOLO PARA DEBITOS
008130* O INACTIVO. UN CONTRATO EN REVISION DE SANCIONES ('R') NO SE
008140* BARRE EN NINGUN SENTIDO. SI NO, DEJA EL MOTIVO Y MARCA LA
008150* INCIDENCIA
008160* ***************************************************************
008170 2200-COMPRUEBA-ESTADOS.
008180
008190     IF WS-BAR-SUBE
008200        EVALUATE ESTADO OF DCLCONTRATO
008210          WHEN 'V'
008220          WHEN 'A'
008230            CONTINUE
008240          WHEN 'D'
008250            MOVE 'PARTICIPANTE BLOQUEADO A DEBITOS'
008260                                           TO WS-BAR-MOTIVO
008270          WHEN 'I'
008280            MOVE 'PARTICIPANTE INACTIVO'   TO WS-BAR-MOTIVO
008290          WHEN 'R'
008300            MOVE 'PARTICIPANTE EN REVISION SANCIONES'
008310                                           TO WS-BAR-MOTIVO
008320          WHEN OTHER
008330            MOVE 'PARTICIPANTE DADO DE BAJA'
008340                                           TO WS-BAR-MOTIVO
008350        END-EVALUATE
008360        IF WS-BAR-MOTIVO EQUAL SPACES
008370           EVALUATE WS-MAE-ESTADO
008380             WHEN 'V'
008390             WHEN 'D'
008400             WHEN 'I'
008410               CONTINUE
008420             WHEN 'A'
008430               MOVE 'MAESTRO BLOQUEADO A ABONOS'
008440                                           TO WS-BAR-MOTIVO
008450             WHEN 'R'
008460               MOVE 'MAESTRO EN REVISION DE SANCIONES'
008470                                           TO WS-BAR-MOTIVO
008480             WHEN OTHER
008490               MOVE 'MAESTRO DADO DE BAJA' TO WS-BAR-MOTIVO
008500           END-EVALUATE
008510        END-IF
008520     ELSE
008530        EVALUATE WS-MAE-ESTADO
008540          WHEN 'V'
008550          WHEN 'A'
008560            CONTINUE
008570          WHEN 'D'
008580            MOVE 'MAESTRO BLOQUEADO A DEBITOS'
008590                                           TO WS-BAR-MOTIVO
008600          WHEN 'I'
008610            MOVE 'MAESTRO INACTIVO'        TO WS-BAR-MOTIVO
008620          WHEN 'R'
008630            MOVE 'MAESTRO EN REVISION DE SANCIONES'
008640                                           TO WS-BAR-MOTIVO
008650          WHEN OTHER
008660            MOVE 'MAESTRO DADO DE BAJA'    TO WS-BAR-MOTIVO
008670        END-EVALUATE
008680        IF WS-BAR-MOTIVO EQUAL SPACES
008690           EVALUATE ESTADO OF DCLCONTRATO
008700             WHEN 'V'
008710             WHEN 'D'
008720             WHEN 'I'
008730               CONTINUE
008740             WHEN 'A'
008750               MOVE 'PARTICIPANTE BLOQUEADO A ABONOS'
008760                                           TO WS-BAR-MOTIVO
008770             WHEN 'R'
008780               MOVE 'PARTICIPANTE EN REVISION SANCIONES'
008790                                           TO WS-BAR-MOTIVO
008800             WHEN OTHER
008810               MOVE 'PARTICIPANTE DADO DE BAJA'
008820                                           TO WS-BAR-MOTIVO
008830           END-EVALUATE
008840        END-IF
008850     END-IF.
008860
008870     IF WS-BAR-MOTIVO NOT EQUAL SPACES
008880        MOVE 'S'                           TO WS-BAR-INCIDENCIA
008890     END-IF.
008900
008910* ***************************************************************
008920* ENTRE CONTRATOS DE LA MISMA DIVISA EL CONTRAVALOR ES EL PROPIO
008930* IMPORTE. ENTRE DIVISAS DISTINTAS SOLO SE BARRE SI LA ESTRUCTURA
008940* LO PERMITE, AL TIPO DE CAMBIO VIGENTE DE LA DIVISA DE CARGO A LA
008950* DE ABONO
008960* ***************************************************************
008970 2250-COMPRUEBA-DIVISAS.
008980
008990     MOVE 1                                TO WS-BAR-TIPO-CAMBIO.
009000
009010     IF WS-BAR-MONEDA-CARGO NOT EQUAL WS-BAR-MONEDA-ABONO
009020        IF PERMITE-DIVISA OF DCLBARRIDO NOT EQUAL 'S'
009030           MOVE 'DIVISA DISTINTA SIN BARRIDO DIVISA'
009040                                           TO WS-BAR-MOTIVO
009050           MOVE 'S'                        TO WS-BAR-INCIDENCIA
009060        ELSE
009070           PERFORM 2260-BUSCA-TIPO-CAMBIO
009080           IF WS-SIN-CAMBIO-SI
009090              MOVE 'SIN TIPO DE CAMBIO'    TO WS-BAR-MOTIVO
009100           END-IF
009110        END-IF
009120     END-IF.
009130
009140* ***************************************************************
009150* BUSCA EL TIPO DE CAMBIO VIGENTE DE LA DIVISA DE CARGO A LA DE
009160* ABONO. SIN TIPO (SQLCODE 100) SE DEJA UNA INCIDENCIA, SE MARCA
009170* WS-SIN-CAMBIO Y EL PARRAFO LLAMANTE NO BARRE EL PARTICIPANTE
009180* ***************************************************************
009190 2260-BUSCA-TIPO-CAMBIO.
009200
009210     MOVE 'N' TO WS-SIN-CAMBIO.
009220     MOVE 0   TO WS-BAR-TIPO-CAMBIO.
009230
009240     EXEC SQL
009250        SELECT TIPO
009260          INTO :DCLTIPO-CAMBIO.TIPO
009270          FROM IBMUSER.TIPO_CAMBIO
009280         WHERE MONEDA_ORIGEN = :WS-BAR-MONEDA-CARGO
009290           AND MONEDA_DESTINO = :WS-BAR-MONEDA-ABONO
009300           AND FECHA_DESDE =
009310               (SELECT MAX(FECHA_DESDE)
009320                  FROM IBMUSER.TIPO_CAMBIO
009330                 WHERE MONEDA_ORIGEN = :WS-BAR-MONEDA-CARGO
009340                   AND MONEDA_DESTINO = :WS-BAR-MONEDA-ABONO
009350                   AND FECHA_DESDE <= DATE(:WS-FECHA-PROCESO))
009360     END-EXEC.
009370
009380     IF SQLCODE EQUAL 0
009390        MOVE TIPO OF DCLTIPO-CAMBIO        TO WS-BAR-TIPO-CAMBIO
009400     END-IF.
009410
009420     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
009430        SET CODERR-SQL-ERROR TO TRUE
009440        MOVE SQLCODE                       TO WS-S-SQLCODE
009450        MOVE 'ERROR AL BUSCAR EL TIPO DE CAMBIO DEL BARRIDO'
009460                                           TO WS-S-DESCRIPCION
009470
009480        PERFORM 2800-ESCRIBE-SALIDA
009490        PERFORM 9999-ERROR
009500     END-IF.
009510
009520     IF SQLCODE EQUAL 100
009530        OR WS-BAR-TIPO-CAMBIO NOT GREATER THAN ZERO
009540        MOVE 'S'                           TO WS-SIN-CAMBIO
009550        ADD 1                              TO WS-CNT-SIN-CAMBIO
009560        SET CODERR-SIN-CAMBIO              TO TRUE
009570        MOVE 0                             TO WS-S-SQLCODE
009580        MOVE CLAVE-BARRIDO OF DCLBARRIDO   TO WS-ED-CLAVE
009590        MOVE CLAVE-CONTRATO OF DCLCONTRATO TO WS-ED-CLAVE2
009600        MOVE SPACES                        TO WS-S-DESCRIPCION
009610        STRING 'ESTRUCT '                  DELIMITED BY SIZE
009620               WS-ED-CLAVE                 DELIMITED BY SIZE
009630               ' CONT '                    DELIMITED BY SIZE
009640               WS-ED-CLAVE2                DELIMITED BY SIZE
009650               ': SIN TIPO DE CAMBIO '     DELIMITED BY SIZE
009660               WS-BAR-MONEDA-CARGO         DELIMITED BY SIZE
009670               '/'                         DELIMITED BY SIZE
009680               WS-BAR-MONEDA-ABONO         DELIMITED BY SIZE
009690          INTO WS-S-DESCRIPCION
009700        END-STRING
009710        PERFORM 2800-ESCRIBE-SALIDA
009720     END-IF.
009730
009740* ***************************************************************
009750* CALCULA EL IMPORTE CARGADO Y SU CONTRAVALOR ABONADO. EL EXCESO
009760* SUBE ENTERO AL MAESTRO. EL DEFECTO SE CUBRE HASTA DONDE LLEGUE
009770* EL SALDO DISPONIBLE DEL MAESTRO DENTRO DE SU LIMITE DE
009780* DESCUBIERTO, POR LO QUE LA COBERTURA PUEDE SER PARCIAL. NO SE
009790* BARREN IMPORTES DEL PARTICIPANTE INFERIORES A SU MINIMO
009800* ***************************************************************
009810 2270-CALCULA-IMPORTES.
009820
009830     IF WS-BAR-SUBE
009840        MOVE WS-BAR-DIFERENCIA             TO WS-BAR-CARGO
009850        COMPUTE WS-BAR-ABONO ROUNDED =
009860                WS-BAR-CARGO * WS-BAR-TIPO-CAMBIO
009870        IF WS-BAR-CARGO
009880           LESS THAN IMPORTE-MINIMO OF DCLBARRIDO-CONTRATO
009890           MOVE 'INFERIOR AL IMPORTE MINIMO'
009900                                           TO WS-BAR-MOTIVO
009910        END-IF
009920     ELSE
009930        COMPUTE WS-BAR-DISPONIBLE = WS-MAE-IMPORTE + WS-MAE-LIMITE
009940        IF WS-BAR-DISPONIBLE NOT GREATER THAN ZERO
009950           MOVE 'MAESTRO SIN SALDO DISPONIBLE'
009960                                           TO WS-BAR-MOTIVO
009970           MOVE 'S'                        TO WS-BAR-INCIDENCIA
009980        ELSE
009990           COMPUTE WS-BAR-CARGO =
010000                   (0 - WS-BAR-DIFERENCIA) / WS-BAR-TIPO-CAMBIO
010010           IF WS-BAR-DISPONIBLE LESS THAN WS-BAR-CARGO
010020              MOVE WS-BAR-DISPONIBLE       TO WS-BAR-CARGO
010030              ADD 1                        TO WS-CNT-PARCIALES
010040           END-IF
010050           COMPUTE WS-BAR-ABONO ROUNDED =
010060                   WS-BAR-CARGO * WS-BAR-TIPO-CAMBIO
010070           IF WS-BAR-ABONO GREATER THAN (0 - WS-BAR-DIFERENCIA)
010080              COMPUTE WS-BAR-ABONO = 0 - WS-BAR-DIFERENCIA
010090           END-IF
010100           IF WS-BAR-ABONO
010110              LESS THAN IMPORTE-MINIMO OF DCLBARRIDO-CONTRATO
010120              OR WS-BAR-ABONO NOT GREATER THAN ZERO
010130              OR WS-BAR-CARGO NOT GREATER THAN ZERO
010140              MOVE 'INFERIOR AL IMPORTE MINIMO'
010150                                           TO WS-BAR-MOTIVO
010160           END-IF
010170        END-IF
010180     END-IF.
010190
010200* ***************************************************************
010210* POSTEA EL BARRIDO COMO UN TRASPASO INTERNO: CARGA EL IMPORTE EN
010220* EL CONTRATO DE CARGO, ABONA EL CONTRAVALOR EN EL DE ABONO Y
010230* GRABA UN MOVIMIENTO DE TRASPASO EN LA DIVISA DE CARGO CON LOS
010240* DOS LADOS INFORMADOS
010250* ***************************************************************
010260 2300-POSTEA-BARRIDO.
010270
010280     EXEC SQL
010290       UPDATE  IBMUSER.CONTRATO
010300          SET  IMPORTE = IMPORTE - :WS-BAR-CARGO
010310        WHERE  CLAVE_CONTRATO = :WS-BAR-CONT-CARGO
010320     END-EXEC.
010330
010340     IF SQLCODE NOT EQUAL 0
010350       SET CODERR-SQL-ERROR TO TRUE
010360       MOVE SQLCODE                       TO WS-S-SQLCODE
010370       MOVE 'ERROR AL CARGAR EL BARRIDO EN EL CONTRATO'
010380                                          TO WS-S-DESCRIPCION
010390
010400       PERFORM 2800-ESCRIBE-SALIDA
010410       PERFORM 9999-ERROR
010420     END-IF.
010430
010440     EXEC SQL
010450       UPDATE  IBMUSER.CONTRATO
010460          SET  IMPORTE = IMPORTE + :WS-BAR-ABONO
010470        WHERE  CLAVE_CONTRATO = :WS-BAR-CONT-ABONO
010480     END-EXEC.
010490
010500     IF SQLCODE NOT EQUAL 0
010510       SET CODERR-SQL-ERROR TO TRUE
010520       MOVE SQLCODE                       TO WS-S-SQLCODE
010530       MOVE 'ERROR AL ABONAR EL BARRIDO EN EL CONTRATO'
010540                                          TO WS-S-DESCRIPCION
010550
010560       PERFORM 2800-ESCRIBE-SALIDA
010570       PERFORM 9999-ERROR
010580     END-IF.
010590
010600     MOVE 0                          TO IND-ORIGEN.
010610     MOVE 0                          TO IND-DESTINO.
010620     MOVE WS-BAR-CONT-CARGO          TO ORIGEN.
010630     MOVE WS-BAR-CONT-ABONO          TO DESTINO.
010640     MOVE CLAVE-BARRIDO OF DCLBARRIDO TO WS-DBA-CLAVE.
010650     MOVE WS-DESC-BARRIDO
010660                                 TO DESCRIPCION OF DCLMOVIMIENTO.
010670     MOVE WS-BAR-CARGO               TO IMPORTE OF DCLMOVIMIENTO.
010680     MOVE 'T'                        TO TIPO-OPERACION
010690                                        OF DCLMOVIMIENTO.
010700     PERFORM 2500-INSERTA-MOVIMIENTO.
010710
010720     ADD 1                           TO WS-CNT-BARRIDOS.
010730     ADD 1                           TO WS-TCL-BARRIDOS.
010740     ADD WS-BAR-CARGO                TO WS-TOT-CARGADO.
010750
010760     IF WS-BAR-SUBE
010770        ADD 1                        TO WS-CNT-SUBIDOS
010780        ADD WS-BAR-ABONO             TO WS-TES-SUBIDO
010790     ELSE
010800        ADD 1                        TO WS-CNT-CUBIERTOS
010810        ADD WS-BAR-CARGO             TO WS-TES-CUBIERTO
010820     END-IF.
010830
010840* ***************************************************************
010850* ANOTA UNA INCIDENCIA CON EL MOTIVO POR EL QUE NO SE HA PODIDO
010860* BARRER EL PARTICIPANTE
010870* ***************************************************************
010880 2400-ANOTA-OMITIDO.
010890
010900     ADD 1                              TO WS-CNT-OMITIDOS.
010910
010920     SET CODERR-BARRIDO-OMITIDO         TO TRUE.
010930     MOVE 0                             TO WS-S-SQLCODE.
010940     MOVE CLAVE-BARRIDO OF DCLBARRIDO   TO WS-ED-CLAVE.
010950     MOVE CLAVE-CONTRATO OF DCLBARRIDO-CONTRATO TO WS-ED-CLAVE2.
010960     MOVE SPACES                        TO WS-S-DESCRIPCION.
010970     STRING 'ESTRUCT '                  DELIMITED BY SIZE
010980            WS-ED-CLAVE                 DELIMITED BY SIZE
010990            ' CONT '                    DELIMITED BY SIZE
011000            WS-ED-CLAVE2                DELIMITED BY SIZE
011010            ': '                        DELIMITED BY SIZE
011020            WS-BAR-MOTIVO               DELIMITED BY SIZE
011030       INTO WS-S-DESCRIPCION
011040     END-STRING.
011050     PERFORM 2800-ESCRIBE-SALIDA.
011060
011070* ***************************************************************
011080* INSERTA EN IBMUSER.MOVIMIENTO EL MOVIMIENTO DE BARRIDO PREPARADO
011090* POR EL PARRAFO LLAMANTE (LADOS, DESCRIPCION, IMPORTE Y TIPO DE
011100* OPERACION), EN LA DIVISA DEL CONTRATO DE CARGO
011110* ***************************************************************
011120 2500-INSERTA-MOVIMIENTO.
011130
011140     MOVE WS-BAR-MONEDA-CARGO TO MONEDA OF DCLMOVIMIENTO.
011150
011160* OBTENEMOS LA FECHA Y HORA ACTUAL DEL SISTEMA PARA EL MOVIMIENTO
011170     MOVE FUNCTION CURRENT-DATE TO WS-FECHA-SISTEMA.
011180     STRING WS-FS-ANO           DELIMITED BY SIZE
011190            '-'                 DELIMITED BY SIZE
011200            WS-FS-MES           DELIMITED BY SIZE
011210            '-'                 DELIMITED BY SIZE
011220            WS-FS-DIA           DELIMITED BY SIZE
011230            '-'                 DELIMITED BY SIZE
011240            WS-FS-HORA          DELIMITED BY SIZE
011250            '.'                 DELIMITED BY SIZE
011260            WS-FS-MINUTO        DELIMITED BY SIZE
011270            '.'                 DELIMITED BY SIZE
011280            WS-FS-SEGUNDO       DELIMITED BY SIZE
011290            '.'                 DELIMITED BY SIZE
011300            WS-FS-CENTESIMAS    DELIMITED BY SIZE
011310            '0000'              DELIMITED BY SIZE
011320       INTO WS-TIMESTAMP-MOVIMIENTO
011330     END-STRING.
011340     MOVE WS-TIMESTAMP-MOVIMIENTO TO FECHA-MOVIMIENTO
011350                                     OF DCLMOVIMIENTO.
011360
011370* OBTENEMOS EL IDENTIFICADOR DEL JOB QUE EJECUTA EL PROGRAMA
011380     DISPLAY 'JOBNAME' UPON ENVIRONMENT-NAME.
011390     ACCEPT WS-JOB-ID FROM ENVIRONMENT-VALUE.
011400     MOVE WS-JOB-ID               TO JOB-ID OF DCLMOVIMIENTO.
011410
011420* OBTENEMOS LA SIGUIENTE CLAVE DEL BLOQUE RESERVADO EN
011430* IBMUSER.CONTADOR (COMPARTIDO POR TODOS LOS POSTEADORES),
011440* RESERVANDO UN BLOQUE NUEVO SI ESTE SE AGOTO O SI AUN NO HAY
011450* NINGUNO RESERVADO
011460     IF WS-ULTIMA-CLAVE-BLOQUE EQUAL ZERO
011470        PERFORM 1210-RESERVA-BLOQUE-CLAVES
011480     ELSE
011490        ADD 1 TO CLAVE-MOVIMIENTO OF DCLMOVIMIENTO
011500        IF CLAVE-MOVIMIENTO OF DCLMOVIMIENTO
011510           GREATER THAN WS-ULTIMA-CLAVE-BLOQUE
011520           PERFORM 1210-RESERVA-BLOQUE-CLAVES
011530        END-IF
011540     END-IF.
011550
011560     EXEC SQL
011570         INSERT INTO IBMUSER.MOVIMIENTO
011580               (CLAVE_MOVIMIENTO,
011590                ORIGEN,
011600                DESTINO,
011610                DESCRIPCION,
011620                IMPORTE,
011630                FECHA_MOVIMIENTO,
011640                JOB_ID,
011650                MONEDA,
011660                TIPO_OPERACION)
011670        VALUES (:DCLMOVIMIENTO.CLAVE-MOVIMIENTO,
011680                :ORIGEN :IND-ORIGEN,
011690                :DESTINO :IND-DESTINO,
011700                :DCLMOVIMIENTO.DESCRIPCION,
011710                :DCLMOVIMIENTO.IMPORTE,
011720                :DCLMOVIMIENTO.FECHA-MOVIMIENTO,
011730                :DCLMOVIMIENTO.JOB-ID,
011740                :DCLMOVIMIENTO.MONEDA,
011750                :DCLMOVIMIENTO.TIPO-OPERACION)
011760     END-EXEC.
011770
011780* EN CASO DE ERROR TERMINAMOS EL PROGRAMA
011790     IF SQLCODE NOT EQUAL 0
011800       SET CODERR-SQL-ERROR TO TRUE
011810       MOVE SQLCODE                       TO WS-S-SQLCODE
011820       MOVE 'ERROR AL INSERTAR MOVIMIENTO' TO WS-S-DESCRIPCION
011830
011840       PERFORM 2800-ESCRIBE-SALIDA
011850       PERFORM 9999-ERROR
011860     END-IF.
011870
011880* ***************************************************************
011890* CABECERA DE CLIENTE DEL INFORME DE BARRIDOS
011900* ***************************************************************
011910 2600-CABECERA-CLIENTE.
011920
011930     MOVE CLAVE-CLIENTE OF DCLBARRIDO   TO WS-CLIENTE-ANTERIOR.
011940     ADD 1                              TO WS-CNT-CLIENTES.
011950     INITIALIZE WS-TOTALES-CLIENTE.
011960
011970     MOVE ALL '='                  TO REG-BARRIDO.
011980     PERFORM 2690-ESCRIBE-BARRIDO.
011990     MOVE SPACES                   TO WS-LINEA-BAR-TEXTO.
012000     MOVE 'CLIENTE'                TO WS-BT-ETIQUETA.
012010     MOVE CLAVE-CLIENTE OF DCLBARRIDO TO WS-ED-CLAVE.
012020     STRING WS-ED-CLAVE            DELIMITED BY SIZE
012030            ' '                    DELIMITED BY SIZE
012040            NOMBRE OF DCLCLIENTE   DELIMITED BY SIZE
012050       INTO WS-BT-TEXTO
012060     END-STRING.
012070     MOVE WS-LINEA-BAR-TEXTO       TO REG-BARRIDO.
012080     PERFORM 2690-ESCRIBE-BARRIDO.
012090
012100* ***************************************************************
012110* CABECERA DE ESTRUCTURA DEL INFORME DE BARRIDOS, CON EL SALDO
012120* DEL MAESTRO ANTES DE LOS BARRIDOS DE LA ESTRUCTURA
012130* ***************************************************************
012140 2610-CABECERA-ESTRUCTURA.
012150
012160     MOVE CLAVE-BARRIDO OF DCLBARRIDO   TO WS-BARRIDO-ANTERIOR.
012170     INITIALIZE WS-TOTALES-ESTRUCTURA.
012180     PERFORM 2120-LEE-MAESTRO.
012190
012200     MOVE SPACES                   TO REG-BARRIDO.
012210     PERFORM 2690-ESCRIBE-BARRIDO.
012220     MOVE SPACES                   TO WS-LINEA-BAR-TEXTO.
012230     MOVE 'ESTRUCTURA DE BARRIDO'  TO WS-BT-ETIQUETA.
012240     MOVE CLAVE-BARRIDO OF DCLBARRIDO TO WS-ED-CLAVE.
012250     MOVE CONT-MAESTRO OF DCLBARRIDO  TO WS-ED-CLAVE2.
012260     STRING WS-ED-CLAVE            DELIMITED BY SIZE
012270            '  MAESTRO '           DELIMITED BY SIZE
012280            WS-ED-CLAVE2           DELIMITED BY SIZE
012290            ' '                    DELIMITED BY SIZE
012300            WS-MAE-MONEDA          DELIMITED BY SIZE
012310            '  DIVISA: '           DELIMITED BY SIZE
012320            PERMITE-DIVISA OF DCLBARRIDO
012330                                   DELIMITED BY SIZE
012340       INTO WS-BT-TEXTO
012350     END-STRING.
012360     MOVE WS-LINEA-BAR-TEXTO       TO REG-BARRIDO.
012370     PERFORM 2690-ESCRIBE-BARRIDO.
012380
012390     IF WS-MAE-EXISTE-SI
012400        MOVE SPACES                TO WS-LINEA-BAR-IMPORTE
012410        MOVE 'SALDO INICIAL MAESTRO'  TO WS-BM-ETIQUETA
012420        MOVE WS-MAE-IMPORTE        TO WS-BM-VALOR
012430        MOVE WS-MAE-MONEDA         TO WS-BM-MONEDA
012440        MOVE WS-LINEA-BAR-IMPORTE  TO REG-BARRIDO
012450     ELSE
012460        MOVE SPACES                TO WS-LINEA-BAR-TEXTO
012470        MOVE 'CONTRATO MAESTRO'    TO WS-BT-ETIQUETA
012480        MOVE 'INEXISTENTE'         TO WS-BT-TEXTO
012490        MOVE WS-LINEA-BAR-TEXTO    TO REG-BARRIDO
012500     END-IF.
012510     PERFORM 2690-ESCRIBE-BARRIDO.
012520
012530     MOVE WS-LINEA-BAR-TITULO      TO REG-BARRIDO.
012540     PERFORM 2690-ESCRIBE-BARRIDO.
012550
012560* ***************************************************************
012570* LINEA DE DETALLE DE UN PARTICIPANTE: SALDO ANTES DEL BARRIDO,
012580* OBJETIVO, SENTIDO, OPERACION, IMPORTE MOVIDO EN EL PARTICIPANTE
012590* Y CONTRAVALOR EN EL MAESTRO. SI NO SE BARRE, UNA SEGUNDA LINEA
012600* CON EL MOTIVO
012610* ***************************************************************
012620 2620-DETALLE-PARTICIPANTE.
012630
012640     MOVE SPACES                   TO WS-LINEA-BAR-DETALLE.
012650     MOVE CLAVE-CONTRATO OF DCLBARRIDO-CONTRATO TO WS-BD-CONTRATO.
012660     MOVE MONEDA OF DCLCONTRATO    TO WS-BD-MONEDA.
012670     MOVE IMPORTE OF DCLCONTRATO   TO WS-BD-SALDO.
012680     MOVE SALDO-OBJETIVO OF DCLBARRIDO-CONTRATO TO WS-BD-OBJETIVO.
012690     MOVE SENTIDO OF DCLBARRIDO-CONTRATO        TO WS-BD-SENTIDO.
012700
012710     IF WS-BAR-MOTIVO EQUAL SPACES
012720        IF WS-BAR-SUBE
012730           MOVE 'SUBE'             TO WS-BD-OPERACION
012740           MOVE WS-BAR-CARGO       TO WS-BD-IMPORTE
012750           MOVE WS-BAR-ABONO       TO WS-BD-CONTRAVALOR
012760        ELSE
012770           MOVE 'CUBRE'            TO WS-BD-OPERACION
012780           MOVE WS-BAR-ABONO       TO WS-BD-IMPORTE
012790           MOVE WS-BAR-CARGO       TO WS-BD-CONTRAVALOR
012800        END-IF
012810     ELSE
012820        MOVE 'NO'                  TO WS-BD-OPERACION
012830     END-IF.
012840     MOVE WS-LINEA-BAR-DETALLE     TO REG-BARRIDO.
012850     PERFORM 2690-ESCRIBE-BARRIDO.
012860
012870     IF WS-BAR-MOTIVO NOT EQUAL SPACES
012880        MOVE SPACES                TO WS-LINEA-BAR-TEXTO
012890        MOVE '   NO SE BARRE:'     TO WS-BT-ETIQUETA
012900        MOVE WS-BAR-MOTIVO         TO WS-BT-TEXTO
012910        MOVE WS-LINEA-BAR-TEXTO    TO REG-BARRIDO
012920        PERFORM 2690-ESCRIBE-BARRIDO
012930     END-IF.
012940
012950* ***************************************************************
012960* PIE DE ESTRUCTURA DEL INFORME DE BARRIDOS: TOTALES SUBIDO Y
012970* CUBIERTO EN LA DIVISA DEL MAESTRO Y SALDO FINAL DEL MAESTRO
012980* ***************************************************************
012990 2630-PIE-ESTRUCTURA.
013000
013010     EXEC SQL
013020        SELECT IMPORTE, MONEDA
013030          INTO :WS-MAE-IMPORTE, :WS-MAE-MONEDA
013040          FROM IBMUSER.CONTRATO
013050         WHERE CLAVE_CONTRATO =
013060               (SELECT CONT_MAESTRO
013070                  FROM IBMUSER.BARRIDO
013080                 WHERE CLAVE_BARRIDO = :WS-BARRIDO-ANTERIOR)
013090     END-EXEC.
013100
013110     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
013120        SET CODERR-SQL-ERROR TO TRUE
013130        MOVE SQLCODE                       TO WS-S-SQLCODE
013140        MOVE 'ERROR AL LEER EL SALDO FINAL DEL MAESTRO'
013150                                           TO WS-S-DESCRIPCION
013160
013170        PERFORM 2800-ESCRIBE-SALIDA
013180        PERFORM 9999-ERROR
013190     END-IF.
013200
013210     MOVE SPACES                   TO WS-LINEA-BAR-IMPORTE.
013220     MOVE 'TOTAL SUBIDO AL MAESTRO' TO WS-BM-ETIQUETA.
013230     MOVE WS-TES-SUBIDO            TO WS-BM-VALOR.
013240     MOVE WS-MAE-MONEDA            TO WS-BM-MONEDA.
013250     MOVE WS-LINEA-BAR-IMPORTE     TO REG-BARRIDO.
013260     PERFORM 2690-ESCRIBE-BARRIDO.
013270
013280     MOVE SPACES                   TO WS-LINEA-BAR-IMPORTE.
013290     MOVE 'TOTAL CUBIERTO POR MAESTRO' TO WS-BM-ETIQUETA.
013300     MOVE WS-TES-CUBIERTO          TO WS-BM-VALOR.
013310     MOVE WS-MAE-MONEDA            TO WS-BM-MONEDA.
013320     MOVE WS-LINEA-BAR-IMPORTE     TO REG-BARRIDO.
013330     PERFORM 2690-ESCRIBE-BARRIDO.
013340
013350     IF SQLCODE EQUAL 0
013360        MOVE SPACES                TO WS-LINEA-BAR-IMPORTE
013370        MOVE 'SALDO FINAL MAESTRO' TO WS-BM-ETIQUETA
013380        MOVE WS-MAE-IMPORTE        TO WS-BM-VALOR
013390        MOVE WS-MAE-MONEDA         TO WS-BM-MONEDA
013400        MOVE WS-LINEA-BAR-IMPORTE  TO REG-BARRIDO
013410        PERFORM 2690-ESCRIBE-BARRIDO
013420     END-IF.
013430
013440* ***************************************************************
013450* PIE DE CLIENTE DEL INFORME DE BARRIDOS: PARTICIPANTES TRATADOS,
013460* BARRIDOS REALIZADOS Y PARTICIPANTES NO BARRIDOS
013470* ***************************************************************
013480 2640-PIE-CLIENTE.
013490
013500     MOVE SPACES                   TO REG-BARRIDO.
013510     PERFORM 2690-ESCRIBE-BARRIDO.
013520
013530     MOVE SPACES                   TO WS-LINEA-BAR-CUENTA.
013540     MOVE 'PARTICIPANTES DEL CLIENTE' TO WS-BC-ETIQUETA.
013550     MOVE WS-TCL-PARTICIPANTES     TO WS-BC-VALOR.
013560     MOVE WS-LINEA-BAR-CUENTA      TO REG-BARRIDO.
013570     PERFORM 2690-ESCRIBE-BARRIDO.
013580
013590     MOVE SPACES                   TO WS-LINEA-BAR-CUENTA.
013600     MOVE 'BARRIDOS REALIZADOS'    TO WS-BC-ETIQUETA.
013610     MOVE WS-TCL-BARRIDOS          TO WS-BC-VALOR.
013620     MOVE WS-LINEA-BAR-CUENTA      TO REG-BARRIDO.
013630     PERFORM 2690-ESCRIBE-BARRIDO.
013640
013650     MOVE SPACES                   TO WS-LINEA-BAR-CUENTA.
013660     MOVE 'PARTICIPANTES NO BARRIDOS' TO WS-BC-ETIQUETA.
013670     MOVE WS-TCL-NO-BARRIDOS       TO WS-BC-VALOR.
013680     MOVE WS-LINEA-BAR-CUENTA      TO REG-BARRIDO.
013690     PERFORM 2690-ESCRIBE-BARRIDO.
013700
013710* ***************************************************************
013720* ESCRIBE EL REGISTRO PREPARADO EN FICHERO-BAR Y COMPRUEBA QUE LA
013730* ESCRITURA HAYA SIDO CORRECTA
013740* ***************************************************************
013750 2690-ESCRIBE-BARRIDO.
013760
013770     WRITE REG-BARRIDO.
013780
013790     IF NOT FICHERO-BAR-OK
013800        DISPLAY 'FILE STATUS INESPERADO EN FICHERO-BAR: '
013810                FS-BARRIDO
013820        PERFORM 9999-ERROR
013830     END-IF.
013840
013850* ***************************************************************
013860* ESCRIBE EL REGISTRO WS-SALIDA EN FICHERO-SAL Y COMPRUEBA QUE
013870* LA ESCRITURA HAYA SIDO CORRECTA
013880* ***************************************************************
013890 2800-ESCRIBE-SALIDA.
013900
013910     MOVE WS-SALIDA                     TO REG-SALIDA.
013920     WRITE REG-SALIDA.
013930
013940     IF NOT FICHERO-SAL-OK
013950        DISPLAY 'FILE STATUS INESPERADO EN FICHERO-SAL: '
013960                FS-SALIDA
013970        PERFORM 9999-ERROR
013980     END-IF.
013990
014000* ***************************************************************
014010* PARRAFO DE FIN DEL PROGRAMA
014020* ***************************************************************
014030 3000-FIN.
014040
014050     DISPLAY 'FIN'.
014060
014070* CERRAMOS EL CURSOR DE PARTICIPANTES, SI SE LLEGO A ABRIR, Y
014080* CONFIRMAMOS LOS CAMBIOS PENDIENTES
014090     IF WS-FECHA-HABIL EQUAL WS-FECHA-PROCESO
014100        EXEC SQL
014110           CLOSE CUR-PARTICIPANTES
014120        END-EXEC
014130     END-IF.
014140
014150* CERRAMOS LA ULTIMA ESTRUCTURA Y EL ULTIMO CLIENTE DEL INFORME
014160* DE BARRIDOS
014170     IF WS-CLIENTE-ANTERIOR NOT EQUAL ZERO
014180        PERFORM 2630-PIE-ESTRUCTURA
014190        PERFORM 2640-PIE-CLIENTE
014200     ELSE
014210        IF WS-FECHA-HABIL EQUAL WS-FECHA-PROCESO
014220           MOVE SPACES             TO WS-LINEA-BAR-TEXTO
014230           MOVE 'SIN BARRIDOS:'    TO WS-BT-ETIQUETA
014240           MOVE 'NO HAY ESTRUCTURAS DE BARRIDO ACTIVAS'
014250                                   TO WS-BT-TEXTO
014260           MOVE WS-LINEA-BAR-TEXTO TO REG-BARRIDO
014270           PERFORM 2690-ESCRIBE-BARRIDO
014280        END-IF
014290     END-IF.
014300     EXEC SQL COMMIT END-EXEC.
014310
014320* REGISTRAMOS EL FIN NORMAL EN EL CONTROL DE PROCESOS
014330     PERFORM 3900-REGISTRA-FIN-PROC.
014340
014350* ESCRIBIMOS EL INFORME DE CONTROL DE LA EJECUCION
014360     PERFORM 3100-ESCRIBE-INFORME.
014370
014380* CERRAMOS FICHEROS Y DEVOLVEMOS EL CONTROL AL S.O.
014390     CLOSE FICHERO-SAL.
014400     CLOSE FICHERO-INF.
014410     CLOSE FICHERO-BAR.
014420     STOP RUN.
014430
014440* ***************************************************************
014450* ESCRIBE EL INFORME DE CONTROL CON LOS TOTALES DE LA EJECUCION
014460* ***************************************************************
014470 3100-ESCRIBE-INFORME.
014480
014490     MOVE SPACES                    TO WS-LINEA-INFORME.
014500     MOVE 'BARR01 - INFORME DE CONTROL DE EJECUCION'
014510                                     TO WS-LIN-ETIQUETA.
014520     MOVE WS-LINEA-INFORME          TO REG-INFORME.
014530     WRITE REG-INFORME.
014540
014550     MOVE SPACES                    TO WS-LINEA-INFORME.
014560     STRING 'FECHA DE PROCESO: '      DELIMITED BY SIZE
014570            WS-FECHA-PROCESO          DELIMITED BY SIZE
014580       INTO WS-LIN-ETIQUETA
014590     END-STRING.
014600     MOVE WS-LINEA-INFORME          TO REG-INFORME.
014610     WRITE REG-INFORME.
014620
014630     MOVE SPACES                    TO WS-LINEA-INFORME.
014640     STRING 'FECHA HABIL: '           DELIMITED BY SIZE
014650            WS-FECHA-HABIL            DELIMITED BY SIZE
014660       INTO WS-LIN-ETIQUETA
014670     END-STRING.
014680     MOVE WS-LINEA-INFORME          TO REG-INFORME.
014690     WRITE REG-INFORME.
014700
014710     MOVE SPACES                    TO WS-LINEA-INFORME.
014720     MOVE 'PARTICIPANTES TRATADOS'
014730                                     TO WS-LIN-ETIQUETA.
014740     MOVE WS-CNT-PARTICIPANTES       TO WS-LIN-VALOR.
014750     MOVE WS-LINEA-INFORME          TO REG-INFORME.
014760     WRITE REG-INFORME.
014770
014780     MOVE SPACES                    TO WS-LINEA-INFORME.
014790     MOVE 'CLIENTES CON BARRIDO'
014800                                     TO WS-LIN-ETIQUETA.
014810     MOVE WS-CNT-CLIENTES            TO WS-LIN-VALOR.
014820     MOVE WS-LINEA-INFORME          TO REG-INFORME.
014830     WRITE REG-INFORME.
014840
014850     MOVE SPACES                    TO WS-LINEA-INFORME.
014860     MOVE 'EXCESOS SUBIDOS AL MAESTRO'
014870                                     TO WS-LIN-ETIQUETA.
014880     MOVE WS-CNT-SUBIDOS             TO WS-LIN-VALOR.
014890     MOVE WS-LINEA-INFORME          TO REG-INFORME.
014900     WRITE REG-INFORME.
014910
014920     MOVE SPACES                    TO WS-LINEA-INFORME.
014930     MOVE 'DEFECTOS CUBIERTOS DESDE EL MAESTRO'
014940                                     TO WS-LIN-ETIQUETA.
014950     MOVE WS-CNT-CUBIERTOS           TO WS-LIN-VALOR.
014960     MOVE WS-LINEA-INFORME          TO REG-INFORME.
014970     WRITE REG-INFORME.
014980
014990     MOVE SPACES                    TO WS-LINEA-INFORME.
015000     MOVE 'DE ELLOS, COBERTURAS PARCIALES'
015010                                     TO WS-LIN-ETIQUETA.
015020     MOVE WS-CNT-PARCIALES           TO WS-LIN-VALOR.
015030     MOVE WS-LINEA-INFORME          TO REG-INFORME.
015040     WRITE REG-INFORME.
015050
015060     MOVE SPACES                    TO WS-LINEA-INFORME.
015070     MOVE 'PARTICIPANTES NO BARRIDOS'
015080                                     TO WS-LIN-ETIQUETA.
015090     MOVE WS-CNT-NO-BARRIDOS         TO WS-LIN-VALOR.
015100     MOVE WS-LINEA-INFORME          TO REG-INFORME.
015110     WRITE REG-INFORME.
015120
015130     MOVE SPACES                    TO WS-LINEA-INFORME.
015140     MOVE 'DE ELLOS, CON INCIDENCIA'
015150                                     TO WS-LIN-ETIQUETA.
015160     MOVE WS-CNT-OMITIDOS            TO WS-LIN-VALOR.
015170     MOVE WS-LINEA-INFORME          TO REG-INFORME.
015180     WRITE REG-INFORME.
015190
015200     MOVE SPACES                    TO WS-LINEA-INFORME.
015210     MOVE 'DE ELLOS, SIN TIPO DE CAMBIO'
015220                                     TO WS-LIN-ETIQUETA.
015230     MOVE WS-CNT-SIN-CAMBIO          TO WS-LIN-VALOR.
015240     MOVE WS-LINEA-INFORME          TO REG-INFORME.
015250     WRITE REG-INFORME.
015260
015270     MOVE SPACES                    TO WS-LINEA-INFORME.
015280     MOVE 'IMPORTE TOTAL CARGADO'
015290                                     TO WS-LIN-ETIQUETA.
015300     MOVE WS-TOT-CARGADO             TO WS-LIN-VALOR.
015310     MOVE WS-LINEA-INFORME          TO REG-INFORME.
015320     WRITE REG-INFORME.
015330
015340* ***************************************************************
015350* REGISTRA EL ARRANQUE DE ESTA EJECUCION EN EL CONTROL DE
015360* PROCESOS DE LA CADENA BATCH: COMPRUEBA QUE EL PREDECESOR
015370* TERMINO BIEN EN LA FECHA DE PROCESO, QUE ESTE PROGRAMA NO HA
015380* TERMINADO YA PARA ESA FECHA, Y DEJA SU FILA EN ESTADO 'I'
015390* (INICIADO) YA CONFIRMADA, PARA QUE UN FIN ANORMAL QUEDE A LA
015400* VISTA DEL TURNO DE MANANA
015410* ***************************************************************
015420 1005-REGISTRA-INICIO-PROC.
015430
015440     IF WS-CTL-PREDECESOR NOT EQUAL SPACES
015450        EXEC SQL
015460           SELECT COUNT(*)
015470             INTO :WS-CNT-CTL
015480             FROM IBMUSER.CONTROL_PROCESO
015490            WHERE PROGRAMA = :WS-CTL-PREDECESOR
015500              AND FECHA_PROCESO = DATE(:WS-FECHA-PROCESO)
015510              AND ESTADO = 'F'
015520        END-EXEC
015530        IF SQLCODE NOT EQUAL 0
015540           DISPLAY 'ERROR AL CONSULTAR EL CONTROL DE PROCESOS. '
015550                   'SQLCODE: ' SQLCODE
015560           PERFORM 9999-ERROR
015570        END-IF
015580        IF WS-CNT-CTL EQUAL ZERO
015590           DISPLAY 'EL PREDECESOR ' WS-CTL-PREDECESOR ' NO HA'
015600                   ' TERMINADO BIEN EN LA FECHA ' WS-FECHA-PROCESO
015610                   '. EJECUCION ABORTADA'
015620           PERFORM 9999-ERROR
015630        END-IF
015640     END-IF.
015650
015660     EXEC SQL
015670        SELECT COUNT(*)
015680          INTO :WS-CNT-CTL
015690          FROM IBMUSER.CONTROL_PROCESO
015700         WHERE PROGRAMA = :WS-CTL-PROGRAMA
015710           AND FECHA_PROCESO = DATE(:WS-FECHA-PROCESO)
015720           AND ESTADO = 'F'
015730     END-EXEC.
015740
015750     IF SQLCODE NOT EQUAL 0
015760        DISPLAY 'ERROR AL CONSULTAR EL CONTROL DE PROCESOS. '
015770                'SQLCODE: ' SQLCODE
015780        PERFORM 9999-ERROR
015790     END-IF.
015800
015810     IF WS-CNT-CTL GREATER THAN ZERO
015820        DISPLAY 'ESTE PROGRAMA YA TERMINO BIEN EN LA FECHA '
015830                WS-FECHA-PROCESO '. EJECUCION ABORTADA'
015840        PERFORM 9999-ERROR
015850     END-IF.
015860
015870* LA FILA DE UN ARRANQUE ROTO ('I' O 'E') SE SUSTITUYE POR LA DE
015880* ESTA EJECUCION
015890     EXEC SQL
015900        DELETE FROM IBMUSER.CONTROL_PROCESO
015910         WHERE PROGRAMA = :WS-CTL-PROGRAMA
015920           AND FECHA_PROCESO = DATE(:WS-FECHA-PROCESO)
015930     END-EXEC.
015940
015950     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
015960        DISPLAY 'ERROR AL LIMPIAR EL CONTROL DE PROCESOS. '
015970                'SQLCODE: ' SQLCODE
015980        PERFORM 9999-ERROR
015990     END-IF.
016000
016010* OBTENEMOS EL IDENTIFICADOR DEL JOB QUE EJECUTA EL PROGRAMA
016020     DISPLAY 'JOBNAME' UPON ENVIRONMENT-NAME.
016030     ACCEPT WS-JOB-ID FROM ENVIRONMENT-VALUE.
016040
016050     EXEC SQL
016060        INSERT INTO IBMUSER.CONTROL_PROCESO
016070              (PROGRAMA, FECHA_PROCESO, ESTADO, INICIO, FIN,
016080               CONTADOR1, CONTADOR2, IMPORTE, JOB_ID)
016090        VALUES (:WS-CTL-PROGRAMA, DATE(:WS-FECHA-PROCESO), 'I',
016100                CURRENT TIMESTAMP, NULL, 0, 0, 0, :WS-JOB-ID)
016110     END-EXEC.
016120
016130     IF SQLCODE NOT EQUAL 0
016140        DISPLAY 'ERROR AL REGISTRAR EL ARRANQUE EN EL CONTROL '
016150                'DE PROCESOS. SQLCODE: ' SQLCODE
016160        PERFORM 9999-ERROR
016170     END-IF.
016180
016190* CONFIRMAMOS EL ARRANQUE PARA QUE SOBREVIVA A UN ROLLBACK
016200* POSTERIOR DE LA EJECUCION
016210     EXEC SQL COMMIT END-EXEC.
016220* ***************************************************************
016230* REGISTRA EL FIN NORMAL DE ESTA EJECUCION EN EL CONTROL DE
016240* PROCESOS, CON SUS CONTADORES CLAVE: BARRIDOS REALIZADOS,
016250* PARTICIPANTES NO BARRIDOS E IMPORTE TOTAL CARGADO
016260* ***************************************************************
016270 3900-REGISTRA-FIN-PROC.
016280
016290     EXEC SQL
016300        UPDATE IBMUSER.CONTROL_PROCESO
016310           SET ESTADO = 'F',
016320               FIN = CURRENT TIMESTAMP,
016330               CONTADOR1 = :WS-CNT-BARRIDOS,
016340               CONTADOR2 = :WS-CNT-NO-BARRIDOS,
016350               IMPORTE = :WS-TOT-CARGADO
016360         WHERE PROGRAMA = :WS-CTL-PROGRAMA
016370           AND FECHA_PROCESO = DATE(:WS-FECHA-PROCESO)
016380     END-EXEC.
016390
016400     IF SQLCODE NOT EQUAL 0
016410        DISPLAY 'ERROR AL REGISTRAR EL FIN EN EL CONTROL DE '
016420                'PROCESOS. SQLCODE: ' SQLCODE
016430        PERFORM 9999-ERROR
016440     END-IF.
016450
016460     EXEC SQL COMMIT END-EXEC.
016470* **************************************************************
016480* PARRAFO DE ERROR.REALIZAMOS UN ROLLBACK DE LA BASE DE DATOS
016490* Y DEVOLVEMOS AL SISTEMA UN RC=8 (ERROR NO CONTROLADO)
016500* **************************************************************
016510 9999-ERROR.
016520
016530     DISPLAY 'ERROR'.
016540
016550     EXEC SQL ROLLBACK END-EXEC.
016560
016570* DEJAMOS CONSTANCIA DEL FIN ANORMAL EN EL CONTROL DE PROCESOS,
016580* SIN COMPROBAR EL RESULTADO: SI TAMBIEN FALLARA, LA FILA EN
016590* ESTADO 'I' YA DELATA LA EJECUCION ROTA
016600     EXEC SQL
016610        UPDATE IBMUSER.CONTROL_PROCESO
016620           SET ESTADO = 'E', FIN = CURRENT TIMESTAMP
016630         WHERE PROGRAMA = :WS-CTL-PROGRAMA
016640           AND FECHA_PROCESO = DATE(:WS-FECHA-PROCESO)
016650           AND ESTADO = 'I'
016660     END-EXEC.
016670     EXEC SQL COMMIT END-EXEC.
016680     MOVE 8 TO RETURN-CODE.
016690     GOBACK.
