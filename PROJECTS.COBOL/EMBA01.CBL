000010* PROGRAMA DE FIN DE DIA QUE EJECUTA LAS ORDENES JUDICIALES DE
000020* EMBARGO ACTIVAS DE IBMUSER.EMBARGO. POR CADA ORDEN, EN ORDEN DE
000030* CLIENTE, PRIORIDAD Y ANTIGUEDAD, TRASPASA EL SALDO DISPONIBLE DE
000040* LOS CONTRATOS EMBARGADOS (IBMUSER.EMBARGO_CONTRATO) AL CONTRATO
000050* DE CONSIGNACION JUDICIAL HASTA CUBRIR EL IMPORTE ORDENADO. LOS
000060* ABONOS QUE LLEGAN A LOS CONTRATOS BLOQUEADOS SE RETIENEN ASI EN
000070* LA SIGUIENTE EJECUCION. CADA RETENCION SE POSTEA COMO MOVIMIENTO
000080* DE TIPO 'E' Y QUEDA ANOTADA EN IBMUSER.RETENCION_EMBARGO. CUANDO
000090* LA ORDEN QUEDA CUBIERTA SE LEVANTA SOLA (ESTADO 'S') Y SE
000100* DESBLOQUEAN LOS CONTRATOS QUE NO SIGAN AFECTOS A OTRA ORDEN
000110* ACTIVA. AL FINAL EMITE PARA LA ASESORIA JURIDICA UN INFORME POR
000120* ORDEN CON LO RETENIDO Y CUANDO, PARA CONTESTAR AL JUZGADO SIN
000130* RECONSTRUIRLO DESDE IBMUSER.MOVIMIENTO
000140 IDENTIFICATION DIVISION.
000150 PROGRAM-ID.EMBA01.
000160
000170 ENVIRONMENT DIVISION.
000180 INPUT-OUTPUT SECTION.
000190 FILE-CONTROL.
000200
000210* FICHERO DE SALIDA DE INCIDENCIAS
000220     SELECT FICHERO-SAL ASSIGN TO SALIDA
000230     ORGANIZATION IS SEQUENTIAL
000240     ACCESS IS SEQUENTIAL
000250     FILE STATUS IS FS-SALIDA.
000260
000270* FICHERO DE INFORME DE CONTROL DE LA EJECUCION
000280     SELECT FICHERO-INF ASSIGN TO INFORME
000290     ORGANIZATION IS SEQUENTIAL
000300     ACCESS IS SEQUENTIAL
000310     FILE STATUS IS FS-INFORME.
000320
000330* FICHERO DE SALIDA CON EL INFORME DE EMBARGOS PARA LA ASESORIA
000340* JURIDICA: POR CADA ORDEN, SUS DATOS Y EL DETALLE DE CADA
000350* RETENCION PRACTICADA (FECHA, CONTRATO, MOVIMIENTO E IMPORTES)
000360     SELECT FICHERO-LEG ASSIGN TO LEGAL
000370     ORGANIZATION IS SEQUENTIAL
000380     ACCESS IS SEQUENTIAL
000390     FILE STATUS IS FS-LEGAL.
000400
000410* FICHERO DE PARAMETROS DE EJECUCION. SI INDICA UNA CLAVE DE
000420* EMBARGO, EL INFORME JURIDICO SE LIMITA A ESA ORDEN (EN
000430* CUALQUIER ESTADO); SI NO, INCLUYE LAS ORDENES ACTIVAS Y LAS
000440* LEVANTADAS EN LA FECHA DE PROCESO
000450     SELECT OPTIONAL FICHERO-PARM ASSIGN TO PARM
000460     ORGANIZATION IS SEQUENTIAL
000470     ACCESS IS SEQUENTIAL
000480     FILE STATUS IS FS-PARM.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520
000530* REGISTRO DEL FICHERO DE SALIDA
000540 FD FICHERO-SAL DATA RECORD IS REG-SALIDA.
000550 01 REG-SALIDA     PIC X(80).
000560
000570* REGISTRO DEL FICHERO DE INFORME DE CONTROL
000580 FD FICHERO-INF DATA RECORD IS REG-INFORME.
000590 01 REG-INFORME    PIC X(80).
000600
000610* REGISTRO DEL FICHERO DE INFORME JURIDICO
000620 FD FICHERO-LEG DATA RECORD IS REG-LEGAL.
000630 01 REG-LEGAL      PIC X(80).
000640
000650* REGISTRO DE PARAMETROS DE EJECUCION
000660 FD FICHERO-PARM DATA RECORD IS REG-PARM.
000670 01 REG-PARM       PIC X(20).
000680
000690 WORKING-STORAGE SECTION.
000700
000710* CAMPOS DE SALIDA
000720 01 WS-SALIDA.
000730     05 WS-S-CODERR        PIC X(8).
000740         88 CODERR-SQL-ERROR      VALUE 'SQLERROR'.
000750         88 CODERR-CONSIG-INV     VALUE 'CONSIINV'.
000760         88 CODERR-SIN-CAMBIO     VALUE 'SINCAMBI'.
000770     05 WS-S-SQLCODE       PIC -999.
000780     05 WS-S-DESCRIPCION   PIC X(68).
000790
000800* FILESTATUS DEL FICHERO DE SALIDA.
000810 01 FS-SALIDA            PIC 99.
000820     88 FICHERO-SAL-OK   VALUE 00.
000830
000840* FILESTATUS DEL FICHERO DE INFORME DE CONTROL.
000850 01 FS-INFORME           PIC 99.
000860
000870* FILESTATUS DEL FICHERO DE INFORME JURIDICO.
000880 01 FS-LEGAL             PIC 99.
000890     88 FICHERO-LEG-OK   VALUE 00.
000900
000910* FILESTATUS DEL FICHERO DE PARAMETROS.
000920 01 FS-PARM              PIC 99.
000930
000940* REGISTRO DE PARAMETROS DE EJECUCION LEIDO DE FICHERO-PARM
000950 01 WS-PARM-DATOS.
000960     05 WS-PARM-EMBARGO  PIC 9(9).
000970     05 FILLER           PIC X(11).
000980
000990* CLAVE DE EMBARGO A LA QUE SE LIMITA EL INFORME JURIDICO (CERO
001000* PARA EL INFORME DIARIO COMPLETO)
001010 01 WS-EMBARGO-INFORME   PIC S9(9) COMP VALUE 0.
001020
001030* CAMPOS DEL CALCULO DE DIA HABIL SEGUN EL CALENDARIO DEL BANCO:
001040* FECHA QUE SE ESTA EVALUANDO, PRIMER DIA HABIL ENCONTRADO,
001050* NUMERO DE DIA DE LA SEMANA (ISO: 1 LUNES .. 7 DOMINGO),
001060* CONTADORES DE FILAS SINGULARES DEL CALENDARIO Y PROTECCION
001070* CONTRA UN CALENDARIO MAL CARGADO
001080 01 WS-FECHA-EVALUADA    PIC X(10).
001090 01 WS-FECHA-HABIL       PIC X(10).
001100 01 WS-DIA-SEMANA        PIC S9(9) COMP.
001110 01 WS-CNT-FESTIVO       PIC S9(9) COMP.
001120 01 WS-CNT-HABIL-ESP     PIC S9(9) COMP.
001130 01 WS-DIAS-RODADOS      PIC 9(2) VALUE 0.
001140 01 WS-DIA-HABIL         PIC X VALUE 'N'.
001150     88 WS-DIA-HABIL-SI  VALUE 'S'.
001160     88 WS-DIA-HABIL-NO  VALUE 'N'.
001170
001180* VARIABLES UTILIZADAS EN EL PROGRAMA
001190 01 IND-ORIGEN           PIC S9(4) COMP.
001200 01 IND-DESTINO          PIC S9(4) COMP.
001210 01 IND-LEVANTA          PIC S9(4) COMP.
001220
001230* INDICADOR DE FIN DEL CURSOR DE ORDENES DE EMBARGO
001240 01 WS-FIN-CURSOR        PIC X VALUE 'N'.
001250     88 WS-FIN-CURSOR-SI VALUE 'S'.
001260     88 WS-FIN-CURSOR-NO VALUE 'N'.
001270
001280* INDICADOR DE FIN DEL CURSOR DE CONTRATOS EMBARGADOS DE LA ORDEN
001290 01 WS-FIN-CONTRATOS        PIC X VALUE 'N'.
001300     88 WS-FIN-CONTRATOS-SI VALUE 'S'.
001310     88 WS-FIN-CONTRATOS-NO VALUE 'N'.
001320
001330* INDICADOR DE QUE LA ORDEN EN CURSO NO SE PUEDE EJECUTAR HOY
001340* (CONTRATO DE CONSIGNACION INEXISTENTE O CANCELADO)
001350 01 WS-ORDEN-INVALIDA       PIC X VALUE 'N'.
001360     88 WS-ORDEN-INVALIDA-SI VALUE 'S'.
001370     88 WS-ORDEN-INVALIDA-NO VALUE 'N'.
001380
001390* INDICADORES DE FIN DE LOS CURSORES DEL INFORME JURIDICO
001400 01 WS-FIN-INFORME          PIC X VALUE 'N'.
001410     88 WS-FIN-INFORME-SI   VALUE 'S'.
001420     88 WS-FIN-INFORME-NO   VALUE 'N'.
001430 01 WS-FIN-RETENCIONES        PIC X VALUE 'N'.
001440     88 WS-FIN-RETENCIONES-SI VALUE 'S'.
001450     88 WS-FIN-RETENCIONES-NO VALUE 'N'.
001460
001470* IMPORTES DE LA RETENCION EN CURSO: PENDIENTE DE RETENER DE LA
001480* ORDEN (EN SU DIVISA), MAXIMO QUE SE PUEDE TOMAR DEL CONTRATO EN
001490* SU DIVISA, IMPORTE CARGADO AL CONTRATO, IMPORTE ABONADO A LA
001500* CONSIGNACION Y TIPO DE CAMBIO APLICADO CUANDO LAS DIVISAS DEL
001510* CONTRATO Y DE LA ORDEN NO COINCIDEN
001520 01 WS-EMB-PENDIENTE     PIC S9(11)V9(2) COMP-3 VALUE 0.
001530 01 WS-EMB-MAXIMO        PIC S9(11)V9(2) COMP-3 VALUE 0.
001540 01 WS-EMB-IMPORTE       PIC S9(11)V9(2) COMP-3 VALUE 0.
001550 01 WS-EMB-CONSIGNADO    PIC S9(11)V9(2) COMP-3 VALUE 0.
001560 01 WS-EMB-TIPO-CAMBIO   PIC 9(4)V9(6) VALUE 0.
001570
001580* INDICADOR DE QUE NO HAY TIPO DE CAMBIO VIGENTE ENTRE LA DIVISA
001590* DEL CONTRATO EN CURSO Y LA DE LA ORDEN
001600 01 WS-SIN-CAMBIO           PIC X VALUE 'N'.
001610     88 WS-SIN-CAMBIO-SI    VALUE 'S'.
001620     88 WS-SIN-CAMBIO-NO    VALUE 'N'.
001630
001640* ESTADO Y DIVISA DEL CONTRATO DE CONSIGNACION DE LA ORDEN
001650 01 WS-CONSIG-ESTADO     PIC X(1).
001660 01 WS-CONSIG-MONEDA     PIC X(3).
001670
001680* DESCRIPCION DEL MOVIMIENTO DE RETENCION: LITERAL FIJO SEGUIDO DE
001690* LA REFERENCIA DEL JUZGADO
001700 01 WS-DESC-EMBARGO.
001710     05 FILLER              PIC X(18) VALUE 'RETENCION EMBARGO '.
001720     05 WS-DESC-REFERENCIA  PIC X(30).
001730     05 FILLER              PIC X(2)  VALUE SPACES.
001740
001750* CONTADORES DEL INFORME DE CONTROL DE LA EJECUCION
001760 01 WS-CONTADORES-INFORME.
001770     05 WS-CNT-ORDENES      PIC 9(9)   VALUE 0.
001780     05 WS-CNT-RETENCIONES  PIC 9(9)   VALUE 0.
001790     05 WS-CNT-LEVANTADAS   PIC 9(9)   VALUE 0.
001800     05 WS-CNT-CONSIG-INV   PIC 9(9)   VALUE 0.
001810     05 WS-CNT-SIN-CAMBIO   PIC 9(9)   VALUE 0.
001820     05 WS-CNT-ORDENES-INF  PIC 9(9)   VALUE 0.
001830     05 WS-TOT-CONSIGNADO   PIC 9(13)V9(2) VALUE 0.
001840
001850* LINEA DE DETALLE DEL INFORME DE CONTROL
001860 01 WS-LINEA-INFORME.
001870     05 WS-LIN-ETIQUETA     PIC X(40).
001880     05 WS-LIN-VALOR        PIC Z(11)9.99-.
001890     05 FILLER              PIC X(24).
001900
001910* LINEAS DEL INFORME JURIDICO: CABECERA DE TEXTO DE LA ORDEN,
001920* IMPORTE DE LA ORDEN CON SU DIVISA, TITULOS DE COLUMNA Y DETALLE
001930* DE CADA RETENCION PRACTICADA
001940 01 WS-LINEA-LEG-TEXTO.
001950     05 WS-LT-ETIQUETA      PIC X(28).
001960     05 WS-LT-TEXTO         PIC X(52).
001970 01 WS-LINEA-LEG-IMPORTE.
001980     05 WS-LM-ETIQUETA      PIC X(28).
001990     05 WS-LM-VALOR         PIC Z(11)9.99-.
002000     05 FILLER              PIC X(1).
002010     05 WS-LM-MONEDA        PIC X(3).
002020     05 FILLER              PIC X(32).
002030 01 WS-LINEA-LEG-TITULO.
002040     05 FILLER              PIC X(11) VALUE 'FECHA'.
002050     05 FILLER              PIC X(10) VALUE ' CONTRATO'.
002060     05 FILLER              PIC X(10) VALUE 'MOVIMIENTO'.
002070     05 FILLER              PIC X(14) VALUE '     RETENIDO'.
002080     05 FILLER              PIC X(4)  VALUE 'DIV'.
002090     05 FILLER              PIC X(14) VALUE '   CONSIGNADO'.
002100     05 FILLER              PIC X(17) VALUE '    ACUMULADO'.
002110 01 WS-LINEA-LEG-DETALLE.
002120     05 WS-LD-FECHA         PIC X(10).
002130     05 FILLER              PIC X(1).
002140     05 WS-LD-CONTRATO      PIC Z(8)9.
002150     05 FILLER              PIC X(1).
002160     05 WS-LD-MOVIMIENTO    PIC Z(8)9.
002170     05 FILLER              PIC X(1).
002180     05 WS-LD-IMPORTE       PIC Z(9)9.99.
002190     05 FILLER              PIC X(1).
002200     05 WS-LD-MONEDA        PIC X(3).
002210     05 FILLER              PIC X(1).
002220     05 WS-LD-CONSIGNADO    PIC Z(9)9.99.
002230     05 FILLER              PIC X(1).
002240     05 WS-LD-ACUMULADO     PIC Z(9)9.99.
002250     05 FILLER              PIC X(4).
002260
002270* CAMPOS EDITADOS PARA COMPONER LAS CABECERAS DEL INFORME JURIDICO
002280 01 WS-ED-CLAVE          PIC Z(8)9.
002290 01 WS-ED-PRIORIDAD      PIC Z9.
002300
002310* FECHA Y HORA DEL SISTEMA, PARA DEJAR CONSTANCIA DE CUANDO SE
002320* HA GRABADO CADA MOVIMIENTO
002330 01 WS-FECHA-SISTEMA         PIC X(21).
002340 01 WS-FECHA-SISTEMA-R REDEFINES WS-FECHA-SISTEMA.
002350     05 WS-FS-ANO           PIC 9(4).
002360     05 WS-FS-MES           PIC 9(2).
002370     05 WS-FS-DIA           PIC 9(2).
002380     05 WS-FS-HORA          PIC 9(2).
002390     05 WS-FS-MINUTO        PIC 9(2).
002400     05 WS-FS-SEGUNDO       PIC 9(2).
002410     05 WS-FS-CENTESIMAS    PIC 9(2).
002420     05 FILLER              PIC X(5).
002430 01 WS-TIMESTAMP-MOVIMIENTO PIC X(26).
002440
002450* IDENTIFICADOR DEL JOB QUE EJECUTA EL PROGRAMA (TRAZABILIDAD)
002460 01 WS-JOB-ID                PIC X(8).
002470
002480* FECHA DE PROCESO DE ESTA EJECUCION (AAAA-MM-DD)
002490 01 WS-FECHA-PROCESO         PIC X(10).
002500
002510* CONTROL DE EJECUCION DE LA CADENA BATCH: ESTE PROGRAMA
002520* REGISTRA SU ARRANQUE Y SU FIN EN IBMUSER.CONTROL_PROCESO Y,
002530* ANTES DE EMPEZAR, COMPRUEBA QUE SU PREDECESOR EN LA CADENA
002540* TERMINO BIEN EN LA FECHA DE PROCESO Y QUE EL PROPIO PROGRAMA
002550* NO HA TERMINADO YA PARA ESA FECHA. UNA REPETICION DELIBERADA
002560* EXIGE QUE OPERACION BORRE ANTES LA FILA DE CONTROL DEL DIA
002570 01 WS-CTL-PROGRAMA      PIC X(8) VALUE 'EMBA01'.
002580 01 WS-CTL-PREDECESOR    PIC X(8) VALUE 'LIBE01'.
002590 01 WS-CNT-CTL           PIC S9(9) COMP VALUE 0.
002600
002610* RESERVA DE CLAVES DE MOVIMIENTO EN IBMUSER.CONTADOR: TAMANO
002620* DEL BLOQUE QUE SE RESERVA DE CADA VEZ, ULTIMO VALOR
002630* RESERVADO, ULTIMA CLAVE DEL BLOQUE EN USO Y MAXIMOS PARA LA
002640* PRIMERA CARGA DEL CONTADOR
002650 01 WS-BLOQUE-CLAVES       PIC S9(9) COMP VALUE 100.
002660 01 WS-ULTIMO-RESERVADO    PIC S9(9) COMP VALUE 0.
002670 01 WS-ULTIMA-CLAVE-BLOQUE PIC S9(9) COMP VALUE 0.
002680 01 WS-MAX-OPERATIVA       PIC S9(9) COMP VALUE 0.
002690 01 WS-MAX-HISTORICO       PIC S9(9) COMP VALUE 0.
002700 01 IND-NULL-CTR           PIC S9(4) COMP.
002710
002720* SQLCA Y DCLGEN DE LAS TABLAS
002730     EXEC SQL INCLUDE SQLCA END-EXEC.
002740     EXEC SQL INCLUDE MOVIMIEN END-EXEC.
002750     EXEC SQL INCLUDE CONTRATO END-EXEC.
002760     EXEC SQL INCLUDE CLIENTE END-EXEC.
002770     EXEC SQL INCLUDE EMBARGO END-EXEC.
002780     EXEC SQL INCLUDE RETEEMBA END-EXEC.
002790     EXEC SQL INCLUDE CALENDAR END-EXEC.
002800     EXEC SQL INCLUDE CONTROLP END-EXEC.
002810     EXEC SQL INCLUDE CONTADOR END-EXEC.
002820     EXEC SQL INCLUDE TIPOCAMB END-EXEC.
002830
002840* CURSOR CON LAS ORDENES DE EMBARGO ACTIVAS, EN EL ORDEN EN QUE SE
002850* ATIENDEN: POR CLIENTE, Y DENTRO DE CADA CLIENTE POR PRIORIDAD Y
002860* ANTIGUEDAD DE LA ORDEN. SE DECLARA WITH HOLD PARA QUE EL COMMIT
002870* DE CADA ORDEN NO LO CIERRE
002880     EXEC SQL
002890        DECLARE CUR-EMBARGOS CURSOR WITH HOLD FOR
002900        SELECT CLAVE_EMBARGO, REF_JUZGADO, CLAVE_CLIENTE,
002910               CONT_CONSIGNACION, MONEDA, IMPORTE_ORDENADO,
002920               IMPORTE_RETENIDO
002930          FROM IBMUSER.EMBARGO
002940         WHERE ESTADO = 'A'
002950         ORDER BY CLAVE_CLIENTE, PRIORIDAD, FECHA_ORDEN,
002960                  CLAVE_EMBARGO
002970     END-EXEC.
002980
002990* CURSOR CON LOS CONTRATOS EMBARGADOS DE LA ORDEN EN CURSO QUE
003000* TIENEN SALDO DISPONIBLE. EL DESCUBIERTO CONCEDIDO NO ES SALDO
003010* DEL CLIENTE Y NO SE RETIENE
003020     EXEC SQL
003030        DECLARE CUR-CONTRATOS CURSOR WITH HOLD FOR
003040        SELECT C.CLAVE_CONTRATO, C.IMPORTE, C.MONEDA
003050          FROM IBMUSER.EMBARGO_CONTRATO EC,
003060               IBMUSER.CONTRATO C
003070         WHERE EC.CLAVE_EMBARGO = :DCLEMBARGO.CLAVE-EMBARGO
003080           AND C.CLAVE_CONTRATO = EC.CLAVE_CONTRATO
003090           AND C.ESTADO NOT IN ('C', 'R')
003100           AND C.IMPORTE > 0
003110         ORDER BY C.CLAVE_CONTRATO
003120     END-EXEC.
003130
003140* CURSOR CON LAS ORDENES QUE ENTRAN EN EL INFORME JURIDICO: LA
003150* ORDEN PEDIDA POR PARAMETRO O, SIN PARAMETRO, LAS ACTIVAS Y LAS
003160* LEVANTADAS EN LA FECHA DE PROCESO, CON LOS DATOS DEL CLIENTE
003170     EXEC SQL
003180        DECLARE CUR-INFORME CURSOR WITH HOLD FOR
003190        SELECT E.CLAVE_EMBARGO, E.REF_JUZGADO, E.CLAVE_CLIENTE,
003200               CL.NOMBRE, CL.DOCUMENTO, E.CONT_CONSIGNACION,
003210               E.MONEDA, E.IMPORTE_ORDENADO, E.IMPORTE_RETENIDO,
003220               E.PRIORIDAD, CHAR(E.FECHA_ORDEN, ISO), E.ESTADO,
003230               CHAR(E.FECHA_LEVANTAMIENTO, ISO)
003240          FROM IBMUSER.EMBARGO E,
003250               IBMUSER.CLIENTE CL
003260         WHERE CL.CLAVE_CLIENTE = E.CLAVE_CLIENTE
003270           AND ((:WS-EMBARGO-INFORME = 0
003280                 AND (E.ESTADO = 'A'
003290                      OR E.FECHA_LEVANTAMIENTO =
003300                         DATE(:WS-FECHA-PROCESO)))
003310                OR E.CLAVE_EMBARGO = :WS-EMBARGO-INFORME)
003320         ORDER BY E.CLAVE_CLIENTE, E.PRIORIDAD, E.FECHA_ORDEN,
003330                  E.CLAVE_EMBARGO
003340     END-EXEC.
003350
003360* CURSOR CON LAS RETENCIONES PRACTICADAS PARA UNA ORDEN, EN ORDEN
003370* CRONOLOGICO
003380     EXEC SQL
003390        DECLARE CUR-RETENCIONES CURSOR FOR
003400        SELECT CHAR(FECHA_PROCESO, ISO), CLAVE_CONTRATO,
003410               CLAVE_MOVIMIENTO, IMPORTE, MONEDA,
003420               IMPORTE_CONSIGNADO, RETENIDO_ACUMULADO
003430          FROM IBMUSER.RETENCION_EMBARGO
003440         WHERE CLAVE_EMBARGO = :DCLEMBARGO.CLAVE-EMBARGO
003450         ORDER BY FECHA_HORA
003460     END-EXEC.
003470
003480 PROCEDURE DIVISION.
003490     PERFORM 1000-INICIO.
003500     PERFORM 2000-PROCESO UNTIL WS-FIN-CURSOR-SI.
003510     PERFORM 3000-FIN.
003520
003530* **********************************************************
003540* PARRAFO DE INICIO
003550* **********************************************************
003560 1000-INICIO.
003570
003580     DISPLAY 'INICIO EMBA01'.
003590
003600     OPEN OUTPUT FICHERO-SAL.
003610     OPEN OUTPUT FICHERO-INF.
003620     OPEN OUTPUT FICHERO-LEG.
003630
003640* FECHA DE PROCESO DE ESTA EJECUCION
003650     MOVE FUNCTION CURRENT-DATE TO WS-FECHA-SISTEMA.
003660     STRING WS-FS-ANO           DELIMITED BY SIZE
003670            '-'                 DELIMITED BY SIZE
003680            WS-FS-MES           DELIMITED BY SIZE
003690            '-'                 DELIMITED BY SIZE
003700            WS-FS-DIA           DELIMITED BY SIZE
003710       INTO WS-FECHA-PROCESO
003720     END-STRING.
003730
003740* LEE FICHERO-PARM (SI EXISTE) PARA OBTENER LA ORDEN A LA QUE SE
003750* LIMITA EL INFORME JURIDICO
003760     OPEN INPUT FICHERO-PARM.
003770     READ FICHERO-PARM INTO WS-PARM-DATOS.
003780     IF FS-PARM EQUAL '00'
003790        IF WS-PARM-EMBARGO NUMERIC
003800           AND WS-PARM-EMBARGO GREATER THAN ZERO
003810           MOVE WS-PARM-EMBARGO TO WS-EMBARGO-INFORME
003820           DISPLAY 'INFORME JURIDICO LIMITADO AL EMBARGO '
003830                   WS-PARM-EMBARGO
003840        END-IF
003850     END-IF.
003860     CLOSE FICHERO-PARM.
003870
003880* REGISTRAMOS EL ARRANQUE EN EL CONTROL DE PROCESOS DE LA
003890* CADENA BATCH
003900     PERFORM 1005-REGISTRA-INICIO-PROC.
003910
003920* CONSULTAMOS EL CALENDARIO DEL BANCO. LAS RETENCIONES SOLO SE
003930* POSTEAN EN DIA HABIL: EN DIA NO HABIL NO SE RECORRE NINGUNA
003940* ORDEN Y LOS ABONOS RECIBIDOS SE RETIENEN EL SIGUIENTE DIA HABIL.
003950* EL INFORME JURIDICO SE EMITE IGUALMENTE
003960     MOVE WS-FECHA-PROCESO TO WS-FECHA-EVALUADA.
003970     PERFORM 1060-CALCULA-DIA-HABIL.
003980
003990     IF WS-FECHA-HABIL NOT EQUAL WS-FECHA-PROCESO
004000        DISPLAY 'FECHA DE PROCESO NO HABIL. LAS RETENCIONES SE'
004010                ' PRACTICARAN EL ' WS-FECHA-HABIL
004020        MOVE 'S' TO WS-FIN-CURSOR
004030     ELSE
004040* ABRIMOS EL CURSOR DE ORDENES Y LEEMOS LA PRIMERA
004050        EXEC SQL
004060           OPEN CUR-EMBARGOS
004070        END-EXEC
004080        PERFORM 1090-COMPRUEBA-SQLCODE-CURSOR
004090        PERFORM 1080-LEE-EMBARGO
004100     END-IF.
004110
004120* ***************************************************************
004130* CALCULA EL PRIMER DIA HABIL SEGUN EL CALENDARIO DEL BANCO QUE
004140* NO SEA ANTERIOR A WS-FECHA-EVALUADA, DEJANDOLO EN
004150* WS-FECHA-HABIL. UN DIA ES HABIL SI ES DE LUNES A VIERNES Y NO
004160* FIGURA COMO FESTIVO ('F') EN IBMUSER.CALENDARIO, O SI FIGURA
004170* COMO HABIL ESPECIAL ('H'). SE RUEDA COMO MAXIMO 31 DIAS PARA
004180* NO QUEDAR EN BUCLE CON UN CALENDARIO MAL CARGADO
004190* ***************************************************************
004200 1060-CALCULA-DIA-HABIL.
004210
004220     MOVE 0   TO WS-DIAS-RODADOS.
004230     MOVE 'N' TO WS-DIA-HABIL.
004240     PERFORM 1065-COMPRUEBA-DIA-HABIL UNTIL WS-DIA-HABIL-SI.
004250     MOVE WS-FECHA-EVALUADA TO WS-FECHA-HABIL.
004260
004270* ***************************************************************
004280* COMPRUEBA SI WS-FECHA-EVALUADA ES UN DIA HABIL. SI NO LO ES,
004290* AVANZA LA FECHA EVALUADA UN DIA PARA QUE EL PARRAFO LLAMANTE
004300* SIGA BUSCANDO
004310* ***************************************************************
004320 1065-COMPRUEBA-DIA-HABIL.
004330
004340     EXEC SQL
004350        SELECT DAYOFWEEK_ISO(DATE(:WS-FECHA-EVALUADA))
004360          INTO :WS-DIA-SEMANA
004370          FROM SYSIBM.SYSDUMMY1
004380     END-EXEC.
004390     PERFORM 1068-COMPRUEBA-SQLCODE-CALEN.
004400
004410     EXEC SQL
004420        SELECT COUNT(*)
004430          INTO :WS-CNT-FESTIVO
004440          FROM IBMUSER.CALENDARIO
004450         WHERE FECHA = DATE(:WS-FECHA-EVALUADA)
004460           AND TIPO_DIA = 'F'
004470     END-EXEC.
004480     PERFORM 1068-COMPRUEBA-SQLCODE-CALEN.
004490
004500     EXEC SQL
004510        SELECT COUNT(*)
004520          INTO :WS-CNT-HABIL-ESP
004530          FROM IBMUSER.CALENDARIO
004540         WHERE FECHA = DATE(:WS-FECHA-EVALUADA)
004550           AND TIPO_DIA = 'H'
004560     END-EXEC.
004570     PERFORM 1068-COMPRUEBA-SQLCODE-CALEN.
004580
004590     IF (WS-DIA-SEMANA LESS THAN 6
004600        AND WS-CNT-FESTIVO EQUAL ZERO)
004610        OR WS-CNT-HABIL-ESP GREATER THAN ZERO
004620        MOVE 'S' TO WS-DIA-HABIL
004630     ELSE
004640        ADD 1 TO WS-DIAS-RODADOS
004650        IF WS-DIAS-RODADOS GREATER THAN 31
004660           DISPLAY 'MAS DE 31 DIAS SEGUIDOS NO HABILES EN EL'
004670                   ' CALENDARIO. REVISAR IBMUSER.CALENDARIO'
004680           PERFORM 9999-ERROR
004690        END-IF
004700        EXEC SQL
004710           SELECT CHAR(DATE(:WS-FECHA-EVALUADA) + 1 DAY, ISO)
004720             INTO :WS-FECHA-EVALUADA
004730             FROM SYSIBM.SYSDUMMY1
004740        END-EXEC
004750        PERFORM 1068-COMPRUEBA-SQLCODE-CALEN
004760     END-IF.
004770
004780* ***************************************************************
004790* COMPRUEBA EL SQLCODE DEVUELTO POR UNA CONSULTA DEL CALCULO DE
004800* DIA HABIL. CUALQUIER VALOR DISTINTO DE CERO ES UN ERROR
004810* ***************************************************************
004820 1068-COMPRUEBA-SQLCODE-CALEN.
004830
004840     IF SQLCODE NOT EQUAL 0
004850        DISPLAY 'ERROR AL CONSULTAR EL CALENDARIO. SQLCODE: '
004860                SQLCODE
004870        PERFORM 9999-ERROR
004880     END-IF.
004890
004900* ***************************************************************
004910* RESERVA UN BLOQUE DE CLAVES DE MOVIMIENTO EN IBMUSER.CONTADOR,
004920* COMPARTIDO POR TODOS LOS PROGRAMAS QUE POSTEAN: EL CONTADOR SE
004930* INCREMENTA EN EL TAMANO DEL BLOQUE Y ESTA EJECUCION SE QUEDA
004940* CON EL TRAMO RESERVADO. EL BLOQUEO DE LA FILA DEL CONTADOR
004950* SERIALIZA A LOS RESERVADORES HASTA EL COMMIT
004960* ***************************************************************
004970 1210-RESERVA-BLOQUE-CLAVES.
004980
004990     EXEC SQL
005000        UPDATE IBMUSER.CONTADOR
005010           SET ULTIMO_VALOR = ULTIMO_VALOR + :WS-BLOQUE-CLAVES
005020         WHERE NOMBRE = 'MOVIMIEN'
005030     END-EXEC.
005040
005050     IF SQLCODE EQUAL 100
005060        PERFORM 1220-INICIALIZA-CONTADOR
005070     ELSE
005080       IF SQLCODE NOT EQUAL 0
005090         SET CODERR-SQL-ERROR TO TRUE
005100         MOVE SQLCODE                       TO WS-S-SQLCODE
005110         MOVE 'ERROR AL RESERVAR CLAVES DE MOVIMIENTO'
005120                                            TO WS-S-DESCRIPCION
005130
005140         PERFORM 2800-ESCRIBE-SALIDA
005150         PERFORM 9999-ERROR
005160       END-IF
005170     END-IF.
005180
005190     EXEC SQL
005200        SELECT ULTIMO_VALOR
005210          INTO :WS-ULTIMO-RESERVADO
005220          FROM IBMUSER.CONTADOR
005230         WHERE NOMBRE = 'MOVIMIEN'
005240     END-EXEC.
005250
005260     IF SQLCODE NOT EQUAL 0
005270       SET CODERR-SQL-ERROR TO TRUE
005280       MOVE SQLCODE                       TO WS-S-SQLCODE
005290       MOVE 'ERROR AL LEER EL CONTADOR DE MOVIMIENTOS'
005300                                          TO WS-S-DESCRIPCION
005310
005320       PERFORM 2800-ESCRIBE-SALIDA
005330       PERFORM 9999-ERROR
005340     END-IF.
005350
005360     COMPUTE WS-ULTIMA-CLAVE-BLOQUE = WS-ULTIMO-RESERVADO.
005370     COMPUTE CLAVE-MOVIMIENTO OF DCLMOVIMIENTO =
005380             WS-ULTIMO-RESERVADO - WS-BLOQUE-CLAVES + 1.
005390
005400* ***************************************************************
005410* PRIMERA RESERVA DE LA HISTORIA: CREA LA FILA DEL CONTADOR
005420* ARRANCANDO DEL MAYOR NUMERO DE MOVIMIENTO CONOCIDO, TANTO EN
005430* LA TABLA OPERATIVA COMO EN EL HISTORICO. SI OTRA EJECUCION
005440* CONCURRENTE CREA LA FILA ANTES, SE RESERVA SOBRE LA FILA YA
005450* CREADA
005460* ***************************************************************
005470 1220-INICIALIZA-CONTADOR.
005480
005490     EXEC SQL
005500        SELECT MAX(CLAVE_MOVIMIENTO)
005510        INTO :WS-MAX-OPERATIVA:IND-NULL-CTR
005520        FROM IBMUSER.MOVIMIENTO
005530     END-EXEC.
005540
005550     IF SQLCODE NOT EQUAL 0
005560       SET CODERR-SQL-ERROR TO TRUE
005570       MOVE SQLCODE                       TO WS-S-SQLCODE
005580       MOVE 'ERROR AL BUSCAR EL MAXIMO DE LA OPERATIVA'
005590                                          TO WS-S-DESCRIPCION
005600
005610       PERFORM 2800-ESCRIBE-SALIDA
005620       PERFORM 9999-ERROR
005630     END-IF.
005640
005650     IF IND-NULL-CTR EQUAL -1
005660        MOVE 0 TO WS-MAX-OPERATIVA
005670     END-IF.
005680
005690     EXEC SQL
005700        SELECT MAX(CLAVE_MOVIMIENTO)
005710        INTO :WS-MAX-HISTORICO:IND-NULL-CTR
005720        FROM IBMUSER.MOVIMIENTO_HIST
005730     END-EXEC.
005740
005750     IF SQLCODE NOT EQUAL 0
005760       SET CODERR-SQL-ERROR TO TRUE
005770       MOVE SQLCODE                       TO WS-S-SQLCODE
005780       MOVE 'ERROR AL BUSCAR EL MAXIMO DEL HISTORICO'
005790                                          TO WS-S-DESCRIPCION
005800
005810       PERFORM 2800-ESCRIBE-SALIDA
005820       PERFORM 9999-ERROR
005830     END-IF.
005840
005850     IF IND-NULL-CTR EQUAL -1
005860        MOVE 0 TO WS-MAX-HISTORICO
005870     END-IF.
005880
005890     IF WS-MAX-HISTORICO GREATER THAN WS-MAX-OPERATIVA
005900        MOVE WS-MAX-HISTORICO TO WS-MAX-OPERATIVA
005910     END-IF.
005920
005930     COMPUTE WS-ULTIMO-RESERVADO =
005940             WS-MAX-OPERATIVA + WS-BLOQUE-CLAVES.
005950
005960     EXEC SQL
005970        INSERT INTO IBMUSER.CONTADOR (NOMBRE, ULTIMO_VALOR)
005980        VALUES ('MOVIMIEN', :WS-ULTIMO-RESERVADO)
005990     END-EXEC.
006000
006010* SI OTRA EJECUCION CREO LA FILA ANTES QUE NOSOTROS,
006020* RESERVAMOS SOBRE LA FILA YA CREADA
006030     IF SQLCODE EQUAL -803
006040        EXEC SQL
006050           UPDATE IBMUSER.CONTADOR
006060              SET ULTIMO_VALOR = ULTIMO_VALOR +
006070                  :WS-BLOQUE-CLAVES
006080            WHERE NOMBRE = 'MOVIMIEN'
006090        END-EXEC
006100     END-IF.
006110
006120     IF SQLCODE NOT EQUAL 0
006130       SET CODERR-SQL-ERROR TO TRUE
006140       MOVE SQLCODE                       TO WS-S-SQLCODE
006150       MOVE 'ERROR AL CREAR EL CONTADOR DE MOVIMIENTOS'
006160                                          TO WS-S-DESCRIPCION
006170
006180       PERFORM 2800-ESCRIBE-SALIDA
006190       PERFORM 9999-ERROR
006200     END-IF.
006210
006220* ***************************************************************
006230* LEE LA SIGUIENTE ORDEN ACTIVA DEL CURSOR. UN SQLCODE 100 INDICA
006240* QUE NO QUEDAN ORDENES POR EJECUTAR
006250* ***************************************************************
006260 1080-LEE-EMBARGO.
006270
006280     EXEC SQL
006290        FETCH CUR-EMBARGOS
006300         INTO :DCLEMBARGO.CLAVE-EMBARGO,
006310              :DCLEMBARGO.REF-JUZGADO,
006320              :DCLEMBARGO.CLAVE-CLIENTE,
006330              :DCLEMBARGO.CONT-CONSIGNACION,
006340              :DCLEMBARGO.MONEDA,
006350              :DCLEMBARGO.IMPORTE-ORDENADO,
006360              :DCLEMBARGO.IMPORTE-RETENIDO
006370     END-EXEC.
006380
006390     IF SQLCODE EQUAL 100
006400        MOVE 'S' TO WS-FIN-CURSOR
006410     ELSE
006420        PERFORM 1090-COMPRUEBA-SQLCODE-CURSOR
006430     END-IF.
006440
006450* ***************************************************************
006460* COMPRUEBA EL SQLCODE DEVUELTO POR UN OPEN/FETCH SOBRE UN CURSOR.
006470* CUALQUIER SQLCODE DISTINTO DE CERO ES UN ERROR
006480* ***************************************************************
006490 1090-COMPRUEBA-SQLCODE-CURSOR.
006500
006510     IF SQLCODE NOT EQUAL 0
006520        SET CODERR-SQL-ERROR TO TRUE
006530        MOVE SQLCODE                       TO WS-S-SQLCODE
006540        MOVE 'ERROR EN CURSOR DE EMBARGOS'
006550                                           TO WS-S-DESCRIPCION
006560
006570        PERFORM 2800-ESCRIBE-SALIDA
006580        PERFORM 9999-ERROR
006590     END-IF.
006600
006610* ************************************************************
006620 2000-PROCESO.
006630* ************************************************************
006640     DISPLAY 'EMBARGO ' CLAVE-EMBARGO OF DCLEMBARGO.
006650
006660     ADD 1                 TO WS-CNT-ORDENES.
006670     MOVE 'N'              TO WS-ORDEN-INVALIDA.
006680
006690     COMPUTE WS-EMB-PENDIENTE =
006700             IMPORTE-ORDENADO OF DCLEMBARGO -
006710             IMPORTE-RETENIDO OF DCLEMBARGO.
006720
006730* UNA ORDEN QUE YA LLEGA CUBIERTA (POR EJEMPLO, PORQUE SE REBAJO
006740* SU IMPORTE HASTA LO RETENIDO) SOLO HAY QUE LEVANTARLA
006750     IF WS-EMB-PENDIENTE GREATER THAN ZERO
006760        PERFORM 2100-COMPRUEBA-CONSIGNACION
006770        IF WS-ORDEN-INVALIDA-NO
006780           PERFORM 2200-RETIENE-ORDEN
006790        END-IF
006800     END-IF.
006810
006820     IF WS-EMB-PENDIENTE NOT GREATER THAN ZERO
006830        PERFORM 2400-LEVANTA-EMBARGO
006840     END-IF.
006850
006860* CONFIRMAMOS CADA ORDEN POR SEPARADO: TODAS LAS RETENCIONES DE
006870* UNA ORDEN Y SU LEVANTAMIENTO VAN EN LA MISMA UNIDAD DE TRABAJO
006880     EXEC SQL COMMIT END-EXEC.
006890
006900     PERFORM 1080-LEE-EMBARGO.
006910
006920* ***************************************************************
006930* COMPRUEBA QUE EL CONTRATO DE CONSIGNACION DE LA ORDEN EXISTE Y
006940* NO ESTA CANCELADO NI BLOQUEADO POR REVISION DE SANCIONES
006950* (ESTADO 'R'). SI NO, LA ORDEN NO SE EJECUTA HOY Y SE DEJA
006960* UNA INCIDENCIA PARA QUE LA ASESORIA JURIDICA LA REVISE
006970* ***************************************************************
006980 2100-COMPRUEBA-CONSIGNACION.
006990
007000     EXEC SQL
007010        SELECT ESTADO, MONEDA
007020          INTO :WS-CONSIG-ESTADO,
007030               :WS-CONSIG-MONEDA
007040          FROM IBMUSER.CONTRATO
007050         WHERE CLAVE_CONTRATO = :DCLEMBARGO.CONT-CONSIGNACION
007060     END-EXEC.
007070
007080     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
007090        SET CODERR-SQL-ERROR TO TRUE
007100        MOVE SQLCODE                       TO WS-S-SQLCODE
007110        MOVE 'ERROR AL LEER EL CONTRATO DE CONSIGNACION'
007120                                           TO WS-S-DESCRIPCION
007130
007140        PERFORM 2800-ESCRIBE-SALIDA
007150        PERFORM 9999-ERROR
007160     END-IF.
007170
007180     IF SQLCODE EQUAL 100
007190        OR WS-CONSIG-ESTADO EQUAL 'C'
007200        OR WS-CONSIG-ESTADO EQUAL 'R'
007210        OR WS-CONSIG-MONEDA NOT EQUAL MONEDA OF DCLEMBARGO
007220        MOVE 'S'                           TO WS-ORDEN-INVALIDA
007230        ADD 1                              TO WS-CNT-CONSIG-INV
007240        SET CODERR-CONSIG-INV              TO TRUE
007250        MOVE 0                             TO WS-S-SQLCODE
007260        MOVE CLAVE-EMBARGO OF DCLEMBARGO   TO WS-ED-CLAVE
007270        MOVE SPACES                        TO WS-S-DESCRIPCION
007280        STRING 'EMBARGO '                  DELIMITED BY SIZE
007290               WS-ED-CLAVE                 DELIMITED BY SIZE
007300               ': CONSIGNACION INEXISTENTE, CANCELADA O EN OTRA'
007310                                           DELIMITED BY SIZE
007320               ' DIVISA'                   DELIMITED BY SIZE
007330          INTO WS-S-DESCRIPCION
007340        END-STRING
007350        PERFORM 2800-ESCRIBE-SALIDA
007360     END-IF.
007370
007380* ***************************************************************
007390* RECORRE LOS CONTRATOS EMBARGADOS CON SALDO DE LA ORDEN EN CURSO
007400* Y RETIENE DE CADA UNO HASTA CUBRIR LO PENDIENTE
007410* ***************************************************************
007420 2200-RETIENE-ORDEN.
007430
007440     MOVE 'N' TO WS-FIN-CONTRATOS.
007450
007460     EXEC SQL
007470        OPEN CUR-CONTRATOS
007480     END-EXEC.
007490     PERFORM 1090-COMPRUEBA-SQLCODE-CURSOR.
007500
007510     PERFORM 2210-LEE-CONTRATO.
007520     PERFORM 2250-RETIENE-CONTRATO
007530        UNTIL WS-FIN-CONTRATOS-SI
007540           OR WS-EMB-PENDIENTE NOT GREATER THAN ZERO.
007550
007560     EXEC SQL
007570        CLOSE CUR-CONTRATOS
007580     END-EXEC.
007590     PERFORM 1090-COMPRUEBA-SQLCODE-CURSOR.
007600
007610* ***************************************************************
007620* LEE EL SIGUIENTE CONTRATO EMBARGADO CON SALDO DE LA ORDEN
007630* ***************************************************************
007640 2210-LEE-CONTRATO.
007650
007660     EXEC SQL
007670        FETCH CUR-CONTRATOS
007680         INTO :DCLCONTRATO.CLAVE-CONTRATO,
007690              :DCLCONTRATO.IMPORTE,
007700              :DCLCONTRATO.MONEDA
007710     END-EXEC.
007720
007730     IF SQLCODE EQUAL 100
007740        MOVE 'S' TO WS-FIN-CONTRATOS
007750     ELSE
007760        PERFORM 1090-COMPRUEBA-SQLCODE-CURSOR
007770     END-IF.
007780
007790* ***************************************************************
007800* CALCULA LA RETENCION SOBRE EL CONTRATO EN CURSO: TODO SU SALDO
007810* O LO PENDIENTE DE LA ORDEN SI ES MENOR. SI LA DIVISA DEL
007820* CONTRATO NO ES LA DE LA ORDEN, LO PENDIENTE SE CONVIERTE A LA
007830* DIVISA DEL CONTRATO CON EL TIPO DE CAMBIO VIGENTE, SIN REDONDEAR
007840* AL ALZA PARA NO RETENER DE MAS; SIN TIPO DE CAMBIO EL CONTRATO
007850* SE SALTA Y SE DEJA UNA INCIDENCIA
007860* ***************************************************************
007870 2250-RETIENE-CONTRATO.
007880
007890     IF MONEDA OF DCLCONTRATO EQUAL MONEDA OF DCLEMBARGO
007900        IF IMPORTE OF DCLCONTRATO LESS THAN WS-EMB-PENDIENTE
007910           MOVE IMPORTE OF DCLCONTRATO   TO WS-EMB-IMPORTE
007920        ELSE
007930           MOVE WS-EMB-PENDIENTE         TO WS-EMB-IMPORTE
007940        END-IF
007950        MOVE WS-EMB-IMPORTE              TO WS-EMB-CONSIGNADO
007960        PERFORM 2300-POSTEA-RETENCION
007970     ELSE
007980        PERFORM 2260-BUSCA-TIPO-CAMBIO
007990        IF WS-SIN-CAMBIO-NO
008000           COMPUTE WS-EMB-MAXIMO =
008010                   WS-EMB-PENDIENTE / WS-EMB-TIPO-CAMBIO
008020           IF IMPORTE OF DCLCONTRATO LESS THAN WS-EMB-MAXIMO
008030              MOVE IMPORTE OF DCLCONTRATO TO WS-EMB-IMPORTE
008040           ELSE
008050              MOVE WS-EMB-MAXIMO          TO WS-EMB-IMPORTE
008060           END-IF
008070           COMPUTE WS-EMB-CONSIGNADO ROUNDED =
008080                   WS-EMB-IMPORTE * WS-EMB-TIPO-CAMBIO
008090           IF WS-EMB-CONSIGNADO GREATER THAN WS-EMB-PENDIENTE
008100              MOVE WS-EMB-PENDIENTE       TO WS-EMB-CONSIGNADO
008110           END-IF
008120           IF WS-EMB-IMPORTE GREATER THAN ZERO
008130              AND WS-EMB-CONSIGNADO GREATER THAN ZERO
008140              PERFORM 2300-POSTEA-RETENCION
008150           END-IF
008160        END-IF
008170     END-IF.
008180
008190     PERFORM 2210-LEE-CONTRATO.
008200
008210* ***************************************************************
008220* BUSCA EL TIPO DE CAMBIO VIGENTE DE LA DIVISA DEL CONTRATO A LA
008230* DIVISA DE LA ORDEN. SIN TIPO (SQLCODE 100) SE DEJA UNA
008240* INCIDENCIA, SE MARCA WS-SIN-CAMBIO Y EL PARRAFO LLAMANTE SALTA
008250* EL CONTRATO
008260* ***************************************************************
008270 2260-BUSCA-TIPO-CAMBIO.
008280
008290     MOVE 'N' TO WS-SIN-CAMBIO.
008300     MOVE 0   TO WS-EMB-TIPO-CAMBIO.
008310
008320     EXEC SQL
008330        SELECT TIPO
008340          INTO :DCLTIPO-CAMBIO.TIPO
008350          FROM IBMUSER.TIPO_CAMBIO
008360         WHERE MONEDA_ORIGEN = :DCLCONTRATO.MONEDA
008370           AND MONEDA_DESTINO = :DCLEMBARGO.MONEDA
008380           AND FECHA_DESDE =
008390               (SELECT MAX(FECHA_DESDE)
008400                  FROM IBMUSER.TIPO_CAMBIO
008410                 WHERE MONEDA_ORIGEN = :DCLCONTRATO.MONEDA
008420                   AND MONEDA_DESTINO = :DCLEMBARGO.MONEDA
008430                   AND FECHA_DESDE <= DATE(:WS-FECHA-PROCESO))
008440     END-EXEC.
008450
008460     IF SQLCODE EQUAL 0
008470        MOVE TIPO OF DCLTIPO-CAMBIO        TO WS-EMB-TIPO-CAMBIO
008480     END-IF.
008490
008500     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
008510        SET CODERR-SQL-ERROR TO TRUE
008520        MOVE SQLCODE                       TO WS-S-SQLCODE
008530        MOVE 'ERROR AL BUSCAR EL TIPO DE CAMBIO DEL EMBARGO'
008540                                           TO WS-S-DESCRIPCION
008550
008560        PERFORM 2800-ESCRIBE-SALIDA
008570        PERFORM 9999-ERROR
008580     END-IF.
008590
008600     IF SQLCODE EQUAL 100
008610        OR WS-EMB-TIPO-CAMBIO NOT GREATER THAN ZERO
008620        MOVE 'S'                           TO WS-SIN-CAMBIO
008630        ADD 1                              TO WS-CNT-SIN-CAMBIO
008640        SET CODERR-SIN-CAMBIO              TO TRUE
008650        MOVE 0                             TO WS-S-SQLCODE
008660        MOVE CLAVE-CONTRATO OF DCLCONTRATO TO WS-ED-CLAVE
008670        MOVE SPACES                        TO WS-S-DESCRIPCION
008680        STRING 'CONTRATO '                 DELIMITED BY SIZE
008690               WS-ED-CLAVE                 DELIMITED BY SIZE
008700               ': SIN TIPO DE CAMBIO '     DELIMITED BY SIZE
008710               MONEDA OF DCLCONTRATO       DELIMITED BY SIZE
008720               '/'                         DELIMITED BY SIZE
008730               MONEDA OF DCLEMBARGO        DELIMITED BY SIZE
008740               '. NO SE RETIENE'           DELIMITED BY SIZE
008750          INTO WS-S-DESCRIPCION
008760        END-STRING
008770        PERFORM 2800-ESCRIBE-SALIDA
008780     END-IF.
008790
008800* ***************************************************************
008810* POSTEA LA RETENCION: CARGA EL IMPORTE AL CONTRATO EMBARGADO,
008820* ABONA EL CONTRAVALOR AL CONTRATO DE CONSIGNACION, INSERTA EL
008830* MOVIMIENTO DE TIPO 'E', ACUMULA LO RETENIDO EN LA ORDEN Y DEJA
008840* LA RETENCION ANOTADA EN IBMUSER.RETENCION_EMBARGO
008850* ***************************************************************
008860 2300-POSTEA-RETENCION.
008870
008880     EXEC SQL
008890       UPDATE  IBMUSER.CONTRATO
008900          SET  IMPORTE = IMPORTE - :WS-EMB-IMPORTE
008910        WHERE  CLAVE_CONTRATO = :DCLCONTRATO.CLAVE-CONTRATO
008920     END-EXEC.
008930
008940     IF SQLCODE NOT EQUAL 0
008950        SET CODERR-SQL-ERROR TO TRUE
008960        MOVE SQLCODE                       TO WS-S-SQLCODE
008970        MOVE 'ERROR AL CARGAR LA RETENCION AL CONTRATO EMBARGADO'
008980                                           TO WS-S-DESCRIPCION
008990
009000        PERFORM 2800-ESCRIBE-SALIDA
009010        PERFORM 9999-ERROR
009020     END-IF.
009030
009040     EXEC SQL
009050       UPDATE  IBMUSER.CONTRATO
009060          SET  IMPORTE = IMPORTE + :WS-EMB-CONSIGNADO
009070        WHERE  CLAVE_CONTRATO = :DCLEMBARGO.CONT-CONSIGNACION
009080     END-EXEC.
009090
009100     IF SQLCODE NOT EQUAL 0
009110        SET CODERR-SQL-ERROR TO TRUE
009120        MOVE SQLCODE                       TO WS-S-SQLCODE
009130        MOVE 'ERROR AL ABONAR LA CONSIGNACION JUDICIAL'
009140                                           TO WS-S-DESCRIPCION
009150
009160        PERFORM 2800-ESCRIBE-SALIDA
009170        PERFORM 9999-ERROR
009180     END-IF.
009190
009200     MOVE 0                    TO IND-ORIGEN.
009210     MOVE 0                    TO IND-DESTINO.
009220     MOVE CLAVE-CONTRATO OF DCLCONTRATO TO ORIGEN.
009230     MOVE CONT-CONSIGNACION OF DCLEMBARGO TO DESTINO.
009240     MOVE REF-JUZGADO OF DCLEMBARGO TO WS-DESC-REFERENCIA.
009250     MOVE WS-DESC-EMBARGO      TO DESCRIPCION OF DCLMOVIMIENTO.
009260     MOVE WS-EMB-IMPORTE       TO IMPORTE OF DCLMOVIMIENTO.
009270     MOVE 'E'                  TO TIPO-OPERACION OF DCLMOVIMIENTO.
009280     PERFORM 2500-INSERTA-MOVIMIENTO.
009290
009300     ADD WS-EMB-CONSIGNADO     TO IMPORTE-RETENIDO OF DCLEMBARGO.
009310     SUBTRACT WS-EMB-CONSIGNADO FROM WS-EMB-PENDIENTE.
009320
009330     EXEC SQL
009340        UPDATE IBMUSER.EMBARGO
009350           SET IMPORTE_RETENIDO = :DCLEMBARGO.IMPORTE-RETENIDO
009360         WHERE CLAVE_EMBARGO = :DCLEMBARGO.CLAVE-EMBARGO
009370     END-EXEC.
009380
009390     IF SQLCODE NOT EQUAL 0
009400        SET CODERR-SQL-ERROR TO TRUE
009410        MOVE SQLCODE                       TO WS-S-SQLCODE
009420        MOVE 'ERROR AL ACUMULAR LO RETENIDO EN LA ORDEN'
009430                                           TO WS-S-DESCRIPCION
009440
009450        PERFORM 2800-ESCRIBE-SALIDA
009460        PERFORM 9999-ERROR
009470     END-IF.
009480
009490     MOVE CLAVE-EMBARGO OF DCLEMBARGO
009500       TO CLAVE-EMBARGO OF DCLRETENCION-EMBARGO.
009510     MOVE CLAVE-MOVIMIENTO OF DCLMOVIMIENTO
009520       TO CLAVE-MOVIMIENTO OF DCLRETENCION-EMBARGO.
009530     MOVE CLAVE-CONTRATO OF DCLCONTRATO
009540       TO CLAVE-CONTRATO OF DCLRETENCION-EMBARGO.
009550     MOVE WS-FECHA-PROCESO
009560       TO FECHA-PROCESO OF DCLRETENCION-EMBARGO.
009570     MOVE WS-EMB-IMPORTE
009580       TO IMPORTE OF DCLRETENCION-EMBARGO.
009590     MOVE MONEDA OF DCLCONTRATO
009600       TO MONEDA OF DCLRETENCION-EMBARGO.
009610     MOVE WS-EMB-CONSIGNADO
009620       TO IMPORTE-CONSIGNADO OF DCLRETENCION-EMBARGO.
009630     MOVE IMPORTE-RETENIDO OF DCLEMBARGO
009640       TO RETENIDO-ACUMULADO OF DCLRETENCION-EMBARGO.
009650     MOVE WS-TIMESTAMP-MOVIMIENTO
009660       TO FECHA-HORA OF DCLRETENCION-EMBARGO.
009670
009680     EXEC SQL
009690        INSERT INTO IBMUSER.RETENCION_EMBARGO
009700              (CLAVE_EMBARGO, CLAVE_MOVIMIENTO, CLAVE_CONTRATO,
009710               FECHA_PROCESO, IMPORTE, MONEDA, IMPORTE_CONSIGNADO,
009720               RETENIDO_ACUMULADO, FECHA_HORA)
009730        VALUES (:DCLRETENCION-EMBARGO.CLAVE-EMBARGO,
009740                :DCLRETENCION-EMBARGO.CLAVE-MOVIMIENTO,
009750                :DCLRETENCION-EMBARGO.CLAVE-CONTRATO,
009760                DATE(:DCLRETENCION-EMBARGO.FECHA-PROCESO),
009770                :DCLRETENCION-EMBARGO.IMPORTE,
009780                :DCLRETENCION-EMBARGO.MONEDA,
009790                :DCLRETENCION-EMBARGO.IMPORTE-CONSIGNADO,
009800                :DCLRETENCION-EMBARGO.RETENIDO-ACUMULADO,
009810                :DCLRETENCION-EMBARGO.FECHA-HORA)
009820     END-EXEC.
009830
009840     IF SQLCODE NOT EQUAL 0
009850        SET CODERR-SQL-ERROR TO TRUE
009860        MOVE SQLCODE                       TO WS-S-SQLCODE
009870        MOVE 'ERROR AL REGISTRAR LA RETENCION DEL EMBARGO'
009880                                           TO WS-S-DESCRIPCION
009890
009900        PERFORM 2800-ESCRIBE-SALIDA
009910        PERFORM 9999-ERROR
009920     END-IF.
009930
009940     ADD 1                     TO WS-CNT-RETENCIONES.
009950     ADD WS-EMB-CONSIGNADO     TO WS-TOT-CONSIGNADO.
009960
009970* ***************************************************************
009980* LEVANTA LA ORDEN CUBIERTA: LA MARCA COMO SATISFECHA ('S') CON
009990* LA FECHA DE PROCESO COMO FECHA DE LEVANTAMIENTO Y DEVUELVE A
010000* VIGENTE ('V') LOS CONTRATOS QUE ESTABAN BLOQUEADOS POR EMBARGO
010010* Y YA NO ESTAN AFECTOS A NINGUNA ORDEN ACTIVA. EL MISMO CRITERIO
010020* QUE EL LEVANTAMIENTO JUDICIAL DE MANT06
010030* ***************************************************************
010040 2400-LEVANTA-EMBARGO.
010050
010060     EXEC SQL
010070        UPDATE IBMUSER.EMBARGO
010080           SET ESTADO = 'S',
010090               FECHA_LEVANTAMIENTO = DATE(:WS-FECHA-PROCESO)
010100         WHERE CLAVE_EMBARGO = :DCLEMBARGO.CLAVE-EMBARGO
010110     END-EXEC.
010120
010130     IF SQLCODE NOT EQUAL 0
010140        SET CODERR-SQL-ERROR TO TRUE
010150        MOVE SQLCODE                       TO WS-S-SQLCODE
010160        MOVE 'ERROR AL LEVANTAR LA ORDEN DE EMBARGO'
010170                                           TO WS-S-DESCRIPCION
010180
010190        PERFORM 2800-ESCRIBE-SALIDA
010200        PERFORM 9999-ERROR
010210     END-IF.
010220
010230     EXEC SQL
010240        UPDATE IBMUSER.CONTRATO
010250           SET ESTADO = 'V'
010260         WHERE ESTADO = 'D'
010270           AND CLAVE_CONTRATO IN
010280               (SELECT CLAVE_CONTRATO
010290                  FROM IBMUSER.EMBARGO_CONTRATO
010300                 WHERE CLAVE_EMBARGO = :DCLEMBARGO.CLAVE-EMBARGO
010310                   AND BLOQUEADO = 'S')
010320           AND CLAVE_CONTRATO NOT IN
010330               (SELECT EC.CLAVE_CONTRATO
010340                  FROM IBMUSER.EMBARGO_CONTRATO EC,
010350                       IBMUSER.EMBARGO E
010360                 WHERE E.CLAVE_EMBARGO = EC.CLAVE_EMBARGO
010370                   AND E.ESTADO = 'A')
010380     END-EXEC.
010390
010400     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
010410        SET CODERR-SQL-ERROR TO TRUE
010420        MOVE SQLCODE                       TO WS-S-SQLCODE
010430        MOVE 'ERROR AL DESBLOQUEAR LOS CONTRATOS EMBARGADOS'
010440                                           TO WS-S-DESCRIPCION
010450
010460        PERFORM 2800-ESCRIBE-SALIDA
010470        PERFORM 9999-ERROR
010480     END-IF.
010490
010500     ADD 1                     TO WS-CNT-LEVANTADAS.
010510     DISPLAY 'EMBARGO ' CLAVE-EMBARGO OF DCLEMBARGO
010520             ' CUBIERTO Y LEVANTADO'.
010530
010540* ***************************************************************
010550* INSERTA EN IBMUSER.MOVIMIENTO EL MOVIMIENTO DE RETENCION
010560* PREPARADO POR EL PARRAFO LLAMANTE (LADOS, DESCRIPCION, IMPORTE
010570* Y TIPO DE OPERACION), EN LA DIVISA DEL CONTRATO EMBARGADO
010580* ***************************************************************
010590 2500-INSERTA-MOVIMIENTO.
010600
010610     MOVE MONEDA OF DCLCONTRATO TO MONEDA OF DCLMOVIMIENTO.
010620
010630* OBTENEMOS LA FECHA Y HORA ACTUAL DEL SISTEMA PARA EL MOVIMIENTO
010640     MOVE FUNCTION CURRENT-DATE TO WS-FECHA-SISTEMA.
010650     STRING WS-FS-ANO           DELIMITED BY SIZE
010660            '-'                 DELIMITED BY SIZE
010670            WS-FS-MES           DELIMITED BY SIZE
010680            '-'                 DELIMITED BY SIZE
010690            WS-FS-DIA           DELIMITED BY SIZE
010700            '-'                 DELIMITED BY SIZE
010710            WS-FS-HORA          DELIMITED BY SIZE
010720            '.'                 DELIMITED BY SIZE
010730            WS-FS-MINUTO        DELIMITED BY SIZE
010740            '.'                 DELIMITED BY SIZE
010750            WS-FS-SEGUNDO       DELIMITED BY SIZE
010760            '.'                 DELIMITED BY SIZE
010770            WS-FS-CENTESIMAS    DELIMITED BY SIZE
010780            '0000'              DELIMITED BY SIZE
010790       INTO WS-TIMESTAMP-MOVIMIENTO
010800     END-STRING.
010810     MOVE WS-TIMESTAMP-MOVIMIENTO TO FECHA-MOVIMIENTO
010820                                     OF DCLMOVIMIENTO.
010830
010840* OBTENEMOS EL IDENTIFICADOR DEL JOB QUE EJECUTA EL PROGRAMA
010850     DISPLAY 'JOBNAME' UPON ENVIRONMENT-NAME.
010860     ACCEPT WS-JOB-ID FROM ENVIRONMENT-VALUE.
010870     MOVE WS-JOB-ID               TO JOB-ID OF DCLMOVIMIENTO.
010880
010890* OBTENEMOS LA SIGUIENTE CLAVE DEL BLOQUE RESERVADO EN
010900* IBMUSER.CONTADOR (COMPARTIDO POR TODOS LOS POSTEADORES),
010910* RESERVANDO UN BLOQUE NUEVO SI ESTE SE AGOTO O SI AUN NO HAY
010920* NINGUNO RESERVADO
010930     IF WS-ULTIMA-CLAVE-BLOQUE EQUAL ZERO
010940        PERFORM 1210-RESERVA-BLOQUE-CLAVES
010950     ELSE
010960        ADD 1 TO CLAVE-MOVIMIENTO OF DCLMOVIMIENTO
010970        IF CLAVE-MOVIMIENTO OF DCLMOVIMIENTO
010980           GREATER THAN WS-ULTIMA-CLAVE-BLOQUE
010990           PERFORM 1210-RESERVA-BLOQUE-CLAVES
011000        END-IF
011010     END-IF.
011020
011030     EXEC SQL
011040         INSERT INTO IBMUSER.MOVIMIENTO
011050               (CLAVE_MOVIMIENTO,
011060                ORIGEN,
011070                DESTINO,
011080                DESCRIPCION,
011090                IMPORTE,
011100                FECHA_MOVIMIENTO,
011110                JOB_ID,
011120                MONEDA,
011130                TIPO_OPERACION)
011140        VALUES (:DCLMOVIMIENTO.CLAVE-MOVIMIENTO,
011150                :ORIGEN :IND-ORIGEN,
011160                :DESTINO :IND-DESTINO,
011170                :DCLMOVIMIENTO.DESCRIPCION,
011180                :DCLMOVIMIENTO.IMPORTE,
011190                :DCLMOVIMIENTO.FECHA-MOVIMIENTO,
011200                :DCLMOVIMIENTO.JOB-ID,
011210                :DCLMOVIMIENTO.MONEDA,
011220                :DCLMOVIMIENTO.TIPO-OPERACION)
011230     END-EXEC.
011240
011250* EN CASO DE ERROR TERMINAMOS EL PROGRAMA
011260     IF SQLCODE NOT EQUAL 0
011270       SET CODERR-SQL-ERROR TO TRUE
011280       MOVE SQLCODE                       TO WS-S-SQLCODE
011290       MOVE 'ERROR AL INSERTAR MOVIMIENTO' TO WS-S-DESCRIPCION
011300
011310       PERFORM 2800-ESCRIBE-SALIDA
011320       PERFORM 9999-ERROR
011330     END-IF.
011340
011350* ***************************************************************
011360* EMITE EL INFORME JURIDICO: POR CADA ORDEN SELECCIONADA, SUS
011370* DATOS (JUZGADO, CLIENTE, CONSIGNACION, IMPORTES Y ESTADO) Y EL
011380* DETALLE DE TODAS LAS RETENCIONES PRACTICADAS DESDE SU ALTA
011390* ***************************************************************
011400 2600-EMITE-INFORME-LEGAL.
011410
011420     MOVE 'EMBA01 - RETENCIONES POR ORDEN DE EMBARGO'
011430                                   TO REG-LEGAL.
011440     PERFORM 2690-ESCRIBE-LEGAL.
011450     MOVE SPACES                   TO WS-LINEA-LEG-TEXTO.
011460     MOVE 'FECHA DE PROCESO:'      TO WS-LT-ETIQUETA.
011470     MOVE WS-FECHA-PROCESO         TO WS-LT-TEXTO.
011480     MOVE WS-LINEA-LEG-TEXTO       TO REG-LEGAL.
011490     PERFORM 2690-ESCRIBE-LEGAL.
011500
011510     MOVE 'N' TO WS-FIN-INFORME.
011520
011530     EXEC SQL
011540        OPEN CUR-INFORME
011550     END-EXEC.
011560     PERFORM 1090-COMPRUEBA-SQLCODE-CURSOR.
011570
011580     PERFORM 2610-LEE-ORDEN-INFORME.
011590     PERFORM 2620-TRATA-ORDEN-INFORME UNTIL WS-FIN-INFORME-SI.
011600
011610     EXEC SQL
011620        CLOSE CUR-INFORME
011630     END-EXEC.
011640     PERFORM 1090-COMPRUEBA-SQLCODE-CURSOR.
011650
011660* ***************************************************************
011670* LEE LA SIGUIENTE ORDEN DEL INFORME JURIDICO
011680* ***************************************************************
011690 2610-LEE-ORDEN-INFORME.
011700
011710     EXEC SQL
011720        FETCH CUR-INFORME
011730         INTO :DCLEMBARGO.CLAVE-EMBARGO,
011740              :DCLEMBARGO.REF-JUZGADO,
011750              :DCLEMBARGO.CLAVE-CLIENTE,
011760              :DCLCLIENTE.NOMBRE,
011770              :DCLCLIENTE.DOCUMENTO,
011780              :DCLEMBARGO.CONT-CONSIGNACION,
011790              :DCLEMBARGO.MONEDA,
011800              :DCLEMBARGO.IMPORTE-ORDENADO,
011810              :DCLEMBARGO.IMPORTE-RETENIDO,
011820              :DCLEMBARGO.PRIORIDAD,
011830              :DCLEMBARGO.FECHA-ORDEN,
011840              :DCLEMBARGO.ESTADO,
011850              :DCLEMBARGO.FECHA-LEVANTAMIENTO :IND-LEVANTA
011860     END-EXEC.
011870
011880     IF SQLCODE EQUAL 100
011890        MOVE 'S' TO WS-FIN-INFORME
011900     ELSE
011910        PERFORM 1090-COMPRUEBA-SQLCODE-CURSOR
011920        IF IND-LEVANTA LESS THAN ZERO
011930           MOVE SPACES TO FECHA-LEVANTAMIENTO OF DCLEMBARGO
011940        END-IF
011950     END-IF.
011960
011970* ***************************************************************
011980* ESCRIBE LA CABECERA DE UNA ORDEN Y EL DETALLE DE SUS RETENCIONES
011990* ***************************************************************
012000 2620-TRATA-ORDEN-INFORME.
012010
012020     ADD 1 TO WS-CNT-ORDENES-INF.
012030
012040     MOVE SPACES                   TO REG-LEGAL.
012050     PERFORM 2690-ESCRIBE-LEGAL.
012060
012070     MOVE SPACES                   TO WS-LINEA-LEG-TEXTO.
012080     MOVE 'ORDEN DE EMBARGO'       TO WS-LT-ETIQUETA.
012090     MOVE CLAVE-EMBARGO OF DCLEMBARGO TO WS-ED-CLAVE.
012100     STRING WS-ED-CLAVE            DELIMITED BY SIZE
012110            '  JUZGADO: '          DELIMITED BY SIZE
012120            REF-JUZGADO OF DCLEMBARGO
012130                                   DELIMITED BY SIZE
012140       INTO WS-LT-TEXTO
012150     END-STRING.
012160     MOVE WS-LINEA-LEG-TEXTO       TO REG-LEGAL.
012170     PERFORM 2690-ESCRIBE-LEGAL.
012180
012190     MOVE SPACES                   TO WS-LINEA-LEG-TEXTO.
012200     MOVE 'CLIENTE'                TO WS-LT-ETIQUETA.
012210     MOVE CLAVE-CLIENTE OF DCLEMBARGO TO WS-ED-CLAVE.
012220     STRING WS-ED-CLAVE            DELIMITED BY SIZE
012230            ' '                    DELIMITED BY SIZE
012240            NOMBRE OF DCLCLIENTE   DELIMITED BY SIZE
012250       INTO WS-LT-TEXTO
012260     END-STRING.
012270     MOVE WS-LINEA-LEG-TEXTO       TO REG-LEGAL.
012280     PERFORM 2690-ESCRIBE-LEGAL.
012290
012300     MOVE SPACES                   TO WS-LINEA-LEG-TEXTO.
012310     MOVE 'DOCUMENTO / FECHA ORDEN'
012320                                   TO WS-LT-ETIQUETA.
012330     MOVE PRIORIDAD OF DCLEMBARGO  TO WS-ED-PRIORIDAD.
012340     STRING DOCUMENTO OF DCLCLIENTE DELIMITED BY SIZE
012350            ' '                    DELIMITED BY SIZE
012360            FECHA-ORDEN OF DCLEMBARGO
012370                                   DELIMITED BY SIZE
012380            '  PRIORIDAD '         DELIMITED BY SIZE
012390            WS-ED-PRIORIDAD        DELIMITED BY SIZE
012400       INTO WS-LT-TEXTO
012410     END-STRING.
012420     MOVE WS-LINEA-LEG-TEXTO       TO REG-LEGAL.
012430     PERFORM 2690-ESCRIBE-LEGAL.
012440
012450     MOVE SPACES                   TO WS-LINEA-LEG-TEXTO.
012460     MOVE 'CONTRATO DE CONSIGNACION'
012470                                   TO WS-LT-ETIQUETA.
012480     MOVE CONT-CONSIGNACION OF DCLEMBARGO TO WS-ED-CLAVE.
012490     STRING WS-ED-CLAVE            DELIMITED BY SIZE
012500            ' '                    DELIMITED BY SIZE
012510            MONEDA OF DCLEMBARGO   DELIMITED BY SIZE
012520       INTO WS-LT-TEXTO
012530     END-STRING.
012540     MOVE WS-LINEA-LEG-TEXTO       TO REG-LEGAL.
012550     PERFORM 2690-ESCRIBE-LEGAL.
012560
012570     MOVE SPACES                   TO WS-LINEA-LEG-IMPORTE.
012580     MOVE 'IMPORTE ORDENADO'       TO WS-LM-ETIQUETA.
012590     MOVE IMPORTE-ORDENADO OF DCLEMBARGO TO WS-LM-VALOR.
012600     MOVE MONEDA OF DCLEMBARGO     TO WS-LM-MONEDA.
012610     MOVE WS-LINEA-LEG-IMPORTE     TO REG-LEGAL.
012620     PERFORM 2690-ESCRIBE-LEGAL.
012630
012640     MOVE SPACES                   TO WS-LINEA-LEG-IMPORTE.
012650     MOVE 'IMPORTE RETENIDO'       TO WS-LM-ETIQUETA.
012660     MOVE IMPORTE-RETENIDO OF DCLEMBARGO TO WS-LM-VALOR.
012670     MOVE MONEDA OF DCLEMBARGO     TO WS-LM-MONEDA.
012680     MOVE WS-LINEA-LEG-IMPORTE     TO REG-LEGAL.
012690     PERFORM 2690-ESCRIBE-LEGAL.
012700
012710     MOVE SPACES                   TO WS-LINEA-LEG-IMPORTE.
012720     MOVE 'PENDIENTE DE RETENER'   TO WS-LM-ETIQUETA.
012730     COMPUTE WS-LM-VALOR = IMPORTE-ORDENADO OF DCLEMBARGO -
012740                           IMPORTE-RETENIDO OF DCLEMBARGO.
012750     MOVE MONEDA OF DCLEMBARGO     TO WS-LM-MONEDA.
012760     MOVE WS-LINEA-LEG-IMPORTE     TO REG-LEGAL.
012770     PERFORM 2690-ESCRIBE-LEGAL.
012780
012790     MOVE SPACES                   TO WS-LINEA-LEG-TEXTO.
012800     MOVE 'ESTADO'                 TO WS-LT-ETIQUETA.
012810     EVALUATE ESTADO OF DCLEMBARGO
012820        WHEN 'A'
012830           MOVE 'ACTIVA'           TO WS-LT-TEXTO
012840        WHEN 'S'
012850           STRING 'CUBIERTA Y LEVANTADA EL ' DELIMITED BY SIZE
012860                  FECHA-LEVANTAMIENTO OF DCLEMBARGO
012870                                   DELIMITED BY SIZE
012880             INTO WS-LT-TEXTO
012890           END-STRING
012900        WHEN 'L'
012910           STRING 'LEVANTADA POR EL JUZGADO EL ' DELIMITED BY SIZE
012920                  FECHA-LEVANTAMIENTO OF DCLEMBARGO
012930                                   DELIMITED BY SIZE
012940             INTO WS-LT-TEXTO
012950           END-STRING
012960        WHEN OTHER
012970           MOVE ESTADO OF DCLEMBARGO TO WS-LT-TEXTO
012980     END-EVALUATE.
012990     MOVE WS-LINEA-LEG-TEXTO       TO REG-LEGAL.
013000     PERFORM 2690-ESCRIBE-LEGAL.
013010
013020     MOVE WS-LINEA-LEG-TITULO      TO REG-LEGAL.
013030     PERFORM 2690-ESCRIBE-LEGAL.
013040
013050     MOVE 'N' TO WS-FIN-RETENCIONES.
013060
013070     EXEC SQL
013080        OPEN CUR-RETENCIONES
013090     END-EXEC.
013100     PERFORM 1090-COMPRUEBA-SQLCODE-CURSOR.
013110
013120     PERFORM 2630-LEE-RETENCION.
013130     PERFORM 2640-ESCRIBE-RETENCION UNTIL WS-FIN-RETENCIONES-SI.
013140
013150     EXEC SQL
013160        CLOSE CUR-RETENCIONES
013170     END-EXEC.
013180     PERFORM 1090-COMPRUEBA-SQLCODE-CURSOR.
013190
013200     PERFORM 2610-LEE-ORDEN-INFORME.
013210
013220* ***************************************************************
013230* LEE LA SIGUIENTE RETENCION DE LA ORDEN DEL INFORME
013240* ***************************************************************
013250 2630-LEE-RETENCION.
013260
013270     EXEC SQL
013280        FETCH CUR-RETENCIONES
013290         INTO :DCLRETENCION-EMBARGO.FECHA-PROCESO,
013300              :DCLRETENCION-EMBARGO.CLAVE-CONTRATO,
013310              :DCLRETENCION-EMBARGO.CLAVE-MOVIMIENTO,
013320              :DCLRETENCION-EMBARGO.IMPORTE,
013330              :DCLRETENCION-EMBARGO.MONEDA,
013340              :DCLRETENCION-EMBARGO.IMPORTE-CONSIGNADO,
013350              :DCLRETENCION-EMBARGO.RETENIDO-ACUMULADO
013360     END-EXEC.
013370
013380     IF SQLCODE EQUAL 100
013390        MOVE 'S' TO WS-FIN-RETENCIONES
013400     ELSE
013410        PERFORM 1090-COMPRUEBA-SQLCODE-CURSOR
013420     END-IF.
013430
013440* ***************************************************************
013450* ESCRIBE LA LINEA DE DETALLE DE UNA RETENCION
013460* ***************************************************************
013470 2640-ESCRIBE-RETENCION.
013480
013490     MOVE SPACES                   TO WS-LINEA-LEG-DETALLE.
013500     MOVE FECHA-PROCESO OF DCLRETENCION-EMBARGO
013510                                   TO WS-LD-FECHA.
013520     MOVE CLAVE-CONTRATO OF DCLRETENCION-EMBARGO
013530                                   TO WS-LD-CONTRATO.
013540     MOVE CLAVE-MOVIMIENTO OF DCLRETENCION-EMBARGO
013550                                   TO WS-LD-MOVIMIENTO.
013560     MOVE IMPORTE OF DCLRETENCION-EMBARGO
013570                                   TO WS-LD-IMPORTE.
013580     MOVE MONEDA OF DCLRETENCION-EMBARGO
013590                                   TO WS-LD-MONEDA.
013600     MOVE IMPORTE-CONSIGNADO OF DCLRETENCION-EMBARGO
013610                                   TO WS-LD-CONSIGNADO.
013620     MOVE RETENIDO-ACUMULADO OF DCLRETENCION-EMBARGO
013630                                   TO WS-LD-ACUMULADO.
013640     MOVE WS-LINEA-LEG-DETALLE     TO REG-LEGAL.
013650     PERFORM 2690-ESCRIBE-LEGAL.
013660
013670     PERFORM 2630-LEE-RETENCION.
013680
013690* ***************************************************************
013700* ESCRIBE EL REGISTRO PREPARADO EN FICHERO-LEG Y COMPRUEBA QUE LA
013710* ESCRITURA HAYA SIDO CORRECTA
013720* ***************************************************************
013730 2690-ESCRIBE-LEGAL.
013740
013750     WRITE REG-LEGAL.
013760
013770     IF NOT FICHERO-LEG-OK
013780        DISPLAY 'FILE STATUS INESPERADO EN FICHERO-LEG: '
013790                FS-LEGAL
013800        PERFORM 9999-ERROR
013810     END-IF.
013820
013830* ***************************************************************
013840* ESCRIBE EL REGISTRO WS-SALIDA EN FICHERO-SAL Y COMPRUEBA QUE
013850* LA ESCRITURA HAYA SIDO CORRECTA
013860* ***************************************************************
013870 2800-ESCRIBE-SALIDA.
013880
013890     MOVE WS-SALIDA                     TO REG-SALIDA.
013900     WRITE REG-SALIDA.
013910
013920     IF NOT FICHERO-SAL-OK
013930        DISPLAY 'FILE STATUS INESPERADO EN FICHERO-SAL: '
013940                FS-SALIDA
013950        PERFORM 9999-ERROR
013960     END-IF.
013970
013980* ***************************************************************
013990* PARRAFO DE FIN DEL PROGRAMA
014000* ***************************************************************
014010 3000-FIN.
014020
014030     DISPLAY 'FIN'.
014040
014050* CERRAMOS EL CURSOR DE ORDENES, SI SE LLEGO A ABRIR, Y
014060* CONFIRMAMOS LOS CAMBIOS PENDIENTES
014070     IF WS-FECHA-HABIL EQUAL WS-FECHA-PROCESO
014080        EXEC SQL
014090           CLOSE CUR-EMBARGOS
014100        END-EXEC
014110     END-IF.
014120     EXEC SQL COMMIT END-EXEC.
014130
014140* EMITIMOS EL INFORME JURIDICO CON LO YA CONFIRMADO
014150     PERFORM 2600-EMITE-INFORME-LEGAL.
014160
014170* REGISTRAMOS EL FIN NORMAL EN EL CONTROL DE PROCESOS
014180     PERFORM 3900-REGISTRA-FIN-PROC.
014190
014200* ESCRIBIMOS EL INFORME DE CONTROL DE LA EJECUCION
014210     PERFORM 3100-ESCRIBE-INFORME.
014220
014230* CERRAMOS FICHEROS Y DEVOLVEMOS EL CONTROL AL S.O.
014240     CLOSE FICHERO-SAL.
014250     CLOSE FICHERO-INF.
014260     CLOSE FICHERO-LEG.
014270     STOP RUN.
014280
014290* ***************************************************************
014300* ESCRIBE EL INFORME DE CONTROL CON LOS TOTALES DE LA EJECUCION
014310* ***************************************************************
014320 3100-ESCRIBE-INFORME.
014330
014340     MOVE SPACES                    TO WS-LINEA-INFORME.
014350     MOVE 'EMBA01 - INFORME DE CONTROL DE EJECUCION'
014360                                     TO WS-LIN-ETIQUETA.
014370     MOVE WS-LINEA-INFORME          TO REG-INFORME.
014380     WRITE REG-INFORME.
014390
014400     MOVE SPACES                    TO WS-LINEA-INFORME.
014410     STRING 'FECHA DE PROCESO: '      DELIMITED BY SIZE
014420            WS-FECHA-PROCESO          DELIMITED BY SIZE
014430       INTO WS-LIN-ETIQUETA
014440     END-STRING.
014450     MOVE WS-LINEA-INFORME          TO REG-INFORME.
014460     WRITE REG-INFORME.
014470
014480     MOVE SPACES                    TO WS-LINEA-INFORME.
014490     STRING 'FECHA HABIL: '           DELIMITED BY SIZE
014500            WS-FECHA-HABIL            DELIMITED BY SIZE
014510       INTO WS-LIN-ETIQUETA
014520     END-STRING.
014530     MOVE WS-LINEA-INFORME          TO REG-INFORME.
014540     WRITE REG-INFORME.
014550
014560     MOVE SPACES                    TO WS-LINEA-INFORME.
014570     MOVE 'ORDENES DE EMBARGO TRATADAS'
014580                                     TO WS-LIN-ETIQUETA.
014590     MOVE WS-CNT-ORDENES             TO WS-LIN-VALOR.
014600     MOVE WS-LINEA-INFORME          TO REG-INFORME.
014610     WRITE REG-INFORME.
014620
014630     MOVE SPACES                    TO WS-LINEA-INFORME.
014640     MOVE 'RETENCIONES PRACTICADAS'
014650                                     TO WS-LIN-ETIQUETA.
014660     MOVE WS-CNT-RETENCIONES         TO WS-LIN-VALOR.
014670     MOVE WS-LINEA-INFORME          TO REG-INFORME.
014680     WRITE REG-INFORME.
014690
014700     MOVE SPACES                    TO WS-LINEA-INFORME.
014710     MOVE 'IMPORTE TOTAL CONSIGNADO'
014720                                     TO WS-LIN-ETIQUETA.
014730     MOVE WS-TOT-CONSIGNADO          TO WS-LIN-VALOR.
014740     MOVE WS-LINEA-INFORME          TO REG-INFORME.
014750     WRITE REG-INFORME.
014760
014770     MOVE SPACES                    TO WS-LINEA-INFORME.
014780     MOVE 'ORDENES CUBIERTAS Y LEVANTADAS'
014790                                     TO WS-LIN-ETIQUETA.
014800     MOVE WS-CNT-LEVANTADAS          TO WS-LIN-VALOR.
014810     MOVE WS-LINEA-INFORME          TO REG-INFORME.
014820     WRITE REG-INFORME.
014830
014840     MOVE SPACES                    TO WS-LINEA-INFORME.
014850     MOVE 'ORDENES CON CONSIGNACION NO VALIDA'
014860                                     TO WS-LIN-ETIQUETA.
014870     MOVE WS-CNT-CONSIG-INV          TO WS-LIN-VALOR.
014880     MOVE WS-LINEA-INFORME          TO REG-INFORME.
014890     WRITE REG-INFORME.
014900
014910     MOVE SPACES                    TO WS-LINEA-INFORME.
014920     MOVE 'CONTRATOS SIN TIPO DE CAMBIO'
014930                                     TO WS-LIN-ETIQUETA.
014940     MOVE WS-CNT-SIN-CAMBIO          TO WS-LIN-VALOR.
014950     MOVE WS-LINEA-INFORME          TO REG-INFORME.
014960     WRITE REG-INFORME.
014970
014980     MOVE SPACES                    TO WS-LINEA-INFORME.
014990     MOVE 'ORDENES EN EL INFORME JURIDICO'
015000                                     TO WS-LIN-ETIQUETA.
015010     MOVE WS-CNT-ORDENES-INF         TO WS-LIN-VALOR.
015020     MOVE WS-LINEA-INFORME          TO REG-INFORME.
015030     WRITE REG-INFORME.
015040
015050* ***************************************************************
015060* REGISTRA EL ARRANQUE DE ESTA EJECUCION EN EL CONTROL DE
015070* PROCESOS DE LA CADENA BATCH: COMPRUEBA QUE EL PREDECESOR
015080* TERMINO BIEN EN LA FECHA DE PROCESO, QUE ESTE PROGRAMA NO HA
015090* TERMINADO YA PARA ESA FECHA, Y DEJA SU FILA EN ESTADO 'I'
015100* (INICIADO) YA CONFIRMADA, PARA QUE UN FIN ANORMAL QUEDE A LA
015110* VISTA DEL TURNO DE MANANA
015120* ***************************************************************
015130 1005-REGISTRA-INICIO-PROC.
015140
015150     IF WS-CTL-PREDECESOR NOT EQUAL SPACES
015160        EXEC SQL
015170           SELECT COUNT(*)
015180             INTO :WS-CNT-CTL
015190             FROM IBMUSER.CONTROL_PROCESO
015200            WHERE PROGRAMA = :WS-CTL-PREDECESOR
015210              AND FECHA_PROCESO = DATE(:WS-FECHA-PROCESO)
015220              AND ESTADO = 'F'
015230        END-EXEC
015240        IF SQLCODE NOT EQUAL 0
015250           DISPLAY 'ERROR AL CONSULTAR EL CONTROL DE PROCESOS. '
015260                   'SQLCODE: ' SQLCODE
015270           PERFORM 9999-ERROR
015280        END-IF
015290        IF WS-CNT-CTL EQUAL ZERO
015300           DISPLAY 'EL PREDECESOR ' WS-CTL-PREDECESOR ' NO HA'
015310                   ' TERMINADO BIEN EN LA FECHA ' WS-FECHA-PROCESO
015320                   '. EJECUCION ABORTADA'
015330           PERFORM 9999-ERROR
015340        END-IF
015350     END-IF.
015360
015370     EXEC SQL
015380        SELECT COUNT(*)
015390          INTO :WS-CNT-CTL
015400          FROM IBMUSER.CONTROL_PROCESO
015410         WHERE PROGRAMA = :WS-CTL-PROGRAMA
015420           AND FECHA_PROCESO = DATE(:WS-FECHA-PROCESO)
015430           AND ESTADO = 'F'
015440     END-EXEC.
015450
015460     IF SQLCODE NOT EQUAL 0
015470        DISPLAY 'ERROR AL CONSULTAR EL CONTROL DE PROCESOS. '
015480                'SQLCODE: ' SQLCODE
015490        PERFORM 9999-ERROR
015500     END-IF.
015510
015520     IF WS-CNT-CTL GREATER THAN ZERO
015530        DISPLAY 'ESTE PROGRAMA YA TERMINO BIEN EN LA FECHA '
015540                WS-FECHA-PROCESO '. EJECUCION ABORTADA'
015550        PERFORM 9999-ERROR
015560     END-IF.
015570
015580* LA FILA DE UN ARRANQUE ROTO ('I' O 'E') SE SUSTITUYE POR LA DE
015590* ESTA EJECUCION
015600     EXEC SQL
015610        DELETE FROM IBMUSER.CONTROL_PROCESO
015620         WHERE PROGRAMA = :WS-CTL-PROGRAMA
015630           AND FECHA_PROCESO = DATE(:WS-FECHA-PROCESO)
015640     END-EXEC.
015650
015660     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
015670        DISPLAY 'ERROR AL LIMPIAR EL CONTROL DE PROCESOS. '
015680                'SQLCODE: ' SQLCODE
015690        PERFORM 9999-ERROR
015700     END-IF.
015710
015720* OBTENEMOS EL IDENTIFICADOR DEL JOB QUE EJECUTA EL PROGRAMA
015730     DISPLAY 'JOBNAME' UPON ENVIRONMENT-NAME.
015740     ACCEPT WS-JOB-ID FROM ENVIRONMENT-VALUE.
015750
015760     EXEC SQL
015770        INSERT INTO IBMUSER.CONTROL_PROCESO
015780              (PROGRAMA, FECHA_PROCESO, ESTADO, INICIO, FIN,
015790               CONTADOR1, CONTADOR2, IMPORTE, JOB_ID)
015800        VALUES (:WS-CTL-PROGRAMA, DATE(:WS-FECHA-PROCESO), 'I',
015810                CURRENT TIMESTAMP, NULL, 0, 0, 0, :WS-JOB-ID)
015820     END-EXEC.
015830
015840     IF SQLCODE NOT EQUAL 0
015850        DISPLAY 'ERROR AL REGISTRAR EL ARRANQUE EN EL CONTROL '
015860                'DE PROCESOS. SQLCODE: ' SQLCODE
015870        PERFORM 9999-ERROR
015880     END-IF.
015890
015900* CONFIRMAMOS EL ARRANQUE PARA QUE SOBREVIVA A UN ROLLBACK
015910* POSTERIOR DE LA EJECUCION
015920     EXEC SQL COMMIT END-EXEC.
015930* ***************************************************************
015940* REGISTRA EL FIN NORMAL DE ESTA EJECUCION EN EL CONTROL DE
015950* PROCESOS, CON SUS CONTADORES CLAVE: RETENCIONES PRACTICADAS,
015960* ORDENES LEVANTADAS E IMPORTE TOTAL CONSIGNADO
015970* ***************************************************************
015980 3900-REGISTRA-FIN-PROC.
015990
016000     EXEC SQL
016010        UPDATE IBMUSER.CONTROL_PROCESO
016020           SET ESTADO = 'F',
016030               FIN = CURRENT TIMESTAMP,
016040               CONTADOR1 = :WS-CNT-RETENCIONES,
016050               CONTADOR2 = :WS-CNT-LEVANTADAS,
016060               IMPORTE = :WS-TOT-CONSIGNADO
016070         WHERE PROGRAMA = :WS-CTL-PROGRAMA
016080           AND FECHA_PROCESO = DATE(:WS-FECHA-PROCESO)
016090     END-EXEC.
016100
016110     IF SQLCODE NOT EQUAL 0
016120        DISPLAY 'ERROR AL REGISTRAR EL FIN EN EL CONTROL DE '
016130                'PROCESOS. SQLCODE: ' SQLCODE
016140        PERFORM 9999-ERROR
016150     END-IF.
016160
016170     EXEC SQL COMMIT END-EXEC.
016180* **************************************************************
016190* PARRAFO DE ERROR.REALIZAMOS UN ROLLBACK DE LA BASE DE DATOS
016200* Y DEVOLVEMOS AL SISTEMA UN RC=8 (ERROR NO CONTROLADO)
016210* **************************************************************
016220 9999-ERROR.
016230
016240     DISPLAY 'ERROR'.
016250
016260     EXEC SQL ROLLBACK END-EXEC.
016270
016280* DEJAMOS CONSTANCIA DEL FIN ANORMAL EN EL CONTROL DE PROCESOS,
016290* SIN COMPROBAR EL RESULTADO: SI TAMBIEN FALLARA, LA FILA EN
016300* ESTADO 'I' YA DELATA LA EJECUCION ROTA
016310     EXEC SQL
016320        UPDATE IBMUSER.CONTROL_PROCESO
016330           SET ESTADO = 'E', FIN = CURRENT TIMESTAMP
016340         WHERE PROGRAMA = :WS-CTL-PROGRAMA
016350           AND FECHA_PROCESO = DATE(:WS-FECHA-PROCESO)
016360           AND ESTADO = 'I'
016370     END-EXEC.
016380     EXEC SQL COMMIT END-EXEC.
016390     MOVE 8 TO RETURN-CODE.
016400     GOBACK.
