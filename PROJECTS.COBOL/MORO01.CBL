000010* PROGRAMA NOCTURNO DE SEGUIMIENTO DE DESCUBIERTOS. PARA CADA
000020* CONTRATO CON SALDO NEGATIVO, O QUE LO TENIA EN LA EJECUCION
000030* ANTERIOR, CALCULA CON EL HISTORICO DE IBMUSER.SALDO_DIARIO LOS
000040* DIAS NATURALES SEGUIDOS QUE LLEVA EN DESCUBIERTO Y LOS QUE LLEVA
000050* POR ENCIMA DE SU LIMITE DE DESCUBIERTO, Y LO CLASIFICA EN UN
000060* TRAMO DE ANTIGUEDAD (1: 1-30 DIAS, 2: 31-60, 3: 61-90, 4: MAS DE
000070* 90). LA CLASIFICACION VIGENTE SE GUARDA EN IBMUSER.MOROSIDAD.
000080* CADA CAMBIO DE TRAMO (ENTRADA, AGRAVAMIENTO O REGULARIZACION)
000090* GENERA UNA CARTA DE RECLAMACION A LOS TITULARES. EN MODO COBRO
000100* (FICHERO-PARM) CADA AGRAVAMIENTO DE UN CONTRATO QUE ESTA POR
000110* ENCIMA DE SU LIMITE CARGA LA COMISION POR DESCUBIERTO NO
000120* PACTADO DE SU TARIFA. AL FINAL EMITE LA LISTA DE TRABAJO DE
000130* RECOBROS POR TRAMO. SE EJECUTA DESPUES DE INTE01 Y ANTES DE
000140* SALD01, PARA QUE EL SALDO DEL DIA INCLUYA LA COMISION
000150 IDENTIFICATION DIVISION.
000160 PROGRAM-ID.MORO01.
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
000340* FICHERO DE SALIDA CON LA LISTA DE TRABAJO DE RECOBROS: LOS
000350* CONTRATOS EN DESCUBIERTO POR TRAMO, DEL MAS ANTIGUO AL MAS
000360* RECIENTE, CON SUS IMPORTES Y TOTALES
000370     SELECT FICHERO-GES ASSIGN TO GESTION
000380     ORGANIZATION IS SEQUENTIAL
000390     ACCESS IS SEQUENTIAL
000400     FILE STATUS IS FS-GESTION.
000410
000420* FICHERO DE SALIDA CON LAS CARTAS DE RECLAMACION
000430     SELECT FICHERO-CAR ASSIGN TO CARTAS
000440     ORGANIZATION IS SEQUENTIAL
000450     ACCESS IS SEQUENTIAL
000460     FILE STATUS IS FS-CAR.
000470
000480* FICHERO DE PARAMETROS CON EL MODO DE EJECUCION. SI NO EXISTE O
000490* NO INDICA EL MODO COBRO ('C'), NO SE CARGA NINGUNA COMISION
000500     SELECT OPTIONAL FICHERO-PARM ASSIGN TO PARM
000510     ORGANIZATION IS SEQUENTIAL
000520     ACCESS IS SEQUENTIAL
000530     FILE STATUS IS FS-PARM.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570
000580* REGISTRO DEL FICHERO DE SALIDA
000590 FD FICHERO-SAL DATA RECORD IS REG-SALIDA.
000600 01 REG-SALIDA     PIC X(80).
000610
000620* REGISTRO DEL FICHERO DE INFORME DE CONTROL
000630 FD FICHERO-INF DATA RECORD IS REG-INFORME.
000640 01 REG-INFORME    PIC X(80).
000650
000660* REGISTRO DEL FICHERO DE LISTA DE TRABAJO DE RECOBROS
000670 FD FICHERO-GES DATA RECORD IS REG-GESTION.
000680 01 REG-GESTION    PIC X(80).
000690
000700* REGISTRO DEL FICHERO DE CARTAS DE RECLAMACION
000710 FD FICHERO-CAR DATA RECORD IS REG-CARTA.
000720 01 REG-CARTA      PIC X(80).
000730
000740* REGISTRO DE PARAMETROS DE EJECUCION
000750 FD FICHERO-PARM DATA RECORD IS REG-PARM.
000760 01 REG-PARM       PIC X(20).
000770
000780 WORKING-STORAGE SECTION.
000790
000800* CAMPOS DE SALIDA
000810 01 WS-SALIDA.
000820     05 WS-S-CODERR        PIC X(8).
000830         88 CODERR-SQL-ERROR      VALUE 'SQLERROR'.
000840         88 CODERR-SIN-CAMBIO     VALUE 'SINCAMBI'.
000850         88 CODERR-COMISION-NO-CARGADA VALUE 'COMNOCAR'.
000860     05 WS-S-SQLCODE       PIC -999.
000870     05 WS-S-DESCRIPCION   PIC X(68).
000880
000890* FILESTATUS DEL FICHERO DE SALIDA.
000900 01 FS-SALIDA            PIC 99.
000910     88 FICHERO-SAL-OK   VALUE 00.
000920
000930* FILESTATUS DEL FICHERO DE INFORME DE CONTROL.
000940 01 FS-INFORME           PIC 99.
000950
000960* FILESTATUS DEL FICHERO DE LISTA DE TRABAJO DE RECOBROS.
000970 01 FS-GESTION           PIC 99.
000980     88 FICHERO-GES-OK   VALUE 00.
000990
001000* FILESTATUS DEL FICHERO DE CARTAS DE RECLAMACION.
001010 01 FS-CAR               PIC 99.
001020     88 FICHERO-CAR-OK   VALUE 00.
001030
001040* FILESTATUS DEL FICHERO DE PARAMETROS.
001050 01 FS-PARM              PIC 99.
001060
001070* REGISTRO DE PARAMETROS DE EJECUCION LEIDO DE FICHERO-PARM
001080 01 WS-PARM-DATOS.
001090     05 WS-PARM-MODO     PIC X(1).
001100     05 FILLER           PIC X(19).
001110
001120* MODO DE EJECUCION: 'C' CARGA LA COMISION POR DESCUBIERTO AL
001130* AGRAVARSE EL TRAMO; 'I' SOLO CLASIFICA E INFORMA
001140 01 WS-MODO-EJECUCION    PIC X VALUE 'I'.
001150     88 WS-MODO-COBRO    VALUE 'C'.
001160     88 WS-MODO-INFORME  VALUE 'I'.
001170
001180* CAMPOS DEL CALCULO DE DIA HABIL SEGUN EL CALENDARIO DEL BANCO:
001190* FECHA QUE SE ESTA EVALUANDO, PRIMER DIA HABIL ENCONTRADO,
001200* NUMERO DE DIA DE LA SEMANA (ISO: 1 LUNES .. 7 DOMINGO),
001210* CONTADORES DE FILAS SINGULARES DEL CALENDARIO Y PROTECCION
001220* CONTRA UN CALENDARIO MAL CARGADO
001230 01 WS-FECHA-EVALUADA    PIC X(10).
001240 01 WS-FECHA-HABIL       PIC X(10).
001250 01 WS-DIA-SEMANA        PIC S9(9) COMP.
001260 01 WS-CNT-FESTIVO       PIC S9(9) COMP.
001270 01 WS-CNT-HABIL-ESP     PIC S9(9) COMP.
001280 01 WS-DIAS-RODADOS      PIC 9(2) VALUE 0.
001290 01 WS-DIA-HABIL         PIC X VALUE 'N'.
001300     88 WS-DIA-HABIL-SI  VALUE 'S'.
001310     88 WS-DIA-HABIL-NO  VALUE 'N'.
001320
001330* VARIABLES UTILIZADAS EN EL PROGRAMA
001340 01 IND-ORIGEN           PIC S9(4) COMP.
001350 01 IND-DESTINO          PIC S9(4) COMP.
001360 01 IND-FECHA            PIC S9(4) COMP.
001370 01 IND-NOMBRE           PIC S9(4) COMP.
001380
001390* INDICADOR DE FIN DEL CURSOR DE CONTRATOS
001400 01 WS-FIN-CURSOR        PIC X VALUE 'N'.
001410     88 WS-FIN-CURSOR-SI VALUE 'S'.
001420     88 WS-FIN-CURSOR-NO VALUE 'N'.
001430
001440* INDICADOR DE FIN DEL CURSOR DE LA LISTA DE TRABAJO
001450 01 WS-FIN-GESTION       PIC X VALUE 'N'.
001460     88 WS-FIN-GESTION-SI VALUE 'S'.
001470     88 WS-FIN-GESTION-NO VALUE 'N'.
001480
001490* INDICADOR DE FIN DEL CURSOR DE TITULARES
001500 01 WS-FIN-TITULARES     PIC X VALUE 'N'.
001510     88 WS-FIN-TITULARES-SI VALUE 'S'.
001520     88 WS-FIN-TITULARES-NO VALUE 'N'.
001530
001540* INDICADOR DE TIPO DE CAMBIO NO ENCONTRADO PARA LA COMISION
001550 01 WS-SIN-CAMBIO           PIC X VALUE 'N'.
001560     88 WS-SIN-CAMBIO-SI    VALUE 'S'.
001570     88 WS-SIN-CAMBIO-NO    VALUE 'N'.
001580
001590* SITUACION DEL CONTRATO EN CURSO: TRAMO ANTERIOR (EL DE SU FILA
001600* EN IBMUSER.MOROSIDAD, '0' SI NO LA TIENE) Y TRAMO DE HOY, PRIMER
001610* DIA DEL DESCUBIERTO, DIAS SEGUIDOS EN DESCUBIERTO Y POR ENCIMA
001620* DEL LIMITE, IMPORTE POR ENCIMA DEL LIMITE Y COMISION CARGADA HOY
001630 01 WS-MOR-TRAMO-ANTERIOR PIC X(1).
001640 01 WS-MOR-TRAMO          PIC X(1).
001650     88 WS-MOR-SIN-DESCUBIERTO VALUE '0'.
001660 01 WS-MOR-FECHA-TRAMO    PIC X(10).
001670 01 WS-MOR-INICIO         PIC X(10).
001680 01 WS-MOR-DIAS           PIC S9(9) COMP VALUE 0.
001690 01 WS-MOR-DIAS-EXCESO    PIC S9(9) COMP VALUE 0.
001700 01 WS-MOR-EXCESO         PIC S9(11)V9(2) COMP-3 VALUE 0.
001710 01 WS-MOR-COMISION       PIC S9(11)V9(2) COMP-3 VALUE 0.
001720
001730* CAMPOS DEL CALCULO DE DIAS SEGUIDOS: SALDO MINIMO QUE INTERRUMPE
001740* LA RACHA (CERO PARA EL DESCUBIERTO, MENOS EL LIMITE PARA EL
001750* EXCESO), PRIMER DIA DE LA RACHA Y NUMERO DE DIAS
001760 01 WS-DIAS-UMBRAL        PIC S9(11)V9(2) COMP-3 VALUE 0.
001770 01 WS-DIAS-INICIO        PIC X(10).
001780 01 WS-DIAS-NUMERO        PIC S9(9) COMP VALUE 0.
001790
001800* COMISION POR DESCUBIERTO: IMPORTE EN LA DIVISA DE LA TARIFA Y
001810* TIPO DE CAMBIO A LA DIVISA DEL CONTRATO
001820 01 WS-COM-TARIFA         PIC S9(11)V9(2) COMP-3 VALUE 0.
001830 01 WS-COM-TIPO-CAMBIO    PIC 9(4)V9(6) VALUE 0.
001840 01 WS-COM-MOTIVO         PIC X(34).
001850
001860* DESCRIPCION DE LOS MOVIMIENTOS DE COMISION POR DESCUBIERTO:
001870* CONCEPTO SEGUIDO DEL TRAMO ALCANZADO
001880 01 WS-DESC-COMISION.
001890     05 FILLER              PIC X(34)
001900                 VALUE 'COMISION DESCUBIERTO NO PACTADO T'.
001910     05 WS-DCO-TRAMO        PIC X(1).
001920     05 FILLER              PIC X(15) VALUE SPACES.
001930
001940* CAMPOS LEIDOS DEL CURSOR DE TITULARES DEL CONTRATO Y NUMERO DE
001950* TITULARES ESCRITOS EN LA CARTA EN CURSO
001960 01 WS-TIT-NOMBRE        PIC X(50).
001970 01 WS-TIT-DOCUMENTO     PIC X(15).
001980 01 WS-CNT-TITULARES     PIC S9(9) COMP VALUE 0.
001990
002000* CAMPOS DE LA LISTA DE TRABAJO: TRAMO Y DIVISA EN CURSO PARA LOS
002010* CORTES, NOMBRE DEL PRIMER TITULAR Y TOTALES DEL CORTE
002020 01 WS-GES-TRAMO-ANTERIOR PIC X(1) VALUE SPACES.
002030 01 WS-GES-MONEDA-ANTERIOR PIC X(3) VALUE SPACES.
002040 01 WS-GES-NOMBRE         PIC X(50).
002050 01 WS-GES-TOTALES.
002060     05 WS-GES-CONTRATOS    PIC 9(9) VALUE 0.
002070     05 WS-GES-SALDO        PIC S9(13)V9(2) COMP-3 VALUE 0.
002080     05 WS-GES-EXCESO       PIC S9(13)V9(2) COMP-3 VALUE 0.
002090
002100* CONTADORES DEL INFORME DE CONTROL DE LA EJECUCION. LOS
002110* CONTADORES POR TRAMO SE CUENTAN AL ESCRIBIR LA LISTA DE TRABAJO
002120 01 WS-CONTADORES-INFORME.
002130     05 WS-CNT-CONTRATOS    PIC 9(9)   VALUE 0.
002140     05 WS-CNT-TRAMOS.
002150         10 WS-CNT-TRAMO-1  PIC 9(9)   VALUE 0.
002160         10 WS-CNT-TRAMO-2  PIC 9(9)   VALUE 0.
002170         10 WS-CNT-TRAMO-3  PIC 9(9)   VALUE 0.
002180         10 WS-CNT-TRAMO-4  PIC 9(9)   VALUE 0.
002190     05 WS-CNT-TRAMOS-R REDEFINES WS-CNT-TRAMOS.
002200         10 WS-CNT-TRAMO    PIC 9(9)   OCCURS 4 TIMES.
002210     05 WS-CNT-ENTRADAS     PIC 9(9)   VALUE 0.
002220     05 WS-CNT-AGRAVADOS    PIC 9(9)   VALUE 0.
002230     05 WS-CNT-REGULARIZADOS PIC 9(9)  VALUE 0.
002240     05 WS-CNT-COMISIONES   PIC 9(9)   VALUE 0.
002250     05 WS-CNT-COM-NO-CARGADAS PIC 9(9) VALUE 0.
002260     05 WS-CNT-SIN-CAMBIO   PIC 9(9)   VALUE 0.
002270     05 WS-CNT-SIN-TITULAR  PIC 9(9)   VALUE 0.
002280     05 WS-CNT-EN-DESCUBIERTO PIC S9(9) COMP VALUE 0.
002290     05 WS-CNT-CARTAS       PIC S9(9)  COMP VALUE 0.
002300     05 WS-TOT-COMISIONES   PIC S9(13)V9(2) COMP-3 VALUE 0.
002310 01 WS-IDX-TRAMO          PIC 9(1).
002320
002330* LINEA DE DETALLE DEL INFORME DE CONTROL
002340 01 WS-LINEA-INFORME.
002350     05 WS-LIN-ETIQUETA     PIC X(40).
002360     05 WS-LIN-VALOR        PIC Z(11)9.99-.
002370     05 FILLER              PIC X(24).
002380
002390* LINEAS DE LA LISTA DE TRABAJO DE RECOBROS: CABECERA DE TRAMO,
002400* TITULOS DE COLUMNA, DETALLE DE CADA CONTRATO (UN '*' MARCA LOS
002410* QUE HAN CAMBIADO DE TRAMO HOY) Y TOTAL POR TRAMO Y DIVISA
002420 01 WS-LINEA-GES-TEXTO.
002430     05 WS-GT-ETIQUETA      PIC X(28).
002440     05 WS-GT-TEXTO         PIC X(52).
002450 01 WS-LINEA-GES-TITULO.
002460     05 FILLER              PIC X(10) VALUE ' CONTRATO'.
002470     05 FILLER              PIC X(4)  VALUE 'DIV'.
002480     05 FILLER              PIC X(15) VALUE '         SALDO'.
002490     05 FILLER              PIC X(14) VALUE ' SOBRE LIMITE'.
002500     05 FILLER              PIC X(6)  VALUE ' DIAS'.
002510     05 FILLER              PIC X(6)  VALUE '  EXC'.
002520     05 FILLER              PIC X(25) VALUE 'TITULAR'.
002530 01 WS-LINEA-GES-DETALLE.
002540     05 WS-GD-CONTRATO      PIC Z(8)9.
002550     05 FILLER              PIC X(1).
002560     05 WS-GD-MONEDA        PIC X(3).
002570     05 FILLER              PIC X(1).
002580     05 WS-GD-SALDO         PIC Z(9)9.99-.
002590     05 FILLER              PIC X(1).
002600     05 WS-GD-EXCESO        PIC Z(9)9.99.
002610     05 FILLER              PIC X(1).
002620     05 WS-GD-DIAS          PIC Z(4)9.
002630     05 FILLER              PIC X(1).
002640     05 WS-GD-DIAS-EXCESO   PIC Z(4)9.
002650     05 FILLER              PIC X(1).
002660     05 WS-GD-NOMBRE        PIC X(22).
002670     05 FILLER              PIC X(1).
002680     05 WS-GD-MARCA         PIC X(1).
002690     05 FILLER              PIC X(1).
002700 01 WS-LINEA-GES-TOTAL.
002710     05 FILLER              PIC X(6)  VALUE 'TOTAL '.
002720     05 WS-GS-CONTRATOS     PIC Z(6)9.
002730     05 FILLER              PIC X(1)  VALUE SPACES.
002740     05 WS-GS-MONEDA        PIC X(3).
002750     05 FILLER              PIC X(1)  VALUE SPACES.
002760     05 WS-GS-SALDO         PIC Z(11)9.99-.
002770     05 FILLER              PIC X(1)  VALUE SPACES.
002780     05 WS-GS-EXCESO        PIC Z(11)9.99.
002790     05 FILLER              PIC X(30) VALUE SPACES.
002800
002810* LINEA DE IMPORTE DE LA CARTA DE RECLAMACION, CON SU DIVISA
002820 01 WS-LINEA-CARTA.
002830     05 FILLER              PIC X(4).
002840     05 WS-CAR-ETIQUETA     PIC X(40).
002850     05 WS-CAR-VALOR        PIC Z(11)9.99-.
002860     05 FILLER              PIC X(1).
002870     05 WS-CAR-MONEDA       PIC X(3).
002880     05 FILLER              PIC X(16).
002890
002900* ASUNTO DE LA CARTA DE RECLAMACION SEGUN EL TRAMO ALCANZADO
002910 01 WS-CAR-ASUNTO        PIC X(50).
002920
002930* CAMPOS EDITADOS PARA COMPONER LAS CARTAS Y LAS INCIDENCIAS
002940 01 WS-ED-CLAVE          PIC Z(8)9.
002950 01 WS-ED-DIAS           PIC Z(4)9.
002960
002970* FECHA Y HORA DEL SISTEMA, PARA DEJAR CONSTANCIA DE CUANDO SE
002980* HA GRABADO CADA MOVIMIENTO
002990 01 WS-FECHA-SISTEMA         PIC X(21).
003000 01 WS-FECHA-SISTEMA-R REDEFINES WS-FECHA-SISTEMA.
003010     05 WS-FS-ANO           PIC 9(4).
003020     05 WS-FS-MES           PIC 9(2).
003030     05 WS-FS-DIA           PIC 9(2).
003040     05 WS-FS-HORA          PIC 9(2).
003050     05 WS-FS-MINUTO        PIC 9(2).
003060     05 WS-FS-SEGUNDO       PIC 9(2).
003070     05 WS-FS-CENTESIMAS    PIC 9(2).
003080     05 FILLER              PIC X(5).
003090 01 WS-TIMESTAMP-MOVIMIENTO PIC X(26).
003100
003110* IDENTIFICADOR DEL JOB QUE EJECUTA EL PROGRAMA (TRAZABILIDAD)
003120 01 WS-JOB-ID                PIC X(8).
003130
003140* FECHA DE PROCESO DE ESTA EJECUCION (AAAA-MM-DD)
003150 01 WS-FECHA-PROCESO         PIC X(10).
003160
003170* CONTROL DE EJECUCION DE LA CADENA BATCH: ESTE PROGRAMA
003180* REGISTRA SU ARRANQUE Y SU FIN EN IBMUSER.CONTROL_PROCESO Y,
003190* ANTES DE EMPEZAR, COMPRUEBA QUE SU PREDECESOR EN LA CADENA
003200* TERMINO BIEN EN LA FECHA DE PROCESO Y QUE EL PROPIO PROGRAMA
003210* NO HA TERMINADO YA PARA ESA FECHA. UNA REPETICION DELIBERADA
003220* EXIGE QUE OPERACION BORRE ANTES LA FILA DE CONTROL DEL DIA
003230 01 WS-CTL-PROGRAMA      PIC X(8) VALUE 'MORO01'.
003240 01 WS-CTL-PREDECESOR    PIC X(8) VALUE 'INTE01'.
003250 01 WS-CNT-CTL           PIC S9(9) COMP VALUE 0.
003260
003270* RESERVA DE CLAVES DE MOVIMIENTO EN IBMUSER.CONTADOR: TAMANO
003280* DEL BLOQUE QUE SE RESERVA DE CADA VEZ, ULTIMO VALOR
003290* RESERVADO, ULTIMA CLAVE DEL BLOQUE EN USO Y MAXIMOS PARA LA
003300* PRIMERA CARGA DEL CONTADOR
003310 01 WS-BLOQUE-CLAVES       PIC S9(9) COMP VALUE 100.
003320 01 WS-ULTIMO-RESERVADO    PIC S9(9) COMP VALUE 0.
003330 01 WS-ULTIMA-CLAVE-BLOQUE PIC S9(9) COMP VALUE 0.
003340 01 WS-MAX-OPERATIVA       PIC S9(9) COMP VALUE 0.
003350 01 WS-MAX-HISTORICO       PIC S9(9) COMP VALUE 0.
003360 01 IND-NULL-CTR           PIC S9(4) COMP.
003370
003380* SQLCA Y DCLGEN DE LAS TABLAS
003390     EXEC SQL INCLUDE SQLCA END-EXEC.
003400     EXEC SQL INCLUDE MOVIMIEN END-EXEC.
003410     EXEC SQL INCLUDE CONTRATO END-EXEC.
003420     EXEC SQL INCLUDE MOROSIDA END-EXEC.
003430     EXEC SQL INCLUDE TARIFA END-EXEC.
003440     EXEC SQL INCLUDE TIPOCAMB END-EXEC.
003450     EXEC SQL INCLUDE CALENDAR END-EXEC.
003460     EXEC SQL INCLUDE CONTROLP END-EXEC.
003470     EXEC SQL INCLUDE CONTADOR END-EXEC.
003480
003490* CURSOR CON LOS CONTRATOS A CLASIFICAR: LOS QUE HOY TIENEN SALDO
003500* NEGATIVO Y LOS QUE YA ESTABAN CLASIFICADOS, PARA DETECTAR SU
003510* REGULARIZACION. SE DECLARA WITH HOLD PARA QUE EL COMMIT DE CADA
003520* CONTRATO NO LO CIERRE
003530     EXEC SQL
003540        DECLARE CUR-CONTRATOS CURSOR WITH HOLD FOR
003550        SELECT C.CLAVE_CONTRATO, C.IMPORTE, C.ESTADO,
003560               C.LIMITE_DESCUBIERTO, C.MONEDA
003570          FROM IBMUSER.CONTRATO C
003580         WHERE C.IMPORTE < 0
003590            OR EXISTS
003600               (SELECT 1
003610                  FROM IBMUSER.MOROSIDAD M
003620                 WHERE M.CLAVE_CONTRATO = C.CLAVE_CONTRATO)
003630         ORDER BY C.CLAVE_CONTRATO
003640     END-EXEC.
003650
003660* CURSOR DE LA LISTA DE TRABAJO DE RECOBROS: LOS CONTRATOS
003670* CLASIFICADOS, DEL TRAMO MAS ANTIGUO AL MAS RECIENTE, POR DIVISA
003680* Y DEL MAYOR DESCUBIERTO AL MENOR, CON EL NOMBRE DE SU PRIMER
003690* TITULAR
003700     EXEC SQL
003710        DECLARE CUR-GESTION CURSOR FOR
003720        SELECT M.CLAVE_CONTRATO, M.TRAMO,
003730               CHAR(M.FECHA_TRAMO, ISO), M.DIAS_DESCUBIERTO,
003740               M.DIAS_EXCESO, M.SALDO, M.EXCESO, M.MONEDA,
003750               (SELECT C.NOMBRE
003760                  FROM IBMUSER.CLIENTE C
003770                 WHERE C.CLAVE_CLIENTE =
003780                   (SELECT MIN(L.CLAVE_CLIENTE)
003790                      FROM IBMUSER.CLIENTE_CONTRATO L
003800                     WHERE L.CLAVE_CONTRATO = M.CLAVE_CONTRATO))
003810          FROM IBMUSER.MOROSIDAD M
003820         ORDER BY M.TRAMO DESC, M.MONEDA, M.SALDO,
003830                  M.CLAVE_CONTRATO
003840     END-EXEC.
003850
003860* CURSOR CON LOS TITULARES DEL CONTRATO DE LA CARTA EN CURSO
003870     EXEC SQL
003880        DECLARE CUR-TITULARES CURSOR FOR
003890        SELECT C.NOMBRE, C.DOCUMENTO
003900          FROM IBMUSER.CLIENTE_CONTRATO L,
003910               IBMUSER.CLIENTE C
003920         WHERE L.CLAVE_CONTRATO = :DCLCONTRATO.CLAVE-CONTRATO
003930           AND C.CLAVE_CLIENTE = L.CLAVE_CLIENTE
003940         ORDER BY C.CLAVE_CLIENTE
003950     END-EXEC.
003960
003970 PROCEDURE DIVISION.
003980     PERFORM 1000-INICIO.
003990     PERFORM 2000-PROCESO UNTIL WS-FIN-CURSOR-SI.
004000     PERFORM 3000-FIN.
004010
004020* **********************************************************
004030* PARRAFO DE INICIO
004040* **********************************************************
004050 1000-INICIO.
004060
004070     DISPLAY 'INICIO MORO01'.
004080
004090     OPEN OUTPUT FICHERO-SAL.
004100     OPEN OUTPUT FICHERO-INF.
004110     OPEN OUTPUT FICHERO-GES.
004120     OPEN OUTPUT FICHERO-CAR.
004130
004140* FECHA DE PROCESO DE ESTA EJECUCION
004150     MOVE FUNCTION CURRENT-DATE TO WS-FECHA-SISTEMA.
004160     STRING WS-FS-ANO           DELIMITED BY SIZE
004170            '-'                 DELIMITED BY SIZE
004180            WS-FS-MES           DELIMITED BY SIZE
004190            '-'                 DELIMITED BY SIZE
004200            WS-FS-DIA           DELIMITED BY SIZE
004210       INTO WS-FECHA-PROCESO
004220     END-STRING.
004230
004240* LEE FICHERO-PARM (SI EXISTE) PARA OBTENER EL MODO DE EJECUCION
004250     OPEN INPUT FICHERO-PARM.
004260     READ FICHERO-PARM INTO WS-PARM-DATOS.
004270     IF FS-PARM EQUAL '00'
004280        IF WS-PARM-MODO EQUAL 'C'
004290           MOVE 'C' TO WS-MODO-EJECUCION
004300           DISPLAY 'MODO COBRO: SE CARGAN LAS COMISIONES POR '
004310                   'DESCUBIERTO'
004320        END-IF
004330     END-IF.
004340     CLOSE FICHERO-PARM.
004350
004360* REGISTRAMOS EL ARRANQUE EN EL CONTROL DE PROCESOS DE LA
004370* CADENA BATCH
004380     PERFORM 1005-REGISTRA-INICIO-PROC.
004390
004400* CONSULTAMOS EL CALENDARIO DEL BANCO. LA CLASIFICACION SOLO SE
004410* HACE EN DIA HABIL: LOS DIAS SE CUENTAN NATURALES SOBRE EL
004420* HISTORICO DE SALDOS, ASI QUE EL SIGUIENTE DIA HABIL RECOGE LOS
004430* CAMBIOS DE TRAMO PRODUCIDOS ENTRE MEDIAS
004440     MOVE WS-FECHA-PROCESO TO WS-FECHA-EVALUADA.
004450     PERFORM 1060-CALCULA-DIA-HABIL.
004460
004470     IF WS-FECHA-HABIL NOT EQUAL WS-FECHA-PROCESO
004480        DISPLAY 'FECHA DE PROCESO NO HABIL. LOS DESCUBIERTOS SE'
004490                ' CLASIFICARAN EL ' WS-FECHA-HABIL
004500        MOVE 'S' TO WS-FIN-CURSOR
004510     ELSE
004520* ABRIMOS EL CURSOR DE CONTRATOS Y LEEMOS EL PRIMERO
004530        EXEC SQL
004540           OPEN CUR-CONTRATOS
004550        END-EXEC
004560        PERFORM 1090-COMPRUEBA-SQLCODE-CURSOR
004570        PERFORM 1080-LEE-CONTRATO
004580     END-IF.
004590
004600* ***************************************************************
004610* CALCULA EL PRIMER DIA HABIL SEGUN EL CALENDARIO DEL BANCO QUE
004620* NO SEA ANTERIOR A WS-FECHA-EVALUADA, DEJANDOLO EN
004630* WS-FECHA-HABIL. UN DIA ES HABIL SI ES DE LUNES A VIERNES Y NO
004640* FIGURA COMO FESTIVO ('F') EN IBMUSER.CALENDARIO, O SI FIGURA
004650* COMO HABIL ESPECIAL ('H'). SE RUEDA COMO MAXIMO 31 DIAS PARA
004660* NO QUEDAR EN BUCLE CON UN CALENDARIO MAL CARGADO
004670* ***************************************************************
004680 1060-CALCULA-DIA-HABIL.
004690
004700     MOVE 0   TO WS-DIAS-RODADOS.
004710     MOVE 'N' TO WS-DIA-HABIL.
004720     PERFORM 1065-COMPRUEBA-DIA-HABIL UNTIL WS-DIA-HABIL-SI.
004730     MOVE WS-FECHA-EVALUADA TO WS-FECHA-HABIL.
004740
004750* ***************************************************************
004760* COMPRUEBA SI WS-FECHA-EVALUADA ES UN DIA HABIL. SI NO LO ES,
004770* AVANZA LA FECHA EVALUADA UN DIA PARA QUE EL PARRAFO LLAMANTE
004780* SIGA BUSCANDO
004790* ***************************************************************
004800 1065-COMPRUEBA-DIA-HABIL.
004810
004820     EXEC SQL
004830        SELECT DAYOFWEEK_ISO(DATE(:WS-FECHA-EVALUADA))
004840          INTO :WS-DIA-SEMANA
004850          FROM SYSIBM.SYSDUMMY1
004860     END-EXEC.
004870     PERFORM 1068-COMPRUEBA-SQLCODE-CALEN.
004880
004890     EXEC SQL
004900        SELECT COUNT(*)
004910          INTO :WS-CNT-FESTIVO
004920          FROM IBMUSER.CALENDARIO
004930         WHERE FECHA = DATE(:WS-FECHA-EVALUADA)
004940           AND TIPO_DIA = 'F'
004950     END-EXEC.
004960     PERFORM 1068-COMPRUEBA-SQLCODE-CALEN.
004970
004980     EXEC SQL
004990        SELECT COUNT(*)
005000          INTO :WS-CNT-HABIL-ESP
005010          FROM IBMUSER.CALENDARIO
005020         WHERE FECHA = DATE(:WS-FECHA-EVALUADA)
005030           AND TIPO_DIA = 'H'
005040     END-EXEC.
005050     PERFORM 1068-COMPRUEBA-SQLCODE-CALEN.
005060
005070     IF (WS-DIA-SEMANA LESS THAN 6
005080        AND WS-CNT-FESTIVO EQUAL ZERO)
005090        OR WS-CNT-HABIL-ESP GREATER THAN ZERO
005100        MOVE 'S' TO WS-DIA-HABIL
005110     ELSE
005120        ADD 1 TO WS-DIAS-RODADOS
005130        IF WS-DIAS-RODADOS GREATER THAN 31
005140           DISPLAY 'MAS DE 31 DIAS SEGUIDOS NO HABILES EN EL'
005150                   ' CALENDARIO. REVISAR IBMUSER.CALENDARIO'
005160           PERFORM 9999-ERROR
005170        END-IF
005180        EXEC SQL
005190           SELECT CHAR(DATE(:WS-FECHA-EVALUADA) + 1 DAY, ISO)
005200             INTO :WS-FECHA-EVALUADA
005210             FROM SYSIBM.SYSDUMMY1
005220        END-EXEC
005230        PERFORM 1068-COMPRUEBA-SQLCODE-CALEN
005240     END-IF.
005250
005260* ***************************************************************
005270* COMPRUEBA EL SQLCODE DEVUELTO POR UNA CONSULTA DEL CALCULO DE
005280* DIA HABIL. CUALQUIER VALOR DISTINTO DE CERO ES UN ERROR
005290* ***************************************************************
005300 1068-COMPRUEBA-SQLCODE-CALEN.
005310
005320     IF SQLCODE NOT EQUAL 0
005330        DISPLAY 'ERROR AL CONSULTAR EL CALENDARIO. SQLCODE: '
005340                SQLCODE
005350        PERFORM 9999-ERROR
005360     END-IF.
005370
005380* ***************************************************************
005390* RESERVA UN BLOQUE DE CLAVES DE MOVIMIENTO EN IBMUSER.CONTADOR,
005400* COMPARTIDO POR TODOS LOS PROGRAMAS QUE POSTEAN: EL CONTADOR SE
005410* INCREMENTA EN EL TAMANO DEL BLOQUE Y ESTA EJECUCION SE QUEDA
005420* CON EL TRAMO RESERVADO. EL BLOQUEO DE LA FILA DEL CONTADOR
005430* SERIALIZA A LOS RESERVADORES HASTA EL COMMIT
005440* ***************************************************************
005450 1210-RESERVA-BLOQUE-CLAVES.
005460
005470     EXEC SQL
005480        UPDATE IBMUSER.CONTADOR
005490           SET ULTIMO_VALOR = ULTIMO_VALOR + :WS-BLOQUE-CLAVES
005500         WHERE NOMBRE = 'MOVIMIEN'
005510     END-EXEC.
005520
005530     IF SQLCODE EQUAL 100
005540        PERFORM 1220-INICIALIZA-CONTADOR
005550     ELSE
005560       IF SQLCODE NOT EQUAL 0
005570         SET CODERR-SQL-ERROR TO TRUE
005580         MOVE SQLCODE                       TO WS-S-SQLCODE
005590         MOVE 'ERROR AL RESERVAR CLAVES DE MOVIMIENTO'
005600                                            TO WS-S-DESCRIPCION
005610
005620         PERFORM 2800-ESCRIBE-SALIDA
005630         PERFORM 9999-ERROR
005640       END-IF
005650     END-IF.
005660
005670     EXEC SQL
005680        SELECT ULTIMO_VALOR
005690          INTO :WS-ULTIMO-RESERVADO
005700          FROM IBMUSER.CONTADOR
005710         WHERE NOMBRE = 'MOVIMIEN'
005720     END-EXEC.
005730
005740     IF SQLCODE NOT EQUAL 0
005750       SET CODERR-SQL-ERROR TO TRUE
005760       MOVE SQLCODE                       TO WS-S-SQLCODE
005770       MOVE 'ERROR AL LEER EL CONTADOR DE MOVIMIENTOS'
005780                                          TO WS-S-DESCRIPCION
005790
005800       PERFORM 2800-ESCRIBE-SALIDA
005810       PERFORM 9999-ERROR
005820     END-IF.
005830
005840     COMPUTE WS-ULTIMA-CLAVE-BLOQUE = WS-ULTIMO-RESERVADO.
005850     COMPUTE CLAVE-MOVIMIENTO OF DCLMOVIMIENTO =
005860             WS-ULTIMO-RESERVADO - WS-BLOQUE-CLAVES + 1.
005870
005880* ***************************************************************
005890* PRIMERA RESERVA DE LA HISTORIA: CREA LA FILA DEL CONTADOR
005900* ARRANCANDO DEL MAYOR NUMERO DE MOVIMIENTO CONOCIDO, TANTO EN
005910* LA TABLA OPERATIVA COMO EN EL HISTORICO. SI OTRA EJECUCION
005920* CONCURRENTE CREA LA FILA ANTES, SE RESERVA SOBRE LA FILA YA
005930* CREADA
005940* ***************************************************************
005950 1220-INICIALIZA-CONTADOR.
005960
005970     EXEC SQL
005980        SELECT MAX(CLAVE_MOVIMIENTO)
005990        INTO :WS-MAX-OPERATIVA:IND-NULL-CTR
006000        FROM IBMUSER.MOVIMIENTO
006010     END-EXEC.
006020
006030     IF SQLCODE NOT EQUAL 0
006040       SET CODERR-SQL-ERROR TO TRUE
006050       MOVE SQLCODE                       TO WS-S-SQLCODE
006060       MOVE 'ERROR AL BUSCAR EL MAXIMO DE LA OPERATIVA'
006070                                          TO WS-S-DESCRIPCION
006080
006090       PERFORM 2800-ESCRIBE-SALIDA
006100       PERFORM 9999-ERROR
006110     END-IF.
006120
006130     IF IND-NULL-CTR EQUAL -1
006140        MOVE 0 TO WS-MAX-OPERATIVA
006150     END-IF.
006160
006170     EXEC SQL
006180        SELECT MAX(CLAVE_MOVIMIENTO)
006190        INTO :WS-MAX-HISTORICO:IND-NULL-CTR
006200        FROM IBMUSER.MOVIMIENTO_HIST
006210     END-EXEC.
006220
006230     IF SQLCODE NOT EQUAL 0
006240       SET CODERR-SQL-ERROR TO TRUE
006250       MOVE SQLCODE                       TO WS-S-SQLCODE
006260       MOVE 'ERROR AL BUSCAR EL MAXIMO DEL HISTORICO'
006270                                          TO WS-S-DESCRIPCION
006280
006290       PERFORM 2800-ESCRIBE-SALIDA
006300       PERFORM 9999-ERROR
006310     END-IF.
006320
006330     IF IND-NULL-CTR EQUAL -1
006340        MOVE 0 TO WS-MAX-HISTORICO
006350     END-IF.
006360
006370     IF WS-MAX-HISTORICO GREATER THAN WS-MAX-OPERATIVA
006380        MOVE WS-MAX-HISTORICO TO WS-MAX-OPERATIVA
006390     END-IF.
006400
006410     COMPUTE WS-ULTIMO-RESERVADO =
006420             WS-MAX-OPERATIVA + WS-BLOQUE-CLAVES.
006430
006440     EXEC SQL
006450        INSERT INTO IBMUSER.CONTADOR (NOMBRE, ULTIMO_VALOR)
006460        VALUES ('MOVIMIEN', :WS-ULTIMO-RESERVADO)
006470     END-EXEC.
006480
006490* SI OTRA EJECUCION CREO LA FILA ANTES QUE NOSOTROS,
006500* RESERVAMOS SOBRE LA FILA YA CREADA
006510     IF SQLCODE EQUAL -803
006520        EXEC SQL
006530           UPDATE IBMUSER.CONTADOR
006540              SET ULTIMO_VALOR = ULTIMO_VALOR +
006550                  :WS-BLOQUE-CLAVES
006560            WHERE NOMBRE = 'MOVIMIEN'
006570        END-EXEC
006580     END-IF.
006590
006600     IF SQLCODE NOT EQUAL 0
006610       SET CODERR-SQL-ERROR TO TRUE
006620       MOVE SQLCODE                       TO WS-S-SQLCODE
006630       MOVE 'ERROR AL CREAR EL CONTADOR DE MOVIMIENTOS'
006640                                          TO WS-S-DESCRIPCION
006650
006660       PERFORM 2800-ESCRIBE-SALIDA
006670       PERFORM 9999-ERROR
006680     END-IF.
006690
006700* ***************************************************************
006710* LEE EL SIGUIENTE CONTRATO DEL CURSOR. UN SQLCODE 100 INDICA QUE
006720* NO QUEDAN CONTRATOS POR CLASIFICAR
006730* ***************************************************************
006740 1080-LEE-CONTRATO.
006750
006760     EXEC SQL
006770        FETCH CUR-CONTRATOS
006780         INTO :DCLCONTRATO.CLAVE-CONTRATO,
006790              :DCLCONTRATO.IMPORTE,
006800              :DCLCONTRATO.ESTADO,
006810              :DCLCONTRATO.LIMITE-DESCUBIERTO,
006820              :DCLCONTRATO.MONEDA
006830     END-EXEC.
006840
006850     IF SQLCODE EQUAL 100
006860        MOVE 'S' TO WS-FIN-CURSOR
006870     ELSE
006880        PERFORM 1090-COMPRUEBA-SQLCODE-CURSOR
006890     END-IF.
006900
006910* ***************************************************************
006920* COMPRUEBA EL SQLCODE DEVUELTO POR UN OPEN/FETCH/CLOSE SOBRE UN
006930* CURSOR. CUALQUIER SQLCODE DISTINTO DE CERO ES UN ERROR
006940* ***************************************************************
006950 1090-COMPRUEBA-SQLCODE-CURSOR.
006960
006970     IF SQLCODE NOT EQUAL 0
006980        SET CODERR-SQL-ERROR TO TRUE
006990        MOVE SQLCODE                       TO WS-S-SQLCODE
007000        MOVE 'ERROR EN CURSOR DE CONTRATOS EN DESCUBIERTO'
007010                                           TO WS-S-DESCRIPCION
007020
007030        PERFORM 2800-ESCRIBE-SALIDA
007040        PERFORM 9999-ERROR
007050     END-IF.
007060
007070* ************************************************************
007080 2000-PROCESO.
007090* ************************************************************
007100     DISPLAY 'CONTRATO ' CLAVE-CONTRATO OF DCLCONTRATO.
007110
007120     ADD 1                 TO WS-CNT-CONTRATOS.
007130     MOVE '0'              TO WS-MOR-TRAMO.
007140     MOVE WS-FECHA-PROCESO TO WS-MOR-INICIO.
007150     MOVE 0                TO WS-MOR-DIAS.
007160     MOVE 0                TO WS-MOR-DIAS-EXCESO.
007170     MOVE 0                TO WS-MOR-EXCESO.
007180     MOVE 0                TO WS-MOR-COMISION.
007190
007200     PERFORM 2050-LEE-MOROSIDAD.
007210
007220* UN CONTRATO QUE YA NO TIENE SALDO NEGATIVO QUEDA EN TRAMO '0'
007230     IF IMPORTE OF DCLCONTRATO LESS THAN ZERO
007240        ADD 1 TO WS-CNT-EN-DESCUBIERTO
007250        PERFORM 2150-CLASIFICA-CONTRATO
007260     END-IF.
007270
007280* LA FECHA DE TRAMO SE CONSERVA MIENTRAS EL CONTRATO NO CAMBIA
007290* DE TRAMO. CADA CAMBIO SE COMUNICA POR CARTA Y, EN MODO COBRO,
007300* EL AGRAVAMIENTO DE UN CONTRATO POR ENCIMA DE SU LIMITE CARGA
007310* LA COMISION POR DESCUBIERTO NO PACTADO
007320     IF WS-MOR-TRAMO EQUAL WS-MOR-TRAMO-ANTERIOR
007330        MOVE FECHA-TRAMO OF DCLMOROSIDAD TO WS-MOR-FECHA-TRAMO
007340     ELSE
007350        MOVE WS-FECHA-PROCESO            TO WS-MOR-FECHA-TRAMO
007360        PERFORM 2160-CUENTA-CAMBIO-TRAMO
007370        IF WS-MOR-TRAMO GREATER THAN WS-MOR-TRAMO-ANTERIOR
007380           AND WS-MODO-COBRO
007390           AND WS-MOR-DIAS-EXCESO GREATER THAN ZERO
007400           PERFORM 2200-APLICA-COMISION
007410        END-IF
007420        PERFORM 2400-ESCRIBE-CARTA
007430     END-IF.
007440
007450     PERFORM 2300-GRABA-MOROSIDAD.
007460
007470* CONFIRMAMOS CADA CONTRATO POR SEPARADO: LA COMISION, SU
007480* MOVIMIENTO Y LA CLASIFICACION VAN EN LA MISMA UNIDAD DE TRABAJO
007490     EXEC SQL COMMIT END-EXEC.
007500
007510     PERFORM 1080-LEE-CONTRATO.
007520
007530* ***************************************************************
007540* LEE LA CLASIFICACION ANTERIOR DEL CONTRATO EN IBMUSER.MOROSIDAD.
007550* SI NO TIENE FILA, NO ESTABA EN DESCUBIERTO (TRAMO '0')
007560* ***************************************************************
007570 2050-LEE-MOROSIDAD.
007580
007590     MOVE CLAVE-CONTRATO OF DCLCONTRATO
007600                              TO CLAVE-CONTRATO OF DCLMOROSIDAD.
007610
007620     EXEC SQL
007630        SELECT TRAMO, FECHA_TRAMO
007640          INTO :DCLMOROSIDAD.TRAMO,
007650               :DCLMOROSIDAD.FECHA-TRAMO
007660          FROM IBMUSER.MOROSIDAD
007670         WHERE CLAVE_CONTRATO = :DCLMOROSIDAD.CLAVE-CONTRATO
007680     END-EXEC.
007690
007700     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
007710        SET CODERR-SQL-ERROR TO TRUE
007720        MOVE SQLCODE                       TO WS-S-SQLCODE
007730        MOVE 'ERROR AL LEER LA CLASIFICACION DEL CONTRATO'
007740                                           TO WS-S-DESCRIPCION
007750
007760        PERFORM 2800-ESCRIBE-SALIDA
007770        PERFORM 9999-ERROR
007780     END-IF.
007790
007800     IF SQLCODE EQUAL 100
007810        MOVE '0'                   TO WS-MOR-TRAMO-ANTERIOR
007820        MOVE SPACES                TO FECHA-TRAMO OF DCLMOROSIDAD
007830     ELSE
007840        MOVE TRAMO OF DCLMOROSIDAD TO WS-MOR-TRAMO-ANTERIOR
007850     END-IF.
007860
007870* ***************************************************************
007880* CALCULA LOS DIAS NATURALES SEGUIDOS, HASTA LA FECHA DE PROCESO
007890* INCLUIDA, QUE EL SALDO DEL CONTRATO LLEVA POR DEBAJO DE
007900* WS-DIAS-UMBRAL. LA RACHA EMPIEZA EL DIA SIGUIENTE AL ULTIMO
007910* SALDO DE CIERRE DEL HISTORICO QUE NO BAJO DEL UMBRAL; SI NO HAY
007920* NINGUNO, EN EL PRIMER DIA DEL HISTORICO, Y SI EL CONTRATO NO
007930* TIENE HISTORICO, HOY. DEJA EL PRIMER DIA EN WS-DIAS-INICIO Y EL
007940* NUMERO DE DIAS EN WS-DIAS-NUMERO
007950* ***************************************************************
007960 2100-CALCULA-DIAS.
007970
007980     EXEC SQL
007990        SELECT CHAR(MAX(FECHA) + 1 DAY, ISO)
008000          INTO :WS-DIAS-INICIO :IND-FECHA
008010          FROM IBMUSER.SALDO_DIARIO
008020         WHERE CLAVE_CONTRATO = :DCLCONTRATO.CLAVE-CONTRATO
008030           AND FECHA < DATE(:WS-FECHA-PROCESO)
008040           AND SALDO >= :WS-DIAS-UMBRAL
008050     END-EXEC.
008060
008070     IF SQLCODE EQUAL 0 AND IND-FECHA LESS THAN ZERO
008080        EXEC SQL
008090           SELECT CHAR(MIN(FECHA), ISO)
008100             INTO :WS-DIAS-INICIO :IND-FECHA
008110             FROM IBMUSER.SALDO_DIARIO
008120            WHERE CLAVE_CONTRATO = :DCLCONTRATO.CLAVE-CONTRATO
008130              AND FECHA < DATE(:WS-FECHA-PROCESO)
008140        END-EXEC
008150     END-IF.
008160
008170     IF SQLCODE EQUAL 0 AND IND-FECHA LESS THAN ZERO
008180        MOVE WS-FECHA-PROCESO TO WS-DIAS-INICIO
008190     END-IF.
008200
008210     IF SQLCODE EQUAL 0
008220        EXEC SQL
008230           SELECT DAYS(DATE(:WS-FECHA-PROCESO)) -
008240                  DAYS(DATE(:WS-DIAS-INICIO)) + 1
008250             INTO :WS-DIAS-NUMERO
008260             FROM SYSIBM.SYSDUMMY1
008270        END-EXEC
008280     END-IF.
008290
008300     IF SQLCODE NOT EQUAL 0
008310        SET CODERR-SQL-ERROR TO TRUE
008320        MOVE SQLCODE                       TO WS-S-SQLCODE
008330        MOVE 'ERROR AL CALCULAR LOS DIAS EN DESCUBIERTO'
008340                                           TO WS-S-DESCRIPCION
008350
008360        PERFORM 2800-ESCRIBE-SALIDA
008370        PERFORM 9999-ERROR
008380     END-IF.
008390
008400* ***************************************************************
008410* CLASIFICA UN CONTRATO CON SALDO NEGATIVO: DIAS SEGUIDOS EN
008420* DESCUBIERTO, DIAS SEGUIDOS E IMPORTE POR ENCIMA DE SU LIMITE DE
008430* DESCUBIERTO Y TRAMO DE ANTIGUEDAD SEGUN LOS DIAS EN DESCUBIERTO
008440* ***************************************************************
008450 2150-CLASIFICA-CONTRATO.
008460
008470     MOVE 0                     TO WS-DIAS-UMBRAL.
008480     PERFORM 2100-CALCULA-DIAS.
008490     MOVE WS-DIAS-INICIO        TO WS-MOR-INICIO.
008500     MOVE WS-DIAS-NUMERO        TO WS-MOR-DIAS.
008510
008520     IF IMPORTE OF DCLCONTRATO LESS THAN
008530        (0 - LIMITE-DESCUBIERTO OF DCLCONTRATO)
008540        COMPUTE WS-DIAS-UMBRAL =
008550                0 - LIMITE-DESCUBIERTO OF DCLCONTRATO
008560        PERFORM 2100-CALCULA-DIAS
008570        MOVE WS-DIAS-NUMERO     TO WS-MOR-DIAS-EXCESO
008580        COMPUTE WS-MOR-EXCESO =
008590                0 - IMPORTE OF DCLCONTRATO
008600                  - LIMITE-DESCUBIERTO OF DCLCONTRATO
008610     END-IF.
008620
008630     EVALUATE TRUE
008640       WHEN WS-MOR-DIAS GREATER THAN 90
008650         MOVE '4'               TO WS-MOR-TRAMO
008660       WHEN WS-MOR-DIAS GREATER THAN 60
008670         MOVE '3'               TO WS-MOR-TRAMO
008680       WHEN WS-MOR-DIAS GREATER THAN 30
008690         MOVE '2'               TO WS-MOR-TRAMO
008700       WHEN OTHER
008710         MOVE '1'               TO WS-MOR-TRAMO
008720     END-EVALUATE.
008730
008740* ***************************************************************
008750* CUENTA EL CAMBIO DE TRAMO EN EL INFORME: REGULARIZACION SI EL
008760* CONTRATO SALE DEL DESCUBIERTO, AGRAVAMIENTO SI SUBE DE TRAMO Y
008770* ENTRADA SI EMPIEZA UN DESCUBIERTO NUEVO (TAMBIEN CUANDO EL SALDO
008780* SE REGULARIZO Y VOLVIO A BAJAR DE CERO ENTRE DOS EJECUCIONES)
008790* ***************************************************************
008800 2160-CUENTA-CAMBIO-TRAMO.
008810
008820     EVALUATE TRUE
008830       WHEN WS-MOR-SIN-DESCUBIERTO
008840         ADD 1                  TO WS-CNT-REGULARIZADOS
008850       WHEN WS-MOR-TRAMO-ANTERIOR NOT EQUAL '0'
008860        AND WS-MOR-TRAMO GREATER THAN WS-MOR-TRAMO-ANTERIOR
008870         ADD 1                  TO WS-CNT-AGRAVADOS
008880       WHEN OTHER
008890         ADD 1                  TO WS-CNT-ENTRADAS
008900     END-EVALUATE.
008910
008920* ***************************************************************
008930* CARGA LA COMISION POR DESCUBIERTO NO PACTADO DE LA TARIFA DEL
008940* CONTRATO (O DE LA GENERAL, FILA 0), CONVERTIDA A LA DIVISA DEL
008950* CONTRATO. UNA TARIFA SIN ESTA COMISION NO CARGA NADA. EL CARGO
008960* EXIGE QUE EL CONTRATO ADMITA DEBITOS; SI NO, SE DEJA UNA
008970* INCIDENCIA Y NO SE CARGA
008980* ***************************************************************
008990 2200-APLICA-COMISION.
009000
009010     MOVE 0 TO WS-COM-TARIFA.
009020     MOVE 'N' TO WS-SIN-CAMBIO.
009030     PERFORM 2210-BUSCA-TARIFA.
009040
009050     IF WS-COM-TARIFA GREATER THAN ZERO
009060        IF MONEDA OF DCLTARIFA EQUAL MONEDA OF DCLCONTRATO
009070           MOVE WS-COM-TARIFA           TO WS-MOR-COMISION
009080        ELSE
009090           PERFORM 2220-BUSCA-TIPO-CAMBIO
009100           IF WS-SIN-CAMBIO-NO
009110              COMPUTE WS-MOR-COMISION ROUNDED =
009120                      WS-COM-TARIFA * WS-COM-TIPO-CAMBIO
009130           END-IF
009140        END-IF
009150     END-IF.
009160
009170     IF WS-MOR-COMISION GREATER THAN ZERO
009180        EVALUATE ESTADO OF DCLCONTRATO
009190          WHEN 'V'
009200          WHEN 'A'
009210            PERFORM 2230-CARGA-COMISION
009220          WHEN 'D'
009230            MOVE 'CONTRATO BLOQUEADO PARA DEBITOS'
009240                                           TO WS-COM-MOTIVO
009250            PERFORM 2240-INCIDENCIA-COMISION
009260          WHEN 'I'
009270            MOVE 'CONTRATO INACTIVO'       TO WS-COM-MOTIVO
009280            PERFORM 2240-INCIDENCIA-COMISION
009290          WHEN OTHER
009300            MOVE 'CONTRATO DADO DE BAJA'   TO WS-COM-MOTIVO
009310            PERFORM 2240-INCIDENCIA-COMISION
009320        END-EVALUATE
009330     END-IF.
009340
009350* ***************************************************************
009360* RECUPERA LA COMISION POR DESCUBIERTO NO PACTADO DE LA TARIFA
009370* DEL CONTRATO O, EN SU DEFECTO, DE LA GENERAL DE LA FILA 0. SIN
009380* TARIFA NO HAY COMISION
009390* DE CADA UNA SE TOMA LA FILA CON LA FECHA_DESDE MAS RECIENTE
009400* YA EN VIGOR, DE MODO QUE LAS TARIFAS CON FECHA DE EFECTO
009410* FUTURA NO SE APLICAN HASTA ESA FECHA
009420* ***************************************************************
009430 2210-BUSCA-TARIFA.
009440
009450     MOVE CLAVE-CONTRATO OF DCLCONTRATO
009460                              TO CLAVE-CONTRATO OF DCLTARIFA.
009470
009480     EXEC SQL
009490        SELECT COMISION_DESCUBIERTO, MONEDA
009500          INTO :DCLTARIFA.COMISION-DESCUBIERTO,
009510               :DCLTARIFA.MONEDA
009520          FROM IBMUSER.TARIFA
009530         WHERE CLAVE_CONTRATO = :DCLTARIFA.CLAVE-CONTRATO
009540           AND FECHA_DESDE =
009550               (SELECT MAX(FECHA_DESDE)
009560                  FROM IBMUSER.TARIFA
009570                 WHERE CLAVE_CONTRATO = :DCLTARIFA.CLAVE-CONTRATO
009580                   AND FECHA_DESDE <= DATE(:WS-FECHA-PROCESO))
009590     END-EXEC.
009600
009610     IF SQLCODE EQUAL 100
009620        EXEC SQL
009630           SELECT COMISION_DESCUBIERTO, MONEDA
009640             INTO :DCLTARIFA.COMISION-DESCUBIERTO,
009650                  :DCLTARIFA.MONEDA
009660             FROM IBMUSER.TARIFA
009670            WHERE CLAVE_CONTRATO = 0
009680              AND FECHA_DESDE =
009690                  (SELECT MAX(FECHA_DESDE)
009700                     FROM IBMUSER.TARIFA
009710                    WHERE CLAVE_CONTRATO = 0
009720                      AND FECHA_DESDE <= DATE(:WS-FECHA-PROCESO))
009730        END-EXEC
009740     END-IF.
009750
009760     IF SQLCODE EQUAL 0
009770        MOVE COMISION-DESCUBIERTO OF DCLTARIFA TO WS-COM-TARIFA
009780     ELSE
009790        IF SQLCODE NOT EQUAL 100
009800           SET CODERR-SQL-ERROR TO TRUE
009810           MOVE SQLCODE                    TO WS-S-SQLCODE
009820           MOVE 'ERROR AL RECUPERAR LA TARIFA DE COMISIONES'
009830                                           TO WS-S-DESCRIPCION
009840
009850           PERFORM 2800-ESCRIBE-SALIDA
009860           PERFORM 9999-ERROR
009870        END-IF
009880     END-IF.
009890
009900* ***************************************************************
009910* BUSCA EL TIPO DE CAMBIO VIGENTE DE LA DIVISA DE LA TARIFA A LA
009920* DIVISA DEL CONTRATO. SIN TIPO (SQLCODE 100) SE DEJA UNA
009930* INCIDENCIA, SE MARCA WS-SIN-CAMBIO Y NO SE CARGA LA COMISION
009940* ***************************************************************
009950 2220-BUSCA-TIPO-CAMBIO.
009960
009970     MOVE 0   TO WS-COM-TIPO-CAMBIO.
009980
009990     EXEC SQL
010000        SELECT TIPO
010010          INTO :DCLTIPO-CAMBIO.TIPO
010020          FROM IBMUSER.TIPO_CAMBIO
010030         WHERE MONEDA_ORIGEN = :DCLTARIFA.MONEDA
010040           AND MONEDA_DESTINO = :DCLCONTRATO.MONEDA
010050           AND FECHA_DESDE =
010060               (SELECT MAX(FECHA_DESDE)
010070                  FROM IBMUSER.TIPO_CAMBIO
010080                 WHERE MONEDA_ORIGEN = :DCLTARIFA.MONEDA
010090                   AND MONEDA_DESTINO = :DCLCONTRATO.MONEDA
010100                   AND FECHA_DESDE <= DATE(:WS-FECHA-PROCESO))
010110     END-EXEC.
010120
010130     IF SQLCODE EQUAL 0
010140        MOVE TIPO OF DCLTIPO-CAMBIO        TO WS-COM-TIPO-CAMBIO
010150     END-IF.
010160
010170     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
010180        SET CODERR-SQL-ERROR TO TRUE
010190        MOVE SQLCODE                       TO WS-S-SQLCODE
010200        MOVE 'ERROR AL BUSCAR EL TIPO DE CAMBIO DE LA COMISION'
010210                                           TO WS-S-DESCRIPCION
010220
010230        PERFORM 2800-ESCRIBE-SALIDA
010240        PERFORM 9999-ERROR
010250     END-IF.
010260
010270     IF SQLCODE EQUAL 100
010280        OR WS-COM-TIPO-CAMBIO NOT GREATER THAN ZERO
010290        MOVE 'S'                           TO WS-SIN-CAMBIO
010300        ADD 1                              TO WS-CNT-SIN-CAMBIO
010310        SET CODERR-SIN-CAMBIO              TO TRUE
010320        MOVE 0                             TO WS-S-SQLCODE
010330        MOVE CLAVE-CONTRATO OF DCLCONTRATO TO WS-ED-CLAVE
010340        MOVE SPACES                        TO WS-S-DESCRIPCION
010350        STRING 'CONTRATO '                 DELIMITED BY SIZE
010360               WS-ED-CLAVE                 DELIMITED BY SIZE
010370               ': SIN TIPO DE CAMBIO '     DELIMITED BY SIZE
010380               MONEDA OF DCLTARIFA         DELIMITED BY SIZE
010390               '/'                         DELIMITED BY SIZE
010400               MONEDA OF DCLCONTRATO       DELIMITED BY SIZE
010410               '. NO SE CARGA COMISION'    DELIMITED BY SIZE
010420          INTO WS-S-DESCRIPCION
010430        END-STRING
010440        PERFORM 2800-ESCRIBE-SALIDA
010450     END-IF.
010460
010470* ***************************************************************
010480* CARGA LA COMISION AL CONTRATO Y LA REGISTRA COMO MOVIMIENTO DE
010490* TIPO 'C' SIN CONTRATO DESTINO (EL LADO DEL BANCO), CON EL TRAMO
010500* ALCANZADO EN LA DESCRIPCION. EL SALDO Y EL EXCESO QUE SE
010510* GUARDAN Y SE COMUNICAN YA INCLUYEN LA COMISION
010520* ***************************************************************
010530 2230-CARGA-COMISION.
010540
010550     EXEC SQL
010560       UPDATE  IBMUSER.CONTRATO
010570          SET  IMPORTE = IMPORTE - :WS-MOR-COMISION
010580        WHERE  CLAVE_CONTRATO = :DCLCONTRATO.CLAVE-CONTRATO
010590     END-EXEC.
010600
010610     IF SQLCODE NOT EQUAL 0
010620       SET CODERR-SQL-ERROR TO TRUE
010630       MOVE SQLCODE                       TO WS-S-SQLCODE
010640       MOVE 'ERROR AL CARGAR LA COMISION EN EL CONTRATO'
010650                                          TO WS-S-DESCRIPCION
010660
010670       PERFORM 2800-ESCRIBE-SALIDA
010680       PERFORM 9999-ERROR
010690     END-IF.
010700
010710     MOVE 0                          TO IND-ORIGEN.
010720     MOVE -1                         TO IND-DESTINO.
010730     MOVE CLAVE-CONTRATO OF DCLCONTRATO TO ORIGEN.
010740     MOVE WS-MOR-TRAMO               TO WS-DCO-TRAMO.
010750     MOVE WS-DESC-COMISION
010760                                 TO DESCRIPCION OF DCLMOVIMIENTO.
010770     MOVE WS-MOR-COMISION            TO IMPORTE OF DCLMOVIMIENTO.
010780     MOVE 'C'                        TO TIPO-OPERACION
010790                                        OF DCLMOVIMIENTO.
010800     PERFORM 2500-INSERTA-MOVIMIENTO.
010810
010820     SUBTRACT WS-MOR-COMISION        FROM IMPORTE OF DCLCONTRATO.
010830     ADD WS-MOR-COMISION             TO WS-MOR-EXCESO.
010840     ADD 1                           TO WS-CNT-COMISIONES.
010850     ADD WS-MOR-COMISION             TO WS-TOT-COMISIONES.
010860
010870* ***************************************************************
010880* DEJA UNA INCIDENCIA POR UNA COMISION QUE NO SE HA PODIDO CARGAR,
010890* CON EL MOTIVO PREPARADO EN WS-COM-MOTIVO
010900* ***************************************************************
010910 2240-INCIDENCIA-COMISION.
010920
010930     MOVE 0                             TO WS-MOR-COMISION.
010940     ADD 1                              TO WS-CNT-COM-NO-CARGADAS.
010950
010960     SET CODERR-COMISION-NO-CARGADA     TO TRUE.
010970     MOVE 0                             TO WS-S-SQLCODE.
010980     MOVE CLAVE-CONTRATO OF DCLCONTRATO TO WS-ED-CLAVE.
010990     MOVE SPACES                        TO WS-S-DESCRIPCION.
011000     STRING 'CONTRATO '                 DELIMITED BY SIZE
011010            WS-ED-CLAVE                 DELIMITED BY SIZE
011020            ': COMISION NO CARGADA: '   DELIMITED BY SIZE
011030            WS-COM-MOTIVO               DELIMITED BY SIZE
011040       INTO WS-S-DESCRIPCION
011050     END-STRING.
011060     PERFORM 2800-ESCRIBE-SALIDA.
011070
011080* ***************************************************************
011090* GUARDA LA CLASIFICACION DE HOY EN IBMUSER.MOROSIDAD: ALTA DE LA
011100* FILA AL ENTRAR EN DESCUBIERTO, BAJA AL REGULARIZARSE Y, EN OTRO
011110* CASO, ACTUALIZACION DE SUS DIAS E IMPORTES. LA COMISION DE LA
011120* FILA ACUMULA LO CARGADO DURANTE EL DESCUBIERTO
011130* ***************************************************************
011140 2300-GRABA-MOROSIDAD.
011150
011160     MOVE WS-MOR-TRAMO          TO TRAMO OF DCLMOROSIDAD.
011170     MOVE WS-MOR-INICIO         TO FECHA-INICIO OF DCLMOROSIDAD.
011180     MOVE WS-MOR-FECHA-TRAMO    TO FECHA-TRAMO OF DCLMOROSIDAD.
011190     MOVE WS-MOR-DIAS           TO DIAS-DESCUBIERTO
011200                                   OF DCLMOROSIDAD.
011210     MOVE WS-MOR-DIAS-EXCESO    TO DIAS-EXCESO OF DCLMOROSIDAD.
011220     MOVE IMPORTE OF DCLCONTRATO TO SALDO OF DCLMOROSIDAD.
011230     MOVE WS-MOR-EXCESO         TO EXCESO OF DCLMOROSIDAD.
011240     MOVE MONEDA OF DCLCONTRATO TO MONEDA OF DCLMOROSIDAD.
011250     MOVE WS-MOR-COMISION       TO COMISION OF DCLMOROSIDAD.
011260     MOVE WS-FECHA-PROCESO      TO FECHA-PROCESO OF DCLMOROSIDAD.
011270
011280     EVALUATE TRUE
011290       WHEN WS-MOR-SIN-DESCUBIERTO
011300         EXEC SQL
011310            DELETE FROM IBMUSER.MOROSIDAD
011320             WHERE CLAVE_CONTRATO = :DCLMOROSIDAD.CLAVE-CONTRATO
011330         END-EXEC
011340       WHEN WS-MOR-TRAMO-ANTERIOR EQUAL '0'
011350         EXEC SQL
011360            INSERT INTO IBMUSER.MOROSIDAD
011370                  (CLAVE_CONTRATO, TRAMO, FECHA_INICIO,
011380                   FECHA_TRAMO, DIAS_DESCUBIERTO, DIAS_EXCESO,
011390                   SALDO, EXCESO, MONEDA, COMISION,
011400                   FECHA_PROCESO)
011410            VALUES (:DCLMOROSIDAD.CLAVE-CONTRATO,
011420                    :DCLMOROSIDAD.TRAMO,
011430                    DATE(:DCLMOROSIDAD.FECHA-INICIO),
011440                    DATE(:DCLMOROSIDAD.FECHA-TRAMO),
011450                    :DCLMOROSIDAD.DIAS-DESCUBIERTO,
011460                    :DCLMOROSIDAD.DIAS-EXCESO,
011470                    :DCLMOROSIDAD.SALDO,
011480                    :DCLMOROSIDAD.EXCESO,
011490                    :DCLMOROSIDAD.MONEDA,
011500                    :DCLMOROSIDAD.COMISION,
011510                    DATE(:DCLMOROSIDAD.FECHA-PROCESO))
011520         END-EXEC
011530       WHEN OTHER
011540         EXEC SQL
011550            UPDATE IBMUSER.MOROSIDAD
011560               SET TRAMO = :DCLMOROSIDAD.TRAMO,
011570                   FECHA_INICIO =
011580                       DATE(:DCLMOROSIDAD.FECHA-INICIO),
011590                   FECHA_TRAMO = DATE(:DCLMOROSIDAD.FECHA-TRAMO),
011600                   DIAS_DESCUBIERTO =
011610                       :DCLMOROSIDAD.DIAS-DESCUBIERTO,
011620                   DIAS_EXCESO = :DCLMOROSIDAD.DIAS-EXCESO,
011630                   SALDO = :DCLMOROSIDAD.SALDO,
011640                   EXCESO = :DCLMOROSIDAD.EXCESO,
011650                   MONEDA = :DCLMOROSIDAD.MONEDA,
011660                   COMISION = COMISION + :DCLMOROSIDAD.COMISION,
011670                   FECHA_PROCESO =
011680                       DATE(:DCLMOROSIDAD.FECHA-PROCESO)
011690             WHERE CLAVE_CONTRATO = :DCLMOROSIDAD.CLAVE-CONTRATO
011700         END-EXEC
011710     END-EVALUATE.
011720
011730     IF SQLCODE NOT EQUAL 0
011740       SET CODERR-SQL-ERROR TO TRUE
011750       MOVE SQLCODE                       TO WS-S-SQLCODE
011760       MOVE 'ERROR AL GRABAR LA CLASIFICACION DEL CONTRATO'
011770                                          TO WS-S-DESCRIPCION
011780
011790       PERFORM 2800-ESCRIBE-SALIDA
011800       PERFORM 9999-ERROR
011810     END-IF.
011820
011830* ***************************************************************
011840* ESCRIBE LA CARTA DE RECLAMACION DEL CAMBIO DE TRAMO: PRIMER,
011850* SEGUNDO O TERCER AVISO, REQUERIMIENTO DE PAGO (TRAMO 4) O AVISO
011860* DE REGULARIZACION, CON LOS IMPORTES EN LA DIVISA DEL CONTRATO
011870* ***************************************************************
011880 2400-ESCRIBE-CARTA.
011890
011900     ADD 1 TO WS-CNT-CARTAS.
011910     MOVE CLAVE-CONTRATO OF DCLCONTRATO TO WS-ED-CLAVE.
011920     MOVE WS-MOR-DIAS                   TO WS-ED-DIAS.
011930
011940     EVALUATE WS-MOR-TRAMO
011950       WHEN '0'
011960         MOVE 'AVISO DE REGULARIZACION DEL CONTRATO'
011970                                     TO WS-CAR-ASUNTO
011980       WHEN '1'
011990         MOVE 'PRIMER AVISO DE DESCUBIERTO DEL CONTRATO'
012000                                     TO WS-CAR-ASUNTO
012010       WHEN '2'
012020         MOVE 'SEGUNDO AVISO DE DESCUBIERTO DEL CONTRATO'
012030                                     TO WS-CAR-ASUNTO
012040       WHEN '3'
012050         MOVE 'TERCER AVISO DE DESCUBIERTO DEL CONTRATO'
012060                                     TO WS-CAR-ASUNTO
012070       WHEN OTHER
012080         MOVE 'REQUERIMIENTO DE PAGO DEL CONTRATO'
012090                                     TO WS-CAR-ASUNTO
012100     END-EVALUATE.
012110
012120     MOVE ALL '='                   TO REG-CARTA.
012130     PERFORM 2490-ESCRIBE-LINEA-CARTA.
012140     MOVE SPACES                    TO REG-CARTA.
012150     STRING WS-CAR-ASUNTO            DELIMITED BY '  '
012160            ' '                      DELIMITED BY SIZE
012170            WS-ED-CLAVE              DELIMITED BY SIZE
012180       INTO REG-CARTA
012190     END-STRING.
012200     PERFORM 2490-ESCRIBE-LINEA-CARTA.
012210     MOVE ALL '='                   TO REG-CARTA.
012220     PERFORM 2490-ESCRIBE-LINEA-CARTA.
012230
012240* TITULARES DEL CONTRATO
012250     PERFORM 2410-ESCRIBE-TITULARES.
012260
012270     MOVE SPACES                    TO REG-CARTA.
012280     PERFORM 2490-ESCRIBE-LINEA-CARTA.
012290
012300     IF WS-MOR-SIN-DESCUBIERTO
012310        MOVE SPACES                 TO REG-CARTA
012320        STRING 'LE COMUNICAMOS QUE EL SALDO DEL CONTRATO '
012330                                     DELIMITED BY SIZE
012340               WS-ED-CLAVE           DELIMITED BY SIZE
012350          INTO REG-CARTA
012360        END-STRING
012370        PERFORM 2490-ESCRIBE-LINEA-CARTA
012380        MOVE SPACES                 TO REG-CARTA
012390        STRING 'HA QUEDADO REGULARIZADO CON FECHA '
012400                                     DELIMITED BY SIZE
012410               WS-FECHA-PROCESO      DELIMITED BY SIZE
012420               '.'                   DELIMITED BY SIZE
012430          INTO REG-CARTA
012440        END-STRING
012450        PERFORM 2490-ESCRIBE-LINEA-CARTA
012460     ELSE
012470        MOVE SPACES                 TO REG-CARTA
012480        STRING 'LE COMUNICAMOS QUE EL CONTRATO '
012490                                     DELIMITED BY SIZE
012500               WS-ED-CLAVE           DELIMITED BY SIZE
012510               ' PRESENTA SALDO DEUDOR'
012520                                     DELIMITED BY SIZE
012530          INTO REG-CARTA
012540        END-STRING
012550        PERFORM 2490-ESCRIBE-LINEA-CARTA
012560        MOVE SPACES                 TO REG-CARTA
012570        STRING 'DESDE EL '           DELIMITED BY SIZE
012580               WS-MOR-INICIO         DELIMITED BY SIZE
012590               ' ('                  DELIMITED BY SIZE
012600               WS-ED-DIAS            DELIMITED BY SIZE
012610               ' DIAS), SEGUN EL SIGUIENTE DETALLE:'
012620                                     DELIMITED BY SIZE
012630          INTO REG-CARTA
012640        END-STRING
012650        PERFORM 2490-ESCRIBE-LINEA-CARTA
012660        MOVE SPACES                 TO REG-CARTA
012670        PERFORM 2490-ESCRIBE-LINEA-CARTA
012680        PERFORM 2450-ESCRIBE-IMPORTES-CARTA
012690     END-IF.
012700
012710     MOVE SPACES                    TO REG-CARTA.
012720     PERFORM 2490-ESCRIBE-LINEA-CARTA.
012730     EVALUATE WS-MOR-TRAMO
012740       WHEN '0'
012750         MOVE 'AGRADECEMOS SU ATENCION.'
012760                                     TO REG-CARTA
012770         PERFORM 2490-ESCRIBE-LINEA-CARTA
012780       WHEN '4'
012790         MOVE 'LE REQUERIMOS EL PAGO INMEDIATO DE LA DEUDA. DE NO'
012800                                     TO REG-CARTA
012810         PERFORM 2490-ESCRIBE-LINEA-CARTA
012820         MOVE 'ATENDERLO, SE INICIARAN LAS ACCIONES DE RECOBRO.'
012830                                     TO REG-CARTA
012840         PERFORM 2490-ESCRIBE-LINEA-CARTA
012850       WHEN OTHER
012860         MOVE 'LE ROGAMOS QUE REGULARICE EL SALDO A LA MAYOR'
012870                                     TO REG-CARTA
012880         PERFORM 2490-ESCRIBE-LINEA-CARTA
012890         MOVE 'BREVEDAD.'            TO REG-CARTA
012900         PERFORM 2490-ESCRIBE-LINEA-CARTA
012910     END-EVALUATE.
012920     MOVE SPACES                    TO REG-CARTA.
012930     PERFORM 2490-ESCRIBE-LINEA-CARTA.
012940
012950* ***************************************************************
012960* ESCRIBE EN LA CARTA EL DESGLOSE DEL DESCUBIERTO, EN LA DIVISA
012970* DEL CONTRATO: SALDO, LIMITE PACTADO, IMPORTE POR ENCIMA DEL
012980* LIMITE Y, SI SE HA CARGADO, LA COMISION
012990* ***************************************************************
013000 2450-ESCRIBE-IMPORTES-CARTA.
013010
013020     MOVE SPACES                    TO WS-LINEA-CARTA.
013030     MOVE MONEDA OF DCLCONTRATO     TO WS-CAR-MONEDA.
013040     MOVE 'SALDO DEUDOR'            TO WS-CAR-ETIQUETA.
013050     MOVE IMPORTE OF DCLCONTRATO    TO WS-CAR-VALOR.
013060     MOVE WS-LINEA-CARTA            TO REG-CARTA.
013070     PERFORM 2490-ESCRIBE-LINEA-CARTA.
013080
013090     MOVE 'LIMITE DE DESCUBIERTO PACTADO' TO WS-CAR-ETIQUETA.
013100     MOVE LIMITE-DESCUBIERTO OF DCLCONTRATO TO WS-CAR-VALOR.
013110     MOVE WS-LINEA-CARTA            TO REG-CARTA.
013120     PERFORM 2490-ESCRIBE-LINEA-CARTA.
013130
013140     IF WS-MOR-EXCESO GREATER THAN ZERO
013150        MOVE 'IMPORTE POR ENCIMA DEL LIMITE' TO WS-CAR-ETIQUETA
013160        MOVE WS-MOR-EXCESO          TO WS-CAR-VALOR
013170        MOVE WS-LINEA-CARTA         TO REG-CARTA
013180        PERFORM 2490-ESCRIBE-LINEA-CARTA
013190     END-IF.
013200
013210     IF WS-MOR-COMISION GREATER THAN ZERO
013220        MOVE 'COMISION DESCUBIERTO NO PACTADO' TO WS-CAR-ETIQUETA
013230        MOVE WS-MOR-COMISION        TO WS-CAR-VALOR
013240        MOVE WS-LINEA-CARTA         TO REG-CARTA
013250        PERFORM 2490-ESCRIBE-LINEA-CARTA
013260     END-IF.
013270
013280* ***************************************************************
013290* ESCRIBE EN LA CARTA LOS TITULARES DEL CONTRATO, CON SU NOMBRE Y
013300* DOCUMENTO. UN CONTRATO SIN CLIENTE VINCULADO SE ANOTA APARTE
013310* EN EL INFORME DE CONTROL PARA QUE SE REVISE SU ENVIO
013320* ***************************************************************
013330 2410-ESCRIBE-TITULARES.
013340
013350     MOVE 'N' TO WS-FIN-TITULARES.
013360     MOVE 0   TO WS-CNT-TITULARES.
013370     EXEC SQL
013380        OPEN CUR-TITULARES
013390     END-EXEC.
013400     PERFORM 1090-COMPRUEBA-SQLCODE-CURSOR.
013410
013420     PERFORM 2420-LEE-TITULAR.
013430     PERFORM 2430-TRATA-TITULAR UNTIL WS-FIN-TITULARES-SI.
013440
013450     EXEC SQL
013460        CLOSE CUR-TITULARES
013470     END-EXEC.
013480     PERFORM 1090-COMPRUEBA-SQLCODE-CURSOR.
013490
013500     IF WS-CNT-TITULARES EQUAL ZERO
013510        ADD 1 TO WS-CNT-SIN-TITULAR
013520        MOVE 'TITULAR: CONTRATO SIN CLIENTE VINCULADO'
013530                                     TO REG-CARTA
013540        PERFORM 2490-ESCRIBE-LINEA-CARTA
013550     END-IF.
013560
013570* ***************************************************************
013580* LEE EL SIGUIENTE TITULAR DEL CONTRATO
013590* ***************************************************************
013600 2420-LEE-TITULAR.
013610
013620     EXEC SQL
013630        FETCH CUR-TITULARES
013640         INTO :WS-TIT-NOMBRE, :WS-TIT-DOCUMENTO
013650     END-EXEC.
013660
013670     IF SQLCODE EQUAL 100
013680        MOVE 'S' TO WS-FIN-TITULARES
013690     ELSE
013700        PERFORM 1090-COMPRUEBA-SQLCODE-CURSOR
013710     END-IF.
013720
013730* ***************************************************************
013740* ESCRIBE EL TITULAR LEIDO Y SIGUE LEYENDO
013750* ***************************************************************
013760 2430-TRATA-TITULAR.
013770
013780     ADD 1 TO WS-CNT-TITULARES.
013790     MOVE SPACES                    TO REG-CARTA.
013800     STRING 'TITULAR: '              DELIMITED BY SIZE
013810            WS-TIT-NOMBRE            DELIMITED BY SIZE
013820            ' '                      DELIMITED BY SIZE
013830            WS-TIT-DOCUMENTO         DELIMITED BY SIZE
013840       INTO REG-CARTA
013850     END-STRING.
013860     PERFORM 2490-ESCRIBE-LINEA-CARTA.
013870     PERFORM 2420-LEE-TITULAR.
013880
013890* ***************************************************************
013900* ESCRIBE LA LINEA PREPARADA EN EL FICHERO DE CARTAS Y COMPRUEBA
013910* QUE LA ESCRITURA HAYA SIDO CORRECTA
013920* ***************************************************************
013930 2490-ESCRIBE-LINEA-CARTA.
013940
013950     WRITE REG-CARTA.
013960
013970     IF NOT FICHERO-CAR-OK
013980        DISPLAY 'FILE STATUS INESPERADO EN FICHERO-CAR: '
013990                FS-CAR
014000        PERFORM 9999-ERROR
014010     END-IF.
014020
014030* ***************************************************************
014040* INSERTA EN IBMUSER.MOVIMIENTO EL MOVIMIENTO DE COMISION
014050* PREPARADO POR EL PARRAFO LLAMANTE (LADOS, DESCRIPCION, IMPORTE
014060* Y TIPO DE OPERACION), EN LA DIVISA DEL CONTRATO
014070* ***************************************************************
014080 2500-INSERTA-MOVIMIENTO.
014090
014100     MOVE MONEDA OF DCLCONTRATO TO MONEDA OF DCLMOVIMIENTO.
014110
014120* OBTENEMOS LA FECHA Y HORA ACTUAL DEL SISTEMA PARA EL MOVIMIENTO
014130     MOVE FUNCTION CURRENT-DATE TO WS-FECHA-SISTEMA.
014140     STRING WS-FS-ANO           DELIMITED BY SIZE
014150            '-'                 DELIMITED BY SIZE
014160            WS-FS-MES           DELIMITED BY SIZE
014170            '-'                 DELIMITED BY SIZE
014180            WS-FS-DIA           DELIMITED BY SIZE
014190            '-'                 DELIMITED BY SIZE
014200            WS-FS-HORA          DELIMITED BY SIZE
014210            '.'                 DELIMITED BY SIZE
014220            WS-FS-MINUTO        DELIMITED BY SIZE
014230            '.'                 DELIMITED BY SIZE
014240            WS-FS-SEGUNDO       DELIMITED BY SIZE
014250            '.'                 DELIMITED BY SIZE
014260            WS-FS-CENTESIMAS    DELIMITED BY SIZE
014270            '0000'              DELIMITED BY SIZE
014280       INTO WS-TIMESTAMP-MOVIMIENTO
014290     END-STRING.
014300     MOVE WS-TIMESTAMP-MOVIMIENTO TO FECHA-MOVIMIENTO
014310                                     OF DCLMOVIMIENTO.
014320
014330* OBTENEMOS EL IDENTIFICADOR DEL JOB QUE EJECUTA EL PROGRAMA
014340     DISPLAY 'JOBNAME' UPON ENVIRONMENT-NAME.
014350     ACCEPT WS-JOB-ID FROM ENVIRONMENT-VALUE.
014360     MOVE WS-JOB-ID               TO JOB-ID OF DCLMOVIMIENTO.
014370
014380* OBTENEMOS LA SIGUIENTE CLAVE DEL BLOQUE RESERVADO EN
014390* IBMUSER.CONTADOR (COMPARTIDO POR TODOS LOS POSTEADORES),
014400* RESERVANDO UN BLOQUE NUEVO SI ESTE SE AGOTO O SI AUN NO HAY
014410* NINGUNO RESERVADO
014420     IF WS-ULTIMA-CLAVE-BLOQUE EQUAL ZERO
014430        PERFORM 1210-RESERVA-BLOQUE-CLAVES
014440     ELSE
014450        ADD 1 TO CLAVE-MOVIMIENTO OF DCLMOVIMIENTO
014460        IF CLAVE-MOVIMIENTO OF DCLMOVIMIENTO
014470           GREATER THAN WS-ULTIMA-CLAVE-BLOQUE
014480           PERFORM 1210-RESERVA-BLOQUE-CLAVES
014490        END-IF
014500     END-IF.
014510
014520     EXEC SQL
014530         INSERT INTO IBMUSER.MOVIMIENTO
014540               (CLAVE_MOVIMIENTO,
014550                ORIGEN,
014560                DESTINO,
014570                DESCRIPCION,
014580                IMPORTE,
014590                FECHA_MOVIMIENTO,
014600                JOB_ID,
014610                MONEDA,
014620                TIPO_OPERACION)
014630        VALUES (:DCLMOVIMIENTO.CLAVE-MOVIMIENTO,
014640                :ORIGEN :IND-ORIGEN,
014650                :DESTINO :IND-DESTINO,
014660                :DCLMOVIMIENTO.DESCRIPCION,
014670                :DCLMOVIMIENTO.IMPORTE,
014680                :DCLMOVIMIENTO.FECHA-MOVIMIENTO,
014690                :DCLMOVIMIENTO.JOB-ID,
014700                :DCLMOVIMIENTO.MONEDA,
014710                :DCLMOVIMIENTO.TIPO-OPERACION)
014720     END-EXEC.
014730
014740* EN CASO DE ERROR TERMINAMOS EL PROGRAMA
014750     IF SQLCODE NOT EQUAL 0
014760       SET CODERR-SQL-ERROR TO TRUE
014770       MOVE SQLCODE                       TO WS-S-SQLCODE
014780       MOVE 'ERROR AL INSERTAR MOVIMIENTO' TO WS-S-DESCRIPCION
014790
014800       PERFORM 2800-ESCRIBE-SALIDA
014810       PERFORM 9999-ERROR
014820     END-IF.
014830
014840* ***************************************************************
014850* EMITE LA LISTA DE TRABAJO DE RECOBROS CON LA CLASIFICACION YA
014860* CONFIRMADA: UN BLOQUE POR TRAMO, DEL MAS ANTIGUO AL MAS
014870* RECIENTE, CON TOTALES POR DIVISA DENTRO DE CADA TRAMO
014880* ***************************************************************
014890 2600-EMITE-LISTA-GESTION.
014900
014910     MOVE 'MORO01 - LISTA DE TRABAJO DE RECOBROS'
014920                                   TO REG-GESTION.
014930     PERFORM 2690-ESCRIBE-GESTION.
014940     MOVE SPACES                   TO WS-LINEA-GES-TEXTO.
014950     MOVE 'FECHA DE PROCESO:'      TO WS-GT-ETIQUETA.
014960     MOVE WS-FECHA-PROCESO         TO WS-GT-TEXTO.
014970     MOVE WS-LINEA-GES-TEXTO       TO REG-GESTION.
014980     PERFORM 2690-ESCRIBE-GESTION.
014990     MOVE SPACES                   TO WS-LINEA-GES-TEXTO.
015000     MOVE 'MARCA:'                 TO WS-GT-ETIQUETA.
015010     MOVE '* CONTRATO QUE HA CAMBIADO DE TRAMO HOY'
015020                                   TO WS-GT-TEXTO.
015030     MOVE WS-LINEA-GES-TEXTO       TO REG-GESTION.
015040     PERFORM 2690-ESCRIBE-GESTION.
015050
015060     MOVE 'N'    TO WS-FIN-GESTION.
015070     MOVE SPACES TO WS-GES-TRAMO-ANTERIOR.
015080     MOVE SPACES TO WS-GES-MONEDA-ANTERIOR.
015090     MOVE 0      TO WS-GES-CONTRATOS.
015100     MOVE 0      TO WS-GES-SALDO.
015110     MOVE 0      TO WS-GES-EXCESO.
015120
015130     EXEC SQL
015140        OPEN CUR-GESTION
015150     END-EXEC.
015160     PERFORM 1090-COMPRUEBA-SQLCODE-CURSOR.
015170
015180     PERFORM 2610-LEE-GESTION.
015190     PERFORM 2620-TRATA-GESTION UNTIL WS-FIN-GESTION-SI.
015200
015210     IF WS-GES-TRAMO-ANTERIOR EQUAL SPACES
015220        MOVE SPACES                TO REG-GESTION
015230        PERFORM 2690-ESCRIBE-GESTION
015240        MOVE 'NO HAY CONTRATOS EN DESCUBIERTO'
015250                                   TO REG-GESTION
015260        PERFORM 2690-ESCRIBE-GESTION
015270     ELSE
015280        PERFORM 2630-ESCRIBE-TOTAL-GESTION
015290     END-IF.
015300
015310     EXEC SQL
015320        CLOSE CUR-GESTION
015330     END-EXEC.
015340     PERFORM 1090-COMPRUEBA-SQLCODE-CURSOR.
015350
015360* ***************************************************************
015370* LEE EL SIGUIENTE CONTRATO DE LA LISTA DE TRABAJO
015380* ***************************************************************
015390 2610-LEE-GESTION.
015400
015410     EXEC SQL
015420        FETCH CUR-GESTION
015430         INTO :DCLMOROSIDAD.CLAVE-CONTRATO,
015440              :DCLMOROSIDAD.TRAMO,
015450              :DCLMOROSIDAD.FECHA-TRAMO,
015460              :DCLMOROSIDAD.DIAS-DESCUBIERTO,
015470              :DCLMOROSIDAD.DIAS-EXCESO,
015480              :DCLMOROSIDAD.SALDO,
015490              :DCLMOROSIDAD.EXCESO,
015500              :DCLMOROSIDAD.MONEDA,
015510              :WS-GES-NOMBRE :IND-NOMBRE
015520     END-EXEC.
015530
015540     IF SQLCODE EQUAL 100
015550        MOVE 'S' TO WS-FIN-GESTION
015560     ELSE
015570        PERFORM 1090-COMPRUEBA-SQLCODE-CURSOR
015580        IF IND-NOMBRE LESS THAN ZERO
015590           MOVE 'SIN CLIENTE VINCULADO' TO WS-GES-NOMBRE
015600        END-IF
015610     END-IF.
015620
015630* ***************************************************************
015640* TRATA UN CONTRATO DE LA LISTA: CORTE DE TRAMO (TOTAL DE LA
015650* DIVISA ANTERIOR Y CABECERA DEL TRAMO NUEVO) O DE DIVISA (TOTAL
015660* DE LA ANTERIOR), LINEA DE DETALLE Y ACUMULADOS
015670* ***************************************************************
015680 2620-TRATA-GESTION.
015690
015700     IF TRAMO OF DCLMOROSIDAD NOT EQUAL WS-GES-TRAMO-ANTERIOR
015710        IF WS-GES-TRAMO-ANTERIOR NOT EQUAL SPACES
015720           PERFORM 2630-ESCRIBE-TOTAL-GESTION
015730        END-IF
015740        PERFORM 2640-ESCRIBE-CABECERA-TRAMO
015750     ELSE
015760        IF MONEDA OF DCLMOROSIDAD NOT EQUAL WS-GES-MONEDA-ANTERIOR
015770           PERFORM 2630-ESCRIBE-TOTAL-GESTION
015780        END-IF
015790     END-IF.
015800     MOVE TRAMO OF DCLMOROSIDAD  TO WS-GES-TRAMO-ANTERIOR.
015810     MOVE MONEDA OF DCLMOROSIDAD TO WS-GES-MONEDA-ANTERIOR.
015820
015830     MOVE TRAMO OF DCLMOROSIDAD  TO WS-IDX-TRAMO.
015840     ADD 1                       TO WS-CNT-TRAMO (WS-IDX-TRAMO).
015850
015860     MOVE SPACES                 TO WS-LINEA-GES-DETALLE.
015870     MOVE CLAVE-CONTRATO OF DCLMOROSIDAD TO WS-GD-CONTRATO.
015880     MOVE MONEDA OF DCLMOROSIDAD TO WS-GD-MONEDA.
015890     MOVE SALDO OF DCLMOROSIDAD  TO WS-GD-SALDO.
015900     MOVE EXCESO OF DCLMOROSIDAD TO WS-GD-EXCESO.
015910     MOVE DIAS-DESCUBIERTO OF DCLMOROSIDAD TO WS-GD-DIAS.
015920     MOVE DIAS-EXCESO OF DCLMOROSIDAD TO WS-GD-DIAS-EXCESO.
015930     MOVE WS-GES-NOMBRE          TO WS-GD-NOMBRE.
015940     IF FECHA-TRAMO OF DCLMOROSIDAD EQUAL WS-FECHA-PROCESO
015950        MOVE '*'                 TO WS-GD-MARCA
015960     END-IF.
015970     MOVE WS-LINEA-GES-DETALLE   TO REG-GESTION.
015980     PERFORM 2690-ESCRIBE-GESTION.
015990
016000     ADD 1                       TO WS-GES-CONTRATOS.
016010     ADD SALDO OF DCLMOROSIDAD   TO WS-GES-SALDO.
016020     ADD EXCESO OF DCLMOROSIDAD  TO WS-GES-EXCESO.
016030
016040     PERFORM 2610-LEE-GESTION.
016050
016060* ***************************************************************
016070* ESCRIBE EL TOTAL DE LA DIVISA EN CURSO DENTRO DEL TRAMO Y LO
016080* DEJA A CERO PARA EL SIGUIENTE CORTE
016090* ***************************************************************
016100 2630-ESCRIBE-TOTAL-GESTION.
016110
016120     MOVE WS-GES-CONTRATOS       TO WS-GS-CONTRATOS.
016130     MOVE WS-GES-MONEDA-ANTERIOR TO WS-GS-MONEDA.
016140     MOVE WS-GES-SALDO           TO WS-GS-SALDO.
016150     MOVE WS-GES-EXCESO          TO WS-GS-EXCESO.
016160     MOVE WS-LINEA-GES-TOTAL     TO REG-GESTION.
016170     PERFORM 2690-ESCRIBE-GESTION.
016180
016190     MOVE 0                      TO WS-GES-CONTRATOS.
016200     MOVE 0                      TO WS-GES-SALDO.
016210     MOVE 0                      TO WS-GES-EXCESO.
016220
016230* ***************************************************************
016240* ESCRIBE LA CABECERA DE UN TRAMO Y LOS TITULOS DE COLUMNA
016250* ***************************************************************
016260 2640-ESCRIBE-CABECERA-TRAMO.
016270
016280     MOVE SPACES                 TO REG-GESTION.
016290     PERFORM 2690-ESCRIBE-GESTION.
016300
016310     MOVE SPACES                 TO WS-LINEA-GES-TEXTO.
016320     STRING 'TRAMO '             DELIMITED BY SIZE
016330            TRAMO OF DCLMOROSIDAD DELIMITED BY SIZE
016340       INTO WS-GT-ETIQUETA
016350     END-STRING.
016360     EVALUATE TRAMO OF DCLMOROSIDAD
016370       WHEN '1'
016380         MOVE '1 A 30 DIAS EN DESCUBIERTO'    TO WS-GT-TEXTO
016390       WHEN '2'
016400         MOVE '31 A 60 DIAS EN DESCUBIERTO'   TO WS-GT-TEXTO
016410       WHEN '3'
016420         MOVE '61 A 90 DIAS EN DESCUBIERTO'   TO WS-GT-TEXTO
016430       WHEN OTHER
016440         MOVE 'MAS DE 90 DIAS EN DESCUBIERTO' TO WS-GT-TEXTO
016450     END-EVALUATE.
016460     MOVE WS-LINEA-GES-TEXTO     TO REG-GESTION.
016470     PERFORM 2690-ESCRIBE-GESTION.
016480
016490     MOVE WS-LINEA-GES-TITULO    TO REG-GESTION.
016500     PERFORM 2690-ESCRIBE-GESTION.
016510
016520* ***************************************************************
016530* ESCRIBE LA LINEA PREPARADA EN LA LISTA DE TRABAJO Y COMPRUEBA
016540* QUE LA ESCRITURA HAYA SIDO CORRECTA
016550* ***************************************************************
016560 2690-ESCRIBE-GESTION.
016570
016580     WRITE REG-GESTION.
016590
016600     IF NOT FICHERO-GES-OK
016610        DISPLAY 'FILE STATUS INESPERADO EN FICHERO-GES: '
016620                FS-GESTION
016630        PERFORM 9999-ERROR
016640     END-IF.
016650
016660* ***************************************************************
016670* ESCRIBE EL REGISTRO WS-SALIDA EN FICHERO-SAL Y COMPRUEBA QUE
016680* LA ESCRITURA HAYA SIDO CORRECTA
016690* ***************************************************************
016700 2800-ESCRIBE-SALIDA.
016710
016720     MOVE WS-SALIDA                     TO REG-SALIDA.
016730     WRITE REG-SALIDA.
016740
016750     IF NOT FICHERO-SAL-OK
016760        DISPLAY 'FILE STATUS INESPERADO EN FICHERO-SAL: '
016770                FS-SALIDA
016780        PERFORM 9999-ERROR
016790     END-IF.
016800
016810* ***************************************************************
016820* PARRAFO DE FIN DEL PROGRAMA
016830* ***************************************************************
016840 3000-FIN.
016850
016860     DISPLAY 'FIN'.
016870
016880* CERRAMOS EL CURSOR DE CONTRATOS, SI SE LLEGO A ABRIR, Y
016890* CONFIRMAMOS LOS CAMBIOS PENDIENTES
016900     IF WS-FECHA-HABIL EQUAL WS-FECHA-PROCESO
016910        EXEC SQL
016920           CLOSE CUR-CONTRATOS
016930        END-EXEC
016940     END-IF.
016950     EXEC SQL COMMIT END-EXEC.
016960
016970* EMITIMOS LA LISTA DE TRABAJO DE RECOBROS CON LO YA CONFIRMADO
016980     IF WS-FECHA-HABIL EQUAL WS-FECHA-PROCESO
016990        PERFORM 2600-EMITE-LISTA-GESTION
017000     END-IF.
017010
017020* REGISTRAMOS EL FIN NORMAL EN EL CONTROL DE PROCESOS
017030     PERFORM 3900-REGISTRA-FIN-PROC.
017040
017050* ESCRIBIMOS EL INFORME DE CONTROL DE LA EJECUCION
017060     PERFORM 3100-ESCRIBE-INFORME.
017070
017080* CERRAMOS FICHEROS Y DEVOLVEMOS EL CONTROL AL S.O.
017090     CLOSE FICHERO-SAL.
017100     CLOSE FICHERO-INF.
017110     CLOSE FICHERO-GES.
017120     CLOSE FICHERO-CAR.
017130     STOP RUN.
017140
017150* ***************************************************************
017160* ESCRIBE EL INFORME DE CONTROL CON LOS TOTALES DE LA EJECUCION
017170* ***************************************************************
017180 3100-ESCRIBE-INFORME.
017190
017200     MOVE SPACES                    TO WS-LINEA-INFORME.
017210     MOVE 'MORO01 - INFORME DE CONTROL DE EJECUCION'
017220                                     TO WS-LIN-ETIQUETA.
017230     MOVE WS-LINEA-INFORME          TO REG-INFORME.
017240     WRITE REG-INFORME.
017250
017260     MOVE SPACES                    TO WS-LINEA-INFORME.
017270     STRING 'FECHA DE PROCESO: '      DELIMITED BY SIZE
017280            WS-FECHA-PROCESO          DELIMITED BY SIZE
017290       INTO WS-LIN-ETIQUETA
017300     END-STRING.
017310     MOVE WS-LINEA-INFORME          TO REG-INFORME.
017320     WRITE REG-INFORME.
017330
017340     MOVE SPACES                    TO WS-LINEA-INFORME.
017350     STRING 'FECHA HABIL: '           DELIMITED BY SIZE
017360            WS-FECHA-HABIL            DELIMITED BY SIZE
017370       INTO WS-LIN-ETIQUETA
017380     END-STRING.
017390     MOVE WS-LINEA-INFORME          TO REG-INFORME.
017400     WRITE REG-INFORME.
017410
017420     MOVE SPACES                    TO WS-LINEA-INFORME.
017430     IF WS-MODO-COBRO
017440        MOVE 'MODO: COBRO DE COMISIONES'
017450                                     TO WS-LIN-ETIQUETA
017460     ELSE
017470        MOVE 'MODO: SOLO CLASIFICACION'
017480                                     TO WS-LIN-ETIQUETA
017490     END-IF.
017500     MOVE WS-LINEA-INFORME          TO REG-INFORME.
017510     WRITE REG-INFORME.
017520
017530     MOVE SPACES                    TO WS-LINEA-INFORME.
017540     MOVE 'CONTRATOS EVALUADOS'
017550                                     TO WS-LIN-ETIQUETA.
017560     MOVE WS-CNT-CONTRATOS           TO WS-LIN-VALOR.
017570     MOVE WS-LINEA-INFORME          TO REG-INFORME.
017580     WRITE REG-INFORME.
017590
017600     MOVE SPACES                    TO WS-LINEA-INFORME.
017610     MOVE 'CONTRATOS EN DESCUBIERTO'
017620                                     TO WS-LIN-ETIQUETA.
017630     MOVE WS-CNT-EN-DESCUBIERTO      TO WS-LIN-VALOR.
017640     MOVE WS-LINEA-INFORME          TO REG-INFORME.
017650     WRITE REG-INFORME.
017660
017670     MOVE SPACES                    TO WS-LINEA-INFORME.
017680     MOVE '  TRAMO 1 (1 A 30 DIAS)'
017690                                     TO WS-LIN-ETIQUETA.
017700     MOVE WS-CNT-TRAMO-1             TO WS-LIN-VALOR.
017710     MOVE WS-LINEA-INFORME          TO REG-INFORME.
017720     WRITE REG-INFORME.
017730
017740     MOVE SPACES                    TO WS-LINEA-INFORME.
017750     MOVE '  TRAMO 2 (31 A 60 DIAS)'
017760                                     TO WS-LIN-ETIQUETA.
017770     MOVE WS-CNT-TRAMO-2             TO WS-LIN-VALOR.
017780     MOVE WS-LINEA-INFORME          TO REG-INFORME.
017790     WRITE REG-INFORME.
017800
017810     MOVE SPACES                    TO WS-LINEA-INFORME.
017820     MOVE '  TRAMO 3 (61 A 90 DIAS)'
017830                                     TO WS-LIN-ETIQUETA.
017840     MOVE WS-CNT-TRAMO-3             TO WS-LIN-VALOR.
017850     MOVE WS-LINEA-INFORME          TO REG-INFORME.
017860     WRITE REG-INFORME.
017870
017880     MOVE SPACES                    TO WS-LINEA-INFORME.
017890     MOVE '  TRAMO 4 (MAS DE 90 DIAS)'
017900                                     TO WS-LIN-ETIQUETA.
017910     MOVE WS-CNT-TRAMO-4             TO WS-LIN-VALOR.
017920     MOVE WS-LINEA-INFORME          TO REG-INFORME.
017930     WRITE REG-INFORME.
017940
017950     MOVE SPACES                    TO WS-LINEA-INFORME.
017960     MOVE 'ENTRADAS EN DESCUBIERTO'
017970                                     TO WS-LIN-ETIQUETA.
017980     MOVE WS-CNT-ENTRADAS            TO WS-LIN-VALOR.
017990     MOVE WS-LINEA-INFORME          TO REG-INFORME.
018000     WRITE REG-INFORME.
018010
018020     MOVE SPACES                    TO WS-LINEA-INFORME.
018030     MOVE 'CAMBIOS A UN TRAMO SUPERIOR'
018040                                     TO WS-LIN-ETIQUETA.
018050     MOVE WS-CNT-AGRAVADOS           TO WS-LIN-VALOR.
018060     MOVE WS-LINEA-INFORME          TO REG-INFORME.
018070     WRITE REG-INFORME.
018080
018090     MOVE SPACES                    TO WS-LINEA-INFORME.
018100     MOVE 'DESCUBIERTOS REGULARIZADOS'
018110                                     TO WS-LIN-ETIQUETA.
018120     MOVE WS-CNT-REGULARIZADOS       TO WS-LIN-VALOR.
018130     MOVE WS-LINEA-INFORME          TO REG-INFORME.
018140     WRITE REG-INFORME.
018150
018160     MOVE SPACES                    TO WS-LINEA-INFORME.
018170     MOVE 'CARTAS DE RECLAMACION EMITIDAS'
018180                                     TO WS-LIN-ETIQUETA.
018190     MOVE WS-CNT-CARTAS              TO WS-LIN-VALOR.
018200     MOVE WS-LINEA-INFORME          TO REG-INFORME.
018210     WRITE REG-INFORME.
018220
018230     MOVE SPACES                    TO WS-LINEA-INFORME.
018240     MOVE 'CARTAS DE CONTRATOS SIN TITULAR'
018250                                     TO WS-LIN-ETIQUETA.
018260     MOVE WS-CNT-SIN-TITULAR         TO WS-LIN-VALOR.
018270     MOVE WS-LINEA-INFORME          TO REG-INFORME.
018280     WRITE REG-INFORME.
018290
018300     MOVE SPACES                    TO WS-LINEA-INFORME.
018310     MOVE 'COMISIONES POR DESCUBIERTO CARGADAS'
018320                                     TO WS-LIN-ETIQUETA.
018330     MOVE WS-CNT-COMISIONES          TO WS-LIN-VALOR.
018340     MOVE WS-LINEA-INFORME          TO REG-INFORME.
018350     WRITE REG-INFORME.
018360
018370     MOVE SPACES                    TO WS-LINEA-INFORME.
018380     MOVE 'COMISIONES NO CARGADAS (CONTRATO)'
018390                                     TO WS-LIN-ETIQUETA.
018400     MOVE WS-CNT-COM-NO-CARGADAS     TO WS-LIN-VALOR.
018410     MOVE WS-LINEA-INFORME          TO REG-INFORME.
018420     WRITE REG-INFORME.
018430
018440     MOVE SPACES                    TO WS-LINEA-INFORME.
018450     MOVE 'COMISIONES SIN TIPO DE CAMBIO'
018460                                     TO WS-LIN-ETIQUETA.
018470     MOVE WS-CNT-SIN-CAMBIO          TO WS-LIN-VALOR.
018480     MOVE WS-LINEA-INFORME          TO REG-INFORME.
018490     WRITE REG-INFORME.
018500
018510     MOVE SPACES                    TO WS-LINEA-INFORME.
018520     MOVE 'IMPORTE TOTAL DE COMISIONES CARGADAS'
018530                                     TO WS-LIN-ETIQUETA.
018540     MOVE WS-TOT-COMISIONES          TO WS-LIN-VALOR.
018550     MOVE WS-LINEA-INFORME          TO REG-INFORME.
018560     WRITE REG-INFORME.
018570
018580* ***************************************************************
018590* REGISTRA EL ARRANQUE DE ESTA EJECUCION EN EL CONTROL DE
018600* PROCESOS DE LA CADENA BATCH: COMPRUEBA QUE EL PREDECESOR
018610* TERMINO BIEN EN LA FECHA DE PROCESO, QUE ESTE PROGRAMA NO HA
018620* TERMINADO YA PARA ESA FECHA, Y DEJA SU FILA EN ESTADO 'I'
018630* (INICIADO) YA CONFIRMADA, PARA QUE UN FIN ANORMAL QUEDE A LA
018640* VISTA DEL TURNO DE MANANA
018650* ***************************************************************
018660 1005-REGISTRA-INICIO-PROC.
018670
018680     IF WS-CTL-PREDECESOR NOT EQUAL SPACES
018690        EXEC SQL
018700           SELECT COUNT(*)
018710             INTO :WS-CNT-CTL
018720             FROM IBMUSER.CONTROL_PROCESO
018730            WHERE PROGRAMA = :WS-CTL-PREDECESOR
018740              AND FECHA_PROCESO = DATE(:WS-FECHA-PROCESO)
018750              AND ESTADO = 'F'
018760        END-EXEC
018770        IF SQLCODE NOT EQUAL 0
018780           DISPLAY 'ERROR AL CONSULTAR EL CONTROL DE PROCESOS. '
018790                   'SQLCODE: ' SQLCODE
018800           PERFORM 9999-ERROR
018810        END-IF
018820        IF WS-CNT-CTL EQUAL ZERO
018830           DISPLAY 'EL PREDECESOR ' WS-CTL-PREDECESOR ' NO HA'
018840                   ' TERMINADO BIEN EN LA FECHA ' WS-FECHA-PROCESO
018850                   '. EJECUCION ABORTADA'
018860           PERFORM 9999-ERROR
018870        END-IF
018880     END-IF.
018890
018900     EXEC SQL
018910        SELECT COUNT(*)
018920          INTO :WS-CNT-CTL
018930          FROM IBMUSER.CONTROL_PROCESO
018940         WHERE PROGRAMA = :WS-CTL-PROGRAMA
018950           AND FECHA_PROCESO = DATE(:WS-FECHA-PROCESO)
018960           AND ESTADO = 'F'
018970     END-EXEC.
018980
018990     IF SQLCODE NOT EQUAL 0
019000        DISPLAY 'ERROR AL CONSULTAR EL CONTROL DE PROCESOS. '
019010                'SQLCODE: ' SQLCODE
019020        PERFORM 9999-ERROR
019030     END-IF.
019040
019050     IF WS-CNT-CTL GREATER THAN ZERO
019060        DISPLAY 'ESTE PROGRAMA YA TERMINO BIEN EN LA FECHA '
019070                WS-FECHA-PROCESO '. EJECUCION ABORTADA'
019080        PERFORM 9999-ERROR
019090     END-IF.
019100
019110* LA FILA DE UN ARRANQUE ROTO ('I' O 'E') SE SUSTITUYE POR LA DE
019120* ESTA EJECUCION
019130     EXEC SQL
019140        DELETE FROM IBMUSER.CONTROL_PROCESO
019150         WHERE PROGRAMA = :WS-CTL-PROGRAMA
019160           AND FECHA_PROCESO = DATE(:WS-FECHA-PROCESO)
019170     END-EXEC.
019180
019190     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
019200        DISPLAY 'ERROR AL LIMPIAR EL CONTROL DE PROCESOS. '
019210                'SQLCODE: ' SQLCODE
019220        PERFORM 9999-ERROR
019230     END-IF.
019240
019250* OBTENEMOS EL IDENTIFICADOR DEL JOB QUE EJECUTA EL PROGRAMA
019260     DISPLAY 'JOBNAME' UPON ENVIRONMENT-NAME.
019270     ACCEPT WS-JOB-ID FROM ENVIRONMENT-VALUE.
019280
019290     EXEC SQL
019300        INSERT INTO IBMUSER.CONTROL_PROCESO
019310              (PROGRAMA, FECHA_PROCESO, ESTADO, INICIO, FIN,
019320               CONTADOR1, CONTADOR2, IMPORTE, JOB_ID)
019330        VALUES (:WS-CTL-PROGRAMA, DATE(:WS-FECHA-PROCESO), 'I',
019340                CURRENT TIMESTAMP, NULL, 0, 0, 0, :WS-JOB-ID)
019350     END-EXEC.
019360
019370     IF SQLCODE NOT EQUAL 0
019380        DISPLAY 'ERROR AL REGISTRAR EL ARRANQUE EN EL CONTROL '
019390                'DE PROCESOS. SQLCODE: ' SQLCODE
019400        PERFORM 9999-ERROR
019410     END-IF.
019420
019430* CONFIRMAMOS EL ARRANQUE PARA QUE SOBREVIVA A UN ROLLBACK
019440* POSTERIOR DE LA EJECUCION
019450     EXEC SQL COMMIT END-EXEC.
019460* ***************************************************************
019470* REGISTRA EL FIN NORMAL DE ESTA EJECUCION EN EL CONTROL DE
019480* PROCESOS, CON SUS CONTADORES CLAVE: CONTRATOS EN DESCUBIERTO,
019490* CARTAS EMITIDAS E IMPORTE DE LAS COMISIONES CARGADAS
019500* ***************************************************************
019510 3900-REGISTRA-FIN-PROC.
019520
019530     EXEC SQL
019540        UPDATE IBMUSER.CONTROL_PROCESO
019550           SET ESTADO = 'F',
019560               FIN = CURRENT TIMESTAMP,
019570               CONTADOR1 = :WS-CNT-EN-DESCUBIERTO,
019580               CONTADOR2 = :WS-CNT-CARTAS,
019590               IMPORTE = :WS-TOT-COMISIONES
019600         WHERE PROGRAMA = :WS-CTL-PROGRAMA
019610           AND FECHA_PROCESO = DATE(:WS-FECHA-PROCESO)
019620     END-EXEC.
019630
019640     IF SQLCODE NOT EQUAL 0
019650        DISPLAY 'ERROR AL REGISTRAR EL FIN EN EL CONTROL DE '
019660                'PROCESOS. SQLCODE: ' SQLCODE
019670        PERFORM 9999-ERROR
019680     END-IF.
019690
019700     EXEC SQL COMMIT END-EXEC.
019710
019720* **************************************************************
019730* PARRAFO DE ERROR.REALIZAMOS UN ROLLBACK DE LA BASE DE DATOS
019740* Y DEVOLVEMOS AL SISTEMA UN RC=8 (ERROR NO CONTROLADO)
019750* **************************************************************
019760 9999-ERROR.
019770
019780     DISPLAY 'ERROR'.
019790
019800     EXEC SQL ROLLBACK END-EXEC.
019810
019820* DEJAMOS CONSTANCIA DEL FIN ANORMAL EN EL CONTROL DE PROCESOS,
019830* SIN COMPROBAR EL RESULTADO: SI TAMBIEN FALLARA, LA FILA EN
019840* ESTADO 'I' YA DELATA LA EJECUCION ROTA
019850     EXEC SQL
019860        UPDATE IBMUSER.CONTROL_PROCESO
019870           SET ESTADO = 'E', FIN = CURRENT TIMESTAMP
019880         WHERE PROGRAMA = :WS-CTL-PROGRAMA
019890           AND FECHA_PROCESO = DATE(:WS-FECHA-PROCESO)
019900           AND ESTADO = 'I'
019910     END-EXEC.
019920     EXEC SQL COMMIT END-EXEC.
019930     MOVE 8 TO RETURN-CODE.
019940     GOBACK.
