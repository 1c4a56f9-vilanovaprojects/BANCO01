000010* PROGRAMA DE PREAVISO A LOS CLIENTES DE LOS CAMBIOS DE
000020* CONDICIONES. LOS TIPOS DE INTERES (IBMUSER.TIPO_INTERES) Y LAS
000030* TARIFAS DE COMISIONES (IBMUSER.TARIFA) ADMITEN FILAS CON FECHA
000040* DE EFECTO FUTURA, Y LA NORMATIVA OBLIGA A AVISAR AL CLIENTE UN
000050* NUMERO DE DIAS ANTES DE QUE ENTREN EN VIGOR. ESTE PROGRAMA
000060* BUSCA CADA FILA FUTURA Y LOS CONTRATOS A LOS QUE ALCANZA: LOS
000070* DE SU PROPIA FILA, O, SI ES UNA FILA GENERAL (CONTRATO 0), TODOS
000080* LOS CONTRATOS QUE EN ESA FECHA NO TENDRAN FILA PROPIA. PARA CADA
000090* TITULAR DE CADA CONTRATO AFECTADO:
000100*   - COMPARA LA CONDICION NUEVA CON LA VIGENTE EL DIA ANTERIOR A
000110*     SU ENTRADA EN VIGOR. SI NO CAMBIA NADA, NO HAY AVISO
000120*   - ESCRIBE EL AVISO EN EL FICHERO AVISOS, AGRUPADO POR CLIENTE,
000130*     CON LA CONDICION ANTERIOR, LA NUEVA Y LA FECHA DE EFECTO
000140*   - LO REGISTRA EN IBMUSER.NOTIFICACION_CONDICION PARA NO
000150*     VOLVER A ENVIARLO EN LAS EJECUCIONES SIGUIENTES
000160*   - SI FALTAN MENOS DIAS DE LOS DE PREAVISO PARA LA FECHA DE
000170*     EFECTO, LO MARCA COMO TARDIO Y LO DETALLA EN EL INFORME DE
000180*     CONTROL PARA QUE SE REVISE LA FECHA DEL CAMBIO
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.AVIS01.
000210
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250
000260* FICHERO DE SALIDA CON LOS AVISOS A LOS CLIENTES: CABECERA,
000270* UN BLOQUE POR CLIENTE CON SUS AVISOS Y TRAILER DE CONTROL
000280     SELECT FICHERO-AVI ASSIGN TO AVISOS
000290     ORGANIZATION IS SEQUENTIAL
000300     ACCESS IS SEQUENTIAL
000310     FILE STATUS IS FS-AVISOS.
000320
000330* FICHERO DE INFORME DE CONTROL DE LA EJECUCION
000340     SELECT FICHERO-INF ASSIGN TO INFORME
000350     ORGANIZATION IS SEQUENTIAL
000360     ACCESS IS SEQUENTIAL
000370     FILE STATUS IS FS-INFORME.
000380
000390* FICHERO DE PARAMETROS CON LA FECHA DE PROCESO, LOS DIAS DE
000400* PREAVISO Y LA FRECUENCIA DE COMMIT. SI NO EXISTE, SE APLICAN LA
000410* FECHA DEL SISTEMA Y LOS VALORES POR DEFECTO
000420     SELECT OPTIONAL FICHERO-PARM ASSIGN TO PARM
000430     ORGANIZATION IS SEQUENTIAL
000440     ACCESS IS SEQUENTIAL
000450     FILE STATUS IS FS-PARM.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490
000500* REGISTRO DEL FICHERO DE AVISOS
000510 FD FICHERO-AVI DATA RECORD IS REG-AVISO.
000520 01 REG-AVISO      PIC X(200).
000530
000540* REGISTRO DEL FICHERO DE INFORME DE CONTROL
000550 FD FICHERO-INF DATA RECORD IS REG-INFORME.
000560 01 REG-INFORME    PIC X(80).
000570
000580* REGISTRO DE PARAMETROS DE EJECUCION
000590 FD FICHERO-PARM DATA RECORD IS REG-PARM.
000600 01 REG-PARM      PIC X(20).
000610
000620 WORKING-STORAGE SECTION.
000630
000640* REGISTRO DE CABECERA DEL FICHERO DE AVISOS
000650 01 WS-AVI-CABECERA.
000660     05 WS-AC-TIPO-REG     PIC X(1).
000670     05 WS-AC-FECHA-PROCESO PIC X(10).
000680     05 WS-AC-DIAS-PREAVISO PIC 9(3).
000690     05 FILLER             PIC X(186) VALUE SPACES.
000700
000710* REGISTRO DE CLIENTE: ABRE EL BLOQUE DE AVISOS DE UN CLIENTE
000720 01 WS-AVI-CLIENTE.
000730     05 WS-AK-TIPO-REG     PIC X(1).
000740     05 WS-AK-CLIENTE      PIC 9(9).
000750     05 WS-AK-DOCUMENTO    PIC X(15).
000760     05 WS-AK-NOMBRE       PIC X(50).
000770     05 FILLER             PIC X(125) VALUE SPACES.
000780
000790* REGISTRO DE DETALLE: UN CAMBIO DE CONDICIONES DE UN CONTRATO
000800* DEL CLIENTE. CLASE 'I' TIPO DE INTERES, 'T' TARIFA; ORIGEN 'C'
000810* FILA PROPIA DEL CONTRATO, 'G' FILA GENERAL. LA CONDICION
000820* ANTERIOR Y LA NUEVA TIENEN DOS VISTAS SEGUN LA CLASE. SI EL
000830* CONTRATO NO TENIA CONDICION ANTERIOR, WS-AD-ANT-EXISTE VA A 'N'
000840* Y LA CONDICION ANTERIOR A CERO
000850 01 WS-AVI-DETALLE.
000860     05 WS-AD-TIPO-REG     PIC X(1).
000870     05 WS-AD-CLIENTE      PIC 9(9).
000880     05 WS-AD-CONTRATO     PIC 9(9).
000890     05 WS-AD-MONEDA       PIC X(3).
000900     05 WS-AD-CLASE        PIC X(1).
000910     05 WS-AD-ORIGEN       PIC X(1).
000920     05 WS-AD-FECHA-EFECTO PIC X(10).
000930     05 WS-AD-DIAS         PIC 9(5).
000940     05 WS-AD-TARDIO       PIC X(1).
000950     05 WS-AD-ANT-EXISTE   PIC X(1).
000960     05 WS-AD-ANTERIOR.
000970        10 WS-AD-ANT-INTERES.
000980           15 WS-AD-ANT-LIMITE-BANDA PIC S9(11)V9(2)
000990                                 SIGN IS LEADING SEPARATE.
001000           15 WS-AD-ANT-ACREEDOR     PIC S9(2)V9(4)
001010                                 SIGN IS LEADING SEPARATE.
001020           15 WS-AD-ANT-DEUDOR       PIC S9(2)V9(4)
001030                                 SIGN IS LEADING SEPARATE.
001040           15 WS-AD-ANT-ACREEDOR-EXC PIC S9(2)V9(4)
001050                                 SIGN IS LEADING SEPARATE.
001060           15 WS-AD-ANT-DEUDOR-EXC   PIC S9(2)V9(4)
001070                                 SIGN IS LEADING SEPARATE.
001080           15 FILLER                 PIC X(10).
001090        10 WS-AD-ANT-TARIFA REDEFINES WS-AD-ANT-INTERES.
001100           15 WS-AD-ANT-COM-FIJA     PIC S9(11)V9(2)
001110                                 SIGN IS LEADING SEPARATE.
001120           15 WS-AD-ANT-PORCENTAJE   PIC S9(2)V9(4)
001130                                 SIGN IS LEADING SEPARATE.
001140           15 WS-AD-ANT-COM-MINIMA   PIC S9(11)V9(2)
001150                                 SIGN IS LEADING SEPARATE.
001160           15 WS-AD-ANT-MONEDA       PIC X(3).
001170           15 WS-AD-ANT-COM-DESCUB   PIC S9(11)V9(2)
001180                                 SIGN IS LEADING SEPARATE.
001190     05 WS-AD-NUEVA.
001200        10 WS-AD-NUE-INTERES.
001210           15 WS-AD-NUE-LIMITE-BANDA PIC S9(11)V9(2)
001220                                 SIGN IS LEADING SEPARATE.
001230           15 WS-AD-NUE-ACREEDOR     PIC S9(2)V9(4)
001240                                 SIGN IS LEADING SEPARATE.
001250           15 WS-AD-NUE-DEUDOR       PIC S9(2)V9(4)
001260                                 SIGN IS LEADING SEPARATE.
001270           15 WS-AD-NUE-ACREEDOR-EXC PIC S9(2)V9(4)
001280                                 SIGN IS LEADING SEPARATE.
001290           15 WS-AD-NUE-DEUDOR-EXC   PIC S9(2)V9(4)
001300                                 SIGN IS LEADING SEPARATE.
001310           15 FILLER                 PIC X(10).
001320        10 WS-AD-NUE-TARIFA REDEFINES WS-AD-NUE-INTERES.
001330           15 WS-AD-NUE-COM-FIJA     PIC S9(11)V9(2)
001340                                 SIGN IS LEADING SEPARATE.
001350           15 WS-AD-NUE-PORCENTAJE   PIC S9(2)V9(4)
001360                                 SIGN IS LEADING SEPARATE.
001370           15 WS-AD-NUE-COM-MINIMA   PIC S9(11)V9(2)
001380                                 SIGN IS LEADING SEPARATE.
001390           15 WS-AD-NUE-MONEDA       PIC X(3).
001400           15 WS-AD-NUE-COM-DESCUB   PIC S9(11)V9(2)
001410                                 SIGN IS LEADING SEPARATE.
001420     05 FILLER             PIC X(55) VALUE SPACES.
001430
001440* REGISTRO DE TRAILER DEL FICHERO DE AVISOS, CON LOS TOTALES DE
001450* CONTROL
001460 01 WS-AVI-TRAILER.
001470     05 WS-AT-TIPO-REG     PIC X(1).
001480     05 WS-AT-TOTAL-CLIENTES PIC 9(9).
001490     05 WS-AT-TOTAL-AVISOS PIC 9(9).
001500     05 WS-AT-TOTAL-TARDIOS PIC 9(9).
001510     05 FILLER             PIC X(172) VALUE SPACES.
001520
001530* FILESTATUS DE LOS FICHEROS DE LA EJECUCION
001540 01 FS-AVISOS            PIC 99.
001550     88 FICHERO-AVI-OK   VALUE 00.
001560 01 FS-INFORME           PIC 99.
001570     88 FICHERO-INF-OK   VALUE 00.
001580 01 FS-PARM              PIC 99.
001590
001600* REGISTRO DE PARAMETROS: FECHA DE PROCESO (AAAA-MM-DD), DIAS DE
001610* PREAVISO Y FRECUENCIA DE COMMIT EN NUMERO DE AVISOS
001620 01 WS-PARM-DATOS.
001630     05 WS-PARM-FECHA       PIC X(10).
001640     05 WS-PARM-DIAS        PIC X(3).
001650     05 WS-PARM-DIAS-N REDEFINES WS-PARM-DIAS
001660                            PIC 9(3).
001670     05 WS-PARM-FRECUENCIA  PIC X(4).
001680     05 WS-PARM-FRECUENCIA-N REDEFINES WS-PARM-FRECUENCIA
001690                            PIC 9(4).
001700     05 FILLER              PIC X(3).
001710
001720* FECHA DE PROCESO DE ESTA EJECUCION (AAAA-MM-DD). SE AVISAN LOS
001730* CAMBIOS CON FECHA DE EFECTO POSTERIOR A ELLA
001740 01 WS-FECHA-PROCESO         PIC X(10).
001750
001760* DIAS DE PREAVISO QUE EXIGE LA NORMATIVA. POR DEFECTO 60 (DOS
001770* MESES), SALVO QUE FICHERO-PARM INDIQUE OTRO VALOR
001780 01 WS-DIAS-PREAVISO     PIC 9(3) VALUE 60.
001790
001800* FRECUENCIA DE COMMIT EN NUMERO DE AVISOS. POR DEFECTO 100,
001810* SALVO QUE FICHERO-PARM INDIQUE OTRO VALOR
001820 01 WS-FRECUENCIA-COMMIT PIC 9(4) VALUE 100.
001830 01 WS-COMMIT            PIC 9(4) VALUE 0.
001840
001850* INDICADOR DE FIN DEL CURSOR DE AVISOS
001860 01 WS-FIN-AVISOS        PIC X VALUE 'N'.
001870     88 WS-FIN-AVISOS-SI VALUE 'S'.
001880     88 WS-FIN-AVISOS-NO VALUE 'N'.
001890
001900* CAMBIO CANDIDATO LEIDO DEL CURSOR DE AVISOS: TITULAR, CONTRATO
001910* AFECTADO, CLASE Y FECHA DE EFECTO DEL CAMBIO, CONTRATO DE LA
001920* FILA QUE LO PROVOCA (0 SI ES LA GENERAL) Y DIAS QUE FALTAN
001930* HASTA LA FECHA DE EFECTO
001940 01 WS-CAN-CLIENTE           PIC S9(9) COMP.
001950 01 WS-CAN-NOMBRE            PIC X(50).
001960 01 WS-CAN-DOCUMENTO         PIC X(15).
001970 01 WS-CAN-CONTRATO          PIC S9(9) COMP.
001980 01 WS-CAN-MONEDA            PIC X(3).
001990 01 WS-CAN-CLASE             PIC X(1).
002000     88 WS-CAN-CLASE-INTERES VALUE 'I'.
002010     88 WS-CAN-CLASE-TARIFA  VALUE 'T'.
002020 01 WS-CAN-FECHA-EFECTO      PIC X(10).
002030 01 WS-CAN-CONDICION         PIC S9(9) COMP.
002040 01 WS-CAN-DIAS              PIC S9(9) COMP.
002050
002060* CLIENTE DEL ULTIMO BLOQUE ESCRITO EN EL FICHERO DE AVISOS
002070 01 WS-CLIENTE-ANTERIOR      PIC S9(9) COMP VALUE -1.
002080
002090* INDICADOR DE CAMBIO EFECTIVO: LA CONDICION NUEVA DIFIERE DE
002100* LA VIGENTE EL DIA ANTERIOR
002110 01 WS-HAY-CAMBIO        PIC X VALUE 'N'.
002120     88 WS-HAY-CAMBIO-SI VALUE 'S'.
002130     88 WS-HAY-CAMBIO-NO VALUE 'N'.
002140
002150* CONTADORES DEL INFORME DE CONTROL DE LA EJECUCION
002160 01 WS-CONTADORES-INFORME.
002170     05 WS-CNT-CANDIDATOS    PIC 9(9) VALUE 0.
002180     05 WS-CNT-SIN-CAMBIO    PIC 9(9) VALUE 0.
002190     05 WS-CNT-CLIENTES      PIC 9(9) VALUE 0.
002200     05 WS-CNT-AVISOS        PIC 9(9) VALUE 0.
002210     05 WS-CNT-INTERES       PIC 9(9) VALUE 0.
002220     05 WS-CNT-TARIFA        PIC 9(9) VALUE 0.
002230     05 WS-CNT-GENERALES     PIC 9(9) VALUE 0.
002240     05 WS-CNT-TARDIOS       PIC 9(9) VALUE 0.
002250
002260* LINEA DE TOTALES DEL INFORME DE CONTROL
002270 01 WS-LINEA-INFORME.
002280     05 WS-LIN-ETIQUETA     PIC X(40).
002290     05 WS-LIN-VALOR        PIC Z(11)9.99-.
002300     05 FILLER              PIC X(24).
002310
002320* LINEA DE DETALLE DE CADA AVISO TARDIO
002330 01 WS-LINEA-DETALLE.
002340     05 WS-DET-CLIENTE      PIC Z(8)9.
002350     05 FILLER              PIC X(1).
002360     05 WS-DET-CONTRATO     PIC Z(8)9.
002370     05 FILLER              PIC X(1).
002380     05 WS-DET-CLASE        PIC X(1).
002390     05 FILLER              PIC X(1).
002400     05 WS-DET-ORIGEN       PIC X(1).
002410     05 FILLER              PIC X(1).
002420     05 WS-DET-FECHA-EFECTO PIC X(10).
002430     05 FILLER              PIC X(1).
002440     05 WS-DET-DIAS         PIC Z(4)9.
002450     05 FILLER              PIC X(40).
002460
002470* CABECERA DE LAS LINEAS DE DETALLE
002480 01 WS-CABECERA-DETALLE.
002490     05 FILLER     PIC X(24) VALUE '  CLIENTE  CONTRATO C O'.
002500     05 FILLER     PIC X(56) VALUE 'F. EFECTO   DIAS'.
002510
002520* FECHA DEL SISTEMA, PARA LA FECHA DE PROCESO POR DEFECTO
002530 01 WS-FECHA-SISTEMA         PIC X(21).
002540 01 WS-FECHA-SISTEMA-R REDEFINES WS-FECHA-SISTEMA.
002550     05 WS-FS-ANO           PIC 9(4).
002560     05 WS-FS-MES           PIC 9(2).
002570     05 WS-FS-DIA           PIC 9(2).
002580     05 FILLER              PIC X(13).
002590
002600* SQLCA Y DCLGEN DE LAS TABLAS
002610     EXEC SQL INCLUDE SQLCA END-EXEC.
002620     EXEC SQL INCLUDE TIPOINTE END-EXEC.
002630     EXEC SQL INCLUDE TARIFA END-EXEC.
002640     EXEC SQL INCLUDE NOTICOND END-EXEC.
002650
002660* CURSOR CON LOS CAMBIOS CANDIDATOS A AVISO: CADA FILA DE TIPO
002670* DE INTERES ('I') O DE TARIFA ('T') CON FECHA DE EFECTO FUTURA,
002680* CRUZADA CON LOS TITULARES DE LOS CONTRATOS QUE ALCANZA. UNA
002690* FILA PROPIA ALCANZA A SU CONTRATO; UNA FILA GENERAL (CONTRATO
002700* 0) A TODOS LOS CONTRATOS SIN FILA PROPIA CON FECHA DE EFECTO
002710* IGUAL O ANTERIOR A LA SUYA. SE EXCLUYEN LOS CONTRATOS
002720* CANCELADOS Y LOS AVISOS YA REGISTRADOS EN
002730* IBMUSER.NOTIFICACION_CONDICION. SE DECLARA WITH HOLD PARA QUE
002740* LOS COMMIT INTERMEDIOS NO LO CIERREN
002750     EXEC SQL
002760        DECLARE CUR-AVISOS CURSOR WITH HOLD FOR
002770        SELECT A.CLIENTE, K.NOMBRE, K.DOCUMENTO, A.CONTRATO,
002780               C.MONEDA, A.CLASE, A.FECHA_DESDE, A.CONDICION,
002790               DAYS(A.FECHA_DESDE) - DAYS(DATE(:WS-FECHA-PROCESO))
002800          FROM (SELECT L.CLAVE_CLIENTE AS CLIENTE,
002810                       L.CLAVE_CONTRATO AS CONTRATO,
002820                       'I' AS CLASE,
002830                       T.FECHA_DESDE AS FECHA_DESDE,
002840                       T.CLAVE_CONTRATO AS CONDICION
002850                  FROM IBMUSER.TIPO_INTERES T,
002860                       IBMUSER.CLIENTE_CONTRATO L
002870                 WHERE T.CLAVE_CONTRATO <> 0
002880                   AND T.FECHA_DESDE > DATE(:WS-FECHA-PROCESO)
002890                   AND L.CLAVE_CONTRATO = T.CLAVE_CONTRATO
002900                UNION ALL
002910                SELECT L.CLAVE_CLIENTE, L.CLAVE_CONTRATO, 'I',
002920                       T.FECHA_DESDE, 0
002930                  FROM IBMUSER.TIPO_INTERES T,
002940                       IBMUSER.CLIENTE_CONTRATO L
002950                 WHERE T.CLAVE_CONTRATO = 0
002960                   AND T.FECHA_DESDE > DATE(:WS-FECHA-PROCESO)
002970                   AND NOT EXISTS
002980                       (SELECT 1
002990                          FROM IBMUSER.TIPO_INTERES P
003000                         WHERE P.CLAVE_CONTRATO = L.CLAVE_CONTRATO
003010                           AND P.FECHA_DESDE <= T.FECHA_DESDE)
003020                UNION ALL
003030                SELECT L.CLAVE_CLIENTE, L.CLAVE_CONTRATO, 'T',
003040                       F.FECHA_DESDE, F.CLAVE_CONTRATO
003050                  FROM IBMUSER.TARIFA F,
003060                       IBMUSER.CLIENTE_CONTRATO L
003070                 WHERE F.CLAVE_CONTRATO <> 0
003080                   AND F.FECHA_DESDE > DATE(:WS-FECHA-PROCESO)
003090                   AND L.CLAVE_CONTRATO = F.CLAVE_CONTRATO
003100                UNION ALL
003110                SELECT L.CLAVE_CLIENTE, L.CLAVE_CONTRATO, 'T',
003120                       F.FECHA_DESDE, 0
003130                  FROM IBMUSER.TARIFA F,
003140                       IBMUSER.CLIENTE_CONTRATO L
003150                 WHERE F.CLAVE_CONTRATO = 0
003160                   AND F.FECHA_DESDE > DATE(:WS-FECHA-PROCESO)
003170                   AND NOT EXISTS
003180                       (SELECT 1
003190                          FROM IBMUSER.TARIFA P
003200                         WHERE P.CLAVE_CONTRATO = L.CLAVE_CONTRATO
003210                           AND P.FECHA_DESDE <= F.FECHA_DESDE))
003220               AS A,
003230               IBMUSER.CONTRATO C,
003240               IBMUSER.CLIENTE K
003250         WHERE C.CLAVE_CONTRATO = A.CONTRATO
003260           AND C.ESTADO <> 'C'
003270           AND K.CLAVE_CLIENTE = A.CLIENTE
003280           AND NOT EXISTS
003290               (SELECT 1
003300                  FROM IBMUSER.NOTIFICACION_CONDICION N
003310                 WHERE N.CLAVE_CLIENTE = A.CLIENTE
003320                   AND N.CLAVE_CONTRATO = A.CONTRATO
003330                   AND N.CLASE = A.CLASE
003340                   AND N.FECHA_DESDE = A.FECHA_DESDE)
003350         ORDER BY A.CLIENTE, A.CONTRATO, A.FECHA_DESDE, A.CLASE
003360     END-EXEC.
003370
003380 PROCEDURE DIVISION.
003390     PERFORM 1000-INICIO.
003400     PERFORM 2000-PROCESO UNTIL WS-FIN-AVISOS-SI.
003410     PERFORM 3000-FIN.
003420
003430* **********************************************************
003440* PARRAFO DE INICIO
003450* **********************************************************
003460 1000-INICIO.
003470
003480     DISPLAY 'INICIO AVIS01'.
003490
003500     OPEN OUTPUT FICHERO-AVI.
003510     OPEN OUTPUT FICHERO-INF.
003520
003530* FECHA DE PROCESO: LA DEL FICHERO DE PARAMETROS O, EN SU
003540* DEFECTO, LA FECHA DEL SISTEMA
003550     MOVE FUNCTION CURRENT-DATE TO WS-FECHA-SISTEMA.
003560     STRING WS-FS-ANO           DELIMITED BY SIZE
003570            '-'                 DELIMITED BY SIZE
003580            WS-FS-MES           DELIMITED BY SIZE
003590            '-'                 DELIMITED BY SIZE
003600            WS-FS-DIA           DELIMITED BY SIZE
003610       INTO WS-FECHA-PROCESO
003620     END-STRING.
003630
003640* LEE FICHERO-PARM (SI EXISTE) PARA OBTENER LA FECHA DE PROCESO,
003650* LOS DIAS DE PREAVISO Y LA FRECUENCIA DE COMMIT
003660     OPEN INPUT FICHERO-PARM.
003670     READ FICHERO-PARM INTO WS-PARM-DATOS.
003680     IF FS-PARM EQUAL '00'
003690        IF WS-PARM-FECHA NOT EQUAL SPACES
003700           MOVE WS-PARM-FECHA TO WS-FECHA-PROCESO
003710        END-IF
003720        IF WS-PARM-DIAS IS NUMERIC
003730           MOVE WS-PARM-DIAS-N TO WS-DIAS-PREAVISO
003740        END-IF
003750        IF WS-PARM-FRECUENCIA IS NUMERIC
003760           IF WS-PARM-FRECUENCIA-N GREATER THAN ZERO
003770              MOVE WS-PARM-FRECUENCIA-N TO WS-FRECUENCIA-COMMIT
003780           END-IF
003790        END-IF
003800     END-IF.
003810     CLOSE FICHERO-PARM.
003820
003830     DISPLAY 'FECHA DE PROCESO: ' WS-FECHA-PROCESO
003840             ' DIAS DE PREAVISO: ' WS-DIAS-PREAVISO.
003850
003860* CABECERA DEL FICHERO DE AVISOS
003870     MOVE 'C'                       TO WS-AC-TIPO-REG.
003880     MOVE WS-FECHA-PROCESO          TO WS-AC-FECHA-PROCESO.
003890     MOVE WS-DIAS-PREAVISO          TO WS-AC-DIAS-PREAVISO.
003900     MOVE WS-AVI-CABECERA           TO REG-AVISO.
003910     PERFORM 2990-ESCRIBE-AVISO.
003920
003930     PERFORM 1100-ESCRIBE-CABECERA.
003940
003950* ABRIMOS EL CURSOR DE AVISOS Y LEEMOS EL PRIMERO
003960     EXEC SQL
003970        OPEN CUR-AVISOS
003980     END-EXEC.
003990     PERFORM 1090-COMPRUEBA-SQLCODE.
004000
004010     PERFORM 1080-LEE-AVISO.
004020
004030* ***************************************************************
004040* LEE EL SIGUIENTE CAMBIO CANDIDATO A AVISO. UN SQLCODE 100
004050* INDICA QUE NO QUEDAN
004060* ***************************************************************
004070 1080-LEE-AVISO.
004080
004090     EXEC SQL
004100        FETCH CUR-AVISOS
004110         INTO :WS-CAN-CLIENTE, :WS-CAN-NOMBRE, :WS-CAN-DOCUMENTO,
004120              :WS-CAN-CONTRATO, :WS-CAN-MONEDA, :WS-CAN-CLASE,
004130              :WS-CAN-FECHA-EFECTO, :WS-CAN-CONDICION,
004140              :WS-CAN-DIAS
004150     END-EXEC.
004160
004170     IF SQLCODE EQUAL 100
004180        MOVE 'S' TO WS-FIN-AVISOS
004190     ELSE
004200        PERFORM 1090-COMPRUEBA-SQLCODE
004210     END-IF.
004220
004230* ***************************************************************
004240* COMPRUEBA EL SQLCODE DE LA ULTIMA OPERACION DE BASE DE DATOS.
004250* CUALQUIER VALOR DISTINTO DE CERO ES UN ERROR
004260* ***************************************************************
004270 1090-COMPRUEBA-SQLCODE.
004280
004290     IF SQLCODE NOT EQUAL 0
004300        DISPLAY 'ERROR DE BASE DE DATOS EN AVIS01. SQLCODE: '
004310                SQLCODE
004320        PERFORM 9999-ERROR
004330     END-IF.
004340
004350* ***************************************************************
004360* ESCRIBE LA CABECERA DEL INFORME Y DEL DETALLE DE AVISOS
004370* TARDIOS
004380* ***************************************************************
004390 1100-ESCRIBE-CABECERA.
004400
004410     MOVE 'AVIS01 - PREAVISO DE CAMBIOS DE CONDICIONES'
004420                                     TO REG-INFORME.
004430     PERFORM 2900-ESCRIBE-INFORME.
004440
004450     MOVE SPACES                    TO WS-LINEA-INFORME.
004460     STRING 'FECHA DE PROCESO: '      DELIMITED BY SIZE
004470            WS-FECHA-PROCESO          DELIMITED BY SIZE
004480       INTO WS-LIN-ETIQUETA
004490     END-STRING.
004500     MOVE WS-LINEA-INFORME          TO REG-INFORME.
004510     PERFORM 2900-ESCRIBE-INFORME.
004520
004530     MOVE SPACES                    TO WS-LINEA-INFORME.
004540     STRING 'DIAS DE PREAVISO: '      DELIMITED BY SIZE
004550            WS-DIAS-PREAVISO          DELIMITED BY SIZE
004560       INTO WS-LIN-ETIQUETA
004570     END-STRING.
004580     MOVE WS-LINEA-INFORME          TO REG-INFORME.
004590     PERFORM 2900-ESCRIBE-INFORME.
004600
004610     MOVE SPACES                    TO REG-INFORME.
004620     PERFORM 2900-ESCRIBE-INFORME.
004630     MOVE 'AVISOS TARDIOS: EL CAMBIO ENTRA EN VIGOR ANTES DE QUE'
004640                                     TO REG-INFORME.
004650     PERFORM 2900-ESCRIBE-INFORME.
004660     MOVE 'TERMINE EL PREAVISO. REVISAR LA FECHA DE EFECTO'
004670                                     TO REG-INFORME.
004680     PERFORM 2900-ESCRIBE-INFORME.
004690     MOVE WS-CABECERA-DETALLE       TO REG-INFORME.
004700     PERFORM 2900-ESCRIBE-INFORME.
004710
004720* ***************************************************************
004730* TRATA UN CAMBIO CANDIDATO: OBTIENE LA CONDICION NUEVA Y LA
004740* VIGENTE EL DIA ANTERIOR A SU ENTRADA EN VIGOR Y, SI DIFIEREN,
004750* ESCRIBE EL AVISO EN EL BLOQUE DEL CLIENTE Y LO REGISTRA
004760* ***************************************************************
004770 2000-PROCESO.
004780
004790     ADD 1                     TO WS-CNT-CANDIDATOS.
004800
004810     IF WS-CAN-CLASE-INTERES
004820        PERFORM 2100-CONDICION-INTERES
004830     ELSE
004840        PERFORM 2200-CONDICION-TARIFA
004850     END-IF.
004860
004870* SIN CONDICION ANTERIOR SIEMPRE HAY CAMBIO; CON ELLA, SOLO SI
004880* ALGUN CAMPO DIFIERE
004890     MOVE 'S'                  TO WS-HAY-CAMBIO.
004900     IF WS-AD-ANT-EXISTE EQUAL 'S'
004910        IF WS-AD-ANTERIOR EQUAL WS-AD-NUEVA
004920           MOVE 'N'            TO WS-HAY-CAMBIO
004930        END-IF
004940     END-IF.
004950
004960     IF WS-HAY-CAMBIO-SI
004970        IF WS-CAN-CLIENTE NOT EQUAL WS-CLIENTE-ANTERIOR
004980           PERFORM 2300-ESCRIBE-CLIENTE
004990        END-IF
005000        PERFORM 2400-ESCRIBE-DETALLE
005010        PERFORM 2500-REGISTRA-NOTIFICACION
005020        ADD 1                  TO WS-COMMIT
005030     ELSE
005040        ADD 1                  TO WS-CNT-SIN-CAMBIO
005050     END-IF.
005060
005070* CADA WS-FRECUENCIA-COMMIT AVISOS, CONFIRMAMOS LOS REGISTROS
005080     IF WS-COMMIT EQUAL WS-FRECUENCIA-COMMIT
005090        EXEC SQL COMMIT END-EXEC
005100        MOVE 0                 TO WS-COMMIT
005110     END-IF.
005120
005130* SIGUIENTE CAMBIO CANDIDATO
005140     PERFORM 1080-LEE-AVISO.
005150
005160* ***************************************************************
005170* OBTIENE LA CONDICION DE TIPO DE INTERES NUEVA (LA FILA QUE
005180* PROVOCA EL CAMBIO) Y LA ANTERIOR: LA FILA PROPIA DEL CONTRATO
005190* DE FECHA_DESDE MAS RECIENTE ANTERIOR A LA FECHA DE EFECTO O,
005200* EN SU DEFECTO, LA GENERAL DE LA FILA 0, IGUAL QUE LAS BUSCA
005210* INTE01
005220* ***************************************************************
005230 2100-CONDICION-INTERES.
005240
005250     MOVE WS-CAN-CONDICION
005260       TO CLAVE-CONTRATO OF DCLTIPO-INTERES.
005270     MOVE WS-CAN-FECHA-EFECTO  TO FECHA-DESDE OF DCLTIPO-INTERES.
005280
005290     EXEC SQL
005300        SELECT TIPO_ACREEDOR, TIPO_DEUDOR, LIMITE_BANDA,
005310               TIPO_ACREEDOR_EXC, TIPO_DEUDOR_EXC
005320          INTO :DCLTIPO-INTERES.TIPO-ACREEDOR,
005330               :DCLTIPO-INTERES.TIPO-DEUDOR,
005340               :DCLTIPO-INTERES.LIMITE-BANDA,
005350               :DCLTIPO-INTERES.TIPO-ACREEDOR-EXC,
005360               :DCLTIPO-INTERES.TIPO-DEUDOR-EXC
005370          FROM IBMUSER.TIPO_INTERES
005380         WHERE CLAVE_CONTRATO = :DCLTIPO-INTERES.CLAVE-CONTRATO
005390           AND FECHA_DESDE = DATE(:DCLTIPO-INTERES.FECHA-DESDE)
005400     END-EXEC.
005410     PERFORM 1090-COMPRUEBA-SQLCODE.
005420
005430     MOVE SPACES               TO WS-AD-NUE-INTERES.
005440     MOVE LIMITE-BANDA OF DCLTIPO-INTERES
005450                               TO WS-AD-NUE-LIMITE-BANDA.
005460     MOVE TIPO-ACREEDOR OF DCLTIPO-INTERES
005470                               TO WS-AD-NUE-ACREEDOR.
005480     MOVE TIPO-DEUDOR OF DCLTIPO-INTERES
005490                               TO WS-AD-NUE-DEUDOR.
005500     MOVE TIPO-ACREEDOR-EXC OF DCLTIPO-INTERES
005510                               TO WS-AD-NUE-ACREEDOR-EXC.
005520     MOVE TIPO-DEUDOR-EXC OF DCLTIPO-INTERES
005530                               TO WS-AD-NUE-DEUDOR-EXC.
005540
005550     MOVE WS-CAN-CONTRATO
005560       TO CLAVE-CONTRATO OF DCLTIPO-INTERES.
005570
005580     EXEC SQL
005590        SELECT TIPO_ACREEDOR, TIPO_DEUDOR, LIMITE_BANDA,
005600               TIPO_ACREEDOR_EXC, TIPO_DEUDOR_EXC
005610          INTO :DCLTIPO-INTERES.TIPO-ACREEDOR,
005620               :DCLTIPO-INTERES.TIPO-DEUDOR,
005630               :DCLTIPO-INTERES.LIMITE-BANDA,
005640               :DCLTIPO-INTERES.TIPO-ACREEDOR-EXC,
005650               :DCLTIPO-INTERES.TIPO-DEUDOR-EXC
005660          FROM IBMUSER.TIPO_INTERES
005670         WHERE CLAVE_CONTRATO = :DCLTIPO-INTERES.CLAVE-CONTRATO
005680           AND FECHA_DESDE =
005690               (SELECT MAX(FECHA_DESDE)
005700                  FROM IBMUSER.TIPO_INTERES
005710                 WHERE CLAVE_CONTRATO =
005720                       :DCLTIPO-INTERES.CLAVE-CONTRATO
005730                   AND FECHA_DESDE < DATE(:WS-CAN-FECHA-EFECTO))
005740     END-EXEC.
005750
005760     IF SQLCODE EQUAL 100
005770        EXEC SQL
005780           SELECT TIPO_ACREEDOR, TIPO_DEUDOR, LIMITE_BANDA,
005790                  TIPO_ACREEDOR_EXC, TIPO_DEUDOR_EXC
005800             INTO :DCLTIPO-INTERES.TIPO-ACREEDOR,
005810                  :DCLTIPO-INTERES.TIPO-DEUDOR,
005820                  :DCLTIPO-INTERES.LIMITE-BANDA,
005830                  :DCLTIPO-INTERES.TIPO-ACREEDOR-EXC,
005840                  :DCLTIPO-INTERES.TIPO-DEUDOR-EXC
005850             FROM IBMUSER.TIPO_INTERES
005860            WHERE CLAVE_CONTRATO = 0
005870              AND FECHA_DESDE =
005880                  (SELECT MAX(FECHA_DESDE)
005890                     FROM IBMUSER.TIPO_INTERES
005900                    WHERE CLAVE_CONTRATO = 0
005910                      AND FECHA_DESDE <
005920                          DATE(:WS-CAN-FECHA-EFECTO))
005930        END-EXEC
005940     END-IF.
005950
005960     MOVE SPACES               TO WS-AD-ANT-INTERES.
005970     IF SQLCODE EQUAL 100
005980        MOVE 'N'               TO WS-AD-ANT-EXISTE
005990        MOVE 0                 TO WS-AD-ANT-LIMITE-BANDA
006000        MOVE 0                 TO WS-AD-ANT-ACREEDOR
006010        MOVE 0                 TO WS-AD-ANT-DEUDOR
006020        MOVE 0                 TO WS-AD-ANT-ACREEDOR-EXC
006030        MOVE 0                 TO WS-AD-ANT-DEUDOR-EXC
006040     ELSE
006050        PERFORM 1090-COMPRUEBA-SQLCODE
006060        MOVE 'S'               TO WS-AD-ANT-EXISTE
006070        MOVE LIMITE-BANDA OF DCLTIPO-INTERES
006080                               TO WS-AD-ANT-LIMITE-BANDA
006090        MOVE TIPO-ACREEDOR OF DCLTIPO-INTERES
006100                               TO WS-AD-ANT-ACREEDOR
006110        MOVE TIPO-DEUDOR OF DCLTIPO-INTERES
006120                               TO WS-AD-ANT-DEUDOR
006130        MOVE TIPO-ACREEDOR-EXC OF DCLTIPO-INTERES
006140                               TO WS-AD-ANT-ACREEDOR-EXC
006150        MOVE TIPO-DEUDOR-EXC OF DCLTIPO-INTERES
006160                               TO WS-AD-ANT-DEUDOR-EXC
006170     END-IF.
006180
006190* ***************************************************************
006200* OBTIENE LA TARIFA NUEVA (LA FILA QUE PROVOCA EL CAMBIO) Y LA
006210* ANTERIOR: LA FILA PROPIA DEL CONTRATO DE FECHA_DESDE MAS
006220* RECIENTE ANTERIOR A LA FECHA DE EFECTO O, EN SU DEFECTO, LA
006230* GENERAL DE LA FILA 0, IGUAL QUE LA BUSCAN BANCO01 Y TRAN01
006240* ***************************************************************
006250 2200-CONDICION-TARIFA.
006260
006270     MOVE WS-CAN-CONDICION     TO CLAVE-CONTRATO OF DCLTARIFA.
006280     MOVE WS-CAN-FECHA-EFECTO  TO FECHA-DESDE OF DCLTARIFA.
006290
006300     EXEC SQL
006310        SELECT COMISION_FIJA, PORCENTAJE, COMISION_MINIMA,
006320               MONEDA, COMISION_DESCUBIERTO
006330          INTO :DCLTARIFA.COMISION-FIJA,
006340               :DCLTARIFA.PORCENTAJE,
006350               :DCLTARIFA.COMISION-MINIMA,
006360               :DCLTARIFA.MONEDA,
006370               :DCLTARIFA.COMISION-DESCUBIERTO
006380          FROM IBMUSER.TARIFA
006390         WHERE CLAVE_CONTRATO = :DCLTARIFA.CLAVE-CONTRATO
006400           AND FECHA_DESDE = DATE(:DCLTARIFA.FECHA-DESDE)
006410     END-EXEC.
006420     PERFORM 1090-COMPRUEBA-SQLCODE.
006430
006440     MOVE SPACES               TO WS-AD-NUE-TARIFA.
006450     MOVE COMISION-FIJA OF DCLTARIFA
006460                               TO WS-AD-NUE-COM-FIJA.
006470     MOVE PORCENTAJE OF DCLTARIFA
006480                               TO WS-AD-NUE-PORCENTAJE.
006490     MOVE COMISION-MINIMA OF DCLTARIFA
006500                               TO WS-AD-NUE-COM-MINIMA.
006510     MOVE MONEDA OF DCLTARIFA  TO WS-AD-NUE-MONEDA.
006520     MOVE COMISION-DESCUBIERTO OF DCLTARIFA
006530                               TO WS-AD-NUE-COM-DESCUB.
006540
006550     MOVE WS-CAN-CONTRATO      TO CLAVE-CONTRATO OF DCLTARIFA.
006560
006570     EXEC SQL
006580        SELECT COMISION_FIJA, PORCENTAJE, COMISION_MINIMA,
006590               MONEDA, COMISION_DESCUBIERTO
006600          INTO :DCLTARIFA.COMISION-FIJA,
006610               :DCLTARIFA.PORCENTAJE,
006620               :DCLTARIFA.COMISION-MINIMA,
006630               :DCLTARIFA.MONEDA,
006640               :DCLTARIFA.COMISION-DESCUBIERTO
006650          FROM IBMUSER.TARIFA
006660         WHERE CLAVE_CONTRATO = :DCLTARIFA.CLAVE-CONTRATO
006670           AND FECHA_DESDE =
006680               (SELECT MAX(FECHA_DESDE)
006690                  FROM IBMUSER.TARIFA
006700                 WHERE CLAVE_CONTRATO = :DCLTARIFA.CLAVE-CONTRATO
006710                   AND FECHA_DESDE < DATE(:WS-CAN-FECHA-EFECTO))
006720     END-EXEC.
006730
006740     IF SQLCODE EQUAL 100
006750        EXEC SQL
006760           SELECT COMISION_FIJA, PORCENTAJE, COMISION_MINIMA,
006770                  MONEDA, COMISION_DESCUBIERTO
006780             INTO :DCLTARIFA.COMISION-FIJA,
006790                  :DCLTARIFA.PORCENTAJE,
006800                  :DCLTARIFA.COMISION-MINIMA,
006810                  :DCLTARIFA.MONEDA,
006820                  :DCLTARIFA.COMISION-DESCUBIERTO
006830             FROM IBMUSER.TARIFA
006840            WHERE CLAVE_CONTRATO = 0
006850              AND FECHA_DESDE =
006860                  (SELECT MAX(FECHA_DESDE)
006870                     FROM IBMUSER.TARIFA
006880                    WHERE CLAVE_CONTRATO = 0
006890                      AND FECHA_DESDE <
006900                          DATE(:WS-CAN-FECHA-EFECTO))
006910        END-EXEC
006920     END-IF.
006930
006940     MOVE SPACES               TO WS-AD-ANT-TARIFA.
006950     IF SQLCODE EQUAL 100
006960        MOVE 'N'               TO WS-AD-ANT-EXISTE
006970        MOVE 0                 TO WS-AD-ANT-COM-FIJA
006980        MOVE 0                 TO WS-AD-ANT-PORCENTAJE
006990        MOVE 0                 TO WS-AD-ANT-COM-MINIMA
007000        MOVE 0                 TO WS-AD-ANT-COM-DESCUB
007010     ELSE
007020        PERFORM 1090-COMPRUEBA-SQLCODE
007030        MOVE 'S'               TO WS-AD-ANT-EXISTE
007040        MOVE COMISION-FIJA OF DCLTARIFA
007050                               TO WS-AD-ANT-COM-FIJA
007060        MOVE PORCENTAJE OF DCLTARIFA
007070                               TO WS-AD-ANT-PORCENTAJE
007080        MOVE COMISION-MINIMA OF DCLTARIFA
007090                               TO WS-AD-ANT-COM-MINIMA
007100        MOVE MONEDA OF DCLTARIFA
007110                               TO WS-AD-ANT-MONEDA
007120        MOVE COMISION-DESCUBIERTO OF DCLTARIFA
007130                               TO WS-AD-ANT-COM-DESCUB
007140     END-IF.
007150
007160* ***************************************************************
007170* ABRE EN EL FICHERO DE AVISOS EL BLOQUE DE UN NUEVO CLIENTE
007180* ***************************************************************
007190 2300-ESCRIBE-CLIENTE.
007200
007210     ADD 1                          TO WS-CNT-CLIENTES.
007220     MOVE WS-CAN-CLIENTE            TO WS-CLIENTE-ANTERIOR.
007230
007240     MOVE 'K'                       TO WS-AK-TIPO-REG.
007250     MOVE WS-CAN-CLIENTE            TO WS-AK-CLIENTE.
007260     MOVE WS-CAN-DOCUMENTO          TO WS-AK-DOCUMENTO.
007270     MOVE WS-CAN-NOMBRE             TO WS-AK-NOMBRE.
007280     MOVE WS-AVI-CLIENTE            TO REG-AVISO.
007290     PERFORM 2990-ESCRIBE-AVISO.
007300
007310* ***************************************************************
007320* ESCRIBE EL AVISO DEL CAMBIO EN EL BLOQUE DEL CLIENTE. SI FALTAN
007330* MENOS DIAS DE LOS DE PREAVISO PARA LA FECHA DE EFECTO, LO MARCA
007340* COMO TARDIO Y LO DETALLA EN EL INFORME DE CONTROL
007350* ***************************************************************
007360 2400-ESCRIBE-DETALLE.
007370
007380     ADD 1                          TO WS-CNT-AVISOS.
007390     IF WS-CAN-CLASE-INTERES
007400        ADD 1                       TO WS-CNT-INTERES
007410     ELSE
007420        ADD 1                       TO WS-CNT-TARIFA
007430     END-IF.
007440
007450     MOVE 'D'                       TO WS-AD-TIPO-REG.
007460     MOVE WS-CAN-CLIENTE            TO WS-AD-CLIENTE.
007470     MOVE WS-CAN-CONTRATO           TO WS-AD-CONTRATO.
007480     MOVE WS-CAN-MONEDA             TO WS-AD-MONEDA.
007490     MOVE WS-CAN-CLASE              TO WS-AD-CLASE.
007500     MOVE WS-CAN-FECHA-EFECTO       TO WS-AD-FECHA-EFECTO.
007510     MOVE WS-CAN-DIAS               TO WS-AD-DIAS.
007520
007530     IF WS-CAN-CONDICION EQUAL 0
007540        MOVE 'G'                    TO WS-AD-ORIGEN
007550        ADD 1                       TO WS-CNT-GENERALES
007560     ELSE
007570        MOVE 'C'                    TO WS-AD-ORIGEN
007580     END-IF.
007590
007600     IF WS-CAN-DIAS LESS THAN WS-DIAS-PREAVISO
007610        MOVE 'S'                    TO WS-AD-TARDIO
007620        ADD 1                       TO WS-CNT-TARDIOS
007630        MOVE SPACES                 TO WS-LINEA-DETALLE
007640        MOVE WS-CAN-CLIENTE         TO WS-DET-CLIENTE
007650        MOVE WS-CAN-CONTRATO        TO WS-DET-CONTRATO
007660        MOVE WS-CAN-CLASE           TO WS-DET-CLASE
007670        MOVE WS-AD-ORIGEN           TO WS-DET-ORIGEN
007680        MOVE WS-CAN-FECHA-EFECTO    TO WS-DET-FECHA-EFECTO
007690        MOVE WS-CAN-DIAS            TO WS-DET-DIAS
007700        MOVE WS-LINEA-DETALLE       TO REG-INFORME
007710        PERFORM 2900-ESCRIBE-INFORME
007720     ELSE
007730        MOVE 'N'                    TO WS-AD-TARDIO
007740     END-IF.
007750
007760     MOVE WS-AVI-DETALLE            TO REG-AVISO.
007770     PERFORM 2990-ESCRIBE-AVISO.
007780
007790* ***************************************************************
007800* REGISTRA EL AVISO ENVIADO EN IBMUSER.NOTIFICACION_CONDICION,
007810* PARA QUE LAS EJECUCIONES SIGUIENTES NO LO VUELVAN A ENVIAR
007820* ***************************************************************
007830 2500-REGISTRA-NOTIFICACION.
007840
007850     MOVE WS-CAN-CLIENTE
007860       TO CLAVE-CLIENTE OF DCLNOTIFICACION-CONDICION.
007870     MOVE WS-CAN-CONTRATO
007880       TO CLAVE-CONTRATO OF DCLNOTIFICACION-CONDICION.
007890     MOVE WS-CAN-CLASE
007900       TO CLASE OF DCLNOTIFICACION-CONDICION.
007910     MOVE WS-CAN-FECHA-EFECTO
007920       TO FECHA-DESDE OF DCLNOTIFICACION-CONDICION.
007930     MOVE WS-CAN-CONDICION
007940       TO CONTRATO-CONDICION OF DCLNOTIFICACION-CONDICION.
007950     MOVE WS-FECHA-PROCESO
007960       TO FECHA-AVISO OF DCLNOTIFICACION-CONDICION.
007970     MOVE WS-CAN-DIAS
007980       TO DIAS-PREAVISO OF DCLNOTIFICACION-CONDICION.
007990     MOVE WS-AD-TARDIO
008000       TO AVISO-TARDIO OF DCLNOTIFICACION-CONDICION.
008010
008020     EXEC SQL
008030        INSERT INTO IBMUSER.NOTIFICACION_CONDICION
008040               (CLAVE_CLIENTE, CLAVE_CONTRATO, CLASE, FECHA_DESDE,
008050                CONTRATO_CONDICION, FECHA_AVISO, DIAS_PREAVISO,
008060                AVISO_TARDIO)
008070        VALUES (:DCLNOTIFICACION-CONDICION.CLAVE-CLIENTE,
008080                :DCLNOTIFICACION-CONDICION.CLAVE-CONTRATO,
008090                :DCLNOTIFICACION-CONDICION.CLASE,
008100                DATE(:DCLNOTIFICACION-CONDICION.FECHA-DESDE),
008110                :DCLNOTIFICACION-CONDICION.CONTRATO-CONDICION,
008120                DATE(:DCLNOTIFICACION-CONDICION.FECHA-AVISO),
008130                :DCLNOTIFICACION-CONDICION.DIAS-PREAVISO,
008140                :DCLNOTIFICACION-CONDICION.AVISO-TARDIO)
008150     END-EXEC.
008160     PERFORM 1090-COMPRUEBA-SQLCODE.
008170
008180* ***************************************************************
008190* ESCRIBE LA LINEA PREPARADA EN EL INFORME DE CONTROL
008200* ***************************************************************
008210 2900-ESCRIBE-INFORME.
008220
008230     WRITE REG-INFORME.
008240     IF NOT FICHERO-INF-OK
008250        DISPLAY 'FILE STATUS INESPERADO EN FICHERO-INF: '
008260                FS-INFORME
008270        PERFORM 9999-ERROR
008280     END-IF.
008290
008300* ***************************************************************
008310* ESCRIBE EL REGISTRO PREPARADO EN EL FICHERO DE AVISOS
008320* ***************************************************************
008330 2990-ESCRIBE-AVISO.
008340
008350     WRITE REG-AVISO.
008360     IF NOT FICHERO-AVI-OK
008370        DISPLAY 'FILE STATUS INESPERADO EN FICHERO-AVI: '
008380                FS-AVISOS
008390        PERFORM 9999-ERROR
008400     END-IF.
008410
008420* ***************************************************************
008430* PARRAFO DE FIN DEL PROGRAMA. CIERRA EL FICHERO DE AVISOS CON SU
008440* TRAILER, CONFIRMA LOS ULTIMOS REGISTROS Y ESCRIBE LOS TOTALES
008450* DEL INFORME
008460* ***************************************************************
008470 3000-FIN.
008480
008490     DISPLAY 'FIN'.
008500
008510     EXEC SQL
008520        CLOSE CUR-AVISOS
008530     END-EXEC.
008540     PERFORM 1090-COMPRUEBA-SQLCODE.
008550
008560     MOVE 'T'                       TO WS-AT-TIPO-REG.
008570     MOVE WS-CNT-CLIENTES           TO WS-AT-TOTAL-CLIENTES.
008580     MOVE WS-CNT-AVISOS             TO WS-AT-TOTAL-AVISOS.
008590     MOVE WS-CNT-TARDIOS            TO WS-AT-TOTAL-TARDIOS.
008600     MOVE WS-AVI-TRAILER            TO REG-AVISO.
008610     PERFORM 2990-ESCRIBE-AVISO.
008620
008630     EXEC SQL COMMIT END-EXEC.
008640
008650     IF WS-CNT-TARDIOS GREATER THAN ZERO
008660        DISPLAY 'HAY ' WS-CNT-TARDIOS ' AVISOS CON MENOS DE '
008670                WS-DIAS-PREAVISO ' DIAS DE PREAVISO. VER INFORME'
008680     END-IF.
008690
008700     PERFORM 3100-ESCRIBE-TOTALES.
008710
008720     CLOSE FICHERO-AVI.
008730     CLOSE FICHERO-INF.
008740     STOP RUN.
008750
008760* ***************************************************************
008770* ESCRIBE LOS TOTALES DEL INFORME DE CONTROL
008780* ***************************************************************
008790 3100-ESCRIBE-TOTALES.
008800
008810     MOVE SPACES                    TO REG-INFORME.
008820     PERFORM 2900-ESCRIBE-INFORME.
008830
008840     MOVE SPACES                    TO WS-LINEA-INFORME.
008850     MOVE 'CAMBIOS CANDIDATOS EXAMINADOS'
008860                                     TO WS-LIN-ETIQUETA.
008870     MOVE WS-CNT-CANDIDATOS          TO WS-LIN-VALOR.
008880     MOVE WS-LINEA-INFORME          TO REG-INFORME.
008890     PERFORM 2900-ESCRIBE-INFORME.
008900
008910     MOVE SPACES                    TO WS-LINEA-INFORME.
008920     MOVE 'SIN CAMBIO EFECTIVO (NO AVISADOS)'
008930                                     TO WS-LIN-ETIQUETA.
008940     MOVE WS-CNT-SIN-CAMBIO          TO WS-LIN-VALOR.
008950     MOVE WS-LINEA-INFORME          TO REG-INFORME.
008960     PERFORM 2900-ESCRIBE-INFORME.
008970
008980     MOVE SPACES                    TO WS-LINEA-INFORME.
008990     MOVE 'CLIENTES AVISADOS'       TO WS-LIN-ETIQUETA.
009000     MOVE WS-CNT-CLIENTES            TO WS-LIN-VALOR.
009010     MOVE WS-LINEA-INFORME          TO REG-INFORME.
009020     PERFORM 2900-ESCRIBE-INFORME.
009030
009040     MOVE SPACES                    TO WS-LINEA-INFORME.
009050     MOVE 'AVISOS ENVIADOS'         TO WS-LIN-ETIQUETA.
009060     MOVE WS-CNT-AVISOS              TO WS-LIN-VALOR.
009070     MOVE WS-LINEA-INFORME          TO REG-INFORME.
009080     PERFORM 2900-ESCRIBE-INFORME.
009090
009100     MOVE SPACES                    TO WS-LINEA-INFORME.
009110     MOVE '  DE TIPO DE INTERES'    TO WS-LIN-ETIQUETA.
009120     MOVE WS-CNT-INTERES             TO WS-LIN-VALOR.
009130     MOVE WS-LINEA-INFORME          TO REG-INFORME.
009140     PERFORM 2900-ESCRIBE-INFORME.
009150
009160     MOVE SPACES                    TO WS-LINEA-INFORME.
009170     MOVE '  DE TARIFA DE COMISIONES'
009180                                     TO WS-LIN-ETIQUETA.
009190     MOVE WS-CNT-TARIFA              TO WS-LIN-VALOR.
009200     MOVE WS-LINEA-INFORME          TO REG-INFORME.
009210     PERFORM 2900-ESCRIBE-INFORME.
009220
009230     MOVE SPACES                    TO WS-LINEA-INFORME.
009240     MOVE '  POR CONDICION GENERAL (FILA 0)'
009250                                     TO WS-LIN-ETIQUETA.
009260     MOVE WS-CNT-GENERALES           TO WS-LIN-VALOR.
009270     MOVE WS-LINEA-INFORME          TO REG-INFORME.
009280     PERFORM 2900-ESCRIBE-INFORME.
009290
009300     MOVE SPACES                    TO WS-LINEA-INFORME.
009310     MOVE 'AVISOS TARDIOS'          TO WS-LIN-ETIQUETA.
009320     MOVE WS-CNT-TARDIOS             TO WS-LIN-VALOR.
009330     MOVE WS-LINEA-INFORME          TO REG-INFORME.
009340     PERFORM 2900-ESCRIBE-INFORME.
009350
009360* **************************************************************
009370* PARRAFO DE ERROR.REALIZAMOS UN ROLLBACK DE LA BASE DE DATOS
009380* Y DEVOLVEMOS AL SISTEMA UN RC=8 (ERROR NO CONTROLADO)
009390* **************************************************************
009400 9999-ERROR.
009410
009420     DISPLAY 'ERROR'.
009430
009440     EXEC SQL ROLLBACK END-EXEC
009450     MOVE 8 TO RETURN-CODE.
009460     GOBACK.
