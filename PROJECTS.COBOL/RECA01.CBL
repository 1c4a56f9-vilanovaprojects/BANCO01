000010* PROGRAMA DE ANTIGUEDAD DE LAS RECLAMACIONES DE CLIENTES. LAS
000020* RECLAMACIONES SE ABREN, MODIFICAN Y RESUELVEN CON RECL01, CADA
000030* UNA CON SU FECHA LIMITE DE RESOLUCION, Y LAS DESESTIMADAS CON
000040* ABONO PROVISIONAL QUEDAN PENDIENTES DE RECARGO HASTA QUE REVE01
000050* REVIERTE ESE ABONO. ESTE PROGRAMA RECORRE LAS RECLAMACIONES AUN
000060* NO CERRADAS A LA FECHA DE PROCESO, POR ORDEN DE FECHA LIMITE, Y
000070* PARA CADA UNA:
000080*   - CALCULA SU ANTIGUEDAD EN DIAS DESDE LA APERTURA Y LOS DIAS
000090*     QUE FALTAN PARA SU FECHA LIMITE (NEGATIVOS SI YA PASO)
000100*   - LA DETALLA EN EL INFORME, MARCANDO LAS ABIERTAS CON LA FECHA
000110*     LIMITE VENCIDA, LAS QUE VENCEN DENTRO DEL PLAZO DE AVISO Y
000120*     LAS PENDIENTES DE RECARGO
000130*   - LA ACUMULA EN LOS TOTALES POR ESTADO Y POR TRAMO DE
000140*     ANTIGUEDAD
000150* NO MODIFICA NINGUNA TABLA
000160 IDENTIFICATION DIVISION.
000170 PROGRAM-ID.RECA01.
000180
000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.
000220
000230* FICHERO DE INFORME DE ANTIGUEDAD DE LAS RECLAMACIONES
000240     SELECT FICHERO-INF ASSIGN TO INFORME
000250     ORGANIZATION IS SEQUENTIAL
000260     ACCESS IS SEQUENTIAL
000270     FILE STATUS IS FS-INFORME.
000280
000290* FICHERO DE PARAMETROS CON LA FECHA DE PROCESO Y LOS DIAS DE
000300* AVISO. SI NO EXISTE O VIENEN EN BLANCO, SE APLICAN LA FECHA DEL
000310* SISTEMA Y EL PLAZO DE AVISO POR DEFECTO
000320     SELECT OPTIONAL FICHERO-PARM ASSIGN TO PARM
000330     ORGANIZATION IS SEQUENTIAL
000340     ACCESS IS SEQUENTIAL
000350     FILE STATUS IS FS-PARM.
000360
000370 DATA DIVISION.
000380 FILE SECTION.
000390
000400* REGISTRO DEL FICHERO DE INFORME
000410 FD FICHERO-INF DATA RECORD IS REG-INFORME.
000420 01 REG-INFORME    PIC X(80).
000430
000440* REGISTRO DE PARAMETROS DE EJECUCION
000450 FD FICHERO-PARM DATA RECORD IS REG-PARM.
000460 01 REG-PARM      PIC X(20).
000470
000480 WORKING-STORAGE SECTION.
000490
000500* FILESTATUS DE LOS FICHEROS DE LA EJECUCION
000510 01 FS-INFORME           PIC 99.
000520     88 FICHERO-INF-OK   VALUE 00.
000530 01 FS-PARM              PIC 99.
000540
000550* REGISTRO DE PARAMETROS CON LA FECHA DE PROCESO Y LOS DIAS DE
000560* AVISO
000570 01 WS-PARM-DATOS.
000580     05 WS-PARM-FECHA       PIC X(10).
000590     05 WS-PARM-DIAS        PIC X(3).
000600     05 WS-PARM-DIAS-N REDEFINES WS-PARM-DIAS
000610                            PIC 9(3).
000620     05 FILLER              PIC X(7).
000630
000640* FECHA DE PROCESO DE ESTA EJECUCION (AAAA-MM-DD). SE LISTAN LAS
000650* RECLAMACIONES ABIERTAS HASTA ESTA FECHA
000660 01 WS-FECHA-PROCESO         PIC X(10).
000670
000680* DIAS QUE FALTAN PARA LA FECHA LIMITE POR DEBAJO DE LOS CUALES
000690* UNA RECLAMACION ABIERTA SE MARCA COMO PROXIMA A VENCER. POR
000700* DEFECTO 5, SALVO QUE FICHERO-PARM INDIQUE OTRO VALOR
000710 01 WS-DIAS-AVISO            PIC S9(4) COMP VALUE 5.
000720
000730* INDICADOR DE FIN DEL CURSOR DE RECLAMACIONES
000740 01 WS-FIN-CURSOR        PIC X VALUE 'N'.
000750     88 WS-FIN-CURSOR-SI VALUE 'S'.
000760     88 WS-FIN-CURSOR-NO VALUE 'N'.
000770
000780* ANTIGUEDAD EN DIAS DE LA RECLAMACION LEIDA Y DIAS QUE FALTAN
000790* PARA SU FECHA LIMITE
000800 01 WS-EDAD              PIC S9(9) COMP.
000810 01 WS-RESTAN            PIC S9(9) COMP.
000820
000830* CONTADORES DEL INFORME: POR ESTADO, POR VENCIMIENTO Y POR TRAMO
000840* DE ANTIGUEDAD
000850 01 WS-CONTADORES-INFORME.
000860     05 WS-CNT-ABIERTAS      PIC 9(9) VALUE 0.
000870     05 WS-CNT-RECARGO       PIC 9(9) VALUE 0.
000880     05 WS-CNT-VENCIDAS      PIC 9(9) VALUE 0.
000890     05 WS-CNT-PROXIMAS      PIC 9(9) VALUE 0.
000900     05 WS-CNT-TRAMO-1       PIC 9(9) VALUE 0.
000910     05 WS-CNT-TRAMO-2       PIC 9(9) VALUE 0.
000920     05 WS-CNT-TRAMO-3       PIC 9(9) VALUE 0.
000930     05 WS-CNT-TRAMO-4       PIC 9(9) VALUE 0.
000940
000950* LINEA DE TOTALES DEL INFORME
000960 01 WS-LINEA-INFORME.
000970     05 WS-LIN-ETIQUETA     PIC X(40).
000980     05 WS-LIN-VALOR        PIC Z(11)9.99-.
000990     05 FILLER              PIC X(24).
001000
001010* LINEA DE DETALLE DE CADA RECLAMACION
001020 01 WS-LINEA-DETALLE.
001030     05 WS-DET-CLAVE        PIC Z(8)9.
001040     05 FILLER              PIC X(1).
001050     05 WS-DET-CONTRATO     PIC Z(8)9.
001060     05 FILLER              PIC X(1).
001070     05 WS-DET-MOVIMIENTO   PIC Z(8)9.
001080     05 FILLER              PIC X(1).
001090     05 WS-DET-IMPORTE      PIC Z(9)9.99-.
001100     05 FILLER              PIC X(1).
001110     05 WS-DET-MONEDA       PIC X(3).
001120     05 FILLER              PIC X(1).
001130     05 WS-DET-ESTADO       PIC X(1).
001140     05 FILLER              PIC X(1).
001150     05 WS-DET-LIMITE       PIC X(10).
001160     05 FILLER              PIC X(1).
001170     05 WS-DET-EDAD         PIC ZZZ9.
001180     05 FILLER              PIC X(1).
001190     05 WS-DET-PLAZO        PIC -(4)9.
001200     05 FILLER              PIC X(1).
001210     05 WS-DET-MARCA        PIC X(7).
001220
001230* CABECERA DE LAS LINEAS DE DETALLE
001240 01 WS-CABECERA-DETALLE.
001250     05 FILLER     PIC X(22) VALUE 'RECLAMAC.  CONTRATO'.
001260     05 FILLER     PIC X(22) VALUE ' MOVIM.        IMPORTE'.
001270     05 FILLER     PIC X(18) VALUE ' MON E LIMITE'.
001280     05 FILLER     PIC X(18) VALUE 'EDAD PLAZO MARCA'.
001290
001300* FECHA DEL SISTEMA, PARA LA FECHA DE PROCESO POR DEFECTO
001310 01 WS-FECHA-SISTEMA         PIC X(21).
001320 01 WS-FECHA-SISTEMA-R REDEFINES WS-FECHA-SISTEMA.
001330     05 WS-FS-ANO           PIC 9(4).
001340     05 WS-FS-MES           PIC 9(2).
001350     05 WS-FS-DIA           PIC 9(2).
001360     05 FILLER              PIC X(13).
001370
001380* SQLCA Y DCLGEN DE LAS TABLAS
001390     EXEC SQL INCLUDE SQLCA END-EXEC.
001400     EXEC SQL INCLUDE RECLAMAC END-EXEC.
001410
001420* CURSOR CON LAS RECLAMACIONES NO CERRADAS (ABIERTAS O PENDIENTES
001430* DE RECARGO) A LA FECHA DE PROCESO, CON SU ANTIGUEDAD Y LOS DIAS
001440* QUE FALTAN PARA SU FECHA LIMITE
001450     EXEC SQL
001460        DECLARE CUR-RECLAMACION CURSOR FOR
001470        SELECT CLAVE_RECLAMACION, CLAVE_CONTRATO,
001480               CLAVE_MOVIMIENTO,
001490               IMPORTE, MONEDA, ESTADO, CHAR(FECHA_LIMITE, ISO),
001500               DAYS(DATE(:WS-FECHA-PROCESO))
001510                 - DAYS(FECHA_APERTURA),
001520               DAYS(FECHA_LIMITE) - DAYS(DATE(:WS-FECHA-PROCESO))
001530          FROM IBMUSER.RECLAMACION
001540         WHERE ESTADO IN ('A', 'R')
001550           AND FECHA_APERTURA <= DATE(:WS-FECHA-PROCESO)
001560         ORDER BY FECHA_LIMITE, CLAVE_RECLAMACION
001570     END-EXEC.
001580
001590 PROCEDURE DIVISION.
001600     PERFORM 1000-INICIO.
001610     PERFORM 2000-PROCESO.
001620     PERFORM 3000-FIN.
001630
001640* **********************************************************
001650* PARRAFO DE INICIO
001660* **********************************************************
001670 1000-INICIO.
001680
001690     DISPLAY 'INICIO RECA01'.
001700
001710     OPEN OUTPUT FICHERO-INF.
001720
001730* FECHA DE PROCESO Y DIAS DE AVISO: LOS DEL FICHERO DE PARAMETROS
001740* O, EN SU DEFECTO, LA FECHA DEL SISTEMA Y EL VALOR POR DEFECTO
001750     MOVE FUNCTION CURRENT-DATE TO WS-FECHA-SISTEMA.
001760     STRING WS-FS-ANO           DELIMITED BY SIZE
001770            '-'                 DELIMITED BY SIZE
001780            WS-FS-MES           DELIMITED BY SIZE
001790            '-'                 DELIMITED BY SIZE
001800            WS-FS-DIA           DELIMITED BY SIZE
001810       INTO WS-FECHA-PROCESO
001820     END-STRING.
001830
001840     OPEN INPUT FICHERO-PARM.
001850     READ FICHERO-PARM INTO WS-PARM-DATOS.
001860     IF FS-PARM EQUAL '00'
001870        IF WS-PARM-FECHA NOT EQUAL SPACES
001880           MOVE WS-PARM-FECHA TO WS-FECHA-PROCESO
001890        END-IF
001900        IF WS-PARM-DIAS IS NUMERIC
001910           MOVE WS-PARM-DIAS-N TO WS-DIAS-AVISO
001920        END-IF
001930     END-IF.
001940     CLOSE FICHERO-PARM.
001950
001960     DISPLAY 'FECHA DE PROCESO: ' WS-FECHA-PROCESO.
001970
001980     PERFORM 1100-ESCRIBE-CABECERA.
001990
002000* ***************************************************************
002010* COMPRUEBA EL SQLCODE DE LA ULTIMA OPERACION DE BASE DE DATOS.
002020* CUALQUIER VALOR DISTINTO DE CERO ES UN ERROR
002030* ***************************************************************
002040 1090-COMPRUEBA-SQLCODE.
002050
002060     IF SQLCODE NOT EQUAL 0
002070        DISPLAY 'ERROR DE BASE DE DATOS EN RECA01. SQLCODE: '
002080                SQLCODE
002090        PERFORM 9999-ERROR
002100     END-IF.
002110
002120* ***************************************************************
002130* ESCRIBE LA CABECERA DEL INFORME Y DEL DETALLE DE RECLAMACIONES
002140* ***************************************************************
002150 1100-ESCRIBE-CABECERA.
002160
002170     MOVE 'RECA01 - ANTIGUEDAD DE LAS RECLAMACIONES NO CERRADAS'
002180                                     TO REG-INFORME.
002190     PERFORM 2900-ESCRIBE-INFORME.
002200
002210     MOVE SPACES                    TO WS-LINEA-INFORME.
002220     STRING 'FECHA DE PROCESO: '      DELIMITED BY SIZE
002230            WS-FECHA-PROCESO          DELIMITED BY SIZE
002240       INTO WS-LIN-ETIQUETA
002250     END-STRING.
002260     MOVE WS-LINEA-INFORME          TO REG-INFORME.
002270     PERFORM 2900-ESCRIBE-INFORME.
002280
002290     MOVE SPACES                    TO WS-LINEA-INFORME.
002300     MOVE 'DIAS DE AVISO ANTES DE LA FECHA LIMITE'
002310                                     TO WS-LIN-ETIQUETA.
002320     MOVE WS-DIAS-AVISO              TO WS-LIN-VALOR.
002330     MOVE WS-LINEA-INFORME          TO REG-INFORME.
002340     PERFORM 2900-ESCRIBE-INFORME.
002350
002360     MOVE SPACES                    TO REG-INFORME.
002370     PERFORM 2900-ESCRIBE-INFORME.
002380     MOVE WS-CABECERA-DETALLE       TO REG-INFORME.
002390     PERFORM 2900-ESCRIBE-INFORME.
002400
002410* ***************************************************************
002420* RECORRE LAS RECLAMACIONES NO CERRADAS
002430* ***************************************************************
002440 2000-PROCESO.
002450
002460     MOVE 'N' TO WS-FIN-CURSOR.
002470     EXEC SQL
002480        OPEN CUR-RECLAMACION
002490     END-EXEC.
002500     PERFORM 1090-COMPRUEBA-SQLCODE.
002510
002520     PERFORM 2010-LEE-RECLAMACION.
002530     PERFORM 2020-TRATA-RECLAMACION UNTIL WS-FIN-CURSOR-SI.
002540
002550     EXEC SQL
002560        CLOSE CUR-RECLAMACION
002570     END-EXEC.
002580     PERFORM 1090-COMPRUEBA-SQLCODE.
002590
002600* ***************************************************************
002610* LEE LA SIGUIENTE RECLAMACION NO CERRADA
002620* ***************************************************************
002630 2010-LEE-RECLAMACION.
002640
002650     EXEC SQL
002660        FETCH CUR-RECLAMACION
002670         INTO :DCLRECLAMACION.CLAVE-RECLAMACION,
002680              :DCLRECLAMACION.CLAVE-CONTRATO,
002690              :DCLRECLAMACION.CLAVE-MOVIMIENTO,
002700              :DCLRECLAMACION.IMPORTE,
002710              :DCLRECLAMACION.MONEDA,
002720              :DCLRECLAMACION.ESTADO,
002730              :DCLRECLAMACION.FECHA-LIMITE,
002740              :WS-EDAD,
002750              :WS-RESTAN
002760     END-EXEC.
002770
002780     IF SQLCODE EQUAL 100
002790        MOVE 'S' TO WS-FIN-CURSOR
002800     ELSE
002810        PERFORM 1090-COMPRUEBA-SQLCODE
002820     END-IF.
002830
002840* ***************************************************************
002850* ACUMULA LA RECLAMACION LEIDA EN LOS TOTALES, LA DETALLA EN EL
002860* INFORME CON SU MARCA Y SIGUE LEYENDO. LA FECHA LIMITE SOLO SE
002870* VIGILA EN LAS ABIERTAS: LAS PENDIENTES DE RECARGO YA ESTAN
002880* RESUELTAS Y SOLO ESPERAN A REVE01
002890* ***************************************************************
002900 2020-TRATA-RECLAMACION.
002910
002920     MOVE SPACES                    TO WS-DET-MARCA.
002930
002940     IF ESTADO OF DCLRECLAMACION EQUAL 'R'
002950        ADD 1                       TO WS-CNT-RECARGO
002960        MOVE 'RECARGO'              TO WS-DET-MARCA
002970     ELSE
002980        ADD 1                       TO WS-CNT-ABIERTAS
002990        IF WS-RESTAN LESS THAN ZERO
003000           ADD 1                    TO WS-CNT-VENCIDAS
003010           MOVE 'VENCIDA'           TO WS-DET-MARCA
003020        ELSE
003030           IF WS-RESTAN NOT GREATER THAN WS-DIAS-AVISO
003040              ADD 1                 TO WS-CNT-PROXIMAS
003050              MOVE 'PROXIMA'        TO WS-DET-MARCA
003060           END-IF
003070        END-IF
003080     END-IF.
003090
003100     EVALUATE TRUE
003110        WHEN WS-EDAD NOT GREATER THAN 15
003120           ADD 1                    TO WS-CNT-TRAMO-1
003130        WHEN WS-EDAD NOT GREATER THAN 30
003140           ADD 1                    TO WS-CNT-TRAMO-2
003150        WHEN WS-EDAD NOT GREATER THAN 60
003160           ADD 1                    TO WS-CNT-TRAMO-3
003170        WHEN OTHER
003180           ADD 1                    TO WS-CNT-TRAMO-4
003190     END-EVALUATE.
003200
003210     MOVE CLAVE-RECLAMACION OF DCLRECLAMACION TO WS-DET-CLAVE.
003220     MOVE CLAVE-CONTRATO OF DCLRECLAMACION    TO WS-DET-CONTRATO.
003230     MOVE CLAVE-MOVIMIENTO OF DCLRECLAMACION
003240                                   TO WS-DET-MOVIMIENTO.
003250     MOVE IMPORTE OF DCLRECLAMACION           TO WS-DET-IMPORTE.
003260     MOVE MONEDA OF DCLRECLAMACION            TO WS-DET-MONEDA.
003270     MOVE ESTADO OF DCLRECLAMACION            TO WS-DET-ESTADO.
003280     MOVE FECHA-LIMITE OF DCLRECLAMACION      TO WS-DET-LIMITE.
003290     MOVE WS-EDAD                             TO WS-DET-EDAD.
003300     MOVE WS-RESTAN                           TO WS-DET-PLAZO.
003310     MOVE WS-LINEA-DETALLE          TO REG-INFORME.
003320     PERFORM 2900-ESCRIBE-INFORME.
003330
003340     PERFORM 2010-LEE-RECLAMACION.
003350
003360* ***************************************************************
003370* ESCRIBE LA LINEA PREPARADA EN EL INFORME
003380* ***************************************************************
003390 2900-ESCRIBE-INFORME.
003400
003410     WRITE REG-INFORME.
003420
003430     IF NOT FICHERO-INF-OK
003440        DISPLAY 'FILE STATUS INESPERADO EN FICHERO-INF: '
003450                FS-INFORME
003460        PERFORM 9999-ERROR
003470     END-IF.
003480
003490* ***************************************************************
003500* PARRAFO DE FIN DEL PROGRAMA. ESCRIBE LOS TOTALES DEL INFORME
003510* ***************************************************************
003520 3000-FIN.
003530
003540     DISPLAY 'FIN'.
003550
003560     PERFORM 3100-ESCRIBE-TOTALES.
003570
003580     CLOSE FICHERO-INF.
003590     STOP RUN.
003600
003610* ***************************************************************
003620* ESCRIBE LOS TOTALES DE LA EJECUCION
003630* ***************************************************************
003640 3100-ESCRIBE-TOTALES.
003650
003660     MOVE SPACES                    TO REG-INFORME.
003670     PERFORM 2900-ESCRIBE-INFORME.
003680
003690     MOVE SPACES                    TO WS-LINEA-INFORME.
003700     MOVE 'RECLAMACIONES ABIERTAS'   TO WS-LIN-ETIQUETA.
003710     MOVE WS-CNT-ABIERTAS            TO WS-LIN-VALOR.
003720     MOVE WS-LINEA-INFORME          TO REG-INFORME.
003730     PERFORM 2900-ESCRIBE-INFORME.
003740
003750     MOVE SPACES                    TO WS-LINEA-INFORME.
003760     MOVE '  CON LA FECHA LIMITE VENCIDA' TO WS-LIN-ETIQUETA.
003770     MOVE WS-CNT-VENCIDAS            TO WS-LIN-VALOR.
003780     MOVE WS-LINEA-INFORME          TO REG-INFORME.
003790     PERFORM 2900-ESCRIBE-INFORME.
003800
003810     MOVE SPACES                    TO WS-LINEA-INFORME.
003820     MOVE '  PROXIMAS A LA FECHA LIMITE' TO WS-LIN-ETIQUETA.
003830     MOVE WS-CNT-PROXIMAS            TO WS-LIN-VALOR.
003840     MOVE WS-LINEA-INFORME          TO REG-INFORME.
003850     PERFORM 2900-ESCRIBE-INFORME.
003860
003870     MOVE SPACES                    TO WS-LINEA-INFORME.
003880     MOVE 'DESESTIMADAS PENDIENTES DE RECARGO'
003890                                     TO WS-LIN-ETIQUETA.
003900     MOVE WS-CNT-RECARGO             TO WS-LIN-VALOR.
003910     MOVE WS-LINEA-INFORME          TO REG-INFORME.
003920     PERFORM 2900-ESCRIBE-INFORME.
003930
003940     MOVE SPACES                    TO WS-LINEA-INFORME.
003950     MOVE 'ANTIGUEDAD HASTA 15 DIAS' TO WS-LIN-ETIQUETA.
003960     MOVE WS-CNT-TRAMO-1             TO WS-LIN-VALOR.
003970     MOVE WS-LINEA-INFORME          TO REG-INFORME.
003980     PERFORM 2900-ESCRIBE-INFORME.
003990
004000     MOVE SPACES                    TO WS-LINEA-INFORME.
004010     MOVE 'ANTIGUEDAD DE 16 A 30 DIAS' TO WS-LIN-ETIQUETA.
004020     MOVE WS-CNT-TRAMO-2             TO WS-LIN-VALOR.
004030     MOVE WS-LINEA-INFORME          TO REG-INFORME.
004040     PERFORM 2900-ESCRIBE-INFORME.
004050
004060     MOVE SPACES                    TO WS-LINEA-INFORME.
004070     MOVE 'ANTIGUEDAD DE 31 A 60 DIAS' TO WS-LIN-ETIQUETA.
004080     MOVE WS-CNT-TRAMO-3             TO WS-LIN-VALOR.
004090     MOVE WS-LINEA-INFORME          TO REG-INFORME.
004100     PERFORM 2900-ESCRIBE-INFORME.
004110
004120     MOVE SPACES                    TO WS-LINEA-INFORME.
004130     MOVE 'ANTIGUEDAD DE MAS DE 60 DIAS' TO WS-LIN-ETIQUETA.
004140     MOVE WS-CNT-TRAMO-4             TO WS-LIN-VALOR.
004150     MOVE WS-LINEA-INFORME          TO REG-INFORME.
004160     PERFORM 2900-ESCRIBE-INFORME.
004170
004180* **************************************************************
004190* PARRAFO DE ERROR. DEVOLVEMOS AL SISTEMA UN RC=8 (ERROR NO
004200* CONTROLADO)
004210* **************************************************************
004220 9999-ERROR.
004230
004240     DISPLAY 'ERROR'.
004250
004260     EXEC SQL ROLLBACK END-EXEC
004270     MOVE 8 TO RETURN-CODE.
004280     GOBACK.
