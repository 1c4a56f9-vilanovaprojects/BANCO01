000010* PROGRAMA ANUAL DE INFORMACION FISCAL DE RENDIMIENTOS DEL
000020* CAPITAL MOBILIARIO. INTE01 (Y MANT01 EN LA BAJA DE CONTRATOS)
000030* DEJA CADA ABONO DE INTERESES ACREEDORES Y SU RETENCION EN
000040* IBMUSER.RETENCION_PRACTICADA. AL CIERRE DEL EJERCICIO, ESTE
000050* PROGRAMA AGREGA ESOS ABONOS POR TITULAR (IBMUSER.CLIENTE, VIA
000060* IBMUSER.CLIENTE_CONTRATO), AGRUPADOS POR SU DOCUMENTO, Y:
000070*   - ESCRIBE EL FICHERO DE DECLARACION ANUAL PARA LA HACIENDA
000080*     PUBLICA: CABECERA CON EL EJERCICIO, UN DETALLE POR TITULAR,
000090*     CONTRATO Y DIVISA CON SU PARTICIPACION Y LO QUE LE
000100*     CORRESPONDE DE RENDIMIENTO BRUTO Y DE RETENCION, Y UN
000110*     TRAILER POR DIVISA CON SUS TOTALES DE CONTROL
000120*   - ESCRIBE EL CERTIFICADO DE RETENCIONES DE CADA TITULAR, CON
000130*     EL BRUTO, LO RETENIDO Y EL NETO DE CADA CONTRATO Y EL TOTAL
000140*     POR DIVISA
000150* LOS CONTRATOS COMPARTIDOS SE IMPUTAN A PARTES IGUALES ENTRE SUS
000160* TITULARES. EL EJERCICIO SE INDICA POR PARAMETRO; EN SU DEFECTO
000170* SE DECLARA EL EJERCICIO ANTERIOR AL DE LA FECHA DEL SISTEMA
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID.FISC01.
000200
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240
000250* FICHERO DE SALIDA CON LA DECLARACION ANUAL DE RETENCIONES
000260     SELECT FICHERO-DEC ASSIGN TO DECLARA
000270     ORGANIZATION IS SEQUENTIAL
000280     ACCESS IS SEQUENTIAL
000290     FILE STATUS IS FS-DECLARA.
000300
000310* FICHERO DE SALIDA CON LOS CERTIFICADOS DE RETENCIONES
000320     SELECT FICHERO-CER ASSIGN TO CERTIFIC
000330     ORGANIZATION IS SEQUENTIAL
000340     ACCESS IS SEQUENTIAL
000350     FILE STATUS IS FS-CERTIFIC.
000360
000370* FICHERO DE INFORME DE CONTROL DE LA EJECUCION
000380     SELECT FICHERO-INF ASSIGN TO INFORME
000390     ORGANIZATION IS SEQUENTIAL
000400     ACCESS IS SEQUENTIAL
000410     FILE STATUS IS FS-INFORME.
000420
000430* FICHERO DE PARAMETROS CON EL EJERCICIO A DECLARAR (AAAA). SI NO
000440* EXISTE O VIENE EN BLANCO, SE DECLARA EL EJERCICIO ANTERIOR
000450     SELECT OPTIONAL FICHERO-PARM ASSIGN TO PARM
000460     ORGANIZATION IS SEQUENTIAL
000470     ACCESS IS SEQUENTIAL
000480     FILE STATUS IS FS-PARM.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520
000530* REGISTRO DEL FICHERO DE DECLARACION
000540 FD FICHERO-DEC DATA RECORD IS REG-DECLARACION.
000550 01 REG-DECLARACION PIC X(150).
000560
000570* REGISTRO DEL FICHERO DE CERTIFICADOS
000580 FD FICHERO-CER DATA RECORD IS REG-CERTIFICADO.
000590 01 REG-CERTIFICADO PIC X(80).
000600
000610* REGISTRO DEL FICHERO DE INFORME DE CONTROL
000620 FD FICHERO-INF DATA RECORD IS REG-INFORME.
000630 01 REG-INFORME    PIC X(80).
000640
000650* REGISTRO DE PARAMETROS DE EJECUCION
000660 FD FICHERO-PARM DATA RECORD IS REG-PARM.
000670 01 REG-PARM      PIC X(20).
000680
000690 WORKING-STORAGE SECTION.
000700
000710* REGISTRO DE CABECERA DE LA DECLARACION
000720 01 WS-DEC-CABECERA.
000730     05 WS-DC-TIPO-REG     PIC X(1).
000740     05 WS-DC-EJERCICIO    PIC 9(4).
000750     05 WS-DC-FECHA-GEN    PIC X(10).
000760     05 FILLER             PIC X(135) VALUE SPACES.
000770
000780* REGISTRO DE DETALLE DE LA DECLARACION: UN PERCEPTOR (TITULAR)
000790* POR CONTRATO Y DIVISA, CON SU PORCENTAJE DE PARTICIPACION Y LOS
000800* IMPORTES QUE LE CORRESPONDEN
000810 01 WS-DEC-DETALLE.
000820     05 WS-DD-TIPO-REG     PIC X(1).
000830     05 WS-DD-EJERCICIO    PIC 9(4).
000840     05 WS-DD-DOCUMENTO    PIC X(15).
000850     05 WS-DD-NOMBRE       PIC X(50).
000860     05 WS-DD-CONTRATO     PIC 9(9).
000870     05 WS-DD-MONEDA       PIC X(3).
000880     05 WS-DD-TITULARES    PIC 9(3).
000890     05 WS-DD-PARTICIPA    PIC 9(3)V9(2).
000900     05 WS-DD-BRUTO        PIC 9(13)V9(2).
000910     05 WS-DD-RETENIDO     PIC 9(13)V9(2).
000920     05 FILLER             PIC X(30) VALUE SPACES.
000930
000940* REGISTRO DE TRAILER DE LA DECLARACION, UNO POR DIVISA, CON LOS
000950* TOTALES DE CONTROL DE LOS DETALLES DE ESA DIVISA QUE EL
000960* RECEPTOR CONTRASTA. LOS IMPORTES DE DIVISAS DISTINTAS NO SE
000970* SUMAN ENTRE SI
000980 01 WS-DEC-TRAILER.
000990     05 WS-DT-TIPO-REG     PIC X(1).
001000     05 WS-DT-MONEDA       PIC X(3).
001010     05 WS-DT-TOTAL-REG    PIC 9(9).
001020     05 WS-DT-TOTAL-BRUTO  PIC 9(13)V9(2).
001030     05 WS-DT-TOTAL-RETEN  PIC 9(13)V9(2).
001040     05 FILLER             PIC X(107) VALUE SPACES.
001050
001060* FILESTATUS DE LOS FICHEROS DE LA EJECUCION
001070 01 FS-DECLARA           PIC 99.
001080     88 FICHERO-DEC-OK   VALUE 00.
001090 01 FS-CERTIFIC          PIC 99.
001100     88 FICHERO-CER-OK   VALUE 00.
001110 01 FS-INFORME           PIC 99.
001120 01 FS-PARM              PIC 99.
001130
001140* REGISTRO DE PARAMETROS CON EL EJERCICIO A DECLARAR
001150 01 WS-PARM-DATOS.
001160     05 WS-PARM-EJERCICIO   PIC X(4).
001170     05 FILLER              PIC X(16).
001180
001190* EJERCICIO DECLARADO Y SUS FECHAS DE INICIO Y FIN (AAAA-MM-DD)
001200 01 WS-EJERCICIO             PIC 9(4).
001210 01 WS-FECHA-INICIO          PIC X(10).
001220 01 WS-FECHA-FIN             PIC X(10).
001230 01 WS-FECHA-GENERACION      PIC X(10).
001240
001250* CAMPOS LEIDOS DEL CURSOR DE PERCEPTORES: DOCUMENTO Y NOMBRE
001260* DEL TITULAR, DIVISA Y CONTRATO, Y TOTALES DEL EJERCICIO DEL
001270* CONTRATO
001280 01 WS-PER-DOCUMENTO     PIC X(15).
001290 01 WS-PER-NOMBRE        PIC X(50).
001300 01 WS-PER-MONEDA        PIC X(3).
001310 01 WS-PER-CONTRATO      PIC S9(9) COMP.
001320 01 WS-PER-BRUTO         PIC S9(13)V9(2) COMP-3.
001330 01 WS-PER-RETENIDO      PIC S9(13)V9(2) COMP-3.
001340
001350* TITULARES DISTINTOS DEL CONTRATO, PARTICIPACION DEL PERCEPTOR
001360* EN PORCENTAJE E IMPORTES QUE LE CORRESPONDEN
001370 01 WS-NUM-TITULARES     PIC S9(9) COMP.
001380 01 WS-PARTICIPACION     PIC 9(3)V9(2).
001390 01 WS-IMP-BRUTO         PIC S9(13)V9(2) COMP-3.
001400 01 WS-IMP-RETENIDO      PIC S9(13)V9(2) COMP-3.
001410 01 WS-IMP-NETO          PIC S9(13)V9(2) COMP-3.
001420
001430* CONTROL DE RUPTURA: TITULAR Y DIVISA DEL CERTIFICADO EN CURSO Y
001440* TOTALES DE LA DIVISA EN CURSO
001450 01 WS-DOC-ACTUAL        PIC X(15) VALUE SPACES.
001460 01 WS-MONEDA-ACTUAL     PIC X(3)  VALUE SPACES.
001470 01 WS-CER-TOT-BRUTO     PIC S9(13)V9(2) COMP-3 VALUE 0.
001480 01 WS-CER-TOT-RETENIDO  PIC S9(13)V9(2) COMP-3 VALUE 0.
001490
001500* INDICADOR DE FIN DEL CURSOR DE PERCEPTORES
001510 01 WS-FIN-CURSOR        PIC X VALUE 'N'.
001520     88 WS-FIN-CURSOR-SI VALUE 'S'.
001530     88 WS-FIN-CURSOR-NO VALUE 'N'.
001540
001550* LINEA DE CONTRATO DEL CERTIFICADO
001560 01 WS-LINEA-CERT.
001570     05 WS-CE-CONTRATO     PIC Z(8)9.
001580     05 FILLER             PIC X(1).
001590     05 WS-CE-MONEDA       PIC X(3).
001600     05 FILLER             PIC X(1).
001610     05 WS-CE-PARTICIPA    PIC ZZ9.99.
001620     05 FILLER             PIC X(1).
001630     05 WS-CE-BRUTO        PIC Z(10)9.99-.
001640     05 FILLER             PIC X(1).
001650     05 WS-CE-RETENIDO     PIC Z(10)9.99-.
001660     05 FILLER             PIC X(1).
001670     05 WS-CE-NETO         PIC Z(10)9.99-.
001680     05 FILLER             PIC X(12).
001690
001700* CABECERA DE LAS COLUMNAS DEL CERTIFICADO
001710 01 WS-CABECERA-CERT.
001720     05 FILLER             PIC X(9)  VALUE ' CONTRATO'.
001730     05 FILLER             PIC X(5)  VALUE ' DIV.'.
001740     05 FILLER             PIC X(7)  VALUE '  PART%'.
001750     05 FILLER             PIC X(16) VALUE '           BRUTO'.
001760     05 FILLER             PIC X(16) VALUE '       RETENCION'.
001770     05 FILLER             PIC X(16) VALUE '            NETO'.
001780     05 FILLER             PIC X(11) VALUE SPACES.
001790
001800* CONTADORES Y TOTALES DEL INFORME DE CONTROL DE LA EJECUCION
001810 01 WS-CONTADORES-INFORME.
001820     05 WS-CNT-DETALLES      PIC 9(9) VALUE 0.
001830     05 WS-CNT-CERTIFICADOS  PIC 9(9) VALUE 0.
001840     05 WS-CNT-SIN-TITULAR   PIC 9(9) VALUE 0.
001850
001860* TOTALES DE LA DECLARACION POR DIVISA, PARA SUS TRAILERS Y EL
001870* INFORME DE CONTROL. UNA DIVISA SE DA DE ALTA LA PRIMERA VEZ QUE
001880* APARECE EN UN DETALLE
001890 01 WS-TOTM-MAX          PIC 9(4) VALUE 0.
001900 01 WS-TABLA-TOT-MONEDA.
001910     05 WS-TOTM-OCU OCCURS 1 TO 30 TIMES
001920                    DEPENDING ON WS-TOTM-MAX
001930                    INDEXED BY WS-IDX-TOTM.
001940        10 WS-TOTM-MONEDA       PIC X(3).
001950        10 WS-TOTM-NUM-REG      PIC 9(9).
001960        10 WS-TOTM-BRUTO        PIC 9(13)V9(2).
001970        10 WS-TOTM-RETENIDO     PIC 9(13)V9(2).
001980
001990* LINEA DE DETALLE DEL INFORME DE CONTROL
002000 01 WS-LINEA-INFORME.
002010     05 WS-LIN-ETIQUETA     PIC X(40).
002020     05 WS-LIN-VALOR        PIC Z(11)9.99-.
002030     05 FILLER              PIC X(24).
002040
002050* FECHA DEL SISTEMA, PARA EL EJERCICIO POR DEFECTO
002060 01 WS-FECHA-SISTEMA         PIC X(21).
002070 01 WS-FECHA-SISTEMA-R REDEFINES WS-FECHA-SISTEMA.
002080     05 WS-FS-ANO           PIC 9(4).
002090     05 WS-FS-MES           PIC 9(2).
002100     05 WS-FS-DIA           PIC 9(2).
002110     05 FILLER              PIC X(13).
002120
002130* SQLCA Y DCLGEN DE LAS TABLAS
002140     EXEC SQL INCLUDE SQLCA END-EXEC.
002150     EXEC SQL INCLUDE RETEPRAC END-EXEC.
002160
002170* CURSOR CON LOS RENDIMIENTOS DEL EJERCICIO AGREGADOS POR
002180* DOCUMENTO DEL TITULAR, DIVISA Y CONTRATO. UN CONTRATO CON
002190* VARIOS TITULARES APARECE UNA VEZ POR CADA UNO
002200     EXEC SQL
002210        DECLARE CUR-PERCEPTORES CURSOR FOR
002220        SELECT C.DOCUMENTO, MIN(C.NOMBRE), R.MONEDA,
002230               R.CLAVE_CONTRATO, SUM(R.INTERES_BRUTO),
002240               SUM(R.IMPORTE_RETENIDO)
002250          FROM IBMUSER.RETENCION_PRACTICADA R,
002260               IBMUSER.CLIENTE_CONTRATO L,
002270               IBMUSER.CLIENTE C
002280         WHERE R.FECHA_LIQUIDACION BETWEEN DATE(:WS-FECHA-INICIO)
002290                                       AND DATE(:WS-FECHA-FIN)
002300           AND L.CLAVE_CONTRATO = R.CLAVE_CONTRATO
002310           AND C.CLAVE_CLIENTE = L.CLAVE_CLIENTE
002320         GROUP BY C.DOCUMENTO, R.MONEDA, R.CLAVE_CONTRATO
002330         ORDER BY C.DOCUMENTO, R.MONEDA, R.CLAVE_CONTRATO
002340     END-EXEC.
002350
002360 PROCEDURE DIVISION.
002370     PERFORM 1000-INICIO.
002380     PERFORM 2000-PROCESO.
002390     PERFORM 3000-FIN.
002400
002410* **********************************************************
002420* PARRAFO DE INICIO
002430* **********************************************************
002440 1000-INICIO.
002450
002460     DISPLAY 'INICIO FISC01'.
002470
002480     OPEN OUTPUT FICHERO-DEC.
002490     OPEN OUTPUT FICHERO-CER.
002500     OPEN OUTPUT FICHERO-INF.
002510
002520* EJERCICIO: EL DEL FICHERO DE PARAMETROS O, EN SU DEFECTO, EL
002530* EJERCICIO ANTERIOR AL DE LA FECHA DEL SISTEMA
002540     MOVE FUNCTION CURRENT-DATE TO WS-FECHA-SISTEMA.
002550     STRING WS-FS-ANO           DELIMITED BY SIZE
002560            '-'                 DELIMITED BY SIZE
002570            WS-FS-MES           DELIMITED BY SIZE
002580            '-'                 DELIMITED BY SIZE
002590            WS-FS-DIA           DELIMITED BY SIZE
002600       INTO WS-FECHA-GENERACION
002610     END-STRING.
002620     COMPUTE WS-EJERCICIO = WS-FS-ANO - 1.
002630
002640     OPEN INPUT FICHERO-PARM.
002650     READ FICHERO-PARM INTO WS-PARM-DATOS.
002660     IF FS-PARM EQUAL '00'
002670        IF WS-PARM-EJERCICIO IS NUMERIC
002680           MOVE WS-PARM-EJERCICIO TO WS-EJERCICIO
002690        END-IF
002700     END-IF.
002710     CLOSE FICHERO-PARM.
002720
002730     STRING WS-EJERCICIO        DELIMITED BY SIZE
002740            '-01-01'            DELIMITED BY SIZE
002750       INTO WS-FECHA-INICIO
002760     END-STRING.
002770     STRING WS-EJERCICIO        DELIMITED BY SIZE
002780            '-12-31'            DELIMITED BY SIZE
002790       INTO WS-FECHA-FIN
002800     END-STRING.
002810
002820     DISPLAY 'EJERCICIO DECLARADO: ' WS-EJERCICIO.
002830
002840* CABECERA DEL FICHERO DE DECLARACION
002850     MOVE 'C'                   TO WS-DC-TIPO-REG.
002860     MOVE WS-EJERCICIO          TO WS-DC-EJERCICIO.
002870     MOVE WS-FECHA-GENERACION   TO WS-DC-FECHA-GEN.
002880     MOVE WS-DEC-CABECERA       TO REG-DECLARACION.
002890     WRITE REG-DECLARACION.
002900     PERFORM 2900-COMPRUEBA-FS-DEC.
002910
002920* ***************************************************************
002930* COMPRUEBA EL SQLCODE DE LA ULTIMA OPERACION DE BASE DE DATOS.
002940* CUALQUIER VALOR DISTINTO DE CERO ES UN ERROR
002950* ***************************************************************
002960 1090-COMPRUEBA-SQLCODE.
002970
002980     IF SQLCODE NOT EQUAL 0
002990        DISPLAY 'ERROR DE BASE DE DATOS EN FISC01. SQLCODE: '
003000                SQLCODE
003010        PERFORM 9999-ERROR
003020     END-IF.
003030
003040* ***************************************************************
003050* RECORRE LOS PERCEPTORES DEL EJERCICIO, CON RUPTURA POR
003060* DOCUMENTO (UN CERTIFICADO POR TITULAR) Y POR DIVISA (UN TOTAL
003070* POR DIVISA EN CADA CERTIFICADO)
003080* ***************************************************************
003090 2000-PROCESO.
003100
003110     MOVE 'N' TO WS-FIN-CURSOR.
003120     EXEC SQL
003130        OPEN CUR-PERCEPTORES
003140     END-EXEC.
003150     PERFORM 1090-COMPRUEBA-SQLCODE.
003160
003170     PERFORM 2010-LEE-PERCEPTOR.
003180     PERFORM 2020-TRATA-PERCEPTOR UNTIL WS-FIN-CURSOR-SI.
003190
003200* CERRAMOS EL ULTIMO CERTIFICADO, SI LO HABIA
003210     IF WS-DOC-ACTUAL NOT EQUAL SPACES
003220        PERFORM 2250-ESCRIBE-TOTAL-MONEDA
003230        PERFORM 2280-ESCRIBE-PIE-CERT
003240     END-IF.
003250
003260     EXEC SQL
003270        CLOSE CUR-PERCEPTORES
003280     END-EXEC.
003290     PERFORM 1090-COMPRUEBA-SQLCODE.
003300
003310* CONTRATOS CON RENDIMIENTOS EN EL EJERCICIO PERO SIN NINGUN
003320* TITULAR VINCULADO: NO SE PUEDEN DECLARAR Y SE INFORMAN PARA
003330* QUE SE REVISEN
003340     EXEC SQL
003350        SELECT COUNT(DISTINCT R.CLAVE_CONTRATO)
003360          INTO :WS-CNT-SIN-TITULAR
003370          FROM IBMUSER.RETENCION_PRACTICADA R
003380         WHERE R.FECHA_LIQUIDACION BETWEEN DATE(:WS-FECHA-INICIO)
003390                                       AND DATE(:WS-FECHA-FIN)
003400           AND NOT EXISTS
003410               (SELECT 1
003420                  FROM IBMUSER.CLIENTE_CONTRATO L
003430                 WHERE L.CLAVE_CONTRATO = R.CLAVE_CONTRATO)
003440     END-EXEC.
003450     PERFORM 1090-COMPRUEBA-SQLCODE.
003460
003470* ***************************************************************
003480* LEE EL SIGUIENTE PERCEPTOR DEL EJERCICIO
003490* ***************************************************************
003500 2010-LEE-PERCEPTOR.
003510
003520     EXEC SQL
003530        FETCH CUR-PERCEPTORES
003540         INTO :WS-PER-DOCUMENTO, :WS-PER-NOMBRE,
003550              :WS-PER-MONEDA, :WS-PER-CONTRATO,
003560              :WS-PER-BRUTO, :WS-PER-RETENIDO
003570     END-EXEC.
003580
003590     IF SQLCODE EQUAL 100
003600        MOVE 'S' TO WS-FIN-CURSOR
003610     ELSE
003620        PERFORM 1090-COMPRUEBA-SQLCODE
003630     END-IF.
003640
003650* ***************************************************************
003660* TRATA EL PERCEPTOR LEIDO: CONTROLA LAS RUPTURAS DE TITULAR Y
003670* DE DIVISA, CALCULA SU PARTE, LA DECLARA, LA ESCRIBE EN SU
003680* CERTIFICADO Y SIGUE LEYENDO
003690* ***************************************************************
003700 2020-TRATA-PERCEPTOR.
003710
003720     IF WS-PER-DOCUMENTO NOT EQUAL WS-DOC-ACTUAL
003730        IF WS-DOC-ACTUAL NOT EQUAL SPACES
003740           PERFORM 2250-ESCRIBE-TOTAL-MONEDA
003750           PERFORM 2280-ESCRIBE-PIE-CERT
003760        END-IF
003770        PERFORM 2200-ESCRIBE-CABECERA-CERT
003780     ELSE
003790        IF WS-PER-MONEDA NOT EQUAL WS-MONEDA-ACTUAL
003800           PERFORM 2250-ESCRIBE-TOTAL-MONEDA
003810           MOVE WS-PER-MONEDA TO WS-MONEDA-ACTUAL
003820        END-IF
003830     END-IF.
003840
003850     PERFORM 2100-CALCULA-PARTICIPACION.
003860     PERFORM 2150-ESCRIBE-DETALLE-DEC.
003870     PERFORM 2230-ESCRIBE-LINEA-CERT.
003880     PERFORM 2010-LEE-PERCEPTOR.
003890
003900* ***************************************************************
003910* CALCULA LA PARTICIPACION DEL PERCEPTOR EN EL CONTRATO, A PARTES
003920* IGUALES ENTRE SUS TITULARES DISTINTOS, Y LA PARTE DEL BRUTO Y
003930* DE LA RETENCION DEL EJERCICIO QUE LE CORRESPONDE
003940* ***************************************************************
003950 2100-CALCULA-PARTICIPACION.
003960
003970     MOVE WS-PER-CONTRATO TO CLAVE-CONTRATO
003980                             OF DCLRETENCION-PRACTICADA.
003990
004000     EXEC SQL
004010        SELECT COUNT(DISTINCT C.DOCUMENTO)
004020          INTO :WS-NUM-TITULARES
004030          FROM IBMUSER.CLIENTE_CONTRATO L,
004040               IBMUSER.CLIENTE C
004050         WHERE L.CLAVE_CONTRATO =
004060               :DCLRETENCION-PRACTICADA.CLAVE-CONTRATO
004070           AND C.CLAVE_CLIENTE = L.CLAVE_CLIENTE
004080     END-EXEC.
004090     PERFORM 1090-COMPRUEBA-SQLCODE.
004100
004110     IF WS-NUM-TITULARES LESS THAN 1
004120        MOVE 1 TO WS-NUM-TITULARES
004130     END-IF.
004140
004150     COMPUTE WS-PARTICIPACION ROUNDED = 100 / WS-NUM-TITULARES.
004160     COMPUTE WS-IMP-BRUTO ROUNDED =
004170             WS-PER-BRUTO / WS-NUM-TITULARES.
004180     COMPUTE WS-IMP-RETENIDO ROUNDED =
004190             WS-PER-RETENIDO / WS-NUM-TITULARES.
004200     COMPUTE WS-IMP-NETO = WS-IMP-BRUTO - WS-IMP-RETENIDO.
004210
004220* ***************************************************************
004230* ESCRIBE EL REGISTRO DE DETALLE DE LA DECLARACION DEL PERCEPTOR
004240* ***************************************************************
004250 2150-ESCRIBE-DETALLE-DEC.
004260
004270     MOVE 'D'                   TO WS-DD-TIPO-REG.
004280     MOVE WS-EJERCICIO          TO WS-DD-EJERCICIO.
004290     MOVE WS-PER-DOCUMENTO      TO WS-DD-DOCUMENTO.
004300     MOVE WS-PER-NOMBRE         TO WS-DD-NOMBRE.
004310     MOVE WS-PER-CONTRATO       TO WS-DD-CONTRATO.
004320     MOVE WS-PER-MONEDA         TO WS-DD-MONEDA.
004330     MOVE WS-NUM-TITULARES      TO WS-DD-TITULARES.
004340     MOVE WS-PARTICIPACION      TO WS-DD-PARTICIPA.
004350     MOVE WS-IMP-BRUTO          TO WS-DD-BRUTO.
004360     MOVE WS-IMP-RETENIDO       TO WS-DD-RETENIDO.
004370     MOVE WS-DEC-DETALLE        TO REG-DECLARACION.
004380     WRITE REG-DECLARACION.
004390     PERFORM 2900-COMPRUEBA-FS-DEC.
004400
004410     ADD 1                      TO WS-CNT-DETALLES.
004420     PERFORM 2160-ACUMULA-MONEDA.
004430
004440* ***************************************************************
004450* ACUMULA EL DETALLE DECLARADO EN LOS TOTALES DE SU DIVISA,
004460* DANDOLA DE ALTA EN LA TABLA SI ES LA PRIMERA VEZ QUE APARECE
004470* ***************************************************************
004480 2160-ACUMULA-MONEDA.
004490
004500     SET WS-IDX-TOTM TO 1.
004510     IF WS-TOTM-MAX GREATER THAN ZERO
004520        SEARCH WS-TOTM-OCU
004530           AT END
004540              PERFORM 2170-ANADE-MONEDA
004550           WHEN WS-TOTM-MONEDA(WS-IDX-TOTM) EQUAL WS-PER-MONEDA
004560              CONTINUE
004570        END-SEARCH
004580     ELSE
004590        PERFORM 2170-ANADE-MONEDA
004600     END-IF.
004610
004620     ADD 1               TO WS-TOTM-NUM-REG(WS-IDX-TOTM).
004630     ADD WS-IMP-BRUTO    TO WS-TOTM-BRUTO(WS-IDX-TOTM).
004640     ADD WS-IMP-RETENIDO TO WS-TOTM-RETENIDO(WS-IDX-TOTM).
004650
004660* ***************************************************************
004670* DA DE ALTA UNA NUEVA DIVISA EN LA TABLA DE TOTALES CON LOS
004680* ACUMULADORES A CERO
004690* ***************************************************************
004700 2170-ANADE-MONEDA.
004710
004720     IF WS-TOTM-MAX NOT LESS THAN 30
004730        DISPLAY 'MAS DE 30 DIVISAS EN LA DECLARACION. '
004740                'NO CABEN EN WS-TOTM-OCU'
004750        PERFORM 9999-ERROR
004760     END-IF.
004770
004780     ADD 1 TO WS-TOTM-MAX.
004790     SET WS-IDX-TOTM TO WS-TOTM-MAX.
004800     MOVE WS-PER-MONEDA TO WS-TOTM-MONEDA(WS-IDX-TOTM).
004810     MOVE 0 TO WS-TOTM-NUM-REG(WS-IDX-TOTM).
004820     MOVE 0 TO WS-TOTM-BRUTO(WS-IDX-TOTM).
004830     MOVE 0 TO WS-TOTM-RETENIDO(WS-IDX-TOTM).
004840
004850* ***************************************************************
004860* ABRE EL CERTIFICADO DE UN NUEVO TITULAR: TITULO, EJERCICIO,
004870* NOMBRE Y DOCUMENTO DEL TITULAR Y CABECERA DE COLUMNAS
004880* ***************************************************************
004890 2200-ESCRIBE-CABECERA-CERT.
004900
004910     MOVE WS-PER-DOCUMENTO          TO WS-DOC-ACTUAL.
004920     MOVE WS-PER-MONEDA             TO WS-MONEDA-ACTUAL.
004930     MOVE 0                         TO WS-CER-TOT-BRUTO.
004940     MOVE 0                         TO WS-CER-TOT-RETENIDO.
004950     ADD 1                          TO WS-CNT-CERTIFICADOS.
004960
004970     MOVE ALL '='                   TO REG-CERTIFICADO.
004980     PERFORM 2290-ESCRIBE-LINEA-CER.
004990     MOVE SPACES                    TO REG-CERTIFICADO.
005000     STRING 'CERTIFICADO DE RETENCIONES SOBRE INTERESES. '
005010                                     DELIMITED BY SIZE
005020            'EJERCICIO '             DELIMITED BY SIZE
005030            WS-EJERCICIO             DELIMITED BY SIZE
005040       INTO REG-CERTIFICADO
005050     END-STRING.
005060     PERFORM 2290-ESCRIBE-LINEA-CER.
005070     MOVE ALL '='                   TO REG-CERTIFICADO.
005080     PERFORM 2290-ESCRIBE-LINEA-CER.
005090
005100     MOVE SPACES                    TO REG-CERTIFICADO.
005110     STRING 'TITULAR: '              DELIMITED BY SIZE
005120            WS-PER-NOMBRE            DELIMITED BY SIZE
005130       INTO REG-CERTIFICADO
005140     END-STRING.
005150     PERFORM 2290-ESCRIBE-LINEA-CER.
005160     MOVE SPACES                    TO REG-CERTIFICADO.
005170     STRING 'DOCUMENTO: '            DELIMITED BY SIZE
005180            WS-PER-DOCUMENTO         DELIMITED BY SIZE
005190       INTO REG-CERTIFICADO
005200     END-STRING.
005210     PERFORM 2290-ESCRIBE-LINEA-CER.
005220     MOVE SPACES                    TO REG-CERTIFICADO.
005230     PERFORM 2290-ESCRIBE-LINEA-CER.
005240
005250     MOVE 'LE CERTIFICAMOS LOS RENDIMIENTOS DE SUS CONTRATOS Y'
005260                                     TO REG-CERTIFICADO.
005270     PERFORM 2290-ESCRIBE-LINEA-CER.
005280     MOVE 'LAS RETENCIONES PRACTICADAS EN EL EJERCICIO:'
005290                                     TO REG-CERTIFICADO.
005300     PERFORM 2290-ESCRIBE-LINEA-CER.
005310     MOVE SPACES                    TO REG-CERTIFICADO.
005320     PERFORM 2290-ESCRIBE-LINEA-CER.
005330     MOVE WS-CABECERA-CERT          TO REG-CERTIFICADO.
005340     PERFORM 2290-ESCRIBE-LINEA-CER.
005350
005360* ***************************************************************
005370* ESCRIBE EN EL CERTIFICADO LA LINEA DEL CONTRATO CON LA PARTE
005380* DEL PERCEPTOR, Y LA SUMA A LOS TOTALES DE LA DIVISA EN CURSO
005390* ***************************************************************
005400 2230-ESCRIBE-LINEA-CERT.
005410
005420     MOVE SPACES                    TO WS-LINEA-CERT.
005430     MOVE WS-PER-CONTRATO           TO WS-CE-CONTRATO.
005440     MOVE WS-PER-MONEDA             TO WS-CE-MONEDA.
005450     MOVE WS-PARTICIPACION          TO WS-CE-PARTICIPA.
005460     MOVE WS-IMP-BRUTO              TO WS-CE-BRUTO.
005470     MOVE WS-IMP-RETENIDO           TO WS-CE-RETENIDO.
005480     MOVE WS-IMP-NETO               TO WS-CE-NETO.
005490     MOVE WS-LINEA-CERT             TO REG-CERTIFICADO.
005500     PERFORM 2290-ESCRIBE-LINEA-CER.
005510
005520     ADD WS-IMP-BRUTO               TO WS-CER-TOT-BRUTO.
005530     ADD WS-IMP-RETENIDO            TO WS-CER-TOT-RETENIDO.
005540
005550* ***************************************************************
005560* ESCRIBE EN EL CERTIFICADO EL TOTAL DE LA DIVISA EN CURSO Y LO
005570* REINICIA PARA LA SIGUIENTE
005580* ***************************************************************
005590 2250-ESCRIBE-TOTAL-MONEDA.
005600
005610     MOVE SPACES                    TO WS-LINEA-CERT.
005620     MOVE WS-MONEDA-ACTUAL          TO WS-CE-MONEDA.
005630     MOVE WS-CER-TOT-BRUTO          TO WS-CE-BRUTO.
005640     MOVE WS-CER-TOT-RETENIDO       TO WS-CE-RETENIDO.
005650     COMPUTE WS-IMP-NETO = WS-CER-TOT-BRUTO - WS-CER-TOT-RETENIDO.
005660     MOVE WS-IMP-NETO               TO WS-CE-NETO.
005670     MOVE WS-LINEA-CERT             TO REG-CERTIFICADO.
005680     MOVE '    TOTAL'               TO REG-CERTIFICADO(1:9).
005690     PERFORM 2290-ESCRIBE-LINEA-CER.
005700
005710     MOVE 0                         TO WS-CER-TOT-BRUTO.
005720     MOVE 0                         TO WS-CER-TOT-RETENIDO.
005730
005740* ***************************************************************
005750* CIERRA EL CERTIFICADO DEL TITULAR EN CURSO
005760* ***************************************************************
005770 2280-ESCRIBE-PIE-CERT.
005780
005790     MOVE SPACES                    TO REG-CERTIFICADO.
005800     PERFORM 2290-ESCRIBE-LINEA-CER.
005810     MOVE 'LOS CONTRATOS COMPARTIDOS SE IMPUTAN A PARTES IGUALES'
005820                                     TO REG-CERTIFICADO.
005830     PERFORM 2290-ESCRIBE-LINEA-CER.
005840     MOVE 'ENTRE SUS TITULARES.'    TO REG-CERTIFICADO.
005850     PERFORM 2290-ESCRIBE-LINEA-CER.
005860     MOVE SPACES                    TO REG-CERTIFICADO.
005870     PERFORM 2290-ESCRIBE-LINEA-CER.
005880
005890* ***************************************************************
005900* ESCRIBE LA LINEA PREPARADA EN EL FICHERO DE CERTIFICADOS
005910* ***************************************************************
005920 2290-ESCRIBE-LINEA-CER.
005930
005940     WRITE REG-CERTIFICADO.
005950     PERFORM 2910-COMPRUEBA-FS-CER.
005960
005970* ***************************************************************
005980* COMPRUEBA EL FILE STATUS DE LA ULTIMA ESCRITURA DEL FICHERO
005990* DE DECLARACION
006000* ***************************************************************
006010 2900-COMPRUEBA-FS-DEC.
006020
006030     IF NOT FICHERO-DEC-OK
006040        DISPLAY 'FILE STATUS INESPERADO EN FICHERO-DEC: '
006050                FS-DECLARA
006060        PERFORM 9999-ERROR
006070     END-IF.
006080
006090* ***************************************************************
006100* COMPRUEBA EL FILE STATUS DE LA ULTIMA ESCRITURA DEL FICHERO
006110* DE CERTIFICADOS
006120* ***************************************************************
006130 2910-COMPRUEBA-FS-CER.
006140
006150     IF NOT FICHERO-CER-OK
006160        DISPLAY 'FILE STATUS INESPERADO EN FICHERO-CER: '
006170                FS-CERTIFIC
006180        PERFORM 9999-ERROR
006190     END-IF.
006200
006210* ***************************************************************
006220* PARRAFO DE FIN DEL PROGRAMA. ESCRIBE LOS TRAILERS DE LA
006230* DECLARACION, UNO POR DIVISA, Y EL INFORME DE CONTROL. UNA
006240* DECLARACION SIN DETALLES LLEVA UN UNICO TRAILER A CERO
006250* ***************************************************************
006260 3000-FIN.
006270
006280     DISPLAY 'FIN'.
006290
006300     IF WS-TOTM-MAX GREATER THAN ZERO
006310        PERFORM 3050-ESCRIBE-TRAILER-DEC
006320           VARYING WS-IDX-TOTM FROM 1 BY 1
006330           UNTIL WS-IDX-TOTM GREATER THAN WS-TOTM-MAX
006340     ELSE
006350        MOVE 'T'                TO WS-DT-TIPO-REG
006360        MOVE SPACES             TO WS-DT-MONEDA
006370        MOVE 0                  TO WS-DT-TOTAL-REG
006380        MOVE 0                  TO WS-DT-TOTAL-BRUTO
006390        MOVE 0                  TO WS-DT-TOTAL-RETEN
006400        MOVE WS-DEC-TRAILER     TO REG-DECLARACION
006410        WRITE REG-DECLARACION
006420        PERFORM 2900-COMPRUEBA-FS-DEC
006430     END-IF.
006440
006450     PERFORM 3100-ESCRIBE-INFORME.
006460
006470     CLOSE FICHERO-DEC.
006480     CLOSE FICHERO-CER.
006490     CLOSE FICHERO-INF.
006500     STOP RUN.
006510
006520* ***************************************************************
006530* ESCRIBE EL TRAILER DE LA DECLARACION DE UNA DIVISA
006540* ***************************************************************
006550 3050-ESCRIBE-TRAILER-DEC.
006560
006570     MOVE 'T'                          TO WS-DT-TIPO-REG.
006580     MOVE WS-TOTM-MONEDA(WS-IDX-TOTM)   TO WS-DT-MONEDA.
006590     MOVE WS-TOTM-NUM-REG(WS-IDX-TOTM)  TO WS-DT-TOTAL-REG.
006600     MOVE WS-TOTM-BRUTO(WS-IDX-TOTM)    TO WS-DT-TOTAL-BRUTO.
006610     MOVE WS-TOTM-RETENIDO(WS-IDX-TOTM) TO WS-DT-TOTAL-RETEN.
006620     MOVE WS-DEC-TRAILER               TO REG-DECLARACION.
006630     WRITE REG-DECLARACION.
006640     PERFORM 2900-COMPRUEBA-FS-DEC.
006650
006660* ***************************************************************
006670* ESCRIBE EL INFORME DE CONTROL CON LOS TOTALES DE LA EJECUCION.
006680* LOS TOTALES DE CADA DIVISA DEBEN CUADRAR CON SU TRAILER DE LA
006690* DECLARACION
006700* ***************************************************************
006710 3100-ESCRIBE-INFORME.
006720
006730     MOVE SPACES                    TO WS-LINEA-INFORME.
006740     MOVE 'FISC01 - INFORME DE CONTROL DE EJECUCION'
006750                                     TO WS-LIN-ETIQUETA.
006760     MOVE WS-LINEA-INFORME          TO REG-INFORME.
006770     WRITE REG-INFORME.
006780
006790     MOVE SPACES                    TO WS-LINEA-INFORME.
006800     STRING 'EJERCICIO DECLARADO: '   DELIMITED BY SIZE
006810            WS-EJERCICIO              DELIMITED BY SIZE
006820       INTO WS-LIN-ETIQUETA
006830     END-STRING.
006840     MOVE WS-LINEA-INFORME          TO REG-INFORME.
006850     WRITE REG-INFORME.
006860
006870     MOVE SPACES                    TO WS-LINEA-INFORME.
006880     MOVE 'REGISTROS DE DETALLE DECLARADOS'
006890                                     TO WS-LIN-ETIQUETA.
006900     MOVE WS-CNT-DETALLES            TO WS-LIN-VALOR.
006910     MOVE WS-LINEA-INFORME          TO REG-INFORME.
006920     WRITE REG-INFORME.
006930
006940     MOVE SPACES                    TO WS-LINEA-INFORME.
006950     MOVE 'CERTIFICADOS EMITIDOS'
006960                                     TO WS-LIN-ETIQUETA.
006970     MOVE WS-CNT-CERTIFICADOS        TO WS-LIN-VALOR.
006980     MOVE WS-LINEA-INFORME          TO REG-INFORME.
006990     WRITE REG-INFORME.
007000
007010     MOVE SPACES                    TO WS-LINEA-INFORME.
007020     MOVE 'CONTRATOS CON RENDIMIENTOS SIN TITULAR'
007030                                     TO WS-LIN-ETIQUETA.
007040     MOVE WS-CNT-SIN-TITULAR         TO WS-LIN-VALOR.
007050     MOVE WS-LINEA-INFORME          TO REG-INFORME.
007060     WRITE REG-INFORME.
007070
007080     PERFORM 3150-ESCRIBE-TOTAL-MONEDA
007090        VARYING WS-IDX-TOTM FROM 1 BY 1
007100        UNTIL WS-IDX-TOTM GREATER THAN WS-TOTM-MAX.
007110
007120* ***************************************************************
007130* ESCRIBE EN EL INFORME DE CONTROL LOS TOTALES DECLARADOS DE UNA
007140* DIVISA
007150* ***************************************************************
007160 3150-ESCRIBE-TOTAL-MONEDA.
007170
007180     MOVE SPACES                    TO WS-LINEA-INFORME.
007190     MOVE 'REGISTROS DECLARADOS, DIVISA '
007200                                     TO WS-LIN-ETIQUETA.
007210     MOVE WS-TOTM-MONEDA(WS-IDX-TOTM) TO WS-LIN-ETIQUETA(30:3).
007220     MOVE WS-TOTM-NUM-REG(WS-IDX-TOTM) TO WS-LIN-VALOR.
007230     MOVE WS-LINEA-INFORME          TO REG-INFORME.
007240     WRITE REG-INFORME.
007250
007260     MOVE SPACES                    TO WS-LINEA-INFORME.
007270     MOVE 'RENDIMIENTO BRUTO DECLARADO, DIVISA '
007280                                     TO WS-LIN-ETIQUETA.
007290     MOVE WS-TOTM-MONEDA(WS-IDX-TOTM) TO WS-LIN-ETIQUETA(37:3).
007300     MOVE WS-TOTM-BRUTO(WS-IDX-TOTM) TO WS-LIN-VALOR.
007310     MOVE WS-LINEA-INFORME          TO REG-INFORME.
007320     WRITE REG-INFORME.
007330
007340     MOVE SPACES                    TO WS-LINEA-INFORME.
007350     MOVE 'RETENCIONES DECLARADAS, DIVISA '
007360                                     TO WS-LIN-ETIQUETA.
007370     MOVE WS-TOTM-MONEDA(WS-IDX-TOTM) TO WS-LIN-ETIQUETA(32:3).
007380     MOVE WS-TOTM-RETENIDO(WS-IDX-TOTM) TO WS-LIN-VALOR.
007390     MOVE WS-LINEA-INFORME          TO REG-INFORME.
007400     WRITE REG-INFORME.
007410
007420* **************************************************************
007430* PARRAFO DE ERROR.REALIZAMOS UN ROLLBACK DE LA BASE DE DATOS
007440* Y DEVOLVEMOS AL SISTEMA UN RC=8 (ERROR NO CONTROLADO)
007450* **************************************************************
007460 9999-ERROR.
007470
007480     DISPLAY 'ERROR'.
007490
007500     EXEC SQL ROLLBACK END-EXEC
007510     MOVE 8 TO RETURN-CODE.
007520     GOBACK.
