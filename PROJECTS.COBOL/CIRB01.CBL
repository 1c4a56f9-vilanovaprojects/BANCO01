000010* PROGRAMA MENSUAL DE DECLARACION A LA CENTRAL DE INFORMACION
000020* DE RIESGOS (CIRBE) DEL BANCO DE ESPANA. AL CIERRE DE CADA MES
000030* CALCULA EL RIESGO DE CADA TITULAR, IDENTIFICADO POR SU
000040* DOCUMENTO, SOBRE LOS CONTRATOS QUE TIENE VINCULADOS EN
000050* IBMUSER.CLIENTE_CONTRATO:
000060*   - DISPUESTO: DESCUBIERTO DEL CONTRATO SEGUN SU SALDO DE CIERRE
000070*     DEL MES EN IBMUSER.SALDO_DIARIO
000080*   - DISPONIBLE: PARTE NO DISPUESTA DEL LIMITE DE DESCUBIERTO
000090*     (CONTRATO.LIMITE_DESCUBIERTO) DE LOS CONTRATOS NO CANCELADOS
000100*   - PRESTAMOS: CAPITAL PENDIENTE A FIN DE MES DE LOS PRESTAMOS
000110*     CUYA CUENTA DE CARGO ES EL CONTRATO
000120* TODO CONVERTIDO A EUROS CON LOS TIPOS DE CIERRE DEL MES DE
000130* IBMUSER.TIPO_CAMBIO. LOS CONTRATOS COMPARTIDOS SE DECLARAN POR
000140* SU IMPORTE COMPLETO EN CADA TITULAR, QUE RESPONDE
000150* SOLIDARIAMENTE. SOLO SE DECLARAN LOS TITULARES CUYO RIESGO
000160* TOTAL ALCANZA EL UMBRAL DE DECLARACION. LO DECLARADO SE GUARDA
000170* EN IBMUSER.DECLARACION_CIRBE, DE MODO QUE SI EL MES SE VUELVE A
000180* PROCESAR (RECTIFICACION) SOLO SE ENVIAN LAS DIFERENCIAS:
000190*   - 'A' ALTA: TITULAR NO DECLARADO HASTA AHORA. IMPORTES
000200*     COMPLETOS
000210*   - 'M' MODIFICACION: TITULAR YA DECLARADO CUYO RIESGO HA
000220*     CAMBIADO. IMPORTES = NUEVO MENOS DECLARADO
000230*   - 'B' BAJA: TITULAR DECLARADO QUE YA NO ALCANZA EL UMBRAL O
000240*     YA NO TIENE CONTRATOS. IMPORTES = LO DECLARADO, CAMBIADO DE
000250*     SIGNO
000260* ASI, SUMANDO TODOS LOS ENVIOS DE UN MES SE OBTIENE SIEMPRE LO
000270* QUE FIGURA EN IBMUSER.DECLARACION_CIRBE. EL FICHERO LLEVA
000280* CABECERA CON EL PERIODO Y EL NUMERO DE ENVIO, Y TRAILER CON LOS
000290* TOTALES DE CONTROL
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID.CIRB01.
000320
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360
000370* FICHERO DE SALIDA CON LA DECLARACION MENSUAL DE RIESGOS
000380     SELECT FICHERO-DEC ASSIGN TO CIRBE
000390     ORGANIZATION IS SEQUENTIAL
000400     ACCESS IS SEQUENTIAL
000410     FILE STATUS IS FS-CIRBE.
000420
000430* FICHERO DE INFORME DE CONTROL DE LA EJECUCION
000440     SELECT FICHERO-INF ASSIGN TO INFORME
000450     ORGANIZATION IS SEQUENTIAL
000460     ACCESS IS SEQUENTIAL
000470     FILE STATUS IS FS-INFORME.
000480
000490* FICHERO DE PARAMETROS CON EL PERIODO (AAAA-MM) Y EL UMBRAL DE
000500* DECLARACION EN EUROS. SI NO EXISTE, SE DECLARA EL MES ANTERIOR
000510* CON EL UMBRAL POR DEFECTO
000520     SELECT OPTIONAL FICHERO-PARM ASSIGN TO PARM
000530     ORGANIZATION IS SEQUENTIAL
000540     ACCESS IS SEQUENTIAL
000550     FILE STATUS IS FS-PARM.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590
000600* REGISTRO DEL FICHERO DE DECLARACION
000610 FD FICHERO-DEC DATA RECORD IS REG-DECLARACION.
000620 01 REG-DECLARACION PIC X(150).
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
000740* REGISTRO DE CABECERA DE LA DECLARACION. TIPO DE ENVIO 'D'
000750* DECLARACION INICIAL DEL MES O 'R' RECTIFICACION
000760 01 WS-DEC-CABECERA.
000770     05 WS-DC-TIPO-REG     PIC X(1).
000780     05 WS-DC-PERIODO      PIC X(7).
000790     05 WS-DC-NUM-ENVIO    PIC 9(3).
000800     05 WS-DC-TIPO-ENVIO   PIC X(1).
000810     05 WS-DC-FECHA-GEN    PIC X(10).
000820     05 WS-DC-MONEDA       PIC X(3).
000830     05 WS-DC-UMBRAL       PIC 9(9).
000840     05 FILLER             PIC X(116) VALUE SPACES.
000850
000860* REGISTRO DE DETALLE DE LA DECLARACION: UN TITULAR CON LA
000870* OPERACION (A/M/B) Y LOS IMPORTES EN EUROS, CON SIGNO SEPARADO EN
000880* CABEZA
000890 01 WS-DEC-DETALLE.
000900     05 WS-DD-TIPO-REG     PIC X(1).
000910     05 WS-DD-PERIODO      PIC X(7).
000920     05 WS-DD-NUM-ENVIO    PIC 9(3).
000930     05 WS-DD-OPERACION    PIC X(1).
000940     05 WS-DD-DOCUMENTO    PIC X(15).
000950     05 WS-DD-TIPO-CLIENTE PIC X(1).
000960     05 WS-DD-NOMBRE       PIC X(50).
000970     05 WS-DD-CONTRATOS    PIC 9(5).
000980     05 WS-DD-DISPUESTO    PIC S9(11)V9(2)
000990                           SIGN IS LEADING SEPARATE.
001000     05 WS-DD-DISPONIBLE   PIC S9(11)V9(2)
001010                           SIGN IS LEADING SEPARATE.
001020     05 WS-DD-PRESTAMOS    PIC S9(11)V9(2)
001030                           SIGN IS LEADING SEPARATE.
001040     05 WS-DD-RIESGO       PIC S9(11)V9(2)
001050                           SIGN IS LEADING SEPARATE.
001060     05 FILLER             PIC X(11) VALUE SPACES.
001070
001080* REGISTRO DE TRAILER DE LA DECLARACION, CON LOS TOTALES DE
001090* CONTROL QUE EL RECEPTOR CONTRASTA
001100 01 WS-DEC-TRAILER.
001110     05 WS-DT-TIPO-REG     PIC X(1).
001120     05 WS-DT-TOTAL-REG    PIC 9(9).
001130     05 WS-DT-DISPUESTO    PIC S9(13)V9(2)
001140                           SIGN IS LEADING SEPARATE.
001150     05 WS-DT-DISPONIBLE   PIC S9(13)V9(2)
001160                           SIGN IS LEADING SEPARATE.
001170     05 WS-DT-PRESTAMOS    PIC S9(13)V9(2)
001180                           SIGN IS LEADING SEPARATE.
001190     05 WS-DT-RIESGO       PIC S9(13)V9(2)
001200                           SIGN IS LEADING SEPARATE.
001210     05 FILLER             PIC X(76) VALUE SPACES.
001220
001230* FILESTATUS DE LOS FICHEROS DE LA EJECUCION
001240 01 FS-CIRBE             PIC 99.
001250     88 FICHERO-DEC-OK   VALUE 00.
001260 01 FS-INFORME           PIC 99.
001270     88 FICHERO-INF-OK   VALUE 00.
001280 01 FS-PARM              PIC 99.
001290
001300* REGISTRO DE PARAMETROS: PERIODO AAAA-MM Y UMBRAL DE DECLARACION
001310* EN EUROS SIN DECIMALES
001320 01 WS-PARM-DATOS.
001330     05 WS-PARM-PERIODO     PIC X(7).
001340     05 WS-PARM-UMBRAL      PIC X(9).
001350     05 WS-PARM-UMBRAL-N REDEFINES WS-PARM-UMBRAL
001360                            PIC 9(9).
001370     05 FILLER              PIC X(4).
001380
001390* UMBRAL DE DECLARACION: RIESGO TOTAL MINIMO, EN EUROS, PARA
001400* DECLARAR A UN TITULAR. POR DEFECTO 1000, SALVO QUE FICHERO-PARM
001410* INDIQUE OTRO VALOR
001420 01 WS-UMBRAL              PIC 9(9) VALUE 1000.
001430
001440* DIVISA DE LA DECLARACION
001450 01 WS-MONEDA-DEC          PIC X(3) VALUE 'EUR'.
001460
001470* PERIODO DECLARADO (AAAA-MM), SUS FECHAS DE INICIO Y FIN
001480* (AAAA-MM-DD) Y FECHA DE GENERACION
001490 01 WS-PERIODO               PIC X(7).
001500 01 WS-PERIODO-R REDEFINES WS-PERIODO.
001510     05 WS-PER-ANO           PIC X(4).
001520     05 WS-PER-GUION         PIC X(1).
001530     05 WS-PER-MES           PIC X(2).
001540 01 WS-FECHA-INICIO          PIC X(10).
001550 01 WS-FECHA-FIN             PIC X(10).
001560 01 WS-FECHA-GENERACION      PIC X(10).
001570
001580* NUMERO DE ENVIO DE ESTA EJECUCION DENTRO DEL PERIODO. EL PRIMERO
001590* ES LA DECLARACION INICIAL Y LOS SIGUIENTES SON RECTIFICACIONES
001600 01 WS-NUM-ENVIO             PIC S9(4) COMP.
001610 01 WS-TIPO-ENVIO            PIC X(1).
001620
001630* INDICADORES DE FIN DE LOS CURSORES
001640 01 WS-FIN-CONTRATOS     PIC X VALUE 'N'.
001650     88 WS-FIN-CONTRATOS-SI VALUE 'S'.
001660     88 WS-FIN-CONTRATOS-NO VALUE 'N'.
001670 01 WS-FIN-CURSOR        PIC X VALUE 'N'.
001680     88 WS-FIN-CURSOR-SI VALUE 'S'.
001690     88 WS-FIN-CURSOR-NO VALUE 'N'.
001700
001710* NUMERO DE TIPOS DE CAMBIO CARGADOS EN LA TABLA EN MEMORIA
001720 01 WS-CAMBIO-MAX          PIC 9(4) VALUE 0.
001730
001740* TABLA EN MEMORIA CON LOS TIPOS DE CAMBIO A EUROS DE CIERRE DEL
001750* MES (LOS VIGENTES EL ULTIMO DIA DEL PERIODO), CARGADA AL INICIO
001760* DESDE IBMUSER.TIPO_CAMBIO
001770 01 WS-TABLA-CAMBIO.
001780     05 WS-CAMBIO-OCU OCCURS 1 TO 100 TIMES
001790                      DEPENDING ON WS-CAMBIO-MAX
001800                      INDEXED BY WS-IDX-CAMBIO.
001810        10 WS-CAMBIO-ORIGEN    PIC X(3).
001820        10 WS-CAMBIO-DESTINO   PIC X(3).
001830        10 WS-CAMBIO-TIPO      PIC 9(4)V9(6).
001840
001850* CAMPOS DE ENTRADA/SALIDA DE LA CONVERSION DE UN IMPORTE CON LOS
001860* TIPOS DE CIERRE. SI NO HAY TIPO DEFINIDO, EL PARRAFO DEVUELVE EL
001870* INDICADOR DE CONVERSION FALLIDA Y EL LLAMANTE DECIDE
001880 01 WS-CONV-MONEDA-ORIGEN    PIC X(3).
001890 01 WS-CONV-MONEDA-DESTINO   PIC X(3).
001900 01 WS-CONV-IMPORTE-ENTRADA  PIC S9(13)V9(2) COMP-3.
001910 01 WS-CONV-IMPORTE-SALIDA   PIC S9(13)V9(2) COMP-3.
001920 01 WS-CONV-TIPO-CAMBIO      PIC 9(4)V9(6).
001930 01 WS-CONV-FALLIDA          PIC X VALUE 'N'.
001940     88 WS-CONV-FALLIDA-SI   VALUE 'S'.
001950     88 WS-CONV-FALLIDA-NO   VALUE 'N'.
001960
001970* CONTRATO LEIDO DEL CURSOR DE RIESGOS: DOCUMENTO DEL TITULAR,
001980* DATOS DEL CONTRATO, SALDO DE CIERRE DEL MES (NULO SI NO HAY
001990* NINGUNO HASTA FIN DE MES) Y CAPITAL PENDIENTE DE SUS PRESTAMOS
002000 01 WS-CTO-DOCUMENTO         PIC X(15).
002010 01 WS-CTO-CLAVE             PIC S9(9) COMP.
002020 01 WS-CTO-MONEDA            PIC X(3).
002030 01 WS-CTO-ESTADO            PIC X(1).
002040 01 WS-CTO-LIMITE            PIC S9(11)V9(2) COMP-3.
002050 01 WS-CTO-SALDO             PIC S9(11)V9(2) COMP-3.
002060 01 IND-SALDO                PIC S9(4) COMP.
002070 01 WS-CTO-PRESTAMOS         PIC S9(13)V9(2) COMP-3.
002080
002090* RIESGO DEL CONTRATO EN CURSO EN SU DIVISA
002100 01 WS-CTO-DISPUESTO         PIC S9(13)V9(2) COMP-3.
002110 01 WS-CTO-DISPONIBLE        PIC S9(13)V9(2) COMP-3.
002120
002130* TITULAR EN CURSO (CONTROL DE RUPTURA POR DOCUMENTO), SU NOMBRE Y
002140* TIPO, Y SU RIESGO ACUMULADO EN EUROS
002150 01 WS-DOC-ACTUAL            PIC X(15).
002160 01 WS-DOC-NOMBRE            PIC X(50).
002170 01 WS-DOC-TIPO-CLIENTE      PIC X(1).
002180 01 WS-DOC-CONTRATOS         PIC S9(4) COMP.
002190 01 WS-DOC-DISPUESTO         PIC S9(13)V9(2) COMP-3.
002200 01 WS-DOC-DISPONIBLE        PIC S9(13)V9(2) COMP-3.
002210 01 WS-DOC-PRESTAMOS         PIC S9(13)V9(2) COMP-3.
002220 01 WS-DOC-RIESGO            PIC S9(13)V9(2) COMP-3.
002230
002240* INDICADOR DE TITULAR YA GUARDADO EN IBMUSER.DECLARACION_CIRBE
002250* PARA EL PERIODO
002260 01 WS-DECLARADO             PIC X VALUE 'N'.
002270     88 WS-DECLARADO-SI      VALUE 'S'.
002280     88 WS-DECLARADO-NO      VALUE 'N'.
002290
002300* OPERACION E IMPORTES DEL REGISTRO DE DETALLE A ENVIAR
002310 01 WS-DEL-OPERACION         PIC X(1).
002320 01 WS-DEL-DISPUESTO         PIC S9(13)V9(2) COMP-3.
002330 01 WS-DEL-DISPONIBLE        PIC S9(13)V9(2) COMP-3.
002340 01 WS-DEL-PRESTAMOS         PIC S9(13)V9(2) COMP-3.
002350 01 WS-DEL-RIESGO            PIC S9(13)V9(2) COMP-3.
002360
002370* LINEA DE DETALLE DEL INFORME: CADA REGISTRO ENVIADO
002380 01 WS-LINEA-DETALLE.
002390     05 WS-LD-OPERACION      PIC X(1).
002400     05 FILLER               PIC X(1).
002410     05 WS-LD-DOCUMENTO      PIC X(15).
002420     05 WS-LD-DISPUESTO      PIC -(9)9.99.
002430     05 FILLER               PIC X(1).
002440     05 WS-LD-DISPONIBLE     PIC -(9)9.99.
002450     05 FILLER               PIC X(1).
002460     05 WS-LD-PRESTAMOS      PIC -(9)9.99.
002470     05 FILLER               PIC X(1).
002480     05 WS-LD-RIESGO         PIC -(9)9.99.
002490     05 FILLER               PIC X(8).
002500
002510* CABECERA DE LAS LINEAS DE DETALLE DEL INFORME
002520 01 WS-CABECERA-DETALLE.
002530     05 FILLER     PIC X(17) VALUE 'O DOCUMENTO'.
002540     05 FILLER     PIC X(14) VALUE '     DISPUESTO'.
002550     05 FILLER     PIC X(14) VALUE '    DISPONIBLE'.
002560     05 FILLER     PIC X(14) VALUE '     PRESTAMOS'.
002570     05 FILLER     PIC X(14) VALUE '  RIESGO TOTAL'.
002580     05 FILLER     PIC X(7)  VALUE SPACES.
002590
002600* LINEA DE INCIDENCIA DEL INFORME: CONTRATO CON IMPORTES EN UNA
002610* DIVISA SIN TIPO DE CIERRE A EUROS
002620 01 WS-LINEA-SIN-CAMBIO.
002630     05 FILLER               PIC X(9)  VALUE 'CONTRATO '.
002640     05 WS-LS-CONTRATO       PIC Z(8)9.
002650     05 FILLER               PIC X(9)  VALUE ' DIVISA '.
002660     05 WS-LS-MONEDA         PIC X(3).
002670     05 FILLER               PIC X(30)
002680                       VALUE ' SIN TIPO DE CIERRE. EXCLUIDO'.
002690     05 FILLER               PIC X(20) VALUE SPACES.
002700
002710* CONTADORES Y TOTALES DEL INFORME DE CONTROL DE LA EJECUCION
002720 01 WS-CONTADORES-INFORME.
002730     05 WS-CNT-CONTRATOS     PIC 9(9) VALUE 0.
002740     05 WS-CNT-SIN-SALDO     PIC 9(9) VALUE 0.
002750     05 WS-CNT-SIN-CAMBIO    PIC 9(9) VALUE 0.
002760     05 WS-CNT-TITULARES     PIC 9(9) VALUE 0.
002770     05 WS-CNT-BAJO-UMBRAL   PIC 9(9) VALUE 0.
002780     05 WS-CNT-SIN-CAMBIOS   PIC 9(9) VALUE 0.
002790     05 WS-CNT-ALTAS         PIC 9(9) VALUE 0.
002800     05 WS-CNT-MODIFICACION  PIC 9(9) VALUE 0.
002810     05 WS-CNT-BAJAS         PIC 9(9) VALUE 0.
002820     05 WS-CNT-DETALLES      PIC 9(9) VALUE 0.
002830     05 WS-TOT-DISPUESTO     PIC S9(13)V9(2) VALUE 0.
002840     05 WS-TOT-DISPONIBLE    PIC S9(13)V9(2) VALUE 0.
002850     05 WS-TOT-PRESTAMOS     PIC S9(13)V9(2) VALUE 0.
002860     05 WS-TOT-RIESGO        PIC S9(13)V9(2) VALUE 0.
002870
002880* LINEA DE TOTALES DEL INFORME DE CONTROL
002890 01 WS-LINEA-INFORME.
002900     05 WS-LIN-ETIQUETA     PIC X(40).
002910     05 WS-LIN-VALOR        PIC Z(11)9.99-.
002920     05 FILLER              PIC X(24).
002930
002940* FECHA DEL SISTEMA, PARA LA FECHA DE GENERACION
002950 01 WS-FECHA-SISTEMA         PIC X(21).
002960 01 WS-FECHA-SISTEMA-R REDEFINES WS-FECHA-SISTEMA.
002970     05 WS-FS-ANO           PIC 9(4).
002980     05 WS-FS-MES           PIC 9(2).
002990     05 WS-FS-DIA           PIC 9(2).
003000     05 FILLER              PIC X(13).
003010
003020* SQLCA Y DCLGEN DE LAS TABLAS
003030     EXEC SQL INCLUDE SQLCA END-EXEC.
003040     EXEC SQL INCLUDE TIPOCAMB END-EXEC.
003050     EXEC SQL INCLUDE DECLCIRB END-EXEC.
003060
003070* CURSOR CON EL TIPO DE CAMBIO A EUROS DE CADA DIVISA VIGENTE EL
003080* ULTIMO DIA DEL PERIODO: SON LOS TIPOS DE CIERRE DEL MES
003090     EXEC SQL
003100        DECLARE CUR-CAMBIOS CURSOR FOR
003110        SELECT A.MONEDA_ORIGEN, A.MONEDA_DESTINO, A.TIPO
003120          FROM IBMUSER.TIPO_CAMBIO A
003130         WHERE A.MONEDA_DESTINO = :WS-MONEDA-DEC
003140           AND A.FECHA_DESDE =
003150               (SELECT MAX(B.FECHA_DESDE)
003160                  FROM IBMUSER.TIPO_CAMBIO B
003170                 WHERE B.MONEDA_ORIGEN = A.MONEDA_ORIGEN
003180                   AND B.MONEDA_DESTINO = A.MONEDA_DESTINO
003190                   AND B.FECHA_DESDE <= DATE(:WS-FECHA-FIN))
003200     END-EXEC.
003210
003220* CURSOR DE RIESGOS: CADA CONTRATO DE CADA DOCUMENTO, UNA SOLA VEZ
003230* AUNQUE EL DOCUMENTO FIGURE EN VARIOS CLIENTES, CON SU SALDO DE
003240* CIERRE DEL MES Y EL CAPITAL PENDIENTE A FIN DE MES DE LOS
003250* PRESTAMOS DISPUESTOS HASTA ESA FECHA Y NO CANCELADOS ANTES DE
003260* ELLA. EL CAPITAL PENDIENTE ES EL ACTUAL MAS EL DE LAS CUOTAS
003270* COBRADAS DESPUES DEL FIN DE MES
003280     EXEC SQL
003290        DECLARE CUR-RIESGOS CURSOR FOR
003300        SELECT DISTINCT K.DOCUMENTO, C.CLAVE_CONTRATO, C.MONEDA,
003310               C.ESTADO, C.LIMITE_DESCUBIERTO,
003320               (SELECT S.SALDO
003330                  FROM IBMUSER.SALDO_DIARIO S
003340                 WHERE S.CLAVE_CONTRATO = C.CLAVE_CONTRATO
003350                   AND S.FECHA =
003360                       (SELECT MAX(T.FECHA)
003370                          FROM IBMUSER.SALDO_DIARIO T
003380                         WHERE T.CLAVE_CONTRATO = C.CLAVE_CONTRATO
003390                           AND T.FECHA <= DATE(:WS-FECHA-FIN))),
003400               (SELECT COALESCE(SUM(P.CAPITAL_PENDIENTE), 0)
003410                  FROM IBMUSER.PRESTAMO P
003420                 WHERE P.CONT_CARGO = C.CLAVE_CONTRATO
003430                   AND P.FECHA_DISPOSICION <= DATE(:WS-FECHA-FIN)
003440                   AND (P.FECHA_CANCELACION IS NULL
003450                    OR  P.FECHA_CANCELACION >
003460                        DATE(:WS-FECHA-FIN)))
003470             + (SELECT COALESCE(SUM(A.CAPITAL), 0)
003480                  FROM IBMUSER.PRESTAMO P,
003490                       IBMUSER.CUADRO_AMORTIZACION A
003500                 WHERE P.CONT_CARGO = C.CLAVE_CONTRATO
003510                   AND P.FECHA_DISPOSICION <= DATE(:WS-FECHA-FIN)
003520                   AND (P.FECHA_CANCELACION IS NULL
003530                    OR  P.FECHA_CANCELACION >
003540                        DATE(:WS-FECHA-FIN))
003550                   AND A.CLAVE_PRESTAMO = P.CLAVE_PRESTAMO
003560                   AND A.ESTADO = 'C'
003570                   AND A.FECHA_COBRO > DATE(:WS-FECHA-FIN))
003580          FROM IBMUSER.CLIENTE K,
003590               IBMUSER.CLIENTE_CONTRATO L,
003600               IBMUSER.CONTRATO C
003610         WHERE L.CLAVE_CLIENTE = K.CLAVE_CLIENTE
003620           AND C.CLAVE_CONTRATO = L.CLAVE_CONTRATO
003630         ORDER BY 1, 2
003640     END-EXEC.
003650
003660* CURSOR CON LOS TITULARES DECLARADOS EN EL PERIODO QUE ESTA
003670* EJECUCION NO HA ENCONTRADO (YA NO TIENEN CONTRATOS VINCULADOS):
003680* HAY QUE DARLOS DE BAJA
003690     EXEC SQL
003700        DECLARE CUR-DESAPARECIDOS CURSOR FOR
003710        SELECT DOCUMENTO, NOMBRE, TIPO_CLIENTE, CONTRATOS,
003720               DISPUESTO, DISPONIBLE, PRESTAMOS, RIESGO_TOTAL
003730          FROM IBMUSER.DECLARACION_CIRBE
003740         WHERE PERIODO = :WS-PERIODO
003750           AND ESTADO = 'D'
003760           AND ENVIO_REVISION < :WS-NUM-ENVIO
003770         ORDER BY DOCUMENTO
003780     END-EXEC.
003790
003800 PROCEDURE DIVISION.
003810     PERFORM 1000-INICIO.
003820     PERFORM 2000-PROCESO UNTIL WS-FIN-CONTRATOS-SI.
003830     PERFORM 2500-BAJAS-SIN-CONTRATOS.
003840     PERFORM 3000-FIN.
003850
003860* **********************************************************
003870* PARRAFO DE INICIO
003880* **********************************************************
003890 1000-INICIO.
003900
003910     DISPLAY 'INICIO CIRB01'.
003920
003930     OPEN OUTPUT FICHERO-DEC.
003940     OPEN OUTPUT FICHERO-INF.
003950
003960     MOVE FUNCTION CURRENT-DATE TO WS-FECHA-SISTEMA.
003970     STRING WS-FS-ANO           DELIMITED BY SIZE
003980            '-'                 DELIMITED BY SIZE
003990            WS-FS-MES           DELIMITED BY SIZE
004000            '-'                 DELIMITED BY SIZE
004010            WS-FS-DIA           DELIMITED BY SIZE
004020       INTO WS-FECHA-GENERACION
004030     END-STRING.
004040
004050* PERIODO POR DEFECTO: EL MES NATURAL ANTERIOR AL ACTUAL
004060     EXEC SQL
004070        SELECT CHAR(CURRENT DATE - (DAY(CURRENT DATE) - 1) DAYS
004080                    - 1 MONTH, ISO)
004090          INTO :WS-FECHA-INICIO
004100          FROM SYSIBM.SYSDUMMY1
004110     END-EXEC.
004120     PERFORM 1090-COMPRUEBA-SQLCODE.
004130
004140* LEE FICHERO-PARM (SI EXISTE) PARA OBTENER EL PERIODO Y EL UMBRAL
004150     OPEN INPUT FICHERO-PARM.
004160     READ FICHERO-PARM INTO WS-PARM-DATOS.
004170     IF FS-PARM EQUAL '00'
004180        IF WS-PARM-PERIODO NOT EQUAL SPACES
004190           MOVE WS-PARM-PERIODO TO WS-PERIODO
004200           PERFORM 1010-VALIDA-PERIODO
004210           STRING WS-PERIODO    DELIMITED BY SIZE
004220                  '-01'         DELIMITED BY SIZE
004230             INTO WS-FECHA-INICIO
004240           END-STRING
004250        END-IF
004260        IF WS-PARM-UMBRAL IS NUMERIC
004270           MOVE WS-PARM-UMBRAL-N TO WS-UMBRAL
004280        END-IF
004290     END-IF.
004300     CLOSE FICHERO-PARM.
004310
004320* ULTIMO DIA DEL PERIODO: FECHA DE LOS SALDOS Y TIPOS DE CIERRE
004330     EXEC SQL
004340        SELECT CHAR(DATE(:WS-FECHA-INICIO) + 1 MONTH - 1 DAY, ISO)
004350          INTO :WS-FECHA-FIN
004360          FROM SYSIBM.SYSDUMMY1
004370     END-EXEC.
004380     PERFORM 1090-COMPRUEBA-SQLCODE.
004390
004400     MOVE WS-FECHA-INICIO(1:7) TO WS-PERIODO.
004410
004420* NUMERO DE ENVIO: SIGUIENTE AL ULTIMO PROCESO DEL PERIODO. SI NO
004430* HAY NINGUNO, ES LA DECLARACION INICIAL DEL MES
004440     EXEC SQL
004450        SELECT COALESCE(MAX(ENVIO_REVISION), 0) + 1
004460          INTO :WS-NUM-ENVIO
004470          FROM IBMUSER.DECLARACION_CIRBE
004480         WHERE PERIODO = :WS-PERIODO
004490     END-EXEC.
004500     PERFORM 1090-COMPRUEBA-SQLCODE.
004510
004520     IF WS-NUM-ENVIO EQUAL 1
004530        MOVE 'D'                TO WS-TIPO-ENVIO
004540     ELSE
004550        MOVE 'R'                TO WS-TIPO-ENVIO
004560     END-IF.
004570
004580     DISPLAY 'PERIODO: ' WS-PERIODO ' ENVIO: ' WS-NUM-ENVIO
004590             ' TIPO: ' WS-TIPO-ENVIO ' UMBRAL: ' WS-UMBRAL.
004600
004610* CARGAMOS EN MEMORIA LOS TIPOS DE CIERRE DEL MES
004620     PERFORM 1070-CARGA-TIPOS-CAMBIO.
004630
004640* CABECERA DEL FICHERO DE DECLARACION
004650     MOVE 'C'                   TO WS-DC-TIPO-REG.
004660     MOVE WS-PERIODO            TO WS-DC-PERIODO.
004670     MOVE WS-NUM-ENVIO          TO WS-DC-NUM-ENVIO.
004680     MOVE WS-TIPO-ENVIO         TO WS-DC-TIPO-ENVIO.
004690     MOVE WS-FECHA-GENERACION   TO WS-DC-FECHA-GEN.
004700     MOVE WS-MONEDA-DEC         TO WS-DC-MONEDA.
004710     MOVE WS-UMBRAL             TO WS-DC-UMBRAL.
004720     MOVE WS-DEC-CABECERA       TO REG-DECLARACION.
004730     WRITE REG-DECLARACION.
004740     PERFORM 2900-COMPRUEBA-FS-DEC.
004750
004760     PERFORM 1100-ESCRIBE-CABECERA.
004770
004780* ABRIMOS EL CURSOR DE RIESGOS Y LEEMOS EL PRIMER CONTRATO
004790     EXEC SQL
004800        OPEN CUR-RIESGOS
004810     END-EXEC.
004820     PERFORM 1090-COMPRUEBA-SQLCODE.
004830
004840     PERFORM 1080-LEE-CONTRATO.
004850
004860* ***************************************************************
004870* VALIDA EL PERIODO RECIBIDO EN FICHERO-PARM (AAAA-MM). UN
004880* PERIODO MAL FORMADO DETIENE LA EJECUCION
004890* ***************************************************************
004900 1010-VALIDA-PERIODO.
004910
004920     IF WS-PER-ANO IS NOT NUMERIC
004930        OR WS-PER-GUION NOT EQUAL '-'
004940        OR WS-PER-MES IS NOT NUMERIC
004950        OR WS-PER-MES LESS THAN '01'
004960        OR WS-PER-MES GREATER THAN '12'
004970        DISPLAY 'PERIODO NO VALIDO EN FICHERO-PARM: ' WS-PERIODO
004980        PERFORM 9999-ERROR
004990     END-IF.
005000
005010* ***************************************************************
005020* CARGA EN LA TABLA WS-CAMBIO-OCU EL TIPO DE CAMBIO A EUROS DE
005030* CADA DIVISA VIGENTE EL ULTIMO DIA DEL PERIODO
005040* ***************************************************************
005050 1070-CARGA-TIPOS-CAMBIO.
005060
005070     MOVE 0 TO WS-CAMBIO-MAX.
005080
005090     EXEC SQL
005100        OPEN CUR-CAMBIOS
005110     END-EXEC.
005120     PERFORM 1090-COMPRUEBA-SQLCODE.
005130
005140     MOVE 'N' TO WS-FIN-CURSOR.
005150     PERFORM 1072-LEE-TIPO-CAMBIO.
005160     PERFORM 1075-ANADE-TIPO-CAMBIO UNTIL WS-FIN-CURSOR-SI.
005170
005180     EXEC SQL
005190        CLOSE CUR-CAMBIOS
005200     END-EXEC.
005210     PERFORM 1090-COMPRUEBA-SQLCODE.
005220
005230* ***************************************************************
005240* LEE EL SIGUIENTE TIPO DE CAMBIO DE CIERRE
005250* ***************************************************************
005260 1072-LEE-TIPO-CAMBIO.
005270
005280     EXEC SQL
005290        FETCH CUR-CAMBIOS
005300         INTO :DCLTIPO-CAMBIO.MONEDA-ORIGEN,
005310              :DCLTIPO-CAMBIO.MONEDA-DESTINO,
005320              :DCLTIPO-CAMBIO.TIPO
005330     END-EXEC.
005340
005350     IF SQLCODE EQUAL 100
005360        MOVE 'S' TO WS-FIN-CURSOR
005370     ELSE
005380        PERFORM 1090-COMPRUEBA-SQLCODE
005390     END-IF.
005400
005410* ***************************************************************
005420* GUARDA EN LA TABLA EN MEMORIA EL TIPO LEIDO Y LEE EL SIGUIENTE
005430* ***************************************************************
005440 1075-ANADE-TIPO-CAMBIO.
005450
005460     IF WS-CAMBIO-MAX NOT LESS THAN 100
005470        DISPLAY 'HAY MAS DE 100 TIPOS DE CAMBIO VIGENTES. '
005480                'NO CABEN EN WS-CAMBIO-OCU'
005490        PERFORM 9999-ERROR
005500     END-IF.
005510
005520     ADD 1 TO WS-CAMBIO-MAX.
005530     SET WS-IDX-CAMBIO TO WS-CAMBIO-MAX.
005540     MOVE MONEDA-ORIGEN OF DCLTIPO-CAMBIO  TO
005550          WS-CAMBIO-ORIGEN(WS-IDX-CAMBIO).
005560     MOVE MONEDA-DESTINO OF DCLTIPO-CAMBIO TO
005570          WS-CAMBIO-DESTINO(WS-IDX-CAMBIO).
005580     MOVE TIPO OF DCLTIPO-CAMBIO           TO
005590          WS-CAMBIO-TIPO(WS-IDX-CAMBIO).
005600
005610     PERFORM 1072-LEE-TIPO-CAMBIO.
005620
005630* ***************************************************************
005640* LEE EL SIGUIENTE CONTRATO DEL CURSOR DE RIESGOS. UN SQLCODE 100
005650* INDICA QUE NO QUEDAN CONTRATOS
005660* ***************************************************************
005670 1080-LEE-CONTRATO.
005680
005690     EXEC SQL
005700        FETCH CUR-RIESGOS
005710         INTO :WS-CTO-DOCUMENTO, :WS-CTO-CLAVE, :WS-CTO-MONEDA,
005720              :WS-CTO-ESTADO, :WS-CTO-LIMITE,
005730              :WS-CTO-SALDO :IND-SALDO,
005740              :WS-CTO-PRESTAMOS
005750     END-EXEC.
005760
005770     IF SQLCODE EQUAL 100
005780        MOVE 'S' TO WS-FIN-CONTRATOS
005790     ELSE
005800        PERFORM 1090-COMPRUEBA-SQLCODE
005810     END-IF.
005820
005830* ***************************************************************
005840* COMPRUEBA EL SQLCODE DE LA ULTIMA OPERACION DE BASE DE DATOS.
005850* CUALQUIER VALOR DISTINTO DE CERO ES UN ERROR
005860* ***************************************************************
005870 1090-COMPRUEBA-SQLCODE.
005880
005890     IF SQLCODE NOT EQUAL 0
005900        DISPLAY 'ERROR DE BASE DE DATOS EN CIRB01. SQLCODE: '
005910                SQLCODE
005920        PERFORM 9999-ERROR
005930     END-IF.
005940
005950* ***************************************************************
005960* ESCRIBE LA CABECERA DEL INFORME DE CONTROL
005970* ***************************************************************
005980 1100-ESCRIBE-CABECERA.
005990
006000     MOVE 'CIRB01 - DECLARACION MENSUAL DE RIESGOS (CIRBE)'
006010                                     TO REG-INFORME.
006020     PERFORM 2910-ESCRIBE-INFORME.
006030
006040     MOVE SPACES                    TO WS-LINEA-INFORME.
006050     STRING 'PERIODO '               DELIMITED BY SIZE
006060            WS-PERIODO               DELIMITED BY SIZE
006070            ', ENVIO '               DELIMITED BY SIZE
006080            WS-DC-NUM-ENVIO          DELIMITED BY SIZE
006090            ', TIPO '                DELIMITED BY SIZE
006100            WS-TIPO-ENVIO            DELIMITED BY SIZE
006110       INTO WS-LIN-ETIQUETA
006120     END-STRING.
006130     MOVE WS-LINEA-INFORME          TO REG-INFORME.
006140     PERFORM 2910-ESCRIBE-INFORME.
006150
006160     MOVE SPACES                    TO WS-LINEA-INFORME.
006170     MOVE 'UMBRAL DE DECLARACION EN EUROS'
006180                                     TO WS-LIN-ETIQUETA.
006190     MOVE WS-UMBRAL                  TO WS-LIN-VALOR.
006200     MOVE WS-LINEA-INFORME          TO REG-INFORME.
006210     PERFORM 2910-ESCRIBE-INFORME.
006220
006230     MOVE SPACES                    TO REG-INFORME.
006240     PERFORM 2910-ESCRIBE-INFORME.
006250     MOVE WS-CABECERA-DETALLE       TO REG-INFORME.
006260     PERFORM 2910-ESCRIBE-INFORME.
006270
006280* ***************************************************************
006290* TRATA UN TITULAR: ACUMULA EL RIESGO DE TODOS SUS CONTRATOS EN
006300* EUROS Y LO COMPARA CON LO YA DECLARADO EN EL PERIODO
006310* ***************************************************************
006320 2000-PROCESO.
006330
006340     ADD 1                     TO WS-CNT-TITULARES.
006350
006360     MOVE WS-CTO-DOCUMENTO     TO WS-DOC-ACTUAL.
006370     MOVE 0                    TO WS-DOC-CONTRATOS.
006380     MOVE 0                    TO WS-DOC-DISPUESTO.
006390     MOVE 0                    TO WS-DOC-DISPONIBLE.
006400     MOVE 0                    TO WS-DOC-PRESTAMOS.
006410
006420     PERFORM 2100-ACUMULA-CONTRATO
006430        UNTIL WS-FIN-CONTRATOS-SI
006440           OR WS-CTO-DOCUMENTO NOT EQUAL WS-DOC-ACTUAL.
006450
006460     PERFORM 2200-CIERRA-TITULAR.
006470
006480* ***************************************************************
006490* ACUMULA EN EL TITULAR EN CURSO EL RIESGO DEL CONTRATO LEIDO Y
006500* LEE EL SIGUIENTE. UN CONTRATO SIN SALDO HASTA FIN DE MES NO
006510* EXISTIA AL CIERRE Y NO SE DECLARA
006520* ***************************************************************
006530 2100-ACUMULA-CONTRATO.
006540
006550     ADD 1                     TO WS-CNT-CONTRATOS.
006560
006570     IF IND-SALDO EQUAL -1
006580        ADD 1                  TO WS-CNT-SIN-SALDO
006590     ELSE
006600        MOVE 0                 TO WS-CTO-DISPUESTO
006610        IF WS-CTO-SALDO LESS THAN ZERO
006620           COMPUTE WS-CTO-DISPUESTO = 0 - WS-CTO-SALDO
006630        END-IF
006640* EL LIMITE NO DISPUESTO DE UN CONTRATO CANCELADO NO ES RIESGO
006650        MOVE 0                 TO WS-CTO-DISPONIBLE
006660        IF WS-CTO-ESTADO NOT EQUAL 'C'
006670           AND WS-CTO-LIMITE GREATER THAN WS-CTO-DISPUESTO
006680           COMPUTE WS-CTO-DISPONIBLE =
006690                   WS-CTO-LIMITE - WS-CTO-DISPUESTO
006700        END-IF
006710        PERFORM 2150-CONVIERTE-CONTRATO
006720     END-IF.
006730
006740     PERFORM 1080-LEE-CONTRATO.
006750
006760* ***************************************************************
006770* CONVIERTE A EUROS EL RIESGO DEL CONTRATO EN CURSO Y LO SUMA AL
006780* TITULAR. SI SU DIVISA NO TIENE TIPO DE CIERRE, EL CONTRATO SE
006790* EXCLUYE Y SE INFORMA PARA QUE SE REVISE
006800* ***************************************************************
006810 2150-CONVIERTE-CONTRATO.
006820
006830     MOVE WS-CTO-MONEDA        TO WS-CONV-MONEDA-ORIGEN.
006840     MOVE WS-MONEDA-DEC        TO WS-CONV-MONEDA-DESTINO.
006850
006860     MOVE WS-CTO-DISPUESTO     TO WS-CONV-IMPORTE-ENTRADA.
006870     PERFORM 2600-CONVIERTE-IMPORTE.
006880
006890     IF WS-CONV-FALLIDA-SI
006900        ADD 1                  TO WS-CNT-SIN-CAMBIO
006910        MOVE WS-CTO-CLAVE      TO WS-LS-CONTRATO
006920        MOVE WS-CTO-MONEDA     TO WS-LS-MONEDA
006930        MOVE WS-LINEA-SIN-CAMBIO TO REG-INFORME
006940        PERFORM 2910-ESCRIBE-INFORME
006950     ELSE
006960        ADD 1                  TO WS-DOC-CONTRATOS
006970        ADD WS-CONV-IMPORTE-SALIDA TO WS-DOC-DISPUESTO
006980        MOVE WS-CTO-DISPONIBLE TO WS-CONV-IMPORTE-ENTRADA
006990        PERFORM 2600-CONVIERTE-IMPORTE
007000        ADD WS-CONV-IMPORTE-SALIDA TO WS-DOC-DISPONIBLE
007010        MOVE WS-CTO-PRESTAMOS  TO WS-CONV-IMPORTE-ENTRADA
007020        PERFORM 2600-CONVIERTE-IMPORTE
007030        ADD WS-CONV-IMPORTE-SALIDA TO WS-DOC-PRESTAMOS
007040     END-IF.
007050
007060* ***************************************************************
007070* CIERRA EL TITULAR EN CURSO: APLICA EL UMBRAL, LO COMPARA CON LO
007080* YA DECLARADO EN EL PERIODO Y ENVIA EL ALTA, LA MODIFICACION O LA
007090* BAJA QUE CORRESPONDA. SI NADA HA CAMBIADO NO SE ENVIA NADA
007100* ***************************************************************
007110 2200-CIERRA-TITULAR.
007120
007130     COMPUTE WS-DOC-RIESGO = WS-DOC-DISPUESTO + WS-DOC-DISPONIBLE
007140                           + WS-DOC-PRESTAMOS.
007150
007160     EXEC SQL
007170        SELECT MIN(NOMBRE), MIN(TIPO_CLIENTE)
007180          INTO :WS-DOC-NOMBRE, :WS-DOC-TIPO-CLIENTE
007190          FROM IBMUSER.CLIENTE
007200         WHERE DOCUMENTO = :WS-DOC-ACTUAL
007210     END-EXEC.
007220     PERFORM 1090-COMPRUEBA-SQLCODE.
007230
007240     PERFORM 2210-LEE-DECLARADO.
007250
007260     IF WS-DECLARADO-SI
007270        AND ESTADO OF DCLDECLARACION-CIRBE EQUAL 'D'
007280        IF WS-DOC-RIESGO LESS THAN WS-UMBRAL
007290           PERFORM 2240-DECLARA-BAJA
007300        ELSE
007310           IF WS-DOC-DISPUESTO EQUAL
007320                 DISPUESTO OF DCLDECLARACION-CIRBE
007330              AND WS-DOC-DISPONIBLE EQUAL
007340                 DISPONIBLE OF DCLDECLARACION-CIRBE
007350              AND WS-DOC-PRESTAMOS EQUAL
007360                 PRESTAMOS OF DCLDECLARACION-CIRBE
007370              ADD 1            TO WS-CNT-SIN-CAMBIOS
007380              PERFORM 2250-MARCA-REVISADO
007390           ELSE
007400              PERFORM 2230-DECLARA-MODIFICACION
007410           END-IF
007420        END-IF
007430     ELSE
007440        IF WS-DOC-RIESGO LESS THAN WS-UMBRAL
007450           ADD 1               TO WS-CNT-BAJO-UMBRAL
007460           IF WS-DECLARADO-SI
007470              PERFORM 2250-MARCA-REVISADO
007480           END-IF
007490        ELSE
007500           PERFORM 2220-DECLARA-ALTA
007510        END-IF
007520     END-IF.
007530
007540* ***************************************************************
007550* LEE LO DECLARADO DEL TITULAR EN CURSO EN EL PERIODO, SI LO HAY
007560* ***************************************************************
007570 2210-LEE-DECLARADO.
007580
007590     MOVE 'N'                  TO WS-DECLARADO.
007600
007610     EXEC SQL
007620        SELECT NOMBRE, TIPO_CLIENTE, CONTRATOS, DISPUESTO,
007630               DISPONIBLE, PRESTAMOS, RIESGO_TOTAL, ESTADO,
007640               NUM_ENVIO, ENVIO_REVISION
007650          INTO :DCLDECLARACION-CIRBE.NOMBRE,
007660               :DCLDECLARACION-CIRBE.TIPO-CLIENTE,
007670               :DCLDECLARACION-CIRBE.CONTRATOS,
007680               :DCLDECLARACION-CIRBE.DISPUESTO,
007690               :DCLDECLARACION-CIRBE.DISPONIBLE,
007700               :DCLDECLARACION-CIRBE.PRESTAMOS,
007710               :DCLDECLARACION-CIRBE.RIESGO-TOTAL,
007720               :DCLDECLARACION-CIRBE.ESTADO,
007730               :DCLDECLARACION-CIRBE.NUM-ENVIO,
007740               :DCLDECLARACION-CIRBE.ENVIO-REVISION
007750          FROM IBMUSER.DECLARACION_CIRBE
007760         WHERE PERIODO = :WS-PERIODO
007770           AND DOCUMENTO = :WS-DOC-ACTUAL
007780     END-EXEC.
007790
007800     IF SQLCODE EQUAL 0
007810        MOVE 'S'               TO WS-DECLARADO
007820     ELSE
007830        IF SQLCODE NOT EQUAL 100
007840           PERFORM 1090-COMPRUEBA-SQLCODE
007850        END-IF
007860     END-IF.
007870
007880* ***************************************************************
007890* ALTA DEL TITULAR EN CURSO: SE ENVIA SU RIESGO COMPLETO Y SE
007900* GUARDA COMO DECLARADO (NUEVA FILA O REACTIVANDO UNA DADA DE BAJA
007910* EN UN ENVIO ANTERIOR DEL PERIODO)
007920* ***************************************************************
007930 2220-DECLARA-ALTA.
007940
007950     ADD 1                     TO WS-CNT-ALTAS.
007960
007970     MOVE 'A'                  TO WS-DEL-OPERACION.
007980     MOVE WS-DOC-DISPUESTO     TO WS-DEL-DISPUESTO.
007990     MOVE WS-DOC-DISPONIBLE    TO WS-DEL-DISPONIBLE.
008000     MOVE WS-DOC-PRESTAMOS     TO WS-DEL-PRESTAMOS.
008010     MOVE WS-DOC-RIESGO        TO WS-DEL-RIESGO.
008020     PERFORM 2300-ESCRIBE-DETALLE.
008030
008040     MOVE 'D'                  TO ESTADO OF DCLDECLARACION-CIRBE.
008050     PERFORM 2400-PREPARA-DECLARADO.
008060
008070     IF WS-DECLARADO-SI
008080        PERFORM 2420-ACTUALIZA-DECLARADO
008090     ELSE
008100        PERFORM 2410-INSERTA-DECLARADO
008110     END-IF.
008120
008130* ***************************************************************
008140* MODIFICACION DEL TITULAR EN CURSO: SE ENVIA LA DIFERENCIA ENTRE
008150* SU RIESGO ACTUAL Y LO DECLARADO, Y SE GUARDA EL NUEVO RIESGO
008160* ***************************************************************
008170 2230-DECLARA-MODIFICACION.
008180
008190     ADD 1                     TO WS-CNT-MODIFICACION.
008200
008210     MOVE 'M'                  TO WS-DEL-OPERACION.
008220     COMPUTE WS-DEL-DISPUESTO = WS-DOC-DISPUESTO
008230           - DISPUESTO OF DCLDECLARACION-CIRBE.
008240     COMPUTE WS-DEL-DISPONIBLE = WS-DOC-DISPONIBLE
008250           - DISPONIBLE OF DCLDECLARACION-CIRBE.
008260     COMPUTE WS-DEL-PRESTAMOS = WS-DOC-PRESTAMOS
008270           - PRESTAMOS OF DCLDECLARACION-CIRBE.
008280     COMPUTE WS-DEL-RIESGO = WS-DOC-RIESGO
008290           - RIESGO-TOTAL OF DCLDECLARACION-CIRBE.
008300     PERFORM 2300-ESCRIBE-DETALLE.
008310
008320     MOVE 'D'                  TO ESTADO OF DCLDECLARACION-CIRBE.
008330     PERFORM 2400-PREPARA-DECLARADO.
008340     PERFORM 2420-ACTUALIZA-DECLARADO.
008350
008360* ***************************************************************
008370* BAJA DEL TITULAR EN CURSO: SE ENVIA LO DECLARADO CAMBIADO DE
008380* SIGNO, QUE LO ANULA, Y LA FILA QUEDA DE BAJA CON IMPORTES A CERO
008390* ***************************************************************
008400 2240-DECLARA-BAJA.
008410
008420     ADD 1                     TO WS-CNT-BAJAS.
008430
008440     MOVE 'B'                  TO WS-DEL-OPERACION.
008450     COMPUTE WS-DEL-DISPUESTO =
008460             0 - DISPUESTO OF DCLDECLARACION-CIRBE.
008470     COMPUTE WS-DEL-DISPONIBLE =
008480             0 - DISPONIBLE OF DCLDECLARACION-CIRBE.
008490     COMPUTE WS-DEL-PRESTAMOS =
008500             0 - PRESTAMOS OF DCLDECLARACION-CIRBE.
008510     COMPUTE WS-DEL-RIESGO =
008520             0 - RIESGO-TOTAL OF DCLDECLARACION-CIRBE.
008530     PERFORM 2300-ESCRIBE-DETALLE.
008540
008550     MOVE 0                    TO WS-DOC-CONTRATOS.
008560     MOVE 0                    TO WS-DOC-DISPUESTO.
008570     MOVE 0                    TO WS-DOC-DISPONIBLE.
008580     MOVE 0                    TO WS-DOC-PRESTAMOS.
008590     MOVE 0                    TO WS-DOC-RIESGO.
008600     MOVE 'B'                  TO ESTADO OF DCLDECLARACION-CIRBE.
008610     PERFORM 2400-PREPARA-DECLARADO.
008620     PERFORM 2420-ACTUALIZA-DECLARADO.
008630
008640* ***************************************************************
008650* ANOTA EN LA FILA DEL TITULAR QUE ESTA EJECUCION LO HA REVISADO
008660* SIN ENVIAR NADA, PARA QUE NO SE TOME COMO DESAPARECIDO
008670* ***************************************************************
008680 2250-MARCA-REVISADO.
008690
008700     EXEC SQL
008710        UPDATE IBMUSER.DECLARACION_CIRBE
008720           SET ENVIO_REVISION = :WS-NUM-ENVIO
008730         WHERE PERIODO = :WS-PERIODO
008740           AND DOCUMENTO = :WS-DOC-ACTUAL
008750     END-EXEC.
008760     PERFORM 1090-COMPRUEBA-SQLCODE.
008770
008780* ***************************************************************
008790* ESCRIBE EL REGISTRO DE DETALLE PREPARADO EN LA DECLARACION Y EN
008800* EL INFORME DE CONTROL, Y LO ACUMULA EN LOS TOTALES DE CONTROL
008810* ***************************************************************
008820 2300-ESCRIBE-DETALLE.
008830
008840     ADD 1                     TO WS-CNT-DETALLES.
008850     ADD WS-DEL-DISPUESTO      TO WS-TOT-DISPUESTO.
008860     ADD WS-DEL-DISPONIBLE     TO WS-TOT-DISPONIBLE.
008870     ADD WS-DEL-PRESTAMOS      TO WS-TOT-PRESTAMOS.
008880     ADD WS-DEL-RIESGO         TO WS-TOT-RIESGO.
008890
008900     MOVE 'D'                  TO WS-DD-TIPO-REG.
008910     MOVE WS-PERIODO           TO WS-DD-PERIODO.
008920     MOVE WS-NUM-ENVIO         TO WS-DD-NUM-ENVIO.
008930     MOVE WS-DEL-OPERACION     TO WS-DD-OPERACION.
008940     MOVE WS-DOC-ACTUAL        TO WS-DD-DOCUMENTO.
008950     MOVE WS-DOC-TIPO-CLIENTE  TO WS-DD-TIPO-CLIENTE.
008960     MOVE WS-DOC-NOMBRE        TO WS-DD-NOMBRE.
008970     MOVE WS-DOC-CONTRATOS     TO WS-DD-CONTRATOS.
008980     MOVE WS-DEL-DISPUESTO     TO WS-DD-DISPUESTO.
008990     MOVE WS-DEL-DISPONIBLE    TO WS-DD-DISPONIBLE.
009000     MOVE WS-DEL-PRESTAMOS     TO WS-DD-PRESTAMOS.
009010     MOVE WS-DEL-RIESGO        TO WS-DD-RIESGO.
009020     MOVE WS-DEC-DETALLE       TO REG-DECLARACION.
009030     WRITE REG-DECLARACION.
009040     PERFORM 2900-COMPRUEBA-FS-DEC.
009050
009060     MOVE SPACES               TO WS-LINEA-DETALLE.
009070     MOVE WS-DEL-OPERACION     TO WS-LD-OPERACION.
009080     MOVE WS-DOC-ACTUAL        TO WS-LD-DOCUMENTO.
009090     MOVE WS-DEL-DISPUESTO     TO WS-LD-DISPUESTO.
009100     MOVE WS-DEL-DISPONIBLE    TO WS-LD-DISPONIBLE.
009110     MOVE WS-DEL-PRESTAMOS     TO WS-LD-PRESTAMOS.
009120     MOVE WS-DEL-RIESGO        TO WS-LD-RIESGO.
009130     MOVE WS-LINEA-DETALLE     TO REG-INFORME.
009140     PERFORM 2910-ESCRIBE-INFORME.
009150
009160* ***************************************************************
009170* PREPARA LA FILA DE IBMUSER.DECLARACION_CIRBE DEL TITULAR EN
009180* CURSO CON SU RIESGO ACTUAL. EL ESTADO LO INDICA EL LLAMANTE
009190* ***************************************************************
009200 2400-PREPARA-DECLARADO.
009210
009220     MOVE WS-PERIODO           TO PERIODO OF DCLDECLARACION-CIRBE.
009230     MOVE WS-DOC-ACTUAL        TO DOCUMENTO
009240                                  OF DCLDECLARACION-CIRBE.
009250     MOVE WS-DOC-NOMBRE        TO NOMBRE OF DCLDECLARACION-CIRBE.
009260     MOVE WS-DOC-TIPO-CLIENTE  TO TIPO-CLIENTE
009270                                  OF DCLDECLARACION-CIRBE.
009280     MOVE WS-DOC-CONTRATOS     TO CONTRATOS
009290                                  OF DCLDECLARACION-CIRBE.
009300     MOVE WS-DOC-DISPUESTO     TO DISPUESTO
009310                                  OF DCLDECLARACION-CIRBE.
009320     MOVE WS-DOC-DISPONIBLE    TO DISPONIBLE
009330                                  OF DCLDECLARACION-CIRBE.
009340     MOVE WS-DOC-PRESTAMOS     TO PRESTAMOS
009350                                  OF DCLDECLARACION-CIRBE.
009360     MOVE WS-DOC-RIESGO        TO RIESGO-TOTAL
009370                                  OF DCLDECLARACION-CIRBE.
009380     MOVE WS-NUM-ENVIO         TO NUM-ENVIO
009390                                  OF DCLDECLARACION-CIRBE.
009400     MOVE WS-NUM-ENVIO         TO ENVIO-REVISION
009410                                  OF DCLDECLARACION-CIRBE.
009420
009430* ***************************************************************
009440* GUARDA LA FILA PREPARADA DE UN TITULAR DECLARADO POR PRIMERA VEZ
009450* EN EL PERIODO
009460* ***************************************************************
009470 2410-INSERTA-DECLARADO.
009480
009490     EXEC SQL
009500        INSERT INTO IBMUSER.DECLARACION_CIRBE
009510              (PERIODO, DOCUMENTO, NOMBRE, TIPO_CLIENTE,
009520               CONTRATOS,
009530               DISPUESTO, DISPONIBLE, PRESTAMOS, RIESGO_TOTAL,
009540               ESTADO, NUM_ENVIO, ENVIO_REVISION, FECHA_PROCESO)
009550        VALUES (:DCLDECLARACION-CIRBE.PERIODO,
009560                :DCLDECLARACION-CIRBE.DOCUMENTO,
009570                :DCLDECLARACION-CIRBE.NOMBRE,
009580                :DCLDECLARACION-CIRBE.TIPO-CLIENTE,
009590                :DCLDECLARACION-CIRBE.CONTRATOS,
009600                :DCLDECLARACION-CIRBE.DISPUESTO,
009610                :DCLDECLARACION-CIRBE.DISPONIBLE,
009620                :DCLDECLARACION-CIRBE.PRESTAMOS,
009630                :DCLDECLARACION-CIRBE.RIESGO-TOTAL,
009640                :DCLDECLARACION-CIRBE.ESTADO,
009650                :DCLDECLARACION-CIRBE.NUM-ENVIO,
009660                :DCLDECLARACION-CIRBE.ENVIO-REVISION,
009670                CURRENT DATE)
009680     END-EXEC.
009690     PERFORM 1090-COMPRUEBA-SQLCODE.
009700
009710* ***************************************************************
009720* ACTUALIZA CON LA FILA PREPARADA LO DECLARADO DEL TITULAR
009730* ***************************************************************
009740 2420-ACTUALIZA-DECLARADO.
009750
009760     EXEC SQL
009770        UPDATE IBMUSER.DECLARACION_CIRBE
009780           SET NOMBRE = :DCLDECLARACION-CIRBE.NOMBRE,
009790               TIPO_CLIENTE = :DCLDECLARACION-CIRBE.TIPO-CLIENTE,
009800               CONTRATOS = :DCLDECLARACION-CIRBE.CONTRATOS,
009810               DISPUESTO = :DCLDECLARACION-CIRBE.DISPUESTO,
009820               DISPONIBLE = :DCLDECLARACION-CIRBE.DISPONIBLE,
009830               PRESTAMOS = :DCLDECLARACION-CIRBE.PRESTAMOS,
009840               RIESGO_TOTAL = :DCLDECLARACION-CIRBE.RIESGO-TOTAL,
009850               ESTADO = :DCLDECLARACION-CIRBE.ESTADO,
009860               NUM_ENVIO = :DCLDECLARACION-CIRBE.NUM-ENVIO,
009870               ENVIO_REVISION =
009880                  :DCLDECLARACION-CIRBE.ENVIO-REVISION,
009890               FECHA_PROCESO = CURRENT DATE
009900         WHERE PERIODO = :DCLDECLARACION-CIRBE.PERIODO
009910           AND DOCUMENTO = :DCLDECLARACION-CIRBE.DOCUMENTO
009920     END-EXEC.
009930     PERFORM 1090-COMPRUEBA-SQLCODE.
009940
009950* ***************************************************************
009960* DA DE BAJA A LOS TITULARES DECLARADOS EN EL PERIODO QUE YA NO
009970* TIENEN NINGUN CONTRATO VINCULADO
009980* ***************************************************************
009990 2500-BAJAS-SIN-CONTRATOS.
010000
010010     EXEC SQL
010020        CLOSE CUR-RIESGOS
010030     END-EXEC.
010040     PERFORM 1090-COMPRUEBA-SQLCODE.
010050
010060     MOVE 'N' TO WS-FIN-CURSOR.
010070     EXEC SQL
010080        OPEN CUR-DESAPARECIDOS
010090     END-EXEC.
010100     PERFORM 1090-COMPRUEBA-SQLCODE.
010110
010120     PERFORM 2510-LEE-DESAPARECIDO.
010130     PERFORM 2520-TRATA-DESAPARECIDO UNTIL WS-FIN-CURSOR-SI.
010140
010150     EXEC SQL
010160        CLOSE CUR-DESAPARECIDOS
010170     END-EXEC.
010180     PERFORM 1090-COMPRUEBA-SQLCODE.
010190
010200* ***************************************************************
010210* LEE EL SIGUIENTE TITULAR DECLARADO SIN CONTRATOS
010220* ***************************************************************
010230 2510-LEE-DESAPARECIDO.
010240
010250     EXEC SQL
010260        FETCH CUR-DESAPARECIDOS
010270         INTO :DCLDECLARACION-CIRBE.DOCUMENTO,
010280              :DCLDECLARACION-CIRBE.NOMBRE,
010290              :DCLDECLARACION-CIRBE.TIPO-CLIENTE,
010300              :DCLDECLARACION-CIRBE.CONTRATOS,
010310              :DCLDECLARACION-CIRBE.DISPUESTO,
010320              :DCLDECLARACION-CIRBE.DISPONIBLE,
010330              :DCLDECLARACION-CIRBE.PRESTAMOS,
010340              :DCLDECLARACION-CIRBE.RIESGO-TOTAL
010350     END-EXEC.
010360
010370     IF SQLCODE EQUAL 100
010380        MOVE 'S' TO WS-FIN-CURSOR
010390     ELSE
010400        PERFORM 1090-COMPRUEBA-SQLCODE
010410     END-IF.
010420
010430* ***************************************************************
010440* ENVIA LA BAJA DEL TITULAR LEIDO CON EL NOMBRE Y TIPO QUE SE
010450* DECLARARON Y LEE EL SIGUIENTE
010460* ***************************************************************
010470 2520-TRATA-DESAPARECIDO.
010480
010490     ADD 1                     TO WS-CNT-TITULARES.
010500
010510     MOVE DOCUMENTO OF DCLDECLARACION-CIRBE    TO WS-DOC-ACTUAL.
010520     MOVE NOMBRE OF DCLDECLARACION-CIRBE       TO WS-DOC-NOMBRE.
010530     MOVE TIPO-CLIENTE OF DCLDECLARACION-CIRBE
010540                                    TO WS-DOC-TIPO-CLIENTE.
010550     MOVE 0                    TO WS-DOC-CONTRATOS.
010560     PERFORM 2240-DECLARA-BAJA.
010570
010580     PERFORM 2510-LEE-DESAPARECIDO.
010590
010600* ***************************************************************
010610* CONVIERTE WS-CONV-IMPORTE-ENTRADA ENTRE LAS DOS DIVISAS
010620* INDICADAS CON LOS TIPOS DE CIERRE CARGADOS EN MEMORIA. SI NO
010630* HAY TIPO DEFINIDO, DEVUELVE EL INDICADOR DE CONVERSION FALLIDA
010640* ***************************************************************
010650 2600-CONVIERTE-IMPORTE.
010660
010670     MOVE 'N' TO WS-CONV-FALLIDA.
010680
010690     IF WS-CONV-MONEDA-ORIGEN EQUAL WS-CONV-MONEDA-DESTINO
010700        MOVE WS-CONV-IMPORTE-ENTRADA TO WS-CONV-IMPORTE-SALIDA
010710     ELSE
010720        MOVE 'S'                     TO WS-CONV-FALLIDA
010730        IF WS-CAMBIO-MAX GREATER THAN ZERO
010740           SET WS-IDX-CAMBIO TO 1
010750           SEARCH WS-CAMBIO-OCU
010760              AT END
010770                 CONTINUE
010780              WHEN WS-CAMBIO-ORIGEN(WS-IDX-CAMBIO) EQUAL
010790                   WS-CONV-MONEDA-ORIGEN
010800                   AND WS-CAMBIO-DESTINO(WS-IDX-CAMBIO) EQUAL
010810                   WS-CONV-MONEDA-DESTINO
010820                 MOVE WS-CAMBIO-TIPO(WS-IDX-CAMBIO) TO
010830                      WS-CONV-TIPO-CAMBIO
010840                 MOVE 'N'             TO WS-CONV-FALLIDA
010850           END-SEARCH
010860        END-IF
010870        IF WS-CONV-FALLIDA-NO
010880           COMPUTE WS-CONV-IMPORTE-SALIDA ROUNDED =
010890                   WS-CONV-IMPORTE-ENTRADA * WS-CONV-TIPO-CAMBIO
010900        END-IF
010910     END-IF.
010920
010930* ***************************************************************
010940* COMPRUEBA EL FILE STATUS DE LA ULTIMA ESCRITURA DE LA
010950* DECLARACION
010960* ***************************************************************
010970 2900-COMPRUEBA-FS-DEC.
010980
010990     IF NOT FICHERO-DEC-OK
011000        DISPLAY 'FILE STATUS INESPERADO EN FICHERO-DEC: '
011010                FS-CIRBE
011020        PERFORM 9999-ERROR
011030     END-IF.
011040
011050* ***************************************************************
011060* ESCRIBE LA LINEA PREPARADA EN EL INFORME DE CONTROL
011070* ***************************************************************
011080 2910-ESCRIBE-INFORME.
011090
011100     WRITE REG-INFORME.
011110
011120     IF NOT FICHERO-INF-OK
011130        DISPLAY 'FILE STATUS INESPERADO EN FICHERO-INF: '
011140                FS-INFORME
011150        PERFORM 9999-ERROR
011160     END-IF.
011170
011180* ***************************************************************
011190* PARRAFO DE FIN DEL PROGRAMA. ESCRIBE EL TRAILER CON LOS TOTALES
011200* DE CONTROL Y CONFIRMA LO DECLARADO. TODO EL ENVIO ES UNA SOLA
011210* UNIDAD DE TRABAJO, PARA QUE LO GUARDADO EN
011220* IBMUSER.DECLARACION_CIRBE COINCIDA SIEMPRE CON EL FICHERO
011230* ***************************************************************
011240 3000-FIN.
011250
011260     DISPLAY 'FIN'.
011270
011280     MOVE 'T'                  TO WS-DT-TIPO-REG.
011290     MOVE WS-CNT-DETALLES      TO WS-DT-TOTAL-REG.
011300     MOVE WS-TOT-DISPUESTO     TO WS-DT-DISPUESTO.
011310     MOVE WS-TOT-DISPONIBLE    TO WS-DT-DISPONIBLE.
011320     MOVE WS-TOT-PRESTAMOS     TO WS-DT-PRESTAMOS.
011330     MOVE WS-TOT-RIESGO        TO WS-DT-RIESGO.
011340     MOVE WS-DEC-TRAILER       TO REG-DECLARACION.
011350     WRITE REG-DECLARACION.
011360     PERFORM 2900-COMPRUEBA-FS-DEC.
011370
011380     PERFORM 3100-ESCRIBE-TOTALES.
011390
011400     EXEC SQL COMMIT END-EXEC.
011410
011420     CLOSE FICHERO-DEC.
011430     CLOSE FICHERO-INF.
011440     STOP RUN.
011450
011460* ***************************************************************
011470* ESCRIBE LOS TOTALES DE LA EJECUCION EN EL INFORME DE CONTROL
011480* ***************************************************************
011490 3100-ESCRIBE-TOTALES.
011500
011510     MOVE SPACES                    TO REG-INFORME.
011520     PERFORM 2910-ESCRIBE-INFORME.
011530
011540     MOVE SPACES                    TO WS-LINEA-INFORME.
011550     MOVE 'CONTRATOS DE CLIENTES EXAMINADOS'
011560                                     TO WS-LIN-ETIQUETA.
011570     MOVE WS-CNT-CONTRATOS           TO WS-LIN-VALOR.
011580     MOVE WS-LINEA-INFORME          TO REG-INFORME.
011590     PERFORM 2910-ESCRIBE-INFORME.
011600
011610     MOVE SPACES                    TO WS-LINEA-INFORME.
011620     MOVE 'CONTRATOS SIN SALDO A FIN DE MES'
011630                                     TO WS-LIN-ETIQUETA.
011640     MOVE WS-CNT-SIN-SALDO           TO WS-LIN-VALOR.
011650     MOVE WS-LINEA-INFORME          TO REG-INFORME.
011660     PERFORM 2910-ESCRIBE-INFORME.
011670
011680     MOVE SPACES                    TO WS-LINEA-INFORME.
011690     MOVE 'CONTRATOS SIN TIPO DE CIERRE (EXCLUIDOS)'
011700                                     TO WS-LIN-ETIQUETA.
011710     MOVE WS-CNT-SIN-CAMBIO          TO WS-LIN-VALOR.
011720     MOVE WS-LINEA-INFORME          TO REG-INFORME.
011730     PERFORM 2910-ESCRIBE-INFORME.
011740
011750     MOVE SPACES                    TO WS-LINEA-INFORME.
011760     MOVE 'TITULARES EXAMINADOS'    TO WS-LIN-ETIQUETA.
011770     MOVE WS-CNT-TITULARES           TO WS-LIN-VALOR.
011780     MOVE WS-LINEA-INFORME          TO REG-INFORME.
011790     PERFORM 2910-ESCRIBE-INFORME.
011800
011810     MOVE SPACES                    TO WS-LINEA-INFORME.
011820     MOVE 'TITULARES BAJO EL UMBRAL (NO DECLARADOS)'
011830                                     TO WS-LIN-ETIQUETA.
011840     MOVE WS-CNT-BAJO-UMBRAL         TO WS-LIN-VALOR.
011850     MOVE WS-LINEA-INFORME          TO REG-INFORME.
011860     PERFORM 2910-ESCRIBE-INFORME.
011870
011880     MOVE SPACES                    TO WS-LINEA-INFORME.
011890     MOVE 'TITULARES YA DECLARADOS SIN CAMBIOS'
011900                                     TO WS-LIN-ETIQUETA.
011910     MOVE WS-CNT-SIN-CAMBIOS         TO WS-LIN-VALOR.
011920     MOVE WS-LINEA-INFORME          TO REG-INFORME.
011930     PERFORM 2910-ESCRIBE-INFORME.
011940
011950     MOVE SPACES                    TO WS-LINEA-INFORME.
011960     MOVE 'ALTAS ENVIADAS'          TO WS-LIN-ETIQUETA.
011970     MOVE WS-CNT-ALTAS               TO WS-LIN-VALOR.
011980     MOVE WS-LINEA-INFORME          TO REG-INFORME.
011990     PERFORM 2910-ESCRIBE-INFORME.
012000
012010     MOVE SPACES                    TO WS-LINEA-INFORME.
012020     MOVE 'MODIFICACIONES ENVIADAS' TO WS-LIN-ETIQUETA.
012030     MOVE WS-CNT-MODIFICACION        TO WS-LIN-VALOR.
012040     MOVE WS-LINEA-INFORME          TO REG-INFORME.
012050     PERFORM 2910-ESCRIBE-INFORME.
012060
012070     MOVE SPACES                    TO WS-LINEA-INFORME.
012080     MOVE 'BAJAS ENVIADAS'          TO WS-LIN-ETIQUETA.
012090     MOVE WS-CNT-BAJAS               TO WS-LIN-VALOR.
012100     MOVE WS-LINEA-INFORME          TO REG-INFORME.
012110     PERFORM 2910-ESCRIBE-INFORME.
012120
012130     MOVE SPACES                    TO WS-LINEA-INFORME.
012140     MOVE 'REGISTROS DE DETALLE ENVIADOS'
012150                                     TO WS-LIN-ETIQUETA.
012160     MOVE WS-CNT-DETALLES            TO WS-LIN-VALOR.
012170     MOVE WS-LINEA-INFORME          TO REG-INFORME.
012180     PERFORM 2910-ESCRIBE-INFORME.
012190
012200     MOVE SPACES                    TO WS-LINEA-INFORME.
012210     MOVE 'TOTAL DISPUESTO ENVIADO' TO WS-LIN-ETIQUETA.
012220     MOVE WS-TOT-DISPUESTO           TO WS-LIN-VALOR.
012230     MOVE WS-LINEA-INFORME          TO REG-INFORME.
012240     PERFORM 2910-ESCRIBE-INFORME.
012250
012260     MOVE SPACES                    TO WS-LINEA-INFORME.
012270     MOVE 'TOTAL DISPONIBLE ENVIADO'
012280                                     TO WS-LIN-ETIQUETA.
012290     MOVE WS-TOT-DISPONIBLE          TO WS-LIN-VALOR.
012300     MOVE WS-LINEA-INFORME          TO REG-INFORME.
012310     PERFORM 2910-ESCRIBE-INFORME.
012320
012330     MOVE SPACES                    TO WS-LINEA-INFORME.
012340     MOVE 'TOTAL PRESTAMOS ENVIADO' TO WS-LIN-ETIQUETA.
012350     MOVE WS-TOT-PRESTAMOS           TO WS-LIN-VALOR.
012360     MOVE WS-LINEA-INFORME          TO REG-INFORME.
012370     PERFORM 2910-ESCRIBE-INFORME.
012380
012390     MOVE SPACES                    TO WS-LINEA-INFORME.
012400     MOVE 'TOTAL RIESGO ENVIADO'    TO WS-LIN-ETIQUETA.
012410     MOVE WS-TOT-RIESGO              TO WS-LIN-VALOR.
012420     MOVE WS-LINEA-INFORME          TO REG-INFORME.
012430     PERFORM 2910-ESCRIBE-INFORME.
012440
012450* **************************************************************
012460* PARRAFO DE ERROR.REALIZAMOS UN ROLLBACK DE LA BASE DE DATOS
012470* Y DEVOLVEMOS AL SISTEMA UN RC=8 (ERROR NO CONTROLADO)
012480* **************************************************************
012490 9999-ERROR.
012500
012510     DISPLAY 'ERROR'.
012520
012530     EXEC SQL ROLLBACK END-EXEC
012540     MOVE 8 TO RETURN-CODE.
012550     GOBACK.
