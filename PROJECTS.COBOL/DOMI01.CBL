000010* PROGRAMA DE RECEPCION DE LOS FICHEROS DE COBROS DOMICILIADOS
000020* DE LOS ACREEDORES. ANTES DE LA VENTANA DE BANCO01, LEE EL
000030* FICHERO DE COBROS (QUE PUEDE TRAER LOS FICHEROS DE VARIOS
000040* ACREEDORES CONCATENADOS, CADA UNO CON SU CABECERA, SUS DETALLES
000050* Y SU TRAILER) Y VALIDA CADA COBRO CONTRA EL MANDATO FIRMADO POR
000060* EL DEUDOR EN IBMUSER.MANDATO. CON LOS COBROS ACEPTADOS:
000070*   - LOS REGISTRA EN IBMUSER.COBRO_DOMICILIADO, CON SU CLAVE DE
000080*     COBRO, PARA PODER TRAZAR DESPUES SU DEVOLUCION
000090*   - GENERA UNA REMESA POR FICHERO DE ACREEDOR EN EL FORMATO DE
000100*     ENTRADA DE BANCO01, QUE CARGA AL DEUDOR Y ABONA AL ACREEDOR
000110* LOS COBROS SIN MANDATO, CON MANDATO REVOCADO, CADUCADO O UNICO
000120* YA UTILIZADO, O CON DATOS ERRONEOS, SE DEVUELVEN AL ACREEDOR EN
000130* EL FICHERO DE DEVOLUCIONES CON EL MOTIVO EXTERNO ACORDADO.
000140* POR ULTIMO, LAS DEVOLUCIONES SOLICITADAS POR LOS DEUDORES EN
000150* MANT05 SE INCLUYEN COMO UNA REMESA MAS (CARGO AL ACREEDOR Y
000160* ABONO AL DEUDOR, CON LA CLAVE DEL COBRO ORIGINAL EN LA
000170* DESCRIPCION) Y SE AVISAN AL ACREEDOR EN EL FICHERO DE
000180* DEVOLUCIONES
000190* LA DEVOLUCION QUEDA GENERADA ('G') HASTA QUE LA SIGUIENTE
000200* EJECUCION COMPRUEBA QUE BANCO01 LLEGO A POSTEAR EL ABONO AL
000210* DEUDOR: ENTONCES PASA A DEVUELTA ('D'). SI BANCO01 RECHAZO LA
000220* LINEA, EL COBRO VUELVE A DEVOLUCION SOLICITADA ('S') Y SE LISTA
000230* EN EL INFORME DE CONTROL
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID.DOMI01.
000260
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300
000310* FICHERO DE ENTRADA CON LOS COBROS DE LOS ACREEDORES
000320     SELECT FICHERO-COB ASSIGN TO COBROS
000330     ORGANIZATION IS SEQUENTIAL
000340     ACCESS IS SEQUENTIAL
000350     FILE STATUS IS FS-COBROS.
000360
000370* FICHERO DE SALIDA CON LAS REMESAS PARA BANCO01
000380     SELECT FICHERO-REM ASSIGN TO REMESA
000390     ORGANIZATION IS SEQUENTIAL
000400     ACCESS IS SEQUENTIAL
000410     FILE STATUS IS FS-REMESA.
000420
000430* FICHERO DE TRABAJO CON LOS DETALLES ACEPTADOS DEL FICHERO DE
000440* ACREEDOR EN CURSO, QUE SE COPIAN A LA REMESA UNA VEZ CONOCIDO
000450* SU NUMERO PARA LA CABECERA
000460     SELECT FICHERO-TRA ASSIGN TO TRABAJO
000470     ORGANIZATION IS SEQUENTIAL
000480     ACCESS IS SEQUENTIAL
000490     FILE STATUS IS FS-TRABAJO.
000500
000510* FICHERO DE SALIDA CON LAS DEVOLUCIONES A LOS ACREEDORES
000520     SELECT FICHERO-DEV ASSIGN TO DEVOLUC
000530     ORGANIZATION IS SEQUENTIAL
000540     ACCESS IS SEQUENTIAL
000550     FILE STATUS IS FS-DEVOLUC.
000560
000570* FICHERO DE INFORME DE CONTROL DE LA EJECUCION
000580     SELECT FICHERO-INF ASSIGN TO INFORME
000590     ORGANIZATION IS SEQUENTIAL
000600     ACCESS IS SEQUENTIAL
000610     FILE STATUS IS FS-INFORME.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000650
000660* REGISTRO DEL FICHERO DE COBROS
000670 FD FICHERO-COB DATA RECORD IS REG-COBRO.
000680 01 REG-COBRO      PIC X(150).
000690
000700* REGISTRO DEL FICHERO DE REMESAS, CON EL TRAZADO DE BANCO01
000710 FD FICHERO-REM DATA RECORD IS REG-REMESA.
000720 01 REG-REMESA     PIC X(96).
000730
000740* REGISTRO DEL FICHERO DE TRABAJO
000750 FD FICHERO-TRA DATA RECORD IS REG-TRABAJO.
000760 01 REG-TRABAJO    PIC X(96).
000770
000780* REGISTRO DEL FICHERO DE DEVOLUCIONES
000790 FD FICHERO-DEV DATA RECORD IS REG-DEVOLUCION.
000800 01 REG-DEVOLUCION PIC X(150).
000810
000820* REGISTRO DEL FICHERO DE INFORME DE CONTROL
000830 FD FICHERO-INF DATA RECORD IS REG-INFORME.
000840 01 REG-INFORME    PIC X(80).
000850
000860 WORKING-STORAGE SECTION.
000870
000880* CAMPOS DEL REGISTRO DE DETALLE DEL FICHERO DE COBROS: MANDATO
000890* Y CONTRATO DEL DEUDOR, IMPORTE, DIVISA Y FECHA DE COBRO, Y LA
000900* REFERENCIA PROPIA DEL ACREEDOR PARA EL COBRO
000910 01 WS-COBRO.
000920     05 WS-C-TIPO-REG      PIC X(1).
000930         88 TIPO-CABECERA  VALUE 'C'.
000940         88 TIPO-DETALLE   VALUE 'D'.
000950         88 TIPO-TRAILER   VALUE 'T'.
000960     05 WS-C-REF-MANDATO   PIC X(35).
000970     05 WS-C-CONT-DEUDOR   PIC 9(9).
000980     05 WS-C-IMPORTE       PIC 9(11)V9(2).
000990     05 WS-C-MONEDA        PIC X(3).
001000     05 WS-C-FECHA-COBRO   PIC X(10).
001010* VISTA POR PARTES DE LA FECHA DE COBRO, PARA PODER VALIDAR SU
001020* FORMATO ANTES DE USARLA, COMO HACE BANCO01
001030     05 WS-C-FECHA-COBRO-R REDEFINES WS-C-FECHA-COBRO.
001040        10 WS-C-FC-ANO     PIC 9(4).
001050        10 WS-C-FC-SEP1    PIC X(1).
001060        10 WS-C-FC-MES     PIC 9(2).
001070        10 WS-C-FC-SEP2    PIC X(1).
001080        10 WS-C-FC-DIA     PIC 9(2).
001090     05 WS-C-REF-COBRO     PIC X(35).
001100     05 WS-C-CONCEPTO      PIC X(21).
001110     05 FILLER             PIC X(23).
001120
001130* VISTA DEL REGISTRO DE COBROS CUANDO ES UNA CABECERA, CON EL
001140* IDENTIFICADOR DEL FICHERO DEL ACREEDOR
001150 01 WS-C-CABECERA REDEFINES WS-COBRO.
001160     05 FILLER              PIC X(1).
001170     05 WS-C-CAB-ACREEDOR   PIC X(8).
001180     05 WS-C-CAB-NUM-FICH   PIC 9(9).
001190     05 WS-C-CAB-FECHA      PIC X(10).
001200     05 WS-C-CAB-TOTAL-REG  PIC 9(9).
001210     05 FILLER              PIC X(113).
001220
001230* VISTA DEL REGISTRO DE COBROS CUANDO ES UN TRAILER, CON LOS
001240* TOTALES DE CONTROL DEL FICHERO DEL ACREEDOR
001250 01 WS-C-TRAILER REDEFINES WS-COBRO.
001260     05 FILLER                PIC X(1).
001270     05 WS-C-TRA-TOTAL-REG    PIC 9(9).
001280     05 WS-C-TRA-IMPORTE-TOT  PIC 9(13)V9(2).
001290     05 FILLER                PIC X(125).
001300
001310* REGISTRO DE DETALLE DE LA REMESA PARA BANCO01, CON EL MISMO
001320* TRAZADO QUE SU FICHERO DE ENTRADA: TRANSFERENCIA DEL CONTRATO
001330* DEL DEUDOR AL DEL ACREEDOR CON FECHA VALOR LA DEL COBRO
001340 01 WS-REMESA.
001350     05 WS-R-TIPO-REG      PIC X(1).
001360     05 WS-R-CONT-ORIGEN   PIC 9(9).
001370     05 WS-R-CONT-DESTINO  PIC 9(9).
001380     05 WS-R-IMPORTE       PIC 9(11)V9(2).
001390     05 WS-R-DESCRIPCION   PIC X(50).
001400     05 WS-R-MONEDA        PIC X(3).
001410     05 WS-R-FECHA-VALOR   PIC X(10).
001420     05 WS-R-TIPO-OPER     PIC X(1).
001430
001440* VISTA DE LA REMESA CUANDO ES UNA CABECERA
001450 01 WS-R-CABECERA REDEFINES WS-REMESA.
001460     05 FILLER              PIC X(1).
001470     05 WS-R-CAB-TOTAL-REG  PIC 9(9).
001480     05 WS-R-CAB-REMITENTE  PIC X(8).
001490     05 WS-R-CAB-NUM-REMESA PIC 9(9).
001500     05 WS-R-CAB-FECHA      PIC X(10).
001510     05 FILLER              PIC X(59).
001520
001530* VISTA DE LA REMESA CUANDO ES UN TRAILER
001540 01 WS-R-TRAILER REDEFINES WS-REMESA.
001550     05 FILLER                PIC X(1).
001560     05 WS-R-TRA-TOTAL-REG    PIC 9(9).
001570     05 WS-R-TRA-IMPORTE-TOT  PIC 9(11)V9(2).
001580     05 FILLER                PIC X(73).
001590
001600* REGISTRO DE CABECERA DE LAS DEVOLUCIONES DE UN FICHERO DE
001610* ACREEDOR, QUE LE DEVUELVE SU IDENTIFICADOR Y LA FECHA EN QUE SE
001620* PROCESO. LOS AVISOS DE DEVOLUCIONES SOLICITADAS POR LOS
001630* DEUDORES VAN CON NUMERO DE FICHERO CERO
001640 01 WS-DEV-CABECERA.
001650     05 WS-DC-TIPO-REG     PIC X(1).
001660     05 WS-DC-ACREEDOR     PIC X(8).
001670     05 WS-DC-NUM-FICH     PIC 9(9).
001680     05 WS-DC-FECHA        PIC X(10).
001690     05 WS-DC-FECHA-PROC   PIC X(10).
001700     05 FILLER             PIC X(112) VALUE SPACES.
001710
001720* REGISTRO DE DETALLE DE LAS DEVOLUCIONES: UN COBRO RECHAZADO O
001730* DEVUELTO, CON SU NUMERO DE ORDEN, EL MOTIVO EXTERNO, LAS
001740* REFERENCIAS DEL ACREEDOR Y, EN LAS DEVOLUCIONES, LA CLAVE DEL
001750* COBRO ORIGINAL
001760 01 WS-DEV-DETALLE.
001770     05 WS-DD-TIPO-REG     PIC X(1).
001780     05 WS-DD-NUM-DETALLE  PIC 9(9).
001790     05 WS-DD-MOTIVO       PIC X(4).
001800     05 WS-DD-REF-MANDATO  PIC X(35).
001810     05 WS-DD-REF-COBRO    PIC X(35).
001820     05 WS-DD-IMPORTE      PIC 9(11)V9(2).
001830     05 WS-DD-MONEDA       PIC X(3).
001840     05 WS-DD-CLAVE-COBRO  PIC 9(9).
001850     05 WS-DD-FECHA-COBRO  PIC X(10).
001860     05 FILLER             PIC X(31) VALUE SPACES.
001870
001880* REGISTRO DE TRAILER DE LAS DEVOLUCIONES, CON LOS CONTADORES E
001890* IMPORTES ACEPTADOS Y DEVUELTOS
001900 01 WS-DEV-TRAILER.
001910     05 WS-DT-TIPO-REG     PIC X(1).
001920     05 WS-DT-ACEPTADOS    PIC 9(9).
001930     05 WS-DT-DEVUELTOS    PIC 9(9).
001940     05 WS-DT-IMP-ACEPTADO PIC 9(13)V9(2).
001950     05 WS-DT-IMP-DEVUELTO PIC 9(13)V9(2).
001960     05 FILLER             PIC X(101) VALUE SPACES.
001970
001980* FILESTATUS DE LOS FICHEROS DE LA EJECUCION
001990 01 FS-COBROS            PIC 99.
002000     88 FICHERO-COB-OK   VALUE 00.
002010     88 FICHERO-COB-FIN  VALUE 10.
002020 01 FS-REMESA            PIC 99.
002030     88 FICHERO-REM-OK   VALUE 00.
002040 01 FS-TRABAJO           PIC 99.
002050     88 FICHERO-TRA-OK   VALUE 00.
002060     88 FICHERO-TRA-FIN  VALUE 10.
002070 01 FS-DEVOLUC           PIC 99.
002080     88 FICHERO-DEV-OK   VALUE 00.
002090 01 FS-INFORME           PIC 99.
002100
002110* FECHA DE PROCESO (AAAA-MM-DD)
002120 01 WS-FECHA-PROCESO         PIC X(10).
002130 01 WS-FECHA-SISTEMA         PIC X(21).
002140 01 WS-FECHA-SISTEMA-R REDEFINES WS-FECHA-SISTEMA.
002150     05 WS-FS-ANO           PIC 9(4).
002160     05 WS-FS-MES           PIC 9(2).
002170     05 WS-FS-DIA           PIC 9(2).
002180     05 FILLER              PIC X(13).
002190
002200* MESES SIN COBROS TRAS LOS QUE UN MANDATO CADUCA, CONTADOS DESDE
002210* SU ULTIMO COBRO (O DESDE LA FIRMA SI AUN NO SE HA USADO)
002220 01 WS-MESES-CADUCIDAD       PIC S9(4) COMP VALUE 36.
002230
002240* IDENTIFICADOR DEL FICHERO DE ACREEDOR EN CURSO, GUARDADO ANTES
002250* DE QUE LAS LECTURAS DE DETALLE SOBREESCRIBAN LA CABECERA
002260 01 WS-FICH-ACREEDOR         PIC X(8).
002270 01 WS-FICH-NUMERO           PIC 9(9).
002280 01 WS-FICH-FECHA            PIC X(10).
002290 01 WS-FICH-TOTAL-CAB        PIC 9(9).
002300
002310* CONTADORES DEL FICHERO DE ACREEDOR EN CURSO
002320 01 WS-FIC-LEIDOS            PIC 9(9)       VALUE 0.
002330 01 WS-FIC-ACEPTADOS         PIC 9(9)       VALUE 0.
002340 01 WS-FIC-DEVUELTOS         PIC 9(9)       VALUE 0.
002350 01 WS-FIC-IMP-LEIDO         PIC 9(13)V9(2) VALUE 0.
002360 01 WS-FIC-IMP-ACEPTADO      PIC 9(13)V9(2) VALUE 0.
002370 01 WS-FIC-IMP-DEVUELTO      PIC 9(13)V9(2) VALUE 0.
002380
002390* RESULTADO DE LA VALIDACION DEL COBRO EN CURSO: BLANCO SI SE
002400* ACEPTA, O EL MOTIVO EXTERNO CON EL QUE SE DEVUELVE
002410 01 WS-MOTIVO                PIC X(4).
002420     88 WS-COBRO-ACEPTADO    VALUE SPACES.
002430
002440* DATOS DEL MANDATO DEL COBRO EN CURSO Y FECHA A PARTIR DE LA
002450* CUAL EL MANDATO QUEDA CADUCADO POR FALTA DE USO
002460 01 WS-FECHA-CADUCIDAD       PIC X(10).
002470 01 WS-CNT-COBROS-REF        PIC S9(9) COMP VALUE 0.
002480
002490* ULTIMA CLAVE DE COBRO ASIGNADA
002500 01 WS-ULTIMA-CLAVE-COBRO    PIC S9(9) COMP VALUE 0.
002510 01 WS-CLAVE-EDITADA         PIC 9(9).
002520
002530* DEVOLUCIONES SOLICITADAS PENDIENTES DE GENERAR: NUMERO, IMPORTE
002540* Y PRIMERA CLAVE DE COBRO, QUE IDENTIFICA LA REMESA DE
002550* DEVOLUCIONES DE ESTA EJECUCION ANTE BANCO01
002560 01 WS-DEV-PENDIENTES        PIC S9(9) COMP VALUE 0.
002570 01 WS-DEV-IMPORTE-TOT       PIC S9(13)V9(2) COMP-3 VALUE 0.
002580 01 WS-DEV-NUM-REMESA        PIC S9(9) COMP VALUE 0.
002590 01 IND-NULL                 PIC S9(4) COMP.
002600 01 WS-DEV-ACREEDOR-ACTUAL   PIC X(8) VALUE SPACES.
002610
002620* DESCRIPCION DEL ABONO DE UNA DEVOLUCION GENERADA, PARA BUSCAR
002630* SU MOVIMIENTO, Y FECHA EN QUE BANCO01 LO POSTEO
002640 01 WS-DESC-DEVOLUCION       PIC X(40).
002650 01 WS-FECHA-MOV-DEV         PIC X(10).
002660 01 WS-CNT-CUAR-DEV          PIC S9(9) COMP VALUE 0.
002670
002680* INDICADOR DE FIN DE LOS CURSORES DE DEVOLUCIONES
002690 01 WS-FIN-CURSOR        PIC X VALUE 'N'.
002700     88 WS-FIN-CURSOR-SI VALUE 'S'.
002710     88 WS-FIN-CURSOR-NO VALUE 'N'.
002720
002730* CONTADORES DEL INFORME DE CONTROL DE LA EJECUCION
002740 01 WS-CONTADORES-INFORME.
002750     05 WS-CNT-FICHEROS      PIC 9(9)   VALUE 0.
002760     05 WS-CNT-LEIDOS        PIC 9(9)   VALUE 0.
002770     05 WS-CNT-ACEPTADOS     PIC 9(9)   VALUE 0.
002780     05 WS-CNT-DEVUELTOS     PIC 9(9)   VALUE 0.
002790     05 WS-CNT-SIN-MANDATO   PIC 9(9)   VALUE 0.
002800     05 WS-CNT-MAND-INACTIVO PIC 9(9)   VALUE 0.
002810     05 WS-CNT-MAND-CADUCADO PIC 9(9)   VALUE 0.
002820     05 WS-CNT-REMESAS       PIC 9(9)   VALUE 0.
002830     05 WS-CNT-REEMBOLSOS    PIC 9(9)   VALUE 0.
002840     05 WS-TOT-ACEPTADO      PIC 9(13)V9(2) VALUE 0.
002850     05 WS-TOT-DEVUELTO      PIC 9(13)V9(2) VALUE 0.
002860     05 WS-TOT-REEMBOLSADO   PIC 9(13)V9(2) VALUE 0.
002870     05 WS-CNT-DEV-CONFIRM   PIC 9(9)   VALUE 0.
002880     05 WS-CNT-DEV-CUAR      PIC 9(9)   VALUE 0.
002890     05 WS-CNT-DEV-NO-ABONO  PIC 9(9)   VALUE 0.
002900     05 WS-TOT-NO-ABONADO    PIC 9(13)V9(2) VALUE 0.
002910
002920* LINEA DE DETALLE DEL INFORME DE CONTROL
002930 01 WS-LINEA-INFORME.
002940     05 WS-LIN-ETIQUETA     PIC X(40).
002950     05 WS-LIN-VALOR        PIC Z(11)9.99-.
002960     05 FILLER              PIC X(24).
002970
002980* SQLCA Y DCLGEN DE LAS TABLAS
002990     EXEC SQL INCLUDE SQLCA END-EXEC.
003000     EXEC SQL INCLUDE MANDATO END-EXEC.
003010     EXEC SQL INCLUDE COBRODOM END-EXEC.
003020
003030* CURSOR CON LAS DEVOLUCIONES SOLICITADAS POR LOS DEUDORES EN
003040* MANT05 Y AUN NO GENERADAS, AGRUPADAS POR ACREEDOR PARA SU AVISO
003050     EXEC SQL
003060        DECLARE CUR-DEVOLUCIONES CURSOR FOR
003070        SELECT CLAVE_COBRO, ACREEDOR, REF_MANDATO, REF_COBRO,
003080               CONT_DEUDOR, CONT_ACREEDOR, IMPORTE, MONEDA,
003090               CHAR(FECHA_COBRO)
003100          FROM IBMUSER.COBRO_DOMICILIADO
003110         WHERE ESTADO = 'S'
003120         ORDER BY ACREEDOR, CLAVE_COBRO
003130     END-EXEC.
003140
003150* CURSOR CON LAS DEVOLUCIONES GENERADAS EN EJECUCIONES ANTERIORES
003160* (FECHA_DEVOLUCION GUARDA LA FECHA EN QUE SE GENERO SU REMESA)
003170* PENDIENTES DE CONFIRMAR QUE BANCO01 POSTEO EL ABONO AL DEUDOR
003180     EXEC SQL
003190        DECLARE CUR-GENERADAS CURSOR FOR
003200        SELECT CLAVE_COBRO, CONT_DEUDOR, CONT_ACREEDOR, IMPORTE
003210          FROM IBMUSER.COBRO_DOMICILIADO
003220         WHERE ESTADO = 'G'
003230           AND FECHA_DEVOLUCION < DATE(:WS-FECHA-PROCESO)
003240         ORDER BY CLAVE_COBRO
003250     END-EXEC.
003260
003270 PROCEDURE DIVISION.
003280     PERFORM 1000-INICIO.
003290     PERFORM 2000-PROCESA-FICHERO UNTIL FICHERO-COB-FIN.
003300     PERFORM 2500-PROCESA-DEVOLUCIONES.
003310     PERFORM 3000-FIN.
003320
003330* **********************************************************
003340* PARRAFO DE INICIO
003350* **********************************************************
003360 1000-INICIO.
003370
003380     DISPLAY 'INICIO DOMI01'.
003390
003400     OPEN INPUT  FICHERO-COB.
003410     OPEN OUTPUT FICHERO-REM.
003420     OPEN OUTPUT FICHERO-DEV.
003430     OPEN OUTPUT FICHERO-INF.
003440
003450     MOVE FUNCTION CURRENT-DATE TO WS-FECHA-SISTEMA.
003460     STRING WS-FS-ANO           DELIMITED BY SIZE
003470            '-'                 DELIMITED BY SIZE
003480            WS-FS-MES           DELIMITED BY SIZE
003490            '-'                 DELIMITED BY SIZE
003500            WS-FS-DIA           DELIMITED BY SIZE
003510       INTO WS-FECHA-PROCESO
003520     END-STRING.
003530
003540* ULTIMA CLAVE DE COBRO YA ASIGNADA. ESTE PROGRAMA ES EL UNICO
003550* QUE DA DE ALTA COBROS
003560     EXEC SQL
003570        SELECT MAX(CLAVE_COBRO)
003580          INTO :WS-ULTIMA-CLAVE-COBRO :IND-NULL
003590          FROM IBMUSER.COBRO_DOMICILIADO
003600     END-EXEC.
003610     PERFORM 1090-COMPRUEBA-SQLCODE.
003620     IF IND-NULL LESS THAN 0
003630        MOVE 0 TO WS-ULTIMA-CLAVE-COBRO
003640     END-IF.
003650
003660     PERFORM 1050-ESCRIBE-CABECERA-INF.
003670
003680* ANTES DE GENERAR NUEVAS DEVOLUCIONES, CONFIRMAMOS LAS YA
003690* GENERADAS CONTRA LO QUE BANCO01 POSTEO
003700     PERFORM 1100-CONCILIA-DEVOLUCIONES.
003710
003720* PRIMERA LECTURA: DEBE SER LA CABECERA DEL PRIMER FICHERO
003730     PERFORM 2010-LEE-COBRO.
003740     IF FICHERO-COB-FIN
003750        DISPLAY 'FICHERO DE COBROS VACIO. SOLO SE GENERAN LAS'
003760                ' DEVOLUCIONES SOLICITADAS'
003770     END-IF.
003780
003790* ***************************************************************
003800* ESCRIBE EL TITULO Y LA FECHA DEL INFORME DE CONTROL, QUE VAN
003810* DELANTE DE LAS DEVOLUCIONES NO ABONADAS QUE SE LISTAN AL
003820* CONCILIAR
003830* ***************************************************************
003840 1050-ESCRIBE-CABECERA-INF.
003850
003860     MOVE SPACES                    TO WS-LINEA-INFORME.
003870     MOVE 'DOMI01 - INFORME DE CONTROL DE EJECUCION'
003880                                     TO WS-LIN-ETIQUETA.
003890     MOVE WS-LINEA-INFORME          TO REG-INFORME.
003900     WRITE REG-INFORME.
003910
003920     MOVE SPACES                    TO WS-LINEA-INFORME.
003930     STRING 'FECHA DE PROCESO: '     DELIMITED BY SIZE
003940            WS-FECHA-PROCESO         DELIMITED BY SIZE
003950       INTO WS-LIN-ETIQUETA
003960     END-STRING.
003970     MOVE WS-LINEA-INFORME          TO REG-INFORME.
003980     WRITE REG-INFORME.
003990
004000* ***************************************************************
004010* COMPRUEBA EL SQLCODE DE LA ULTIMA OPERACION DE BASE DE DATOS.
004020* CUALQUIER VALOR DISTINTO DE CERO ES UN ERROR
004030* ***************************************************************
004040 1090-COMPRUEBA-SQLCODE.
004050
004060     IF SQLCODE NOT EQUAL 0
004070        DISPLAY 'ERROR DE BASE DE DATOS EN DOMI01. SQLCODE: '
004080                SQLCODE
004090        PERFORM 9999-ERROR
004100     END-IF.
004110
004120* ***************************************************************
004130* CONCILIA LAS DEVOLUCIONES GENERADAS ('G') EN EJECUCIONES
004140* ANTERIORES CON LOS ABONOS QUE BANCO01 HA POSTEADO DESDE ENTONCES
004150* ***************************************************************
004160 1100-CONCILIA-DEVOLUCIONES.
004170
004180     MOVE 'N' TO WS-FIN-CURSOR.
004190     EXEC SQL
004200        OPEN CUR-GENERADAS
004210     END-EXEC.
004220     PERFORM 1090-COMPRUEBA-SQLCODE.
004230
004240     PERFORM 1110-LEE-GENERADA.
004250     PERFORM 1120-TRATA-GENERADA UNTIL WS-FIN-CURSOR-SI.
004260
004270     EXEC SQL
004280        CLOSE CUR-GENERADAS
004290     END-EXEC.
004300     PERFORM 1090-COMPRUEBA-SQLCODE.
004310
004320* ***************************************************************
004330* LEE LA SIGUIENTE DEVOLUCION GENERADA PENDIENTE DE CONFIRMAR
004340* ***************************************************************
004350 1110-LEE-GENERADA.
004360
004370     EXEC SQL
004380        FETCH CUR-GENERADAS
004390         INTO :DCLCOBRO-DOMICILIADO.CLAVE-COBRO,
004400              :DCLCOBRO-DOMICILIADO.CONT-DEUDOR,
004410              :DCLCOBRO-DOMICILIADO.CONT-ACREEDOR,
004420              :DCLCOBRO-DOMICILIADO.IMPORTE
004430     END-EXEC.
004440
004450     IF SQLCODE EQUAL 100
004460        MOVE 'S' TO WS-FIN-CURSOR
004470     ELSE
004480        PERFORM 1090-COMPRUEBA-SQLCODE
004490     END-IF.
004500
004510* ***************************************************************
004520* BUSCA EL ABONO DE LA DEVOLUCION AL DEUDOR, EN LA TABLA OPERATIVA
004530* O YA ARCHIVADO EN EL HISTORICO, POR LA DESCRIPCION QUE LE DIO
004540* LA REMESA (COMO MANT05 LOCALIZA EL CARGO DEL COBRO ORIGINAL).
004550* SI ESTA POSTEADO, LA DEVOLUCION QUEDA CONFIRMADA; SI NO, SE
004560* MIRA SI BANCO01 LA DEJO EN CUARENTENA
004570* ***************************************************************
004580 1120-TRATA-GENERADA.
004590
004600     MOVE CLAVE-COBRO OF DCLCOBRO-DOMICILIADO
004610                                TO WS-CLAVE-EDITADA.
004620     MOVE SPACES                TO WS-DESC-DEVOLUCION.
004630     STRING 'DEVOLUCION ADEUDO DOMICILIADO '  DELIMITED BY SIZE
004640            WS-CLAVE-EDITADA                  DELIMITED BY SIZE
004650            '%'                               DELIMITED BY SIZE
004660       INTO WS-DESC-DEVOLUCION
004670     END-STRING.
004680
004690     EXEC SQL
004700        SELECT CHAR(MAX(M.FECHA), ISO)
004710          INTO :WS-FECHA-MOV-DEV :IND-NULL
004720          FROM (SELECT DATE(FECHA_MOVIMIENTO) AS FECHA
004730                  FROM IBMUSER.MOVIMIENTO
004740                 WHERE ORIGEN =
004750                       :DCLCOBRO-DOMICILIADO.CONT-ACREEDOR
004760                   AND DESTINO =
004770                       :DCLCOBRO-DOMICILIADO.CONT-DEUDOR
004780                   AND DESCRIPCION LIKE :WS-DESC-DEVOLUCION
004790                UNION ALL
004800                SELECT DATE(FECHA_MOVIMIENTO) AS FECHA
004810                  FROM IBMUSER.MOVIMIENTO_HIST
004820                 WHERE ORIGEN =
004830                       :DCLCOBRO-DOMICILIADO.CONT-ACREEDOR
004840                   AND DESTINO =
004850                       :DCLCOBRO-DOMICILIADO.CONT-DEUDOR
004860                   AND DESCRIPCION LIKE :WS-DESC-DEVOLUCION) AS M
004870     END-EXEC.
004880     PERFORM 1090-COMPRUEBA-SQLCODE.
004890
004900     IF IND-NULL NOT LESS THAN 0
004910        PERFORM 1130-CONFIRMA-DEVOLUCION
004920     ELSE
004930        PERFORM 1140-COMPRUEBA-CUARENTENA
004940     END-IF.
004950
004960     PERFORM 1110-LEE-GENERADA.
004970
004980* ***************************************************************
004990* MARCA LA DEVOLUCION COMO DEVUELTA ('D') CON LA FECHA EN QUE
005000* BANCO01 POSTEO EL ABONO AL DEUDOR
005010* ***************************************************************
005020 1130-CONFIRMA-DEVOLUCION.
005030
005040     EXEC SQL
005050        UPDATE IBMUSER.COBRO_DOMICILIADO
005060           SET ESTADO = 'D',
005070               FECHA_DEVOLUCION = DATE(:WS-FECHA-MOV-DEV)
005080         WHERE CLAVE_COBRO = :DCLCOBRO-DOMICILIADO.CLAVE-COBRO
005090           AND ESTADO = 'G'
005100     END-EXEC.
005110     PERFORM 1090-COMPRUEBA-SQLCODE.
005120
005130     ADD 1 TO WS-CNT-DEV-CONFIRM.
005140
005150* ***************************************************************
005160* UNA DEVOLUCION SIN ABONO POSTEADO QUE SIGUE EN CUARENTENA
005170* PENDIENTE DE RESOLUCION ('Q') AUN PUEDE POSTEARSE SI UN OPERADOR
005180* LA LIBERA, Y SE DEJA GENERADA. SI NO, BANCO01 LA RECHAZO O SE
005190* DESCARTO, Y EL COBRO VUELVE A DEVOLUCION SOLICITADA
005200* ***************************************************************
005210 1140-COMPRUEBA-CUARENTENA.
005220
005230     EXEC SQL
005240        SELECT COUNT(*)
005250          INTO :WS-CNT-CUAR-DEV
005260          FROM IBMUSER.CUARENTENA
005270         WHERE CONT_ORIGEN = :DCLCOBRO-DOMICILIADO.CONT-ACREEDOR
005280           AND CONT_DESTINO = :DCLCOBRO-DOMICILIADO.CONT-DEUDOR
005290           AND DESCRIPCION LIKE :WS-DESC-DEVOLUCION
005300           AND ESTADO = 'Q'
005310     END-EXEC.
005320     PERFORM 1090-COMPRUEBA-SQLCODE.
005330
005340     IF WS-CNT-CUAR-DEV GREATER THAN ZERO
005350        ADD 1 TO WS-CNT-DEV-CUAR
005360     ELSE
005370        PERFORM 1150-REPONE-DEVOLUCION
005380     END-IF.
005390
005400* ***************************************************************
005410* DEVUELVE A DEVOLUCION SOLICITADA ('S') UN COBRO CUYO ABONO NO
005420* LLEGO A POSTEARSE, PARA QUE SE VUELVA A GENERAR, Y LO LISTA EN
005430* EL INFORME DE CONTROL PARA QUE SE REVISE EL CONTRATO DEL
005440* ACREEDOR
005450* ***************************************************************
005460 1150-REPONE-DEVOLUCION.
005470
005480     EXEC SQL
005490        UPDATE IBMUSER.COBRO_DOMICILIADO
005500           SET ESTADO = 'S',
005510               FECHA_DEVOLUCION = NULL,
005520               NUM_REMESA_DEV = 0
005530         WHERE CLAVE_COBRO = :DCLCOBRO-DOMICILIADO.CLAVE-COBRO
005540           AND ESTADO = 'G'
005550     END-EXEC.
005560     PERFORM 1090-COMPRUEBA-SQLCODE.
005570
005580     ADD 1 TO WS-CNT-DEV-NO-ABONO.
005590     ADD IMPORTE OF DCLCOBRO-DOMICILIADO TO WS-TOT-NO-ABONADO.
005600
005610     MOVE SPACES                    TO WS-LINEA-INFORME.
005620     STRING 'DEVOLUCION NO ABONADA, COBRO ' DELIMITED BY SIZE
005630            WS-CLAVE-EDITADA                DELIMITED BY SIZE
005640       INTO WS-LIN-ETIQUETA
005650     END-STRING.
005660     MOVE IMPORTE OF DCLCOBRO-DOMICILIADO TO WS-LIN-VALOR.
005670     MOVE WS-LINEA-INFORME          TO REG-INFORME.
005680     WRITE REG-INFORME.
005690
005700* ***************************************************************
005710* PROCESA UN FICHERO DE ACREEDOR COMPLETO: GUARDA SU CABECERA,
005720* VALIDA SUS COBROS (LOS ACEPTADOS AL FICHERO DE TRABAJO, LOS
005730* RECHAZADOS AL DE DEVOLUCIONES), CONTRASTA SU TRAILER Y ESCRIBE
005740* SU REMESA PARA BANCO01. AL SALIR, EL ULTIMO REGISTRO LEIDO ES
005750* LA CABECERA DEL SIGUIENTE FICHERO O EL FIN DE FICHERO
005760* ***************************************************************
005770 2000-PROCESA-FICHERO.
005780
005790     IF NOT TIPO-CABECERA
005800        DISPLAY 'EL REGISTRO INICIAL DEL FICHERO DE ACREEDOR NO'
005810                ' ES UNA CABECERA VALIDA'
005820        PERFORM 9999-ERROR
005830     END-IF.
005840
005850     MOVE WS-C-CAB-ACREEDOR  TO WS-FICH-ACREEDOR.
005860     MOVE WS-C-CAB-NUM-FICH  TO WS-FICH-NUMERO.
005870     MOVE WS-C-CAB-FECHA     TO WS-FICH-FECHA.
005880     MOVE WS-C-CAB-TOTAL-REG TO WS-FICH-TOTAL-CAB.
005890
005900     IF WS-FICH-ACREEDOR EQUAL SPACES
005910        OR WS-FICH-FECHA EQUAL SPACES
005920        DISPLAY 'LA CABECERA NO IDENTIFICA EL FICHERO'
005930                ' (ACREEDOR O FECHA EN BLANCO)'
005940        PERFORM 9999-ERROR
005950     END-IF.
005960
005970     ADD 1 TO WS-CNT-FICHEROS.
005980     MOVE 0 TO WS-FIC-LEIDOS.
005990     MOVE 0 TO WS-FIC-ACEPTADOS.
006000     MOVE 0 TO WS-FIC-DEVUELTOS.
006010     MOVE 0 TO WS-FIC-IMP-LEIDO.
006020     MOVE 0 TO WS-FIC-IMP-ACEPTADO.
006030     MOVE 0 TO WS-FIC-IMP-DEVUELTO.
006040
006050     OPEN OUTPUT FICHERO-TRA.
006060     MOVE WS-FICH-ACREEDOR   TO WS-DC-ACREEDOR.
006070     MOVE WS-FICH-NUMERO     TO WS-DC-NUM-FICH.
006080     MOVE WS-FICH-FECHA      TO WS-DC-FECHA.
006090     PERFORM 2300-ESCRIBE-CABECERA-DEV.
006100
006110* RECORREMOS LOS DETALLES DEL FICHERO DEL ACREEDOR
006120     PERFORM 2010-LEE-COBRO.
006130     PERFORM 2100-TRATA-COBRO
006140        UNTIL FICHERO-COB-FIN OR TIPO-TRAILER.
006150
006160     PERFORM 2050-COMPRUEBA-TRAILER.
006170     CLOSE FICHERO-TRA.
006180
006190     PERFORM 2310-ESCRIBE-TRAILER-DEV.
006200
006210* SOLO SE GENERA REMESA SI HAY ALGUN COBRO ACEPTADO
006220     IF WS-FIC-ACEPTADOS GREATER THAN ZERO
006230        PERFORM 2200-ESCRIBE-REMESA
006240     END-IF.
006250
006260* SIGUIENTE REGISTRO: CABECERA DEL SIGUIENTE FICHERO, O EL FIN
006270     PERFORM 2010-LEE-COBRO.
006280
006290* ***************************************************************
006300* LEE EL SIGUIENTE REGISTRO DEL FICHERO DE COBROS
006310* ***************************************************************
006320 2010-LEE-COBRO.
006330
006340     READ FICHERO-COB INTO WS-COBRO.
006350
006360     IF NOT FICHERO-COB-OK AND NOT FICHERO-COB-FIN
006370        DISPLAY 'FILE STATUS INESPERADO EN FICHERO-COB: '
006380                FS-COBROS
006390        PERFORM 9999-ERROR
006400     END-IF.
006410
006420* ***************************************************************
006430* CONTRASTA EL TRAILER DEL FICHERO DEL ACREEDOR CON LOS
006440* REGISTROS E IMPORTES LEIDOS Y CON EL TOTAL DE SU CABECERA. SI
006450* NO CUADRAN, EL FICHERO SE CONSIDERA INCOMPLETO O CORRUPTO Y SE
006460* ABORTA EL PROCESO SIN GENERAR NADA
006470* ***************************************************************
006480 2050-COMPRUEBA-TRAILER.
006490
006500     IF NOT TIPO-TRAILER
006510        DISPLAY 'FALTA EL REGISTRO TRAILER DEL FICHERO '
006520                WS-FICH-ACREEDOR ' ' WS-FICH-NUMERO
006530        PERFORM 9999-ERROR
006540     END-IF.
006550
006560     IF WS-C-TRA-TOTAL-REG NOT EQUAL WS-FIC-LEIDOS
006570        OR WS-FICH-TOTAL-CAB NOT EQUAL WS-FIC-LEIDOS
006580        DISPLAY 'EL TOTAL DE REGISTROS DE CABECERA O TRAILER NO'
006590                ' COINCIDE CON LOS LEIDOS DEL FICHERO'
006600        PERFORM 9999-ERROR
006610     END-IF.
006620
006630     IF WS-C-TRA-IMPORTE-TOT NOT EQUAL WS-FIC-IMP-LEIDO
006640        DISPLAY 'EL IMPORTE TOTAL DEL TRAILER NO COINCIDE CON'
006650                ' EL IMPORTE LEIDO DEL FICHERO'
006660        PERFORM 9999-ERROR
006670     END-IF.
006680
006690* ***************************************************************
006700* TRATA UN COBRO DEL FICHERO DEL ACREEDOR: LO VALIDA Y, SEGUN EL
006710* RESULTADO, LO ACEPTA O LO DEVUELVE, Y LEE EL SIGUIENTE
006720* ***************************************************************
006730 2100-TRATA-COBRO.
006740
006750     ADD 1            TO WS-FIC-LEIDOS.
006760     ADD 1            TO WS-CNT-LEIDOS.
006770     IF WS-C-IMPORTE IS NUMERIC
006780        ADD WS-C-IMPORTE TO WS-FIC-IMP-LEIDO
006790     END-IF.
006800
006810     MOVE SPACES TO WS-MOTIVO.
006820     PERFORM 2110-VALIDA-DATOS-COBRO.
006830
006840     IF WS-COBRO-ACEPTADO
006850        PERFORM 2120-VALIDA-MANDATO
006860     END-IF.
006870
006880     IF WS-COBRO-ACEPTADO
006890        PERFORM 2150-ACEPTA-COBRO
006900     ELSE
006910        PERFORM 2180-DEVUELVE-COBRO
006920     END-IF.
006930
006940     PERFORM 2010-LEE-COBRO.
006950
006960* ***************************************************************
006970* VALIDA LOS DATOS PROPIOS DEL COBRO: TIPO DE REGISTRO, IMPORTE
006980* NUMERICO Y POSITIVO, DIVISA, REFERENCIAS INFORMADAS Y FECHA DE
006990* COBRO CON FORMATO VALIDO. CUALQUIER FALLO ES EL MOTIVO R022
007000* ***************************************************************
007010 2110-VALIDA-DATOS-COBRO.
007020
007030     IF NOT TIPO-DETALLE
007040        OR WS-C-IMPORTE NOT NUMERIC
007050        OR WS-C-CONT-DEUDOR NOT NUMERIC
007060        OR WS-C-MONEDA EQUAL SPACES
007070        OR WS-C-REF-MANDATO EQUAL SPACES
007080        OR WS-C-REF-COBRO EQUAL SPACES
007090        MOVE 'R022' TO WS-MOTIVO
007100     ELSE
007110        IF WS-C-IMPORTE EQUAL ZERO
007120           OR WS-C-FC-ANO NOT NUMERIC
007130           OR WS-C-FC-MES NOT NUMERIC
007140           OR WS-C-FC-DIA NOT NUMERIC
007150           OR WS-C-FC-SEP1 NOT EQUAL '-'
007160           OR WS-C-FC-SEP2 NOT EQUAL '-'
007170           OR WS-C-FC-MES LESS THAN 01
007180           OR WS-C-FC-MES GREATER THAN 12
007190           OR WS-C-FC-DIA LESS THAN 01
007200           OR WS-C-FC-DIA GREATER THAN 31
007210           MOVE 'R022' TO WS-MOTIVO
007220        END-IF
007230     END-IF.
007240
007250* ***************************************************************
007260* VALIDA EL COBRO CONTRA SU MANDATO: DEBE EXISTIR, ESTAR ACTIVO,
007270* NO HABER CADUCADO POR FALTA DE USO, SER DEL MISMO CONTRATO
007280* DEUDOR, HABERSE FIRMADO ANTES DE LA FECHA DEL COBRO, Y EL
007290* ACREEDOR NO DEBE HABER PRESENTADO YA UN COBRO CON LA MISMA
007300* REFERENCIA. UN MANDATO ACTIVO QUE SE ENCUENTRA CADUCADO SE
007310* MARCA COMO TAL ('C') PARA QUE DEJE DE USARSE
007320* ***************************************************************
007330 2120-VALIDA-MANDATO.
007340
007350     MOVE WS-FICH-ACREEDOR   TO ACREEDOR OF DCLMANDATO.
007360     MOVE WS-C-REF-MANDATO   TO REF-MANDATO OF DCLMANDATO.
007370
007380     EXEC SQL
007390        SELECT CONT_DEUDOR, CONT_ACREEDOR, TIPO_MANDATO, ESTADO,
007400               CHAR(FECHA_FIRMA),
007410               CHAR(FECHA_ULTIMO_COBRO + :WS-MESES-CADUCIDAD
007420                    MONTHS)
007430          INTO :DCLMANDATO.CONT-DEUDOR,
007440               :DCLMANDATO.CONT-ACREEDOR,
007450               :DCLMANDATO.TIPO-MANDATO,
007460               :DCLMANDATO.ESTADO,
007470               :DCLMANDATO.FECHA-FIRMA,
007480               :WS-FECHA-CADUCIDAD
007490          FROM IBMUSER.MANDATO
007500         WHERE ACREEDOR = :DCLMANDATO.ACREEDOR
007510           AND REF_MANDATO = :DCLMANDATO.REF-MANDATO
007520     END-EXEC.
007530
007540     IF SQLCODE EQUAL 100
007550        MOVE 'R015' TO WS-MOTIVO
007560        ADD 1 TO WS-CNT-SIN-MANDATO
007570     ELSE
007580        PERFORM 1090-COMPRUEBA-SQLCODE
007590        EVALUATE TRUE
007600           WHEN ESTADO OF DCLMANDATO EQUAL 'R'
007610              MOVE 'R016' TO WS-MOTIVO
007620              ADD 1 TO WS-CNT-MAND-INACTIVO
007630           WHEN ESTADO OF DCLMANDATO EQUAL 'C'
007640              MOVE 'R017' TO WS-MOTIVO
007650              ADD 1 TO WS-CNT-MAND-CADUCADO
007660           WHEN ESTADO OF DCLMANDATO EQUAL 'F'
007670              MOVE 'R019' TO WS-MOTIVO
007680              ADD 1 TO WS-CNT-MAND-INACTIVO
007690           WHEN WS-FECHA-CADUCIDAD LESS THAN WS-C-FECHA-COBRO
007700              MOVE 'R017' TO WS-MOTIVO
007710              ADD 1 TO WS-CNT-MAND-CADUCADO
007720              PERFORM 2125-CADUCA-MANDATO
007730           WHEN CONT-DEUDOR OF DCLMANDATO NOT EQUAL
007740                WS-C-CONT-DEUDOR
007750              MOVE 'R018' TO WS-MOTIVO
007760           WHEN FECHA-FIRMA OF DCLMANDATO GREATER THAN
007770                WS-C-FECHA-COBRO
007780              MOVE 'R022' TO WS-MOTIVO
007790           WHEN OTHER
007800              CONTINUE
007810        END-EVALUATE
007820     END-IF.
007830
007840* COBRO YA PRESENTADO ANTERIORMENTE POR EL MISMO ACREEDOR
007850     IF WS-COBRO-ACEPTADO
007860        MOVE WS-FICH-ACREEDOR TO ACREEDOR OF DCLCOBRO-DOMICILIADO
007870        MOVE WS-C-REF-COBRO   TO REF-COBRO OF DCLCOBRO-DOMICILIADO
007880        EXEC SQL
007890           SELECT COUNT(*)
007900             INTO :WS-CNT-COBROS-REF
007910             FROM IBMUSER.COBRO_DOMICILIADO
007920            WHERE ACREEDOR = :DCLCOBRO-DOMICILIADO.ACREEDOR
007930              AND REF_COBRO = :DCLCOBRO-DOMICILIADO.REF-COBRO
007940        END-EXEC
007950        PERFORM 1090-COMPRUEBA-SQLCODE
007960        IF WS-CNT-COBROS-REF GREATER THAN ZERO
007970           MOVE 'R020' TO WS-MOTIVO
007980        END-IF
007990     END-IF.
008000
008010* ***************************************************************
008020* MARCA COMO CADUCADO ('C') UN MANDATO ACTIVO QUE HA SUPERADO EL
008030* PLAZO SIN COBROS
008040* ***************************************************************
008050 2125-CADUCA-MANDATO.
008060
008070     EXEC SQL
008080        UPDATE IBMUSER.MANDATO
008090           SET ESTADO = 'C',
008100               FECHA_BAJA = DATE(:WS-FECHA-PROCESO)
008110         WHERE ACREEDOR = :DCLMANDATO.ACREEDOR
008120           AND REF_MANDATO = :DCLMANDATO.REF-MANDATO
008130     END-EXEC.
008140     PERFORM 1090-COMPRUEBA-SQLCODE.
008150
008160* ***************************************************************
008170* ACEPTA EL COBRO: LE ASIGNA CLAVE, LO REGISTRA EN
008180* IBMUSER.COBRO_DOMICILIADO, ANOTA EL USO DEL MANDATO (UN MANDATO
008190* UNICO QUEDA FINALIZADO) Y ESCRIBE SU DETALLE DE REMESA EN EL
008200* FICHERO DE TRABAJO. LA CLAVE DEL COBRO VA EN LA DESCRIPCION DEL
008210* MOVIMIENTO, PARA QUE MANT05 PUEDA LOCALIZARLO SI EL DEUDOR PIDE
008220* LA DEVOLUCION
008230* ***************************************************************
008240 2150-ACEPTA-COBRO.
008250
008260     ADD 1 TO WS-ULTIMA-CLAVE-COBRO.
008270
008280     MOVE WS-ULTIMA-CLAVE-COBRO TO CLAVE-COBRO
008290                                   OF DCLCOBRO-DOMICILIADO.
008300     MOVE WS-FICH-ACREEDOR      TO ACREEDOR
008310                                   OF DCLCOBRO-DOMICILIADO.
008320     MOVE WS-C-REF-MANDATO      TO REF-MANDATO
008330                                   OF DCLCOBRO-DOMICILIADO.
008340     MOVE WS-C-REF-COBRO        TO REF-COBRO
008350                                   OF DCLCOBRO-DOMICILIADO.
008360     MOVE CONT-DEUDOR OF DCLMANDATO
008370                                TO CONT-DEUDOR
008380                                   OF DCLCOBRO-DOMICILIADO.
008390     MOVE CONT-ACREEDOR OF DCLMANDATO
008400                                TO CONT-ACREEDOR
008410                                   OF DCLCOBRO-DOMICILIADO.
008420     MOVE WS-C-IMPORTE          TO IMPORTE
008430                                   OF DCLCOBRO-DOMICILIADO.
008440     MOVE WS-C-MONEDA           TO MONEDA
008450                                   OF DCLCOBRO-DOMICILIADO.
008460     MOVE WS-C-FECHA-COBRO      TO FECHA-COBRO
008470                                   OF DCLCOBRO-DOMICILIADO.
008480     MOVE WS-FICH-NUMERO        TO NUM-FICHERO
008490                                   OF DCLCOBRO-DOMICILIADO.
008500     MOVE WS-FECHA-PROCESO      TO FECHA-PROCESO
008510                                   OF DCLCOBRO-DOMICILIADO.
008520     MOVE 'E'                   TO ESTADO
008530                                   OF DCLCOBRO-DOMICILIADO.
008540
008550     EXEC SQL
008560        INSERT INTO IBMUSER.COBRO_DOMICILIADO
008570              (CLAVE_COBRO, ACREEDOR, REF_MANDATO, REF_COBRO,
008580               CONT_DEUDOR, CONT_ACREEDOR, IMPORTE, MONEDA,
008590               FECHA_COBRO, NUM_FICHERO, FECHA_PROCESO, ESTADO,
008600               CLAVE_MOV_COBRO, NUM_REMESA_DEV)
008610        VALUES (:DCLCOBRO-DOMICILIADO.CLAVE-COBRO,
008620                :DCLCOBRO-DOMICILIADO.ACREEDOR,
008630                :DCLCOBRO-DOMICILIADO.REF-MANDATO,
008640                :DCLCOBRO-DOMICILIADO.REF-COBRO,
008650                :DCLCOBRO-DOMICILIADO.CONT-DEUDOR,
008660                :DCLCOBRO-DOMICILIADO.CONT-ACREEDOR,
008670                :DCLCOBRO-DOMICILIADO.IMPORTE,
008680                :DCLCOBRO-DOMICILIADO.MONEDA,
008690                DATE(:DCLCOBRO-DOMICILIADO.FECHA-COBRO),
008700                :DCLCOBRO-DOMICILIADO.NUM-FICHERO,
008710                DATE(:DCLCOBRO-DOMICILIADO.FECHA-PROCESO),
008720                :DCLCOBRO-DOMICILIADO.ESTADO,
008730                0, 0)
008740     END-EXEC.
008750     PERFORM 1090-COMPRUEBA-SQLCODE.
008760
008770     EXEC SQL
008780        UPDATE IBMUSER.MANDATO
008790           SET ESTADO = CASE WHEN TIPO_MANDATO = 'U'
008800                             THEN 'F' ELSE ESTADO END,
008810               FECHA_ULTIMO_COBRO =
008820             CASE WHEN FECHA_ULTIMO_COBRO <
008830                       DATE(:DCLCOBRO-DOMICILIADO.FECHA-COBRO)
008840                  THEN DATE(:DCLCOBRO-DOMICILIADO.FECHA-COBRO)
008850                  ELSE FECHA_ULTIMO_COBRO END
008860         WHERE ACREEDOR = :DCLMANDATO.ACREEDOR
008870           AND REF_MANDATO = :DCLMANDATO.REF-MANDATO
008880     END-EXEC.
008890     PERFORM 1090-COMPRUEBA-SQLCODE.
008900
008910* DETALLE DE LA REMESA: TRANSFERENCIA DEL DEUDOR AL ACREEDOR CON
008920* FECHA VALOR LA DEL COBRO (SI ES FUTURA, BANCO01 LA APARCA)
008930     MOVE SPACES                TO WS-REMESA.
008940     MOVE 'D'                   TO WS-R-TIPO-REG.
008950     MOVE CONT-DEUDOR OF DCLMANDATO   TO WS-R-CONT-ORIGEN.
008960     MOVE CONT-ACREEDOR OF DCLMANDATO TO WS-R-CONT-DESTINO.
008970     MOVE WS-C-IMPORTE          TO WS-R-IMPORTE.
008980     MOVE WS-ULTIMA-CLAVE-COBRO TO WS-CLAVE-EDITADA.
008990     STRING 'ADEUDO DOMICILIADO '  DELIMITED BY SIZE
009000            WS-CLAVE-EDITADA       DELIMITED BY SIZE
009010            ' '                    DELIMITED BY SIZE
009020            WS-C-CONCEPTO          DELIMITED BY SIZE
009030       INTO WS-R-DESCRIPCION
009040     END-STRING.
009050     MOVE WS-C-MONEDA           TO WS-R-MONEDA.
009060     MOVE WS-C-FECHA-COBRO      TO WS-R-FECHA-VALOR.
009070     MOVE 'T'                   TO WS-R-TIPO-OPER.
009080     MOVE WS-REMESA             TO REG-TRABAJO.
009090     WRITE REG-TRABAJO.
009100     PERFORM 2920-COMPRUEBA-FS-TRA.
009110
009120     ADD 1            TO WS-FIC-ACEPTADOS.
009130     ADD 1            TO WS-CNT-ACEPTADOS.
009140     ADD WS-C-IMPORTE TO WS-FIC-IMP-ACEPTADO.
009150     ADD WS-C-IMPORTE TO WS-TOT-ACEPTADO.
009160
009170* ***************************************************************
009180* DEVUELVE AL ACREEDOR EL COBRO RECHAZADO CON SU NUMERO DE ORDEN
009190* EN EL FICHERO, EL MOTIVO EXTERNO Y SUS REFERENCIAS
009200* ***************************************************************
009210 2180-DEVUELVE-COBRO.
009220
009230     MOVE 'D'                TO WS-DD-TIPO-REG.
009240     MOVE WS-FIC-LEIDOS      TO WS-DD-NUM-DETALLE.
009250     MOVE WS-MOTIVO          TO WS-DD-MOTIVO.
009260     MOVE WS-C-REF-MANDATO   TO WS-DD-REF-MANDATO.
009270     MOVE WS-C-REF-COBRO     TO WS-DD-REF-COBRO.
009280     MOVE WS-C-MONEDA        TO WS-DD-MONEDA.
009290     MOVE 0                  TO WS-DD-CLAVE-COBRO.
009300     MOVE WS-C-FECHA-COBRO   TO WS-DD-FECHA-COBRO.
009310     IF WS-C-IMPORTE IS NUMERIC
009320        MOVE WS-C-IMPORTE    TO WS-DD-IMPORTE
009330        ADD WS-C-IMPORTE     TO WS-FIC-IMP-DEVUELTO
009340        ADD WS-C-IMPORTE     TO WS-TOT-DEVUELTO
009350     ELSE
009360        MOVE 0               TO WS-DD-IMPORTE
009370     END-IF.
009380     MOVE WS-DEV-DETALLE     TO REG-DEVOLUCION.
009390     WRITE REG-DEVOLUCION.
009400     PERFORM 2910-COMPRUEBA-FS-DEV.
009410
009420     ADD 1 TO WS-FIC-DEVUELTOS.
009430     ADD 1 TO WS-CNT-DEVUELTOS.
009440
009450* ***************************************************************
009460* ESCRIBE LA REMESA DEL FICHERO DE ACREEDOR PARA BANCO01: LA
009470* CABECERA CON EL ACREEDOR COMO REMITENTE Y EL NUMERO Y FECHA DE
009480* SU FICHERO, LOS DETALLES ACEPTADOS COPIADOS DEL FICHERO DE
009490* TRABAJO, Y EL TRAILER CON SUS TOTALES DE CONTROL
009500* ***************************************************************
009510 2200-ESCRIBE-REMESA.
009520
009530     MOVE SPACES                TO WS-REMESA.
009540     MOVE 'C'                   TO WS-R-TIPO-REG.
009550     MOVE WS-FIC-ACEPTADOS      TO WS-R-CAB-TOTAL-REG.
009560     MOVE WS-FICH-ACREEDOR      TO WS-R-CAB-REMITENTE.
009570     MOVE WS-FICH-NUMERO        TO WS-R-CAB-NUM-REMESA.
009580     MOVE WS-FICH-FECHA         TO WS-R-CAB-FECHA.
009590     PERFORM 2290-ESCRIBE-REG-REMESA.
009600
009610     OPEN INPUT FICHERO-TRA.
009620     READ FICHERO-TRA INTO WS-REMESA.
009630     PERFORM 2920-COMPRUEBA-FS-TRA.
009640     PERFORM 2210-COPIA-DETALLE UNTIL FICHERO-TRA-FIN.
009650     CLOSE FICHERO-TRA.
009660
009670     MOVE SPACES                TO WS-REMESA.
009680     MOVE 'T'                   TO WS-R-TIPO-REG.
009690     MOVE WS-FIC-ACEPTADOS      TO WS-R-TRA-TOTAL-REG.
009700     MOVE WS-FIC-IMP-ACEPTADO   TO WS-R-TRA-IMPORTE-TOT.
009710     PERFORM 2290-ESCRIBE-REG-REMESA.
009720
009730     ADD 1 TO WS-CNT-REMESAS.
009740
009750* ***************************************************************
009760* COPIA A LA REMESA UN DETALLE DEL FICHERO DE TRABAJO Y LEE EL
009770* SIGUIENTE
009780* ***************************************************************
009790 2210-COPIA-DETALLE.
009800
009810     PERFORM 2290-ESCRIBE-REG-REMESA.
009820     READ FICHERO-TRA INTO WS-REMESA.
009830     PERFORM 2920-COMPRUEBA-FS-TRA.
009840
009850* ***************************************************************
009860* ESCRIBE EL REGISTRO PREPARADO EN EL FICHERO DE REMESAS
009870* ***************************************************************
009880 2290-ESCRIBE-REG-REMESA.
009890
009900     MOVE WS-REMESA             TO REG-REMESA.
009910     WRITE REG-REMESA.
009920     PERFORM 2930-COMPRUEBA-FS-REM.
009930
009940* ***************************************************************
009950* ESCRIBE LA CABECERA DE UN BLOQUE DE DEVOLUCIONES AL ACREEDOR
009960* (IDENTIFICADOR YA PREPARADO EN WS-DEV-CABECERA)
009970* ***************************************************************
009980 2300-ESCRIBE-CABECERA-DEV.
009990
010000     MOVE 'C'                   TO WS-DC-TIPO-REG.
010010     MOVE WS-FECHA-PROCESO      TO WS-DC-FECHA-PROC.
010020     MOVE WS-DEV-CABECERA       TO REG-DEVOLUCION.
010030     WRITE REG-DEVOLUCION.
010040     PERFORM 2910-COMPRUEBA-FS-DEV.
010050
010060* ***************************************************************
010070* ESCRIBE EL TRAILER DEL BLOQUE DE DEVOLUCIONES AL ACREEDOR CON
010080* LOS CONTADORES E IMPORTES ACEPTADOS Y DEVUELTOS
010090* ***************************************************************
010100 2310-ESCRIBE-TRAILER-DEV.
010110
010120     MOVE 'T'                   TO WS-DT-TIPO-REG.
010130     MOVE WS-FIC-ACEPTADOS      TO WS-DT-ACEPTADOS.
010140     MOVE WS-FIC-DEVUELTOS      TO WS-DT-DEVUELTOS.
010150     MOVE WS-FIC-IMP-ACEPTADO   TO WS-DT-IMP-ACEPTADO.
010160     MOVE WS-FIC-IMP-DEVUELTO   TO WS-DT-IMP-DEVUELTO.
010170     MOVE WS-DEV-TRAILER        TO REG-DEVOLUCION.
010180     WRITE REG-DEVOLUCION.
010190     PERFORM 2910-COMPRUEBA-FS-DEV.
010200
010210* ***************************************************************
010220* GENERA LAS DEVOLUCIONES SOLICITADAS POR LOS DEUDORES: UNA
010230* REMESA MAS PARA BANCO01 (REMITENTE DEVOLDOM, NUMERADA CON LA
010240* PRIMERA CLAVE DE COBRO QUE INCLUYE) QUE CARGA CADA COBRO AL
010250* ACREEDOR Y LO ABONA AL DEUDOR, Y UN BLOQUE DE AVISOS POR
010260* ACREEDOR EN EL FICHERO DE DEVOLUCIONES CON EL MOTIVO R021. CADA
010270* COBRO QUEDA CON LA DEVOLUCION GENERADA ('G') Y LA REMESA QUE LA
010280* INCLUYE, A FALTA DE QUE BANCO01 POSTEE EL ABONO AL DEUDOR
010290* ***************************************************************
010300 2500-PROCESA-DEVOLUCIONES.
010310
010320     EXEC SQL
010330        SELECT COUNT(*), SUM(IMPORTE), MIN(CLAVE_COBRO)
010340          INTO :WS-DEV-PENDIENTES,
010350               :WS-DEV-IMPORTE-TOT :IND-NULL,
010360               :WS-DEV-NUM-REMESA :IND-NULL
010370          FROM IBMUSER.COBRO_DOMICILIADO
010380         WHERE ESTADO = 'S'
010390     END-EXEC.
010400     PERFORM 1090-COMPRUEBA-SQLCODE.
010410
010420     IF WS-DEV-PENDIENTES GREATER THAN ZERO
010430        MOVE SPACES             TO WS-REMESA
010440        MOVE 'C'                TO WS-R-TIPO-REG
010450        MOVE WS-DEV-PENDIENTES  TO WS-R-CAB-TOTAL-REG
010460        MOVE 'DEVOLDOM'         TO WS-R-CAB-REMITENTE
010470        MOVE WS-DEV-NUM-REMESA  TO WS-R-CAB-NUM-REMESA
010480        MOVE WS-FECHA-PROCESO   TO WS-R-CAB-FECHA
010490        PERFORM 2290-ESCRIBE-REG-REMESA
010500
010510        MOVE 'N' TO WS-FIN-CURSOR
010520        EXEC SQL
010530           OPEN CUR-DEVOLUCIONES
010540        END-EXEC
010550        PERFORM 1090-COMPRUEBA-SQLCODE
010560
010570        PERFORM 2510-LEE-DEVOLUCION
010580        PERFORM 2520-TRATA-DEVOLUCION UNTIL WS-FIN-CURSOR-SI
010590
010600        EXEC SQL
010610           CLOSE CUR-DEVOLUCIONES
010620        END-EXEC
010630        PERFORM 1090-COMPRUEBA-SQLCODE
010640
010650* CERRAMOS EL BLOQUE DE AVISOS DEL ULTIMO ACREEDOR
010660        PERFORM 2310-ESCRIBE-TRAILER-DEV
010670
010680        MOVE SPACES             TO WS-REMESA
010690        MOVE 'T'                TO WS-R-TIPO-REG
010700        MOVE WS-DEV-PENDIENTES  TO WS-R-TRA-TOTAL-REG
010710        MOVE WS-DEV-IMPORTE-TOT TO WS-R-TRA-IMPORTE-TOT
010720        PERFORM 2290-ESCRIBE-REG-REMESA
010730        ADD 1 TO WS-CNT-REMESAS
010740     END-IF.
010750
010760* ***************************************************************
010770* LEE LA SIGUIENTE DEVOLUCION SOLICITADA
010780* ***************************************************************
010790 2510-LEE-DEVOLUCION.
010800
010810     EXEC SQL
010820        FETCH CUR-DEVOLUCIONES
010830         INTO :DCLCOBRO-DOMICILIADO.CLAVE-COBRO,
010840              :DCLCOBRO-DOMICILIADO.ACREEDOR,
010850              :DCLCOBRO-DOMICILIADO.REF-MANDATO,
010860              :DCLCOBRO-DOMICILIADO.REF-COBRO,
010870              :DCLCOBRO-DOMICILIADO.CONT-DEUDOR,
010880              :DCLCOBRO-DOMICILIADO.CONT-ACREEDOR,
010890              :DCLCOBRO-DOMICILIADO.IMPORTE,
010900              :DCLCOBRO-DOMICILIADO.MONEDA,
010910              :DCLCOBRO-DOMICILIADO.FECHA-COBRO
010920     END-EXEC.
010930
010940     IF SQLCODE EQUAL 100
010950        MOVE 'S' TO WS-FIN-CURSOR
010960     ELSE
010970        PERFORM 1090-COMPRUEBA-SQLCODE
010980     END-IF.
010990
011000* ***************************************************************
011010* TRATA UNA DEVOLUCION SOLICITADA: CONTROLA LA RUPTURA DE
011020* ACREEDOR EN LOS AVISOS, ESCRIBE EL DETALLE DE LA REMESA Y EL
011030* AVISO, MARCA LA DEVOLUCION COMO GENERADA Y LEE LA SIGUIENTE
011040* ***************************************************************
011050 2520-TRATA-DEVOLUCION.
011060
011070     IF ACREEDOR OF DCLCOBRO-DOMICILIADO
011080        NOT EQUAL WS-DEV-ACREEDOR-ACTUAL
011090        IF WS-DEV-ACREEDOR-ACTUAL NOT EQUAL SPACES
011100           PERFORM 2310-ESCRIBE-TRAILER-DEV
011110        END-IF
011120        MOVE ACREEDOR OF DCLCOBRO-DOMICILIADO
011130                                TO WS-DEV-ACREEDOR-ACTUAL
011140        MOVE 0                  TO WS-FIC-ACEPTADOS
011150        MOVE 0                  TO WS-FIC-DEVUELTOS
011160        MOVE 0                  TO WS-FIC-IMP-ACEPTADO
011170        MOVE 0                  TO WS-FIC-IMP-DEVUELTO
011180        MOVE WS-DEV-ACREEDOR-ACTUAL TO WS-DC-ACREEDOR
011190        MOVE 0                  TO WS-DC-NUM-FICH
011200        MOVE WS-FECHA-PROCESO   TO WS-DC-FECHA
011210        PERFORM 2300-ESCRIBE-CABECERA-DEV
011220     END-IF.
011230
011240* DETALLE DE LA REMESA: CARGO AL ACREEDOR Y ABONO AL DEUDOR, CON
011250* LA CLAVE DEL COBRO ORIGINAL EN LA DESCRIPCION
011260     MOVE SPACES                TO WS-REMESA.
011270     MOVE 'D'                   TO WS-R-TIPO-REG.
011280     MOVE CONT-ACREEDOR OF DCLCOBRO-DOMICILIADO
011290                                TO WS-R-CONT-ORIGEN.
011300     MOVE CONT-DEUDOR OF DCLCOBRO-DOMICILIADO
011310                                TO WS-R-CONT-DESTINO.
011320     MOVE IMPORTE OF DCLCOBRO-DOMICILIADO
011330                                TO WS-R-IMPORTE.
011340     MOVE CLAVE-COBRO OF DCLCOBRO-DOMICILIADO
011350                                TO WS-CLAVE-EDITADA.
011360     STRING 'DEVOLUCION ADEUDO DOMICILIADO '  DELIMITED BY SIZE
011370            WS-CLAVE-EDITADA                  DELIMITED BY SIZE
011380       INTO WS-R-DESCRIPCION
011390     END-STRING.
011400     MOVE MONEDA OF DCLCOBRO-DOMICILIADO
011410                                TO WS-R-MONEDA.
011420     MOVE 'T'                   TO WS-R-TIPO-OPER.
011430     PERFORM 2290-ESCRIBE-REG-REMESA.
011440
011450* AVISO AL ACREEDOR
011460     ADD 1                      TO WS-FIC-DEVUELTOS.
011470     MOVE 'D'                   TO WS-DD-TIPO-REG.
011480     MOVE WS-FIC-DEVUELTOS      TO WS-DD-NUM-DETALLE.
011490     MOVE 'R021'                TO WS-DD-MOTIVO.
011500     MOVE REF-MANDATO OF DCLCOBRO-DOMICILIADO
011510                                TO WS-DD-REF-MANDATO.
011520     MOVE REF-COBRO OF DCLCOBRO-DOMICILIADO
011530                                TO WS-DD-REF-COBRO.
011540     MOVE IMPORTE OF DCLCOBRO-DOMICILIADO
011550                                TO WS-DD-IMPORTE.
011560     MOVE MONEDA OF DCLCOBRO-DOMICILIADO
011570                                TO WS-DD-MONEDA.
011580     MOVE CLAVE-COBRO OF DCLCOBRO-DOMICILIADO
011590                                TO WS-DD-CLAVE-COBRO.
011600     MOVE FECHA-COBRO OF DCLCOBRO-DOMICILIADO
011610                                TO WS-DD-FECHA-COBRO.
011620     MOVE WS-DEV-DETALLE        TO REG-DEVOLUCION.
011630     WRITE REG-DEVOLUCION.
011640     PERFORM 2910-COMPRUEBA-FS-DEV.
011650     ADD IMPORTE OF DCLCOBRO-DOMICILIADO TO WS-FIC-IMP-DEVUELTO.
011660
011670     EXEC SQL
011680        UPDATE IBMUSER.COBRO_DOMICILIADO
011690           SET ESTADO = 'G',
011700               FECHA_DEVOLUCION = DATE(:WS-FECHA-PROCESO),
011710               NUM_REMESA_DEV = :WS-DEV-NUM-REMESA
011720         WHERE CLAVE_COBRO = :DCLCOBRO-DOMICILIADO.CLAVE-COBRO
011730     END-EXEC.
011740     PERFORM 1090-COMPRUEBA-SQLCODE.
011750
011760     ADD 1 TO WS-CNT-REEMBOLSOS.
011770     ADD IMPORTE OF DCLCOBRO-DOMICILIADO TO WS-TOT-REEMBOLSADO.
011780
011790     PERFORM 2510-LEE-DEVOLUCION.
011800
011810* ***************************************************************
011820* COMPRUEBA EL FILE STATUS DE LA ULTIMA ESCRITURA DE FICHERO-DEV
011830* ***************************************************************
011840 2910-COMPRUEBA-FS-DEV.
011850
011860     IF NOT FICHERO-DEV-OK
011870        DISPLAY 'FILE STATUS INESPERADO EN FICHERO-DEV: '
011880                FS-DEVOLUC
011890        PERFORM 9999-ERROR
011900     END-IF.
011910
011920* ***************************************************************
011930* COMPRUEBA EL FILE STATUS DE LA ULTIMA OPERACION DE FICHERO-TRA
011940* ***************************************************************
011950 2920-COMPRUEBA-FS-TRA.
011960
011970     IF NOT FICHERO-TRA-OK AND NOT FICHERO-TRA-FIN
011980        DISPLAY 'FILE STATUS INESPERADO EN FICHERO-TRA: '
011990                FS-TRABAJO
012000        PERFORM 9999-ERROR
012010     END-IF.
012020
012030* ***************************************************************
012040* COMPRUEBA EL FILE STATUS DE LA ULTIMA ESCRITURA DE FICHERO-REM
012050* ***************************************************************
012060 2930-COMPRUEBA-FS-REM.
012070
012080     IF NOT FICHERO-REM-OK
012090        DISPLAY 'FILE STATUS INESPERADO EN FICHERO-REM: '
012100                FS-REMESA
012110        PERFORM 9999-ERROR
012120     END-IF.
012130
012140* ***************************************************************
012150* PARRAFO DE FIN DEL PROGRAMA. CONFIRMA LOS COBROS REGISTRADOS Y
012160* LAS DEVOLUCIONES GENERADAS Y ESCRIBE EL INFORME DE CONTROL
012170* ***************************************************************
012180 3000-FIN.
012190
012200     DISPLAY 'FIN'.
012210
012220     EXEC SQL COMMIT END-EXEC.
012230
012240     PERFORM 3100-ESCRIBE-INFORME.
012250
012260     CLOSE FICHERO-COB.
012270     CLOSE FICHERO-REM.
012280     CLOSE FICHERO-DEV.
012290     CLOSE FICHERO-INF.
012300     STOP RUN.
012310
012320* ***************************************************************
012330* ESCRIBE EL INFORME DE CONTROL CON LOS TOTALES DE LA EJECUCION
012340* ***************************************************************
012350 3100-ESCRIBE-INFORME.
012360
012370     MOVE SPACES                    TO WS-LINEA-INFORME.
012380     MOVE 'FICHEROS DE ACREEDOR PROCESADOS'
012390                                     TO WS-LIN-ETIQUETA.
012400     MOVE WS-CNT-FICHEROS            TO WS-LIN-VALOR.
012410     MOVE WS-LINEA-INFORME          TO REG-INFORME.
012420     WRITE REG-INFORME.
012430
012440     MOVE SPACES                    TO WS-LINEA-INFORME.
012450     MOVE 'COBROS LEIDOS'
012460                                     TO WS-LIN-ETIQUETA.
012470     MOVE WS-CNT-LEIDOS              TO WS-LIN-VALOR.
012480     MOVE WS-LINEA-INFORME          TO REG-INFORME.
012490     WRITE REG-INFORME.
012500
012510     MOVE SPACES                    TO WS-LINEA-INFORME.
012520     MOVE 'COBROS ACEPTADOS Y REMESADOS'
012530                                     TO WS-LIN-ETIQUETA.
012540     MOVE WS-CNT-ACEPTADOS           TO WS-LIN-VALOR.
012550     MOVE WS-LINEA-INFORME          TO REG-INFORME.
012560     WRITE REG-INFORME.
012570
012580     MOVE SPACES                    TO WS-LINEA-INFORME.
012590     MOVE 'COBROS DEVUELTOS AL ACREEDOR'
012600                                     TO WS-LIN-ETIQUETA.
012610     MOVE WS-CNT-DEVUELTOS           TO WS-LIN-VALOR.
012620     MOVE WS-LINEA-INFORME          TO REG-INFORME.
012630     WRITE REG-INFORME.
012640
012650     MOVE SPACES                    TO WS-LINEA-INFORME.
012660     MOVE '  DE ELLOS, SIN MANDATO'
012670                                     TO WS-LIN-ETIQUETA.
012680     MOVE WS-CNT-SIN-MANDATO         TO WS-LIN-VALOR.
012690     MOVE WS-LINEA-INFORME          TO REG-INFORME.
012700     WRITE REG-INFORME.
012710
012720     MOVE SPACES                    TO WS-LINEA-INFORME.
012730     MOVE '  DE ELLOS, MANDATO REVOCADO O USADO'
012740                                     TO WS-LIN-ETIQUETA.
012750     MOVE WS-CNT-MAND-INACTIVO       TO WS-LIN-VALOR.
012760     MOVE WS-LINEA-INFORME          TO REG-INFORME.
012770     WRITE REG-INFORME.
012780
012790     MOVE SPACES                    TO WS-LINEA-INFORME.
012800     MOVE '  DE ELLOS, MANDATO CADUCADO'
012810                                     TO WS-LIN-ETIQUETA.
012820     MOVE WS-CNT-MAND-CADUCADO       TO WS-LIN-VALOR.
012830     MOVE WS-LINEA-INFORME          TO REG-INFORME.
012840     WRITE REG-INFORME.
012850
012860     MOVE SPACES                    TO WS-LINEA-INFORME.
012870     MOVE 'DEVOLUCIONES SOLICITADAS GENERADAS'
012880                                     TO WS-LIN-ETIQUETA.
012890     MOVE WS-CNT-REEMBOLSOS          TO WS-LIN-VALOR.
012900     MOVE WS-LINEA-INFORME          TO REG-INFORME.
012910     WRITE REG-INFORME.
012920
012930     MOVE SPACES                    TO WS-LINEA-INFORME.
012940     MOVE 'REMESAS GENERADAS PARA BANCO01'
012950                                     TO WS-LIN-ETIQUETA.
012960     MOVE WS-CNT-REMESAS             TO WS-LIN-VALOR.
012970     MOVE WS-LINEA-INFORME          TO REG-INFORME.
012980     WRITE REG-INFORME.
012990
013000     MOVE SPACES                    TO WS-LINEA-INFORME.
013010     MOVE 'IMPORTE ACEPTADO'
013020                                     TO WS-LIN-ETIQUETA.
013030     MOVE WS-TOT-ACEPTADO            TO WS-LIN-VALOR.
013040     MOVE WS-LINEA-INFORME          TO REG-INFORME.
013050     WRITE REG-INFORME.
013060
013070     MOVE SPACES                    TO WS-LINEA-INFORME.
013080     MOVE 'IMPORTE DEVUELTO AL ACREEDOR'
013090                                     TO WS-LIN-ETIQUETA.
013100     MOVE WS-TOT-DEVUELTO            TO WS-LIN-VALOR.
013110     MOVE WS-LINEA-INFORME          TO REG-INFORME.
013120     WRITE REG-INFORME.
013130
013140     MOVE SPACES                    TO WS-LINEA-INFORME.
013150     MOVE 'IMPORTE REEMBOLSADO A DEUDORES'
013160                                     TO WS-LIN-ETIQUETA.
013170     MOVE WS-TOT-REEMBOLSADO         TO WS-LIN-VALOR.
013180     MOVE WS-LINEA-INFORME          TO REG-INFORME.
013190     WRITE REG-INFORME.
013200
013210     MOVE SPACES                    TO WS-LINEA-INFORME.
013220     MOVE 'DEVOLUCIONES ANTERIORES CONFIRMADAS'
013230                                     TO WS-LIN-ETIQUETA.
013240     MOVE WS-CNT-DEV-CONFIRM         TO WS-LIN-VALOR.
013250     MOVE WS-LINEA-INFORME          TO REG-INFORME.
013260     WRITE REG-INFORME.
013270
013280     MOVE SPACES                    TO WS-LINEA-INFORME.
013290     MOVE 'DEVOLUCIONES ANTERIORES EN CUARENTENA'
013300                                     TO WS-LIN-ETIQUETA.
013310     MOVE WS-CNT-DEV-CUAR            TO WS-LIN-VALOR.
013320     MOVE WS-LINEA-INFORME          TO REG-INFORME.
013330     WRITE REG-INFORME.
013340
013350     MOVE SPACES                    TO WS-LINEA-INFORME.
013360     MOVE 'DEVOLUCIONES NO ABONADAS POR BANCO01'
013370                                     TO WS-LIN-ETIQUETA.
013380     MOVE WS-CNT-DEV-NO-ABONO        TO WS-LIN-VALOR.
013390     MOVE WS-LINEA-INFORME          TO REG-INFORME.
013400     WRITE REG-INFORME.
013410
013420     MOVE SPACES                    TO WS-LINEA-INFORME.
013430     MOVE 'IMPORTE DE DEVOLUCIONES NO ABONADAS'
013440                                     TO WS-LIN-ETIQUETA.
013450     MOVE WS-TOT-NO-ABONADO          TO WS-LIN-VALOR.
013460     MOVE WS-LINEA-INFORME          TO REG-INFORME.
013470     WRITE REG-INFORME.
013480
013490* **************************************************************
013500* PARRAFO DE ERROR.REALIZAMOS UN ROLLBACK DE LA BASE DE DATOS
013510* Y DEVOLVEMOS AL SISTEMA UN RC=8 (ERROR NO CONTROLADO)
013520* **************************************************************
013530 9999-ERROR.
013540
013550     DISPLAY 'ERROR'.
013560
013570     EXEC SQL ROLLBACK END-EXEC
013580     MOVE 8 TO RETURN-CODE.
013590     GOBACK.
