000010* PROGRAMA DE TRATAMIENTO DE LOS RECHAZOS Y DEVOLUCIONES DE
000020* TRANSFERENCIAS EXTERNAS RECIBIDOS DE LA CAMARA DE COMPENSACION.
000030* LEE EL FICHERO DE RECHAZOS (QUE PUEDE TRAER VARIOS FICHEROS
000040* CONCATENADOS, CADA UNO CON SU CABECERA, SUS DETALLES Y SU
000050* TRAILER CON LOS TOTALES DE CONTROL) Y CASA CADA DETALLE CON LA
000060* TRANSFERENCIA ENVIADA POR COMP01 (ESTADO 'E' EN
000070* IBMUSER.TRANSFERENCIA_EXTERNA) POR SU REFERENCIA, QUE ES LA
000080* CLAVE DEL MOVIMIENTO DE CARGO AL ORDENANTE, COMPROBANDO QUE
000090* COINCIDAN EL NUMERO DE FICHERO, EL IMPORTE Y LA DIVISA:
000100*   - SI EL CONTRATO ORDENANTE ADMITE ABONOS, CARGA EL IMPORTE AL
000110*     CONTRATO PUENTE DE LA DIVISA, LO ABONA AL ORDENANTE
000120*     CONVERTIDO A SU DIVISA CON EL TIPO DE CAMBIO VIGENTE, LO
000130*     REGISTRA COMO MOVIMIENTO DE TIPO 'Y' Y DEJA LA TRANSFERENCIA
000140*     DEVUELTA ('D') CON EL MOTIVO, LA FECHA Y LA CLAVE DE ESE
000150*     MOVIMIENTO
000160*   - SI NO LOS ADMITE O NO HAY TIPO DE CAMBIO, LA TRANSFERENCIA
000170*     QUEDA DEVUELTA SIN ABONAR ('I') PARA SU GESTION MANUAL, CON
000180*     EL IMPORTE AUN EN EL CONTRATO PUENTE
000190* LOS DETALLES QUE NO CASAN CON NINGUNA TRANSFERENCIA ENVIADA SE
000200* DEJAN COMO INCIDENCIA EN FICHERO-SAL SIN TOCAR NADA. SI LOS
000210* TOTALES DE CONTROL NO CUADRAN SE ABORTA LA EJECUCION COMPLETA
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID.RECH01.
000240
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280
000290* FICHERO DE ENTRADA CON LOS RECHAZOS Y DEVOLUCIONES DE LA CAMARA
000300     SELECT FICHERO-DEV ASSIGN TO RECHAZOS
000310     ORGANIZATION IS SEQUENTIAL
000320     ACCESS IS SEQUENTIAL
000330     FILE STATUS IS FS-RECHAZOS.
000340
000350* FICHERO DE SALIDA DE INCIDENCIAS
000360     SELECT FICHERO-SAL ASSIGN TO SALIDA
000370     ORGANIZATION IS SEQUENTIAL
000380     ACCESS IS SEQUENTIAL
000390     FILE STATUS IS FS-SALIDA.
000400
000410* FICHERO DE INFORME DE CONTROL DE LA EJECUCION
000420     SELECT FICHERO-INF ASSIGN TO INFORME
000430     ORGANIZATION IS SEQUENTIAL
000440     ACCESS IS SEQUENTIAL
000450     FILE STATUS IS FS-INFORME.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490
000500* REGISTRO DEL FICHERO DE RECHAZOS Y DEVOLUCIONES
000510 FD FICHERO-DEV DATA RECORD IS REG-RECHAZO.
000520 01 REG-RECHAZO    PIC X(100).
000530
000540* REGISTRO DEL FICHERO DE SALIDA
000550 FD FICHERO-SAL DATA RECORD IS REG-SALIDA.
000560 01 REG-SALIDA     PIC X(80).
000570
000580* REGISTRO DEL FICHERO DE INFORME DE CONTROL
000590 FD FICHERO-INF DATA RECORD IS REG-INFORME.
000600 01 REG-INFORME    PIC X(80).
000610
000620 WORKING-STORAGE SECTION.
000630
000640* CAMPOS DEL REGISTRO DE DETALLE DEL FICHERO DE RECHAZOS: CLASE
000650* ('R' RECHAZO ANTES DE LIQUIDAR, 'D' DEVOLUCION DEL BANCO DEL
000660* BENEFICIARIO), REFERENCIA Y NUMERO DE FICHERO DE LA
000670* TRANSFERENCIA TAL COMO LOS ENVIO COMP01, MOTIVO EXTERNO,
000680* IMPORTE Y DIVISA
000690 01 WS-RECHAZO.
000700     05 WS-D-TIPO-REG      PIC X(1).
000710         88 TIPO-CABECERA  VALUE 'C'.
000720         88 TIPO-DETALLE   VALUE 'D'.
000730         88 TIPO-TRAILER   VALUE 'T'.
000740     05 WS-D-CLASE         PIC X(1).
000750         88 CLASE-VALIDA   VALUES 'R' 'D'.
000760     05 WS-D-REFERENCIA    PIC 9(9).
000770     05 WS-D-NUM-FICH      PIC 9(9).
000780     05 WS-D-MOTIVO        PIC X(4).
000790     05 WS-D-IMPORTE       PIC 9(11)V9(2).
000800     05 WS-D-MONEDA        PIC X(3).
000810     05 FILLER             PIC X(60).
000820
000830* VISTA DEL REGISTRO CUANDO ES UNA CABECERA, CON EL IDENTIFICADOR
000840* DEL FICHERO DE RECHAZOS DE LA CAMARA
000850 01 WS-D-CABECERA REDEFINES WS-RECHAZO.
000860     05 FILLER              PIC X(1).
000870     05 WS-D-CAB-NUM-FICH   PIC 9(9).
000880     05 WS-D-CAB-FECHA      PIC X(10).
000890     05 WS-D-CAB-TOTAL-REG  PIC 9(9).
000900     05 FILLER              PIC X(71).
000910
000920* VISTA DEL REGISTRO CUANDO ES UN TRAILER, CON LOS TOTALES DE
000930* CONTROL DEL FICHERO
000940 01 WS-D-TRAILER REDEFINES WS-RECHAZO.
000950     05 FILLER                PIC X(1).
000960     05 WS-D-TRA-TOTAL-REG    PIC 9(9).
000970     05 WS-D-TRA-IMPORTE-TOT  PIC 9(13)V9(2).
000980     05 FILLER                PIC X(75).
000990
001000* CAMPOS DE SALIDA
001010 01 WS-SALIDA.
001020     05 WS-S-CODERR        PIC X(8).
001030         88 CODERR-SQL-ERROR       VALUE 'SQLERROR'.
001040         88 CODERR-DATOS-INVALIDOS VALUE 'DATOSINV'.
001050         88 CODERR-TRANSF-INEXIST  VALUE 'TRANSINE'.
001060         88 CODERR-ESTADO-INVALIDO VALUE 'ESTADINV'.
001070         88 CODERR-DATOS-DIFIEREN  VALUE 'DATODIFE'.
001080         88 CODERR-ORDENANTE-NO-ABONO VALUE 'ORDNOABO'.
001090         88 CODERR-SIN-CAMBIO      VALUE 'SINCAMBI'.
001100     05 WS-S-SQLCODE       PIC -999.
001110     05 WS-S-DESCRIPCION   PIC X(68).
001120
001130* FILESTATUS DE LOS FICHEROS DE LA EJECUCION
001140 01 FS-RECHAZOS          PIC 99.
001150     88 FICHERO-DEV-OK   VALUE 00.
001160     88 FICHERO-DEV-FIN  VALUE 10.
001170 01 FS-SALIDA            PIC 99.
001180     88 FICHERO-SAL-OK   VALUE 00.
001190 01 FS-INFORME           PIC 99.
001200
001210* FECHA Y HORA DEL SISTEMA, PARA LA FECHA DE PROCESO Y PARA DEJAR
001220* CONSTANCIA DE CUANDO SE HA GRABADO CADA MOVIMIENTO
001230 01 WS-FECHA-SISTEMA         PIC X(21).
001240 01 WS-FECHA-SISTEMA-R REDEFINES WS-FECHA-SISTEMA.
001250     05 WS-FS-ANO           PIC 9(4).
001260     05 WS-FS-MES           PIC 9(2).
001270     05 WS-FS-DIA           PIC 9(2).
001280     05 WS-FS-HORA          PIC 9(2).
001290     05 WS-FS-MINUTO        PIC 9(2).
001300     05 WS-FS-SEGUNDO       PIC 9(2).
001310     05 WS-FS-CENTESIMAS    PIC 9(2).
001320     05 FILLER              PIC X(5).
001330 01 WS-TIMESTAMP-MOVIMIENTO PIC X(26).
001340
001350* IDENTIFICADOR DEL JOB QUE EJECUTA EL PROGRAMA (TRAZABILIDAD)
001360 01 WS-JOB-ID                PIC X(8).
001370
001380* FECHA DE PROCESO DE ESTA EJECUCION (AAAA-MM-DD)
001390 01 WS-FECHA-PROCESO         PIC X(10).
001400
001410* IDENTIFICADOR DEL FICHERO DE RECHAZOS EN CURSO, GUARDADO ANTES
001420* DE QUE LAS LECTURAS DE DETALLE SOBREESCRIBAN LA CABECERA
001430 01 WS-FICH-NUMERO           PIC 9(9).
001440 01 WS-FICH-TOTAL-CAB        PIC 9(9).
001450
001460* CONTADORES DEL FICHERO DE RECHAZOS EN CURSO
001470 01 WS-FIC-LEIDOS            PIC 9(9)       VALUE 0.
001480 01 WS-FIC-IMP-LEIDO         PIC 9(13)V9(2) VALUE 0.
001490
001500* INDICADOR DE DETALLE NO TRATABLE (NO CASA CON NINGUNA
001510* TRANSFERENCIA ENVIADA O TRAE DATOS ERRONEOS)
001520 01 WS-ERROR             PIC X VALUE 'N'.
001530     88 WS-ERROR-SI      VALUE 'S'.
001540     88 WS-ERROR-NO      VALUE 'N'.
001550
001560* INDICADOR DE DEVOLUCION ABONABLE AL ORDENANTE: SU CONTRATO
001570* ADMITE ABONOS Y HAY TIPO DE CAMBIO A SU DIVISA
001580 01 WS-ABONO             PIC X VALUE 'N'.
001590     88 WS-ABONO-SI      VALUE 'S'.
001600     88 WS-ABONO-NO      VALUE 'N'.
001610
001620* CONTRATO ORDENANTE DE LA TRANSFERENCIA DEVUELTA, TIPO DE CAMBIO
001630* DE LA DIVISA DE LA TRANSFERENCIA A LA DEL CONTRATO E IMPORTE
001640* QUE SE LE ABONA YA CONVERTIDO
001650 01 WS-ORD-MONEDA            PIC X(3).
001660 01 WS-ORD-TIPO-CAMBIO       PIC 9(4)V9(6) VALUE 0.
001670 01 WS-ORD-IMPORTE-CONV      PIC S9(11)V9(2) COMP-3 VALUE 0.
001680
001690* VARIABLES UTILIZADAS EN EL PROGRAMA
001700 01 IND-ORIGEN           PIC S9(4) COMP.
001710 01 IND-DESTINO          PIC S9(4) COMP.
001720
001730* DESCRIPCION DE LOS MOVIMIENTOS DE RE-ABONO: CONCEPTO, CLAVE DEL
001740* MOVIMIENTO DE LA TRANSFERENCIA ORIGINAL Y MOTIVO EXTERNO
001750 01 WS-DESC-DEVOLUCION.
001760     05 FILLER              PIC X(26)
001770                 VALUE 'DEVOLUCION TRANSF EXTERNA '.
001780     05 WS-DDE-REFERENCIA   PIC 9(9).
001790     05 FILLER              PIC X(1) VALUE SPACES.
001800     05 WS-DDE-MOTIVO       PIC X(4).
001810     05 FILLER              PIC X(10) VALUE SPACES.
001820
001830* CAMPOS EDITADOS PARA COMPONER LAS INCIDENCIAS
001840 01 WS-ED-CLAVE          PIC Z(8)9.
001850
001860* RESERVA DE CLAVES DE MOVIMIENTO EN IBMUSER.CONTADOR: TAMANO
001870* DEL BLOQUE QUE SE RESERVA DE CADA VEZ, ULTIMO VALOR
001880* RESERVADO, ULTIMA CLAVE DEL BLOQUE EN USO Y MAXIMOS PARA LA
001890* PRIMERA CARGA DEL CONTADOR
001900 01 WS-BLOQUE-CLAVES       PIC S9(9) COMP VALUE 100.
001910 01 WS-ULTIMO-RESERVADO    PIC S9(9) COMP VALUE 0.
001920 01 WS-ULTIMA-CLAVE-BLOQUE PIC S9(9) COMP VALUE 0.
001930 01 WS-MAX-OPERATIVA       PIC S9(9) COMP VALUE 0.
001940 01 WS-MAX-HISTORICO       PIC S9(9) COMP VALUE 0.
001950 01 IND-NULL-CTR           PIC S9(4) COMP.
001960
001970* CONTADORES DEL INFORME DE CONTROL DE LA EJECUCION
001980 01 WS-CONTADORES-INFORME.
001990     05 WS-CNT-FICHEROS      PIC 9(9)   VALUE 0.
002000     05 WS-CNT-LEIDOS        PIC 9(9)   VALUE 0.
002010     05 WS-CNT-ABONADAS      PIC 9(9)   VALUE 0.
002020     05 WS-CNT-MANUALES      PIC 9(9)   VALUE 0.
002030     05 WS-CNT-INCIDENCIAS   PIC 9(9)   VALUE 0.
002040
002050* LINEA DE DETALLE DEL INFORME DE CONTROL
002060 01 WS-LINEA-INFORME.
002070     05 WS-LIN-ETIQUETA     PIC X(40).
002080     05 WS-LIN-VALOR        PIC Z(11)9.99-.
002090     05 FILLER              PIC X(24).
002100
002110* SQLCA Y DCLGEN DE LAS TABLAS
002120     EXEC SQL INCLUDE SQLCA END-EXEC.
002130     EXEC SQL INCLUDE TRANEXTE END-EXEC.
002140     EXEC SQL INCLUDE CONTRATO END-EXEC.
002150     EXEC SQL INCLUDE MOVIMIEN END-EXEC.
002160     EXEC SQL INCLUDE TIPOCAMB END-EXEC.
002170     EXEC SQL INCLUDE CONTADOR END-EXEC.
002180
002190 PROCEDURE DIVISION.
002200     PERFORM 1000-INICIO.
002210     PERFORM 2000-PROCESA-FICHERO UNTIL FICHERO-DEV-FIN.
002220     PERFORM 3000-FIN.
002230
002240* **********************************************************
002250* PARRAFO DE INICIO
002260* **********************************************************
002270 1000-INICIO.
002280
002290     DISPLAY 'INICIO RECH01'.
002300
002310     OPEN INPUT  FICHERO-DEV.
002320     OPEN OUTPUT FICHERO-SAL.
002330     OPEN OUTPUT FICHERO-INF.
002340
002350     MOVE FUNCTION CURRENT-DATE TO WS-FECHA-SISTEMA.
002360     STRING WS-FS-ANO           DELIMITED BY SIZE
002370            '-'                 DELIMITED BY SIZE
002380            WS-FS-MES           DELIMITED BY SIZE
002390            '-'                 DELIMITED BY SIZE
002400            WS-FS-DIA           DELIMITED BY SIZE
002410       INTO WS-FECHA-PROCESO
002420     END-STRING.
002430
002440* PRIMERA LECTURA: DEBE SER LA CABECERA DEL PRIMER FICHERO
002450     PERFORM 2010-LEE-RECHAZO.
002460     IF FICHERO-DEV-FIN
002470        DISPLAY 'FICHERO DE RECHAZOS VACIO'
002480     END-IF.
002490
002500* ***************************************************************
002510* COMPRUEBA EL SQLCODE DE LA ULTIMA OPERACION DE BASE DE DATOS.
002520* CUALQUIER VALOR DISTINTO DE CERO ES UN ERROR
002530* ***************************************************************
002540 1090-COMPRUEBA-SQLCODE.
002550
002560     IF SQLCODE NOT EQUAL 0
002570        DISPLAY 'ERROR DE BASE DE DATOS EN RECH01. SQLCODE: '
002580                SQLCODE
002590        PERFORM 9999-ERROR
002600     END-IF.
002610
002620* ***************************************************************
002630* RESERVA UN BLOQUE DE CLAVES DE MOVIMIENTO EN IBMUSER.CONTADOR,
002640* COMPARTIDO POR TODOS LOS PROGRAMAS QUE POSTEAN: EL CONTADOR SE
002650* INCREMENTA EN EL TAMANO DEL BLOQUE Y ESTA EJECUCION SE QUEDA
002660* CON EL TRAMO RESERVADO. EL BLOQUEO DE LA FILA DEL CONTADOR
002670* SERIALIZA A LOS RESERVADORES HASTA EL COMMIT
002680* ***************************************************************
002690 1210-RESERVA-BLOQUE-CLAVES.
002700
002710     EXEC SQL
002720        UPDATE IBMUSER.CONTADOR
002730           SET ULTIMO_VALOR = ULTIMO_VALOR + :WS-BLOQUE-CLAVES
002740         WHERE NOMBRE = 'MOVIMIEN'
002750     END-EXEC.
002760
002770     IF SQLCODE EQUAL 100
002780        PERFORM 1220-INICIALIZA-CONTADOR
002790     ELSE
002800       IF SQLCODE NOT EQUAL 0
002810         SET CODERR-SQL-ERROR TO TRUE
002820         MOVE SQLCODE                       TO WS-S-SQLCODE
002830         MOVE 'ERROR AL RESERVAR CLAVES DE MOVIMIENTO'
002840                                            TO WS-S-DESCRIPCION
002850
002860         PERFORM 2800-ESCRIBE-SALIDA
002870         PERFORM 9999-ERROR
002880       END-IF
002890     END-IF.
002900
002910     EXEC SQL
002920        SELECT ULTIMO_VALOR
002930          INTO :WS-ULTIMO-RESERVADO
002940          FROM IBMUSER.CONTADOR
002950         WHERE NOMBRE = 'MOVIMIEN'
002960     END-EXEC.
002970
002980     IF SQLCODE NOT EQUAL 0
002990       SET CODERR-SQL-ERROR TO TRUE
003000       MOVE SQLCODE                       TO WS-S-SQLCODE
003010       MOVE 'ERROR AL LEER EL CONTADOR DE MOVIMIENTOS'
003020                                          TO WS-S-DESCRIPCION
003030
003040       PERFORM 2800-ESCRIBE-SALIDA
003050       PERFORM 9999-ERROR
003060     END-IF.
003070
003080     COMPUTE WS-ULTIMA-CLAVE-BLOQUE = WS-ULTIMO-RESERVADO.
003090     COMPUTE CLAVE-MOVIMIENTO OF DCLMOVIMIENTO =
003100             WS-ULTIMO-RESERVADO - WS-BLOQUE-CLAVES + 1.
003110
003120* ***************************************************************
003130* PRIMERA RESERVA DE LA HISTORIA: CREA LA FILA DEL CONTADOR
003140* ARRANCANDO DEL MAYOR NUMERO DE MOVIMIENTO CONOCIDO, TANTO EN
003150* LA TABLA OPERATIVA COMO EN EL HISTORICO. SI OTRA EJECUCION
003160* CONCURRENTE CREA LA FILA ANTES, SE RESERVA SOBRE LA FILA YA
003170* CREADA
003180* ***************************************************************
003190 1220-INICIALIZA-CONTADOR.
003200
003210     EXEC SQL
003220        SELECT MAX(CLAVE_MOVIMIENTO)
003230        INTO :WS-MAX-OPERATIVA:IND-NULL-CTR
003240        FROM IBMUSER.MOVIMIENTO
003250     END-EXEC.
003260
003270     IF SQLCODE NOT EQUAL 0
003280       SET CODERR-SQL-ERROR TO TRUE
003290       MOVE SQLCODE                       TO WS-S-SQLCODE
003300       MOVE 'ERROR AL BUSCAR EL MAXIMO DE LA OPERATIVA'
003310                                          TO WS-S-DESCRIPCION
003320
003330       PERFORM 2800-ESCRIBE-SALIDA
003340       PERFORM 9999-ERROR
003350     END-IF.
003360
003370     IF IND-NULL-CTR EQUAL -1
003380        MOVE 0 TO WS-MAX-OPERATIVA
003390     END-IF.
003400
003410     EXEC SQL
003420        SELECT MAX(CLAVE_MOVIMIENTO)
003430        INTO :WS-MAX-HISTORICO:IND-NULL-CTR
003440        FROM IBMUSER.MOVIMIENTO_HIST
003450     END-EXEC.
003460
003470     IF SQLCODE NOT EQUAL 0
003480       SET CODERR-SQL-ERROR TO TRUE
003490       MOVE SQLCODE                       TO WS-S-SQLCODE
003500       MOVE 'ERROR AL BUSCAR EL MAXIMO DEL HISTORICO'
003510                                          TO WS-S-DESCRIPCION
003520
003530       PERFORM 2800-ESCRIBE-SALIDA
003540       PERFORM 9999-ERROR
003550     END-IF.
003560
003570     IF IND-NULL-CTR EQUAL -1
003580        MOVE 0 TO WS-MAX-HISTORICO
003590     END-IF.
003600
003610     IF WS-MAX-HISTORICO GREATER THAN WS-MAX-OPERATIVA
003620        MOVE WS-MAX-HISTORICO TO WS-MAX-OPERATIVA
003630     END-IF.
003640
003650     COMPUTE WS-ULTIMO-RESERVADO =
003660             WS-MAX-OPERATIVA + WS-BLOQUE-CLAVES.
003670
003680     EXEC SQL
003690        INSERT INTO IBMUSER.CONTADOR (NOMBRE, ULTIMO_VALOR)
003700        VALUES ('MOVIMIEN', :WS-ULTIMO-RESERVADO)
003710     END-EXEC.
003720
003730* SI OTRA EJECUCION CREO LA FILA ANTES QUE NOSOTROS,
003740* RESERVAMOS SOBRE LA FILA YA CREADA
003750     IF SQLCODE EQUAL -803
003760        EXEC SQL
003770           UPDATE IBMUSER.CONTADOR
003780              SET ULTIMO_VALOR = ULTIMO_VALOR +
003790                  :WS-BLOQUE-CLAVES
003800            WHERE NOMBRE = 'MOVIMIEN'
003810        END-EXEC
003820     END-IF.
003830
003840     IF SQLCODE NOT EQUAL 0
003850       SET CODERR-SQL-ERROR TO TRUE
003860       MOVE SQLCODE                       TO WS-S-SQLCODE
003870       MOVE 'ERROR AL CREAR EL CONTADOR DE MOVIMIENTOS'
003880                                          TO WS-S-DESCRIPCION
003890
003900       PERFORM 2800-ESCRIBE-SALIDA
003910       PERFORM 9999-ERROR
003920     END-IF.
003930
003940
003950* ***************************************************************
003960* PROCESA UN FICHERO DE RECHAZOS COMPLETO: GUARDA SU CABECERA,
003970* TRATA SUS DETALLES Y CONTRASTA SU TRAILER. AL SALIR, EL ULTIMO
003980* REGISTRO LEIDO ES LA CABECERA DEL SIGUIENTE FICHERO O EL FIN
003990* DE FICHERO
004000* ***************************************************************
004010 2000-PROCESA-FICHERO.
004020
004030     IF NOT TIPO-CABECERA
004040        DISPLAY 'EL REGISTRO INICIAL DEL FICHERO DE RECHAZOS NO'
004050                ' ES UNA CABECERA VALIDA'
004060        PERFORM 9999-ERROR
004070     END-IF.
004080
004090     MOVE WS-D-CAB-NUM-FICH  TO WS-FICH-NUMERO.
004100     MOVE WS-D-CAB-TOTAL-REG TO WS-FICH-TOTAL-CAB.
004110
004120     IF WS-D-CAB-FECHA EQUAL SPACES
004130        DISPLAY 'LA CABECERA NO IDENTIFICA EL FICHERO'
004140                ' (FECHA EN BLANCO)'
004150        PERFORM 9999-ERROR
004160     END-IF.
004170
004180     ADD 1 TO WS-CNT-FICHEROS.
004190     MOVE 0 TO WS-FIC-LEIDOS.
004200     MOVE 0 TO WS-FIC-IMP-LEIDO.
004210
004220* RECORREMOS LOS DETALLES DEL FICHERO
004230     PERFORM 2010-LEE-RECHAZO.
004240     PERFORM 2100-TRATA-RECHAZO
004250        UNTIL FICHERO-DEV-FIN OR TIPO-TRAILER.
004260
004270     PERFORM 2050-COMPRUEBA-TRAILER.
004280
004290* SIGUIENTE REGISTRO: CABECERA DEL SIGUIENTE FICHERO, O EL FIN
004300     PERFORM 2010-LEE-RECHAZO.
004310
004320* ***************************************************************
004330* LEE EL SIGUIENTE REGISTRO DEL FICHERO DE RECHAZOS
004340* ***************************************************************
004350 2010-LEE-RECHAZO.
004360
004370     READ FICHERO-DEV INTO WS-RECHAZO.
004380
004390     IF NOT FICHERO-DEV-OK AND NOT FICHERO-DEV-FIN
004400        DISPLAY 'FILE STATUS INESPERADO EN FICHERO-DEV: '
004410                FS-RECHAZOS
004420        PERFORM 9999-ERROR
004430     END-IF.
004440
004450* ***************************************************************
004460* CONTRASTA EL TRAILER DEL FICHERO CON LOS REGISTROS E IMPORTES
004470* LEIDOS Y CON EL TOTAL DE SU CABECERA. SI NO CUADRAN, EL FICHERO
004480* SE CONSIDERA INCOMPLETO O CORRUPTO Y SE ABORTA EL PROCESO SIN
004490* ABONAR NINGUNA DEVOLUCION
004500* ***************************************************************
004510 2050-COMPRUEBA-TRAILER.
004520
004530     IF NOT TIPO-TRAILER
004540        DISPLAY 'FALTA EL REGISTRO TRAILER DEL FICHERO '
004550                WS-FICH-NUMERO
004560        PERFORM 9999-ERROR
004570     END-IF.
004580
004590     IF WS-D-TRA-TOTAL-REG NOT EQUAL WS-FIC-LEIDOS
004600        OR WS-FICH-TOTAL-CAB NOT EQUAL WS-FIC-LEIDOS
004610        DISPLAY 'EL TOTAL DE REGISTROS DE CABECERA O TRAILER NO'
004620                ' COINCIDE CON LOS LEIDOS DEL FICHERO'
004630        PERFORM 9999-ERROR
004640     END-IF.
004650
004660     IF WS-D-TRA-IMPORTE-TOT NOT EQUAL WS-FIC-IMP-LEIDO
004670        DISPLAY 'EL IMPORTE TOTAL DEL TRAILER NO COINCIDE CON'
004680                ' EL IMPORTE LEIDO DEL FICHERO'
004690        PERFORM 9999-ERROR
004700     END-IF.
004710
004720* ***************************************************************
004730* TRATA UN DETALLE DEL FICHERO DE RECHAZOS: LO CASA CON SU
004740* TRANSFERENCIA ENVIADA Y, SI CASA, LA ABONA AL ORDENANTE O LA
004750* DEJA PARA SU GESTION MANUAL. DESPUES LEE EL SIGUIENTE
004760* ***************************************************************
004770 2100-TRATA-RECHAZO.
004780
004790     ADD 1            TO WS-FIC-LEIDOS.
004800     ADD 1            TO WS-CNT-LEIDOS.
004810     IF WS-D-IMPORTE IS NUMERIC
004820        ADD WS-D-IMPORTE TO WS-FIC-IMP-LEIDO
004830     END-IF.
004840
004850     MOVE 'N' TO WS-ERROR.
004860     MOVE 'N' TO WS-ABONO.
004870     PERFORM 2110-VALIDA-DATOS.
004880
004890     IF WS-ERROR-NO
004900        PERFORM 2120-BUSCA-TRANSFERENCIA
004910     END-IF.
004920
004930     IF WS-ERROR-NO
004940        PERFORM 2130-COMPRUEBA-ORDENANTE
004950     END-IF.
004960
004970     IF WS-ERROR-NO AND WS-ABONO-SI
004980        PERFORM 2140-CONVIERTE-IMPORTE
004990     END-IF.
005000
005010     IF WS-ERROR-NO
005020        IF WS-ABONO-SI
005030           PERFORM 2200-ABONA-DEVOLUCION
005040        ELSE
005050           PERFORM 2300-DEJA-PARA-GESTION
005060        END-IF
005070     ELSE
005080        ADD 1 TO WS-CNT-INCIDENCIAS
005090     END-IF.
005100
005110     PERFORM 2010-LEE-RECHAZO.
005120
005130* ***************************************************************
005140* VALIDA LOS DATOS PROPIOS DEL DETALLE: TIPO DE REGISTRO, CLASE,
005150* REFERENCIA Y NUMERO DE FICHERO NUMERICOS, IMPORTE NUMERICO Y
005160* POSITIVO, MOTIVO Y DIVISA INFORMADOS
005170* ***************************************************************
005180 2110-VALIDA-DATOS.
005190
005200     IF NOT TIPO-DETALLE
005210        OR NOT CLASE-VALIDA
005220        OR WS-D-REFERENCIA NOT NUMERIC
005230        OR WS-D-NUM-FICH NOT NUMERIC
005240        OR WS-D-IMPORTE NOT NUMERIC
005250        OR WS-D-MOTIVO EQUAL SPACES
005260        OR WS-D-MONEDA EQUAL SPACES
005270        SET CODERR-DATOS-INVALIDOS   TO TRUE
005280        MOVE 0                       TO WS-S-SQLCODE
005290        MOVE 'DETALLE DEL FICHERO DE RECHAZOS CON DATOS ERRONEOS'
005300                                     TO WS-S-DESCRIPCION
005310        PERFORM 2800-ESCRIBE-SALIDA
005320        MOVE 'S'                     TO WS-ERROR
005330     ELSE
005340        IF WS-D-IMPORTE EQUAL ZERO
005350           SET CODERR-DATOS-INVALIDOS   TO TRUE
005360           MOVE 0                       TO WS-S-SQLCODE
005370           MOVE WS-D-REFERENCIA         TO WS-ED-CLAVE
005380           MOVE SPACES                  TO WS-S-DESCRIPCION
005390           STRING 'REFERENCIA '         DELIMITED BY SIZE
005400                  WS-ED-CLAVE           DELIMITED BY SIZE
005410                  ': IMPORTE CERO'      DELIMITED BY SIZE
005420             INTO WS-S-DESCRIPCION
005430           END-STRING
005440           PERFORM 2800-ESCRIBE-SALIDA
005450           MOVE 'S'                     TO WS-ERROR
005460        END-IF
005470     END-IF.
005480
005490* ***************************************************************
005500* BUSCA LA TRANSFERENCIA EXTERNA POR SU REFERENCIA. DEBE ESTAR
005510* ENVIADA ('E'): UNA YA DEVUELTA NO SE VUELVE A ABONAR. EL NUMERO
005520* DE FICHERO, EL IMPORTE Y LA DIVISA DEBEN SER LOS ENVIADOS
005530* ***************************************************************
005540 2120-BUSCA-TRANSFERENCIA.
005550
005560     MOVE WS-D-REFERENCIA       TO CLAVE-MOV-ORDEN
005570                                   OF DCLTRANSFERENCIA-EXTERNA.
005580     MOVE WS-D-REFERENCIA       TO WS-ED-CLAVE.
005590
005600     EXEC SQL
005610        SELECT CONT_ORIGEN, IMPORTE, MONEDA, CONT_NOSTRO,
005620               ESTADO, NUM_FICHERO
005630          INTO :DCLTRANSFERENCIA-EXTERNA.CONT-ORIGEN,
005640               :DCLTRANSFERENCIA-EXTERNA.IMPORTE,
005650               :DCLTRANSFERENCIA-EXTERNA.MONEDA,
005660               :DCLTRANSFERENCIA-EXTERNA.CONT-NOSTRO,
005670               :DCLTRANSFERENCIA-EXTERNA.ESTADO,
005680               :DCLTRANSFERENCIA-EXTERNA.NUM-FICHERO
005690          FROM IBMUSER.TRANSFERENCIA_EXTERNA
005700         WHERE CLAVE_MOV_ORDEN =
005710               :DCLTRANSFERENCIA-EXTERNA.CLAVE-MOV-ORDEN
005720     END-EXEC.
005730
005740     IF SQLCODE NOT EQUAL 100
005750        PERFORM 1090-COMPRUEBA-SQLCODE
005760     END-IF.
005770
005780     MOVE 0                          TO WS-S-SQLCODE.
005790     MOVE SPACES                     TO WS-S-DESCRIPCION.
005800
005810     IF SQLCODE EQUAL 100
005820        SET CODERR-TRANSF-INEXIST    TO TRUE
005830        STRING 'REFERENCIA '         DELIMITED BY SIZE
005840               WS-ED-CLAVE           DELIMITED BY SIZE
005850               ': TRANSFERENCIA EXTERNA INEXISTENTE'
005860                                     DELIMITED BY SIZE
005870          INTO WS-S-DESCRIPCION
005880        END-STRING
005890        PERFORM 2800-ESCRIBE-SALIDA
005900        MOVE 'S'                     TO WS-ERROR
005910     ELSE
005920        IF ESTADO OF DCLTRANSFERENCIA-EXTERNA NOT EQUAL 'E'
005930           SET CODERR-ESTADO-INVALIDO TO TRUE
005940           STRING 'REFERENCIA '         DELIMITED BY SIZE
005950                  WS-ED-CLAVE           DELIMITED BY SIZE
005960                  ': TRANSFERENCIA NO ENVIADA O YA DEVUELTA ('
005970                                        DELIMITED BY SIZE
005980                  ESTADO OF DCLTRANSFERENCIA-EXTERNA
005990                                        DELIMITED BY SIZE
006000                  ')'                   DELIMITED BY SIZE
006010             INTO WS-S-DESCRIPCION
006020           END-STRING
006030           PERFORM 2800-ESCRIBE-SALIDA
006040           MOVE 'S'                     TO WS-ERROR
006050        ELSE
006060           IF NUM-FICHERO OF DCLTRANSFERENCIA-EXTERNA
006070              NOT EQUAL WS-D-NUM-FICH
006080              OR IMPORTE OF DCLTRANSFERENCIA-EXTERNA
006090              NOT EQUAL WS-D-IMPORTE
006100              OR MONEDA OF DCLTRANSFERENCIA-EXTERNA
006110              NOT EQUAL WS-D-MONEDA
006120              SET CODERR-DATOS-DIFIEREN TO TRUE
006130              STRING 'REFERENCIA '         DELIMITED BY SIZE
006140                     WS-ED-CLAVE           DELIMITED BY SIZE
006150                     ': FICHERO, IMPORTE O DIVISA NO COINCIDEN'
006160                                           DELIMITED BY SIZE
006170                INTO WS-S-DESCRIPCION
006180              END-STRING
006190              PERFORM 2800-ESCRIBE-SALIDA
006200              MOVE 'S'                     TO WS-ERROR
006210           END-IF
006220        END-IF
006230     END-IF.
006240
006250* ***************************************************************
006260* COMPRUEBA QUE EL CONTRATO ORDENANTE SIGUE ADMITIENDO ABONOS
006270* (VIGENTE, DORMIDO O INMOVILIZADO, COMO EN BANCO01). SI NO, LA
006280* DEVOLUCION NO SE ABONA Y QUEDA PARA SU GESTION MANUAL
006290* ***************************************************************
006300 2130-COMPRUEBA-ORDENANTE.
006310
006320     MOVE CONT-ORIGEN OF DCLTRANSFERENCIA-EXTERNA
006330                                TO CLAVE-CONTRATO OF DCLCONTRATO.
006340
006350     EXEC SQL
006360        SELECT ESTADO, MONEDA
006370          INTO :DCLCONTRATO.ESTADO,
006380               :DCLCONTRATO.MONEDA
006390          FROM IBMUSER.CONTRATO
006400         WHERE CLAVE_CONTRATO = :DCLCONTRATO.CLAVE-CONTRATO
006410     END-EXEC.
006420
006430     IF SQLCODE NOT EQUAL 100
006440        PERFORM 1090-COMPRUEBA-SQLCODE
006450     END-IF.
006460
006470     IF SQLCODE EQUAL 0
006480        AND (ESTADO OF DCLCONTRATO EQUAL 'V'
006490          OR ESTADO OF DCLCONTRATO EQUAL 'D'
006500          OR ESTADO OF DCLCONTRATO EQUAL 'I')
006510        MOVE 'S'                     TO WS-ABONO
006520        MOVE MONEDA OF DCLCONTRATO   TO WS-ORD-MONEDA
006530     ELSE
006540        SET CODERR-ORDENANTE-NO-ABONO TO TRUE
006550        MOVE 0                       TO WS-S-SQLCODE
006560        MOVE CLAVE-CONTRATO OF DCLCONTRATO TO WS-ED-CLAVE
006570        MOVE SPACES                  TO WS-S-DESCRIPCION
006580        STRING 'ORDENANTE '          DELIMITED BY SIZE
006590               WS-ED-CLAVE           DELIMITED BY SIZE
006600               ' NO ADMITE ABONOS. DEVOLUCION A GESTION MANUAL'
006610                                     DELIMITED BY SIZE
006620          INTO WS-S-DESCRIPCION
006630        END-STRING
006640        PERFORM 2800-ESCRIBE-SALIDA
006650     END-IF.
006660
006670* ***************************************************************
006680* CONVIERTE EL IMPORTE DEVUELTO A LA DIVISA DEL ORDENANTE CON EL
006690* TIPO DE CAMBIO VIGENTE HOY. SIN TIPO DE CAMBIO LA DEVOLUCION
006700* QUEDA PARA SU GESTION MANUAL
006710* ***************************************************************
006720 2140-CONVIERTE-IMPORTE.
006730
006740     IF WS-ORD-MONEDA EQUAL MONEDA OF DCLTRANSFERENCIA-EXTERNA
006750        MOVE IMPORTE OF DCLTRANSFERENCIA-EXTERNA
006760                                TO WS-ORD-IMPORTE-CONV
006770     ELSE
006780        MOVE 0                  TO WS-ORD-TIPO-CAMBIO
006790        EXEC SQL
006800           SELECT TIPO
006810             INTO :DCLTIPO-CAMBIO.TIPO
006820             FROM IBMUSER.TIPO_CAMBIO
006830            WHERE MONEDA_ORIGEN =
006840                  :DCLTRANSFERENCIA-EXTERNA.MONEDA
006850              AND MONEDA_DESTINO = :WS-ORD-MONEDA
006860              AND FECHA_DESDE =
006870                  (SELECT MAX(FECHA_DESDE)
006880                     FROM IBMUSER.TIPO_CAMBIO
006890                    WHERE MONEDA_ORIGEN =
006900                          :DCLTRANSFERENCIA-EXTERNA.MONEDA
006910                      AND MONEDA_DESTINO = :WS-ORD-MONEDA
006920                      AND FECHA_DESDE <= DATE(:WS-FECHA-PROCESO))
006930        END-EXEC
006940        IF SQLCODE NOT EQUAL 100
006950           PERFORM 1090-COMPRUEBA-SQLCODE
006960           MOVE TIPO OF DCLTIPO-CAMBIO TO WS-ORD-TIPO-CAMBIO
006970        END-IF
006980        IF WS-ORD-TIPO-CAMBIO NOT GREATER THAN ZERO
006990           MOVE 'N'                     TO WS-ABONO
007000           SET CODERR-SIN-CAMBIO        TO TRUE
007010           MOVE 0                       TO WS-S-SQLCODE
007020           MOVE SPACES                  TO WS-S-DESCRIPCION
007030           STRING 'REFERENCIA '         DELIMITED BY SIZE
007040                  WS-ED-CLAVE           DELIMITED BY SIZE
007050                  ': SIN TIPO DE CAMBIO '
007060                                        DELIMITED BY SIZE
007070                  MONEDA OF DCLTRANSFERENCIA-EXTERNA
007080                                        DELIMITED BY SIZE
007090                  '/'                   DELIMITED BY SIZE
007100                  WS-ORD-MONEDA         DELIMITED BY SIZE
007110                  '. A GESTION MANUAL'  DELIMITED BY SIZE
007120             INTO WS-S-DESCRIPCION
007130           END-STRING
007140           PERFORM 2800-ESCRIBE-SALIDA
007150        ELSE
007160           COMPUTE WS-ORD-IMPORTE-CONV ROUNDED =
007170                   IMPORTE OF DCLTRANSFERENCIA-EXTERNA *
007180                   WS-ORD-TIPO-CAMBIO
007190        END-IF
007200     END-IF.
007210
007220* ***************************************************************
007230* ABONA LA DEVOLUCION: CARGA EL IMPORTE AL CONTRATO PUENTE DE LA
007240* DIVISA, ABONA AL ORDENANTE EL IMPORTE CONVERTIDO, REGISTRA EL
007250* MOVIMIENTO DE TIPO 'Y' (ORIGEN EL PUENTE, DESTINO EL ORDENANTE,
007260* EN LA DIVISA DE LA TRANSFERENCIA, COMO BANCO01 REGISTRA LAS
007270* TRANSFERENCIAS) Y DEJA LA TRANSFERENCIA DEVUELTA ('D')
007280* ***************************************************************
007290 2200-ABONA-DEVOLUCION.
007300
007310     EXEC SQL
007320        UPDATE IBMUSER.CONTRATO
007330           SET IMPORTE = IMPORTE -
007340               :DCLTRANSFERENCIA-EXTERNA.IMPORTE
007350         WHERE CLAVE_CONTRATO =
007360               :DCLTRANSFERENCIA-EXTERNA.CONT-NOSTRO
007370     END-EXEC.
007380     PERFORM 1090-COMPRUEBA-SQLCODE.
007390
007400     EXEC SQL
007410        UPDATE IBMUSER.CONTRATO
007420           SET IMPORTE = IMPORTE + :WS-ORD-IMPORTE-CONV
007430         WHERE CLAVE_CONTRATO =
007440               :DCLTRANSFERENCIA-EXTERNA.CONT-ORIGEN
007450     END-EXEC.
007460     PERFORM 1090-COMPRUEBA-SQLCODE.
007470
007480     MOVE CONT-NOSTRO OF DCLTRANSFERENCIA-EXTERNA TO ORIGEN.
007490     MOVE CONT-ORIGEN OF DCLTRANSFERENCIA-EXTERNA TO DESTINO.
007500     MOVE 0                     TO IND-ORIGEN.
007510     MOVE 0                     TO IND-DESTINO.
007520     MOVE IMPORTE OF DCLTRANSFERENCIA-EXTERNA
007530                                TO IMPORTE OF DCLMOVIMIENTO.
007540     MOVE MONEDA OF DCLTRANSFERENCIA-EXTERNA
007550                                TO MONEDA OF DCLMOVIMIENTO.
007560     MOVE WS-D-REFERENCIA       TO WS-DDE-REFERENCIA.
007570     MOVE WS-D-MOTIVO           TO WS-DDE-MOTIVO.
007580     MOVE WS-DESC-DEVOLUCION    TO DESCRIPCION OF DCLMOVIMIENTO.
007590     MOVE 'Y'                   TO TIPO-OPERACION
007600                                   OF DCLMOVIMIENTO.
007610     PERFORM 2500-INSERTA-MOVIMIENTO.
007620
007630     MOVE WS-D-MOTIVO           TO MOTIVO-DEVOLUCION
007640                                   OF DCLTRANSFERENCIA-EXTERNA.
007650     MOVE CLAVE-MOVIMIENTO OF DCLMOVIMIENTO
007660                                TO CLAVE-MOV-DEVOLUCION
007670                                   OF DCLTRANSFERENCIA-EXTERNA.
007680     EXEC SQL
007690        UPDATE IBMUSER.TRANSFERENCIA_EXTERNA
007700           SET ESTADO = 'D',
007710               MOTIVO_DEVOLUCION =
007720                  :DCLTRANSFERENCIA-EXTERNA.MOTIVO-DEVOLUCION,
007730               FECHA_DEVOLUCION = DATE(:WS-FECHA-PROCESO),
007740               CLAVE_MOV_DEVOLUCION =
007750                  :DCLTRANSFERENCIA-EXTERNA.CLAVE-MOV-DEVOLUCION
007760         WHERE CLAVE_MOV_ORDEN =
007770               :DCLTRANSFERENCIA-EXTERNA.CLAVE-MOV-ORDEN
007780     END-EXEC.
007790     PERFORM 1090-COMPRUEBA-SQLCODE.
007800
007810     ADD 1 TO WS-CNT-ABONADAS.
007820
007830* ***************************************************************
007840* DEJA LA TRANSFERENCIA DEVUELTA SIN ABONAR ('I') CON SU MOTIVO Y
007850* FECHA, PARA QUE SE GESTIONE MANUALMENTE. EL IMPORTE SIGUE EN EL
007860* CONTRATO PUENTE DE LA DIVISA
007870* ***************************************************************
007880 2300-DEJA-PARA-GESTION.
007890
007900     MOVE WS-D-MOTIVO           TO MOTIVO-DEVOLUCION
007910                                   OF DCLTRANSFERENCIA-EXTERNA.
007920     EXEC SQL
007930        UPDATE IBMUSER.TRANSFERENCIA_EXTERNA
007940           SET ESTADO = 'I',
007950               MOTIVO_DEVOLUCION =
007960                  :DCLTRANSFERENCIA-EXTERNA.MOTIVO-DEVOLUCION,
007970               FECHA_DEVOLUCION = DATE(:WS-FECHA-PROCESO)
007980         WHERE CLAVE_MOV_ORDEN =
007990               :DCLTRANSFERENCIA-EXTERNA.CLAVE-MOV-ORDEN
008000     END-EXEC.
008010     PERFORM 1090-COMPRUEBA-SQLCODE.
008020
008030     ADD 1 TO WS-CNT-MANUALES.
008040
008050* ***************************************************************
008060* INSERTA EN IBMUSER.MOVIMIENTO EL MOVIMIENTO DE RE-ABONO
008070* PREPARADO POR EL PARRAFO LLAMANTE (LADOS, DESCRIPCION, IMPORTE,
008080* DIVISA Y TIPO DE OPERACION)
008090* ***************************************************************
008100 2500-INSERTA-MOVIMIENTO.
008110
008120
008130* OBTENEMOS LA FECHA Y HORA ACTUAL DEL SISTEMA PARA EL MOVIMIENTO
008140     MOVE FUNCTION CURRENT-DATE TO WS-FECHA-SISTEMA.
008150     STRING WS-FS-ANO           DELIMITED BY SIZE
008160            '-'                 DELIMITED BY SIZE
008170            WS-FS-MES           DELIMITED BY SIZE
008180            '-'                 DELIMITED BY SIZE
008190            WS-FS-DIA           DELIMITED BY SIZE
008200            '-'                 DELIMITED BY SIZE
008210            WS-FS-HORA          DELIMITED BY SIZE
008220            '.'                 DELIMITED BY SIZE
008230            WS-FS-MINUTO        DELIMITED BY SIZE
008240            '.'                 DELIMITED BY SIZE
008250            WS-FS-SEGUNDO       DELIMITED BY SIZE
008260            '.'                 DELIMITED BY SIZE
008270            WS-FS-CENTESIMAS    DELIMITED BY SIZE
008280            '0000'              DELIMITED BY SIZE
008290       INTO WS-TIMESTAMP-MOVIMIENTO
008300     END-STRING.
008310     MOVE WS-TIMESTAMP-MOVIMIENTO TO FECHA-MOVIMIENTO
008320                                     OF DCLMOVIMIENTO.
008330
008340* OBTENEMOS EL IDENTIFICADOR DEL JOB QUE EJECUTA EL PROGRAMA
008350     DISPLAY 'JOBNAME' UPON ENVIRONMENT-NAME.
008360     ACCEPT WS-JOB-ID FROM ENVIRONMENT-VALUE.
008370     MOVE WS-JOB-ID               TO JOB-ID OF DCLMOVIMIENTO.
008380
008390* OBTENEMOS LA SIGUIENTE CLAVE DEL BLOQUE RESERVADO EN
008400* IBMUSER.CONTADOR (COMPARTIDO POR TODOS LOS POSTEADORES),
008410* RESERVANDO UN BLOQUE NUEVO SI ESTE SE AGOTO O SI AUN NO HAY
008420* NINGUNO RESERVADO
008430     IF WS-ULTIMA-CLAVE-BLOQUE EQUAL ZERO
008440        PERFORM 1210-RESERVA-BLOQUE-CLAVES
008450     ELSE
008460        ADD 1 TO CLAVE-MOVIMIENTO OF DCLMOVIMIENTO
008470        IF CLAVE-MOVIMIENTO OF DCLMOVIMIENTO
008480           GREATER THAN WS-ULTIMA-CLAVE-BLOQUE
008490           PERFORM 1210-RESERVA-BLOQUE-CLAVES
008500        END-IF
008510     END-IF.
008520
008530     EXEC SQL
008540         INSERT INTO IBMUSER.MOVIMIENTO
008550               (CLAVE_MOVIMIENTO,
008560                ORIGEN,
008570                DESTINO,
008580                DESCRIPCION,
008590                IMPORTE,
008600                FECHA_MOVIMIENTO,
008610                JOB_ID,
008620                MONEDA,
008630                TIPO_OPERACION)
008640        VALUES (:DCLMOVIMIENTO.CLAVE-MOVIMIENTO,
008650                :ORIGEN :IND-ORIGEN,
008660                :DESTINO :IND-DESTINO,
008670                :DCLMOVIMIENTO.DESCRIPCION,
008680                :DCLMOVIMIENTO.IMPORTE,
008690                :DCLMOVIMIENTO.FECHA-MOVIMIENTO,
008700                :DCLMOVIMIENTO.JOB-ID,
008710                :DCLMOVIMIENTO.MONEDA,
008720                :DCLMOVIMIENTO.TIPO-OPERACION)
008730     END-EXEC.
008740
008750* EN CASO DE ERROR TERMINAMOS EL PROGRAMA
008760     IF SQLCODE NOT EQUAL 0
008770       SET CODERR-SQL-ERROR TO TRUE
008780       MOVE SQLCODE                       TO WS-S-SQLCODE
008790       MOVE 'ERROR AL INSERTAR MOVIMIENTO' TO WS-S-DESCRIPCION
008800
008810       PERFORM 2800-ESCRIBE-SALIDA
008820       PERFORM 9999-ERROR
008830     END-IF.
008840
008850* ***************************************************************
008860* ESCRIBE UNA INCIDENCIA EN EL FICHERO DE SALIDA
008870* ***************************************************************
008880 2800-ESCRIBE-SALIDA.
008890
008900     MOVE WS-SALIDA                     TO REG-SALIDA.
008910     WRITE REG-SALIDA.
008920
008930     IF NOT FICHERO-SAL-OK
008940        DISPLAY 'FILE STATUS INESPERADO EN FICHERO-SAL: '
008950                FS-SALIDA
008960        PERFORM 9999-ERROR
008970     END-IF.
008980
008990* ***************************************************************
009000* PARRAFO DE FIN DEL PROGRAMA. CONFIRMA LOS ABONOS Y LOS CAMBIOS
009010* DE ESTADO DE LAS TRANSFERENCIAS Y ESCRIBE EL INFORME
009020* ***************************************************************
009030 3000-FIN.
009040
009050     DISPLAY 'FIN'.
009060
009070     EXEC SQL COMMIT END-EXEC.
009080
009090     PERFORM 3100-ESCRIBE-INFORME.
009100
009110     CLOSE FICHERO-DEV.
009120     CLOSE FICHERO-SAL.
009130     CLOSE FICHERO-INF.
009140     STOP RUN.
009150
009160* ***************************************************************
009170* ESCRIBE EL INFORME DE CONTROL CON LOS TOTALES DE LA EJECUCION
009180* ***************************************************************
009190 3100-ESCRIBE-INFORME.
009200
009210     MOVE SPACES                    TO WS-LINEA-INFORME.
009220     MOVE 'RECH01 - INFORME DE CONTROL DE EJECUCION'
009230                                     TO WS-LIN-ETIQUETA.
009240     MOVE WS-LINEA-INFORME          TO REG-INFORME.
009250     WRITE REG-INFORME.
009260
009270     MOVE SPACES                    TO WS-LINEA-INFORME.
009280     STRING 'FECHA DE PROCESO: '     DELIMITED BY SIZE
009290            WS-FECHA-PROCESO         DELIMITED BY SIZE
009300       INTO WS-LIN-ETIQUETA
009310     END-STRING.
009320     MOVE WS-LINEA-INFORME          TO REG-INFORME.
009330     WRITE REG-INFORME.
009340
009350     MOVE SPACES                    TO WS-LINEA-INFORME.
009360     MOVE 'FICHEROS DE RECHAZOS PROCESADOS'
009370                                     TO WS-LIN-ETIQUETA.
009380     MOVE WS-CNT-FICHEROS            TO WS-LIN-VALOR.
009390     MOVE WS-LINEA-INFORME          TO REG-INFORME.
009400     WRITE REG-INFORME.
009410
009420     MOVE SPACES                    TO WS-LINEA-INFORME.
009430     MOVE 'RECHAZOS Y DEVOLUCIONES LEIDOS'
009440                                     TO WS-LIN-ETIQUETA.
009450     MOVE WS-CNT-LEIDOS              TO WS-LIN-VALOR.
009460     MOVE WS-LINEA-INFORME          TO REG-INFORME.
009470     WRITE REG-INFORME.
009480
009490     MOVE SPACES                    TO WS-LINEA-INFORME.
009500     MOVE 'DEVOLUCIONES ABONADAS AL ORDENANTE'
009510                                     TO WS-LIN-ETIQUETA.
009520     MOVE WS-CNT-ABONADAS            TO WS-LIN-VALOR.
009530     MOVE WS-LINEA-INFORME          TO REG-INFORME.
009540     WRITE REG-INFORME.
009550
009560     MOVE SPACES                    TO WS-LINEA-INFORME.
009570     MOVE 'DEVOLUCIONES A GESTION MANUAL'
009580                                     TO WS-LIN-ETIQUETA.
009590     MOVE WS-CNT-MANUALES            TO WS-LIN-VALOR.
009600     MOVE WS-LINEA-INFORME          TO REG-INFORME.
009610     WRITE REG-INFORME.
009620
009630     MOVE SPACES                    TO WS-LINEA-INFORME.
009640     MOVE 'DETALLES NO TRATADOS (INCIDENCIAS)'
009650                                     TO WS-LIN-ETIQUETA.
009660     MOVE WS-CNT-INCIDENCIAS         TO WS-LIN-VALOR.
009670     MOVE WS-LINEA-INFORME          TO REG-INFORME.
009680     WRITE REG-INFORME.
009690
009700* **************************************************************
009710* PARRAFO DE ERROR.REALIZAMOS UN ROLLBACK DE LA BASE DE DATOS
009720* Y DEVOLVEMOS AL SISTEMA UN RC=8 (ERROR NO CONTROLADO)
009730* **************************************************************
009740 9999-ERROR.
009750
009760     DISPLAY 'ERROR'.
009770
009780     EXEC SQL ROLLBACK END-EXEC
009790     MOVE 8 TO RETURN-CODE.
009800     GOBACK.
