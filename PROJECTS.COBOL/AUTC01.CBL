000010* PROGRAMA DE CADUCIDAD DE LAS SOLICITUDES DE AUTORIZACION.
000020* LAS OPERACIONES DE ALTO RIESGO TECLEADAS EN TRAN01, MANT01 Y
000030* MANT04 POR ENCIMA DEL UMBRAL DE IBMUSER.UMBRAL_AUTORIZACION
000040* QUEDAN APARCADAS EN IBMUSER.AUTORIZACION HASTA QUE UN SEGUNDO
000050* USUARIO LAS APRUEBA O RECHAZA CON AUTO01. UNA SOLICITUD SOLO
000060* PUEDE DECIDIRSE EL MISMO DIA EN QUE SE TECLEO. ESTE PROGRAMA,
000070* LANZADO AL FINAL DEL DIA, RECOGE LAS SOLICITUDES PENDIENTES
000080* ('P') DADAS DE ALTA HASTA LA FECHA DE PROCESO Y PARA CADA UNA:
000090*   - LA MARCA COMO CADUCADA ('C') CON LA FECHA DE LA DECISION
000100*   - REGISTRA LA CADUCIDAD EN IBMUSER.AUDITORIA CON EL USUARIO
000110*     QUE LA TECLEO
000120*   - ANOTA EN IBMUSER.AUDITORIA_CAMBIO EL PASO DE LA SOLICITUD
000130*     DE PENDIENTE A CADUCADA
000140*   - LA DETALLA EN EL INFORME DE CONTROL PARA QUE SE AVISE A
000150*     QUIEN LA SOLICITO
000160 IDENTIFICATION DIVISION.
000170 PROGRAM-ID.AUTC01.
000180
000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.
000220
000230* FICHERO DE INFORME DE CONTROL DE LA EJECUCION
000240     SELECT FICHERO-INF ASSIGN TO INFORME
000250     ORGANIZATION IS SEQUENTIAL
000260     ACCESS IS SEQUENTIAL
000270     FILE STATUS IS FS-INFORME.
000280
000290* FICHERO DE PARAMETROS CON LA FECHA DE PROCESO. SI NO EXISTE O
000300* VIENE EN BLANCO, SE APLICA LA FECHA DEL SISTEMA
000310     SELECT OPTIONAL FICHERO-PARM ASSIGN TO PARM
000320     ORGANIZATION IS SEQUENTIAL
000330     ACCESS IS SEQUENTIAL
000340     FILE STATUS IS FS-PARM.
000350
000360 DATA DIVISION.
000370 FILE SECTION.
000380
000390* REGISTRO DEL FICHERO DE INFORME DE CONTROL
000400 FD FICHERO-INF DATA RECORD IS REG-INFORME.
000410 01 REG-INFORME    PIC X(80).
000420
000430* REGISTRO DE PARAMETROS DE EJECUCION
000440 FD FICHERO-PARM DATA RECORD IS REG-PARM.
000450 01 REG-PARM      PIC X(20).
000460
000470 WORKING-STORAGE SECTION.
000480
000490* FILESTATUS DE LOS FICHEROS DE LA EJECUCION
000500 01 FS-INFORME           PIC 99.
000510     88 FICHERO-INF-OK   VALUE 00.
000520 01 FS-PARM              PIC 99.
000530
000540* REGISTRO DE PARAMETROS CON LA FECHA DE PROCESO
000550 01 WS-PARM-DATOS.
000560     05 WS-PARM-FECHA       PIC X(10).
000570     05 FILLER              PIC X(10).
000580
000590* FECHA DE PROCESO DE ESTA EJECUCION (AAAA-MM-DD). CADUCAN LAS
000600* SOLICITUDES PENDIENTES DADAS DE ALTA HASTA ESTA FECHA
000610 01 WS-FECHA-PROCESO         PIC X(10).
000620
000630* INDICADOR DE FIN DEL CURSOR DE SOLICITUDES
000640 01 WS-FIN-CURSOR        PIC X VALUE 'N'.
000650     88 WS-FIN-CURSOR-SI VALUE 'S'.
000660     88 WS-FIN-CURSOR-NO VALUE 'N'.
000670
000680* CONTADORES DEL INFORME DE CONTROL DE LA EJECUCION
000690 01 WS-CONTADORES-INFORME.
000700     05 WS-CNT-CADUCADAS     PIC 9(9) VALUE 0.
000710     05 WS-CNT-TRANSFERENCIAS PIC 9(9) VALUE 0.
000720     05 WS-CNT-DESCUBIERTOS  PIC 9(9) VALUE 0.
000730     05 WS-CNT-LIMITES       PIC 9(9) VALUE 0.
000740     05 WS-CNT-YA-DECIDIDAS  PIC 9(9) VALUE 0.
000750
000760* LINEA DE TOTALES DEL INFORME DE CONTROL
000770 01 WS-LINEA-INFORME.
000780     05 WS-LIN-ETIQUETA     PIC X(40).
000790     05 WS-LIN-VALOR        PIC Z(11)9.99-.
000800     05 FILLER              PIC X(24).
000810
000820* LINEA DE DETALLE DE CADA SOLICITUD CADUCADA
000830 01 WS-LINEA-DETALLE.
000840     05 WS-DET-CLAVE        PIC Z(8)9.
000850     05 FILLER              PIC X(1).
000860     05 WS-DET-TIPO         PIC X(1).
000870     05 FILLER              PIC X(1).
000880     05 WS-DET-CONTRATO     PIC Z(8)9.
000890     05 FILLER              PIC X(1).
000900     05 WS-DET-IMPORTE      PIC Z(11)9.99-.
000910     05 FILLER              PIC X(1).
000920     05 WS-DET-MONEDA       PIC X(3).
000930     05 FILLER              PIC X(1).
000940     05 WS-DET-USUARIO      PIC X(8).
000950     05 FILLER              PIC X(1).
000960     05 WS-DET-FECHA-ALTA   PIC X(19).
000970     05 FILLER              PIC X(9).
000980
000990* CABECERA DE LAS LINEAS DE DETALLE
001000 01 WS-CABECERA-DETALLE.
001010     05 FILLER     PIC X(22) VALUE 'SOLICITUD T  CONTRATO'.
001020     05 FILLER     PIC X(21) VALUE '        IMPORTE  MON'.
001030     05 FILLER     PIC X(37) VALUE 'USUARIO  FECHA DE ALTA'.
001040
001050* FECHA DEL SISTEMA, PARA LA FECHA DE PROCESO POR DEFECTO
001060 01 WS-FECHA-SISTEMA         PIC X(21).
001070 01 WS-FECHA-SISTEMA-R REDEFINES WS-FECHA-SISTEMA.
001080     05 WS-FS-ANO           PIC 9(4).
001090     05 WS-FS-MES           PIC 9(2).
001100     05 WS-FS-DIA           PIC 9(2).
001110     05 FILLER              PIC X(13).
001120
001130* CLAVE DE LA SOLICITUD EDITADA PARA LA AUDITORIA DE CAMBIOS
001140 01 WS-CLAVE-AUTORIZA-EDIT PIC Z(8)9.
001150
001160* SQLCA Y DCLGEN DE LAS TABLAS
001170     EXEC SQL INCLUDE SQLCA END-EXEC.
001180     EXEC SQL INCLUDE AUTORIZA END-EXEC.
001190     EXEC SQL INCLUDE AUDITORI END-EXEC.
001200     EXEC SQL INCLUDE AUDICAMB END-EXEC.
001210
001220* CURSOR CON LAS SOLICITUDES PENDIENTES QUE HAN DE CADUCAR
001230     EXEC SQL
001240        DECLARE CUR-AUTORIZACION CURSOR FOR
001250        SELECT CLAVE_AUTORIZACION, TIPO_AUTORIZACION, CONT_ORIGEN,
001260               IMPORTE, MONEDA, USUARIO_ALTA, FECHA_ALTA
001270          FROM IBMUSER.AUTORIZACION
001280         WHERE ESTADO = 'P'
001290           AND DATE(FECHA_ALTA) <= DATE(:WS-FECHA-PROCESO)
001300         ORDER BY CLAVE_AUTORIZACION
001310     END-EXEC.
001320
001330 PROCEDURE DIVISION.
001340     PERFORM 1000-INICIO.
001350     PERFORM 2000-PROCESO.
001360     PERFORM 3000-FIN.
001370
001380* **********************************************************
001390* PARRAFO DE INICIO
001400* **********************************************************
001410 1000-INICIO.
001420
001430     DISPLAY 'INICIO AUTC01'.
001440
001450     OPEN OUTPUT FICHERO-INF.
001460
001470* FECHA DE PROCESO: LA DEL FICHERO DE PARAMETROS O, EN SU
001480* DEFECTO, LA FECHA DEL SISTEMA
001490     MOVE FUNCTION CURRENT-DATE TO WS-FECHA-SISTEMA.
001500     STRING WS-FS-ANO           DELIMITED BY SIZE
001510            '-'                 DELIMITED BY SIZE
001520            WS-FS-MES           DELIMITED BY SIZE
001530            '-'                 DELIMITED BY SIZE
001540            WS-FS-DIA           DELIMITED BY SIZE
001550       INTO WS-FECHA-PROCESO
001560     END-STRING.
001570
001580     OPEN INPUT FICHERO-PARM.
001590     READ FICHERO-PARM INTO WS-PARM-DATOS.
001600     IF FS-PARM EQUAL '00'
001610        IF WS-PARM-FECHA NOT EQUAL SPACES
001620           MOVE WS-PARM-FECHA TO WS-FECHA-PROCESO
001630        END-IF
001640     END-IF.
001650     CLOSE FICHERO-PARM.
001660
001670     DISPLAY 'FECHA DE PROCESO: ' WS-FECHA-PROCESO.
001680
001690     PERFORM 1100-ESCRIBE-CABECERA.
001700
001710* ***************************************************************
001720* COMPRUEBA EL SQLCODE DE LA ULTIMA OPERACION DE BASE DE DATOS.
001730* CUALQUIER VALOR DISTINTO DE CERO ES UN ERROR
001740* ***************************************************************
001750 1090-COMPRUEBA-SQLCODE.
001760
001770     IF SQLCODE NOT EQUAL 0
001780        DISPLAY 'ERROR DE BASE DE DATOS EN AUTC01. SQLCODE: '
001790                SQLCODE
001800        PERFORM 9999-ERROR
001810     END-IF.
001820
001830* ***************************************************************
001840* ESCRIBE LA CABECERA DEL INFORME Y DEL DETALLE DE SOLICITUDES
001850* ***************************************************************
001860 1100-ESCRIBE-CABECERA.
001870
001880     MOVE SPACES                    TO WS-LINEA-INFORME.
001890     MOVE 'AUTC01 - SOLICITUDES DE AUTORIZACION CADUCADAS'
001900                                     TO REG-INFORME.
001910     PERFORM 2900-ESCRIBE-INFORME.
001920
001930     MOVE SPACES                    TO WS-LINEA-INFORME.
001940     STRING 'FECHA DE PROCESO: '      DELIMITED BY SIZE
001950            WS-FECHA-PROCESO          DELIMITED BY SIZE
001960       INTO WS-LIN-ETIQUETA
001970     END-STRING.
001980     MOVE WS-LINEA-INFORME          TO REG-INFORME.
001990     PERFORM 2900-ESCRIBE-INFORME.
002000
002010     MOVE SPACES                    TO REG-INFORME.
002020     PERFORM 2900-ESCRIBE-INFORME.
002030     MOVE WS-CABECERA-DETALLE       TO REG-INFORME.
002040     PERFORM 2900-ESCRIBE-INFORME.
002050
002060* ***************************************************************
002070* RECORRE LAS SOLICITUDES PENDIENTES QUE HAN DE CADUCAR
002080* ***************************************************************
002090 2000-PROCESO.
002100
002110     MOVE 'N' TO WS-FIN-CURSOR.
002120     EXEC SQL
002130        OPEN CUR-AUTORIZACION
002140     END-EXEC.
002150     PERFORM 1090-COMPRUEBA-SQLCODE.
002160
002170     PERFORM 2010-LEE-AUTORIZACION.
002180     PERFORM 2020-TRATA-AUTORIZACION UNTIL WS-FIN-CURSOR-SI.
002190
002200     EXEC SQL
002210        CLOSE CUR-AUTORIZACION
002220     END-EXEC.
002230     PERFORM 1090-COMPRUEBA-SQLCODE.
002240
002250* ***************************************************************
002260* LEE LA SIGUIENTE SOLICITUD PENDIENTE
002270* ***************************************************************
002280 2010-LEE-AUTORIZACION.
002290
002300     EXEC SQL
002310        FETCH CUR-AUTORIZACION
002320         INTO :DCLAUTORIZACION.CLAVE-AUTORIZACION,
002330              :DCLAUTORIZACION.TIPO-AUTORIZACION,
002340              :DCLAUTORIZACION.CONT-ORIGEN,
002350              :DCLAUTORIZACION.IMPORTE,
002360              :DCLAUTORIZACION.MONEDA,
002370              :DCLAUTORIZACION.USUARIO-ALTA,
002380              :DCLAUTORIZACION.FECHA-ALTA
002390     END-EXEC.
002400
002410     IF SQLCODE EQUAL 100
002420        MOVE 'S' TO WS-FIN-CURSOR
002430     ELSE
002440        PERFORM 1090-COMPRUEBA-SQLCODE
002450     END-IF.
002460
002470* ***************************************************************
002480* MARCA LA SOLICITUD LEIDA COMO CADUCADA, REGISTRA LA CADUCIDAD EN
002490* LA AUDITORIA, LA DETALLA EN EL INFORME Y SIGUE LEYENDO. SI
002500* AUTO01 LA HA DECIDIDO ENTRE LA LECTURA Y LA MARCA, SE RESPETA
002510* LA DECISION TOMADA
002520* ***************************************************************
002530 2020-TRATA-AUTORIZACION.
002540
002550     EXEC SQL
002560        UPDATE IBMUSER.AUTORIZACION
002570           SET ESTADO            = 'C',
002580               USUARIO_DECISION  = 'AUTC01',
002590               TERMINAL_DECISION = ' ',
002600               FECHA_DECISION    = CURRENT TIMESTAMP
002610         WHERE CLAVE_AUTORIZACION =
002620               :DCLAUTORIZACION.CLAVE-AUTORIZACION
002630           AND ESTADO = 'P'
002640     END-EXEC.
002650
002660     IF SQLCODE EQUAL 100
002670        ADD 1 TO WS-CNT-YA-DECIDIDAS
002680     ELSE
002690        PERFORM 1090-COMPRUEBA-SQLCODE
002700        PERFORM 2100-REGISTRA-AUDITORIA
002710        PERFORM 2200-ESCRIBE-DETALLE
002720     END-IF.
002730
002740     PERFORM 2010-LEE-AUTORIZACION.
002750
002760* ***************************************************************
002770* REGISTRA LA CADUCIDAD EN LA AUDITORIA CON EL USUARIO QUE TECLEO
002780* LA SOLICITUD Y, EN IBMUSER.AUDITORIA_CAMBIO, LA CLAVE DE LA
002790* SOLICITUD Y SU PASO DE PENDIENTE ('P') A CADUCADA ('C'),
002800* ENLAZADOS CON EL REGISTRO DE AUDITORIA POR SU FECHA Y HORA
002810* ***************************************************************
002820 2100-REGISTRA-AUDITORIA.
002830
002840     MOVE CONT-ORIGEN OF DCLAUTORIZACION TO CLAVE-CONTRATO
002850                                           OF DCLAUDITORIA.
002860     MOVE 'C'                   TO OPERACION OF DCLAUDITORIA.
002870     MOVE 'AUTC01'              TO USUARIO OF DCLAUDITORIA.
002880     MOVE SPACES                TO TERMINAL-ID OF DCLAUDITORIA.
002890     MOVE 'AUTORIZA'            TO ENTIDAD OF DCLAUDITORIA.
002900     MOVE USUARIO-ALTA OF DCLAUTORIZACION
002910                                TO USUARIO-SOLICITA
002920                                   OF DCLAUDITORIA.
002930
002940     EXEC SQL
002950        SELECT CURRENT TIMESTAMP
002960          INTO :DCLAUDITORIA.FECHA-HORA
002970          FROM SYSIBM.SYSDUMMY1
002980     END-EXEC.
002990     PERFORM 1090-COMPRUEBA-SQLCODE.
003000
003010     EXEC SQL
003020        INSERT INTO IBMUSER.AUDITORIA
003030              (CLAVE_CONTRATO, OPERACION, USUARIO, TERMINAL_ID,
003040               FECHA_HORA, ENTIDAD, USUARIO_SOLICITA)
003050        VALUES (:DCLAUDITORIA.CLAVE-CONTRATO,
003060                :DCLAUDITORIA.OPERACION,
003070                :DCLAUDITORIA.USUARIO,
003080                :DCLAUDITORIA.TERMINAL-ID,
003090                :DCLAUDITORIA.FECHA-HORA,
003100                :DCLAUDITORIA.ENTIDAD,
003110                :DCLAUDITORIA.USUARIO-SOLICITA)
003120     END-EXEC.
003130     PERFORM 1090-COMPRUEBA-SQLCODE.
003140
003150     MOVE CLAVE-AUTORIZACION OF DCLAUTORIZACION
003160                                TO WS-CLAVE-AUTORIZA-EDIT.
003170     MOVE 'CLAVE_AUTORIZACION'  TO CAMPO OF DCLAUDITORIA-CAMBIO.
003180     MOVE WS-CLAVE-AUTORIZA-EDIT
003190                                TO VALOR-ANTES
003200                                   OF DCLAUDITORIA-CAMBIO.
003210     MOVE WS-CLAVE-AUTORIZA-EDIT
003220                                TO VALOR-DESPUES
003230                                   OF DCLAUDITORIA-CAMBIO.
003240     PERFORM 2110-REGISTRA-CAMBIO.
003250
003260     MOVE 'ESTADO'              TO CAMPO OF DCLAUDITORIA-CAMBIO.
003270     MOVE 'P'                   TO VALOR-ANTES
003280                                   OF DCLAUDITORIA-CAMBIO.
003290     MOVE 'C'                   TO VALOR-DESPUES
003300                                   OF DCLAUDITORIA-CAMBIO.
003310     PERFORM 2110-REGISTRA-CAMBIO.
003320
003330* ***************************************************************
003340* GRABA EN IBMUSER.AUDITORIA_CAMBIO EL CAMPO PREPARADO, ENLAZADO
003350* CON SU REGISTRO DE AUDITORIA POR CONTRATO, ENTIDAD Y FECHA
003360* Y HORA
003370* ***************************************************************
003380 2110-REGISTRA-CAMBIO.
003390
003400     EXEC SQL
003410        INSERT INTO IBMUSER.AUDITORIA_CAMBIO
003420              (CLAVE_CONTRATO, ENTIDAD, FECHA_HORA, CAMPO,
003430               VALOR_ANTES, VALOR_DESPUES)
003440        VALUES (:DCLAUDITORIA.CLAVE-CONTRATO,
003450                :DCLAUDITORIA.ENTIDAD,
003460                :DCLAUDITORIA.FECHA-HORA,
003470                :DCLAUDITORIA-CAMBIO.CAMPO,
003480                :DCLAUDITORIA-CAMBIO.VALOR-ANTES,
003490                :DCLAUDITORIA-CAMBIO.VALOR-DESPUES)
003500     END-EXEC.
003510     PERFORM 1090-COMPRUEBA-SQLCODE.
003520
003530* ***************************************************************
003540* ESCRIBE LA LINEA DE DETALLE DE LA SOLICITUD CADUCADA Y ACUMULA
003550* LOS CONTADORES POR TIPO DE OPERACION
003560* ***************************************************************
003570 2200-ESCRIBE-DETALLE.
003580
003590     ADD 1 TO WS-CNT-CADUCADAS.
003600     EVALUATE TIPO-AUTORIZACION OF DCLAUTORIZACION
003610        WHEN 'T'
003620        WHEN 'X'
003630           ADD 1 TO WS-CNT-TRANSFERENCIAS
003640        WHEN 'D'
003650           ADD 1 TO WS-CNT-DESCUBIERTOS
003660        WHEN OTHER
003670           ADD 1 TO WS-CNT-LIMITES
003680     END-EVALUATE.
003690
003700     MOVE SPACES                    TO WS-LINEA-DETALLE.
003710     MOVE CLAVE-AUTORIZACION OF DCLAUTORIZACION TO WS-DET-CLAVE.
003720     MOVE TIPO-AUTORIZACION OF DCLAUTORIZACION  TO WS-DET-TIPO.
003730     MOVE CONT-ORIGEN OF DCLAUTORIZACION  TO WS-DET-CONTRATO.
003740     MOVE IMPORTE OF DCLAUTORIZACION      TO WS-DET-IMPORTE.
003750     MOVE MONEDA OF DCLAUTORIZACION       TO WS-DET-MONEDA.
003760     MOVE USUARIO-ALTA OF DCLAUTORIZACION TO WS-DET-USUARIO.
003770     MOVE FECHA-ALTA OF DCLAUTORIZACION   TO WS-DET-FECHA-ALTA.
003780     MOVE WS-LINEA-DETALLE          TO REG-INFORME.
003790     PERFORM 2900-ESCRIBE-INFORME.
003800
003810* ***************************************************************
003820* ESCRIBE LA LINEA PREPARADA EN EL INFORME DE CONTROL
003830* ***************************************************************
003840 2900-ESCRIBE-INFORME.
003850
003860     WRITE REG-INFORME.
003870     IF NOT FICHERO-INF-OK
003880        DISPLAY 'FILE STATUS INESPERADO EN FICHERO-INF: '
003890                FS-INFORME
003900        PERFORM 9999-ERROR
003910     END-IF.
003920
003930* ***************************************************************
003940* PARRAFO DE FIN DEL PROGRAMA. ESCRIBE LOS TOTALES DEL INFORME Y
003950* CONFIRMA LAS CADUCIDADES
003960* ***************************************************************
003970 3000-FIN.
003980
003990     DISPLAY 'FIN'.
004000
004010     PERFORM 3100-ESCRIBE-TOTALES.
004020
004030     EXEC SQL COMMIT END-EXEC.
004040     PERFORM 1090-COMPRUEBA-SQLCODE.
004050
004060     CLOSE FICHERO-INF.
004070     STOP RUN.
004080
004090* ***************************************************************
004100* ESCRIBE LOS TOTALES DE LA EJECUCION
004110* ***************************************************************
004120 3100-ESCRIBE-TOTALES.
004130
004140     MOVE SPACES                    TO REG-INFORME.
004150     PERFORM 2900-ESCRIBE-INFORME.
004160
004170     MOVE SPACES                    TO WS-LINEA-INFORME.
004180     MOVE 'SOLICITUDES CADUCADAS'    TO WS-LIN-ETIQUETA.
004190     MOVE WS-CNT-CADUCADAS           TO WS-LIN-VALOR.
004200     MOVE WS-LINEA-INFORME          TO REG-INFORME.
004210     PERFORM 2900-ESCRIBE-INFORME.
004220
004230     MOVE SPACES                    TO WS-LINEA-INFORME.
004240     MOVE '  DE TRANSFERENCIAS'      TO WS-LIN-ETIQUETA.
004250     MOVE WS-CNT-TRANSFERENCIAS      TO WS-LIN-VALOR.
004260     MOVE WS-LINEA-INFORME          TO REG-INFORME.
004270     PERFORM 2900-ESCRIBE-INFORME.
004280
004290     MOVE SPACES                    TO WS-LINEA-INFORME.
004300     MOVE '  DE LIMITES DE DESCUBIERTO' TO WS-LIN-ETIQUETA.
004310     MOVE WS-CNT-DESCUBIERTOS        TO WS-LIN-VALOR.
004320     MOVE WS-LINEA-INFORME          TO REG-INFORME.
004330     PERFORM 2900-ESCRIBE-INFORME.
004340
004350     MOVE SPACES                    TO WS-LINEA-INFORME.
004360     MOVE '  DE LIMITES OPERATIVOS'  TO WS-LIN-ETIQUETA.
004370     MOVE WS-CNT-LIMITES             TO WS-LIN-VALOR.
004380     MOVE WS-LINEA-INFORME          TO REG-INFORME.
004390     PERFORM 2900-ESCRIBE-INFORME.
004400
004410     MOVE SPACES                    TO WS-LINEA-INFORME.
004420     MOVE 'DECIDIDAS DURANTE LA EJECUCION' TO WS-LIN-ETIQUETA.
004430     MOVE WS-CNT-YA-DECIDIDAS        TO WS-LIN-VALOR.
004440     MOVE WS-LINEA-INFORME          TO REG-INFORME.
004450     PERFORM 2900-ESCRIBE-INFORME.
004460
004470* **************************************************************
004480* PARRAFO DE ERROR.REALIZAMOS UN ROLLBACK DE LA BASE DE DATOS
004490* Y DEVOLVEMOS AL SISTEMA UN RC=8 (ERROR NO CONTROLADO)
004500* **************************************************************
004510 9999-ERROR.
004520
004530     DISPLAY 'ERROR'.
004540
004550     EXEC SQL ROLLBACK END-EXEC
004560     MOVE 8 TO RETURN-CODE.
004570     GOBACK.
