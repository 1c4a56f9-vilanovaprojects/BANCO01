000010* PROGRAMA DE REVISION PERIODICA DE LA AUDITORIA PARA
000020* CUMPLIMIENTO NORMATIVO. RECORRE LOS REGISTROS DE
000030* IBMUSER.AUDITORIA DE UN RANGO DE FECHAS AGRUPADOS POR ENTIDAD
000040* Y, DENTRO DE CADA ENTIDAD, POR USUARIO Y TERMINAL, Y DETALLA DE
000050* CADA OPERACION LOS CAMPOS QUE CAMBIARON CON SU VALOR ANTERIOR Y
000060* POSTERIOR, TOMADOS DE IBMUSER.AUDITORIA_CAMBIO. CADA OPERACION
000070* SE MARCA SI RESPONDE A UN PATRON SENSIBLE:
000080*   H: REALIZADA FUERA DEL HORARIO DE OFICINA O EN UN DIA NO HABIL
000090*      SEGUN IBMUSER.CALENDARIO
000100*   T: CAMBIO SOBRE UN CONTRATO SEGUIDO EL MISMO DIA DE UNA
000110*      TRANSFERENCIA DEL MISMO USUARIO SOBRE ESE CONTRATO
000120*   E: CAMBIO DE ESTADO QUE DESHACE OTRO CAMBIO DE ESTADO ANTERIOR
000130*      DEL MISMO REGISTRO DENTRO DEL RANGO (VAIVEN DE ESTADO)
000140* EL INFORME TERMINA CON LOS TOTALES POR ENTIDAD Y POR MARCA
000150 IDENTIFICATION DIVISION.
000160 PROGRAM-ID.AUDI01.
000170
000180 ENVIRONMENT DIVISION.
000190 INPUT-OUTPUT SECTION.
000200 FILE-CONTROL.
000210
000220* FICHERO DE INFORME DE REVISION DE LA AUDITORIA
000230     SELECT FICHERO-INF ASSIGN TO INFORME
000240     ORGANIZATION IS SEQUENTIAL
000250     ACCESS IS SEQUENTIAL
000260     FILE STATUS IS FS-INFORME.
000270
000280* FICHERO DE PARAMETROS CON EL RANGO DE FECHAS A REVISAR. SI NO
000290* EXISTE O VIENE EN BLANCO, SE REVISA EL MES NATURAL ANTERIOR
000300     SELECT OPTIONAL FICHERO-PARM ASSIGN TO PARM
000310     ORGANIZATION IS SEQUENTIAL
000320     ACCESS IS SEQUENTIAL
000330     FILE STATUS IS FS-PARM.
000340
000350 DATA DIVISION.
000360 FILE SECTION.
000370
000380* REGISTRO DEL FICHERO DE INFORME
000390 FD FICHERO-INF DATA RECORD IS REG-INFORME.
000400 01 REG-INFORME    PIC X(80).
000410
000420* REGISTRO DE PARAMETROS DE EJECUCION
000430 FD FICHERO-PARM DATA RECORD IS REG-PARM.
000440 01 REG-PARM      PIC X(20).
000450
000460 WORKING-STORAGE SECTION.
000470
000480* FILESTATUS DE LOS FICHEROS DE LA EJECUCION
000490 01 FS-INFORME           PIC 99.
000500     88 FICHERO-INF-OK   VALUE 00.
000510 01 FS-PARM              PIC 99.
000520
000530* REGISTRO DE PARAMETROS CON EL RANGO DE FECHAS A REVISAR
000540 01 WS-PARM-DATOS.
000550     05 WS-PARM-FECHA-DESDE PIC X(10).
000560     05 WS-PARM-FECHA-HASTA PIC X(10).
000570
000580* RANGO DE FECHAS REVISADO EN ESTA EJECUCION (AAAA-MM-DD)
000590 01 WS-FECHA-DESDE           PIC X(10).
000600 01 WS-FECHA-HASTA           PIC X(10).
000610
000620* HORARIO DE OFICINA: UNA OPERACION ANTERIOR A LA HORA DE APERTURA
000630* O A PARTIR DE LA HORA DE CIERRE SE MARCA COMO FUERA DE HORARIO
000640 01 WS-HORA-APERTURA         PIC S9(9) COMP VALUE 8.
000650 01 WS-HORA-CIERRE           PIC S9(9) COMP VALUE 20.
000660
000670* INDICADORES DE FIN DE LOS CURSORES
000680 01 WS-FIN-CURSOR        PIC X VALUE 'N'.
000690     88 WS-FIN-CURSOR-SI VALUE 'S'.
000700     88 WS-FIN-CURSOR-NO VALUE 'N'.
000710 01 WS-FIN-CAMBIOS       PIC X VALUE 'N'.
000720     88 WS-FIN-CAMBIOS-SI VALUE 'S'.
000730     88 WS-FIN-CAMBIOS-NO VALUE 'N'.
000740
000750* DATOS DEL REGISTRO DE AUDITORIA LEIDO: HORA Y FECHA DE LA
000760* OPERACION PARA LAS MARCAS
000770 01 WS-HORA-REGISTRO         PIC S9(9) COMP.
000780 01 WS-FECHA-REGISTRO        PIC X(10).
000790
000800* ENTIDAD, USUARIO Y TERMINAL DEL GRUPO EN CURSO, PARA DETECTAR EL
000810* CAMBIO DE GRUPO
000820 01 WS-ENTIDAD-ANTERIOR      PIC X(8) VALUE SPACES.
000830 01 WS-USUARIO-ANTERIOR      PIC X(8) VALUE SPACES.
000840 01 WS-TERMINAL-ANTERIOR     PIC X(4) VALUE SPACES.
000850
000860* CALCULO DE DIA HABIL DE LA FECHA DE LA OPERACION, COMO EN
000870* BANCO01. SE GUARDA LA ULTIMA FECHA EVALUADA PARA NO REPETIR LAS
000880* CONSULTAS AL CALENDARIO EN LAS OPERACIONES DEL MISMO DIA
000890 01 WS-FECHA-EVALUADA        PIC X(10) VALUE SPACES.
000900 01 WS-DIA-SEMANA            PIC S9(9) COMP.
000910 01 WS-CNT-FESTIVO           PIC S9(9) COMP.
000920 01 WS-CNT-HABIL-ESP         PIC S9(9) COMP.
000930 01 WS-DIA-HABIL             PIC X VALUE 'N'.
000940     88 WS-DIA-HABIL-SI      VALUE 'S'.
000950     88 WS-DIA-HABIL-NO      VALUE 'N'.
000960
000970* RECUENTOS DE LAS CONSULTAS DE LAS MARCAS T Y E
000980 01 WS-CNT-TRANSFERENCIAS    PIC S9(9) COMP.
000990 01 WS-CNT-VAIVENES          PIC S9(9) COMP.
001000
001010* MARCAS DE LA OPERACION EN CURSO
001020 01 WS-MARCAS.
001030     05 WS-MARCA-HORARIO     PIC X(1).
001040         88 WS-MARCA-HORARIO-SI VALUE 'H'.
001050     05 WS-MARCA-TRANSACCION PIC X(1).
001060         88 WS-MARCA-TRANSACCION-SI VALUE 'T'.
001070     05 WS-MARCA-ESTADO      PIC X(1).
001080         88 WS-MARCA-ESTADO-SI VALUE 'E'.
001090
001100* CONTADORES DEL INFORME
001110 01 WS-CONTADORES-INFORME.
001120     05 WS-CNT-REGISTROS      PIC 9(9) VALUE 0.
001130     05 WS-CNT-CAMBIOS        PIC 9(9) VALUE 0.
001140     05 WS-CNT-MARCADOS       PIC 9(9) VALUE 0.
001150     05 WS-CNT-FUERA-HORARIO  PIC 9(9) VALUE 0.
001160     05 WS-CNT-CAMBIO-OPERA   PIC 9(9) VALUE 0.
001170     05 WS-CNT-VAIVEN-ESTADO  PIC 9(9) VALUE 0.
001180     05 WS-CNT-ENTIDADES      PIC 9(9) VALUE 0.
001190
001200* CONTADORES DE LA ENTIDAD EN CURSO
001210 01 WS-CONTADORES-ENTIDAD.
001220     05 WS-CNT-ENT-REGISTROS  PIC 9(9) VALUE 0.
001230     05 WS-CNT-ENT-CAMBIOS    PIC 9(9) VALUE 0.
001240     05 WS-CNT-ENT-MARCADOS   PIC 9(9) VALUE 0.
001250
001260* LINEA DE TOTALES DEL INFORME
001270 01 WS-LINEA-INFORME.
001280     05 WS-LIN-ETIQUETA     PIC X(40).
001290     05 WS-LIN-VALOR        PIC Z(11)9.99-.
001300     05 FILLER              PIC X(24).
001310
001320* LINEA DE CABECERA DE CADA ENTIDAD
001330 01 WS-LINEA-ENTIDAD.
001340     05 FILLER              PIC X(9) VALUE 'ENTIDAD: '.
001350     05 WS-ENT-ENTIDAD      PIC X(8).
001360     05 FILLER              PIC X(63) VALUE SPACES.
001370
001380* LINEA DE CABECERA DE CADA USUARIO Y TERMINAL DE LA ENTIDAD
001390 01 WS-LINEA-USUARIO.
001400     05 FILLER              PIC X(11) VALUE '  USUARIO: '.
001410     05 WS-USU-USUARIO      PIC X(8).
001420     05 FILLER              PIC X(12) VALUE '  TERMINAL: '.
001430     05 WS-USU-TERMINAL     PIC X(4).
001440     05 FILLER              PIC X(45) VALUE SPACES.
001450
001460* LINEA DE DETALLE DE CADA OPERACION AUDITADA
001470 01 WS-LINEA-DETALLE.
001480     05 FILLER              PIC X(4).
001490     05 WS-DET-FECHA-HORA   PIC X(19).
001500     05 FILLER              PIC X(1).
001510     05 WS-DET-OPERACION    PIC X(1).
001520     05 FILLER              PIC X(1).
001530     05 WS-DET-CONTRATO     PIC Z(8)9.
001540     05 FILLER              PIC X(1).
001550     05 WS-DET-SOLICITA     PIC X(8).
001560     05 FILLER              PIC X(1).
001570     05 WS-DET-MARCAS       PIC X(3).
001580     05 FILLER              PIC X(32).
001590
001600* LINEAS DE DETALLE DE CADA CAMPO CAMBIADO: UNA CON EL VALOR
001610* ANTERIOR Y OTRA CON EL POSTERIOR
001620 01 WS-LINEA-CAMBIO.
001630     05 FILLER              PIC X(6).
001640     05 WS-CAM-CAMPO        PIC X(18).
001650     05 FILLER              PIC X(1).
001660     05 WS-CAM-ETIQUETA     PIC X(4).
001670     05 FILLER              PIC X(1).
001680     05 WS-CAM-VALOR        PIC X(50).
001690
001700* CABECERA DE LAS LINEAS DE DETALLE Y LEYENDA DE LAS MARCAS
001710 01 WS-CABECERA-DETALLE.
001720     05 FILLER     PIC X(24) VALUE '    FECHA Y HORA'.
001730     05 FILLER     PIC X(21) VALUE 'O  CONTRATO SOLICITA'.
001740     05 FILLER     PIC X(35) VALUE 'MAR'.
001750 01 WS-LEYENDA-1.
001760     05 FILLER     PIC X(40) VALUE
001770        'MARCAS: H FUERA DE HORARIO O DIA NO HABI'.
001780     05 FILLER     PIC X(40) VALUE
001790        'L, T CAMBIO Y TRANSFERENCIA EL MISMO DIA'.
001800 01 WS-LEYENDA-2.
001810     05 FILLER     PIC X(40) VALUE
001820        '        E VAIVEN DE ESTADO'.
001830     05 FILLER     PIC X(40) VALUE SPACES.
001840
001850* SQLCA Y DCLGEN DE LAS TABLAS
001860     EXEC SQL INCLUDE SQLCA END-EXEC.
001870     EXEC SQL INCLUDE AUDITORI END-EXEC.
001880     EXEC SQL INCLUDE AUDICAMB END-EXEC.
001890
001900* CURSOR CON LOS REGISTROS DE AUDITORIA DEL RANGO, POR ENTIDAD,
001910* USUARIO Y TERMINAL
001920     EXEC SQL
001930        DECLARE CUR-AUDITORIA CURSOR FOR
001940        SELECT CLAVE_CONTRATO, OPERACION, USUARIO, TERMINAL_ID,
001950               FECHA_HORA, ENTIDAD,
001960               COALESCE(USUARIO_SOLICITA, ' '),
001970               HOUR(FECHA_HORA), CHAR(DATE(FECHA_HORA), ISO)
001980          FROM IBMUSER.AUDITORIA
001990         WHERE DATE(FECHA_HORA) BETWEEN
002000               DATE(:WS-FECHA-DESDE) AND DATE(:WS-FECHA-HASTA)
002010         ORDER BY ENTIDAD, USUARIO, TERMINAL_ID, FECHA_HORA
002020     END-EXEC.
002030
002040* CURSOR CON LOS CAMPOS CAMBIADOS POR LA OPERACION EN CURSO
002050     EXEC SQL
002060        DECLARE CUR-CAMBIO CURSOR FOR
002070        SELECT CAMPO, VALOR_ANTES, VALOR_DESPUES
002080          FROM IBMUSER.AUDITORIA_CAMBIO
002090         WHERE CLAVE_CONTRATO = :DCLAUDITORIA.CLAVE-CONTRATO
002100           AND ENTIDAD = :DCLAUDITORIA.ENTIDAD
002110           AND FECHA_HORA = :DCLAUDITORIA.FECHA-HORA
002120     END-EXEC.
002130
002140 PROCEDURE DIVISION.
002150     PERFORM 1000-INICIO.
002160     PERFORM 2000-PROCESO.
002170     PERFORM 3000-FIN.
002180
002190* **********************************************************
002200* PARRAFO DE INICIO
002210* **********************************************************
002220 1000-INICIO.
002230
002240     DISPLAY 'INICIO AUDI01'.
002250
002260     OPEN OUTPUT FICHERO-INF.
002270
002280* RANGO POR DEFECTO: EL MES NATURAL ANTERIOR AL DE LA EJECUCION
002290     EXEC SQL
002300        SELECT CHAR(CURRENT DATE - (DAY(CURRENT DATE) - 1) DAYS
002310                    - 1 MONTH, ISO),
002320               CHAR(CURRENT DATE - DAY(CURRENT DATE) DAYS, ISO)
002330          INTO :WS-FECHA-DESDE, :WS-FECHA-HASTA
002340          FROM SYSIBM.SYSDUMMY1
002350     END-EXEC.
002360     PERFORM 1090-COMPRUEBA-SQLCODE.
002370
002380     OPEN INPUT FICHERO-PARM.
002390     READ FICHERO-PARM INTO WS-PARM-DATOS.
002400     IF FS-PARM EQUAL '00'
002410        IF WS-PARM-FECHA-DESDE NOT EQUAL SPACES
002420           MOVE WS-PARM-FECHA-DESDE TO WS-FECHA-DESDE
002430        END-IF
002440        IF WS-PARM-FECHA-HASTA NOT EQUAL SPACES
002450           MOVE WS-PARM-FECHA-HASTA TO WS-FECHA-HASTA
002460        END-IF
002470     END-IF.
002480     CLOSE FICHERO-PARM.
002490
002500     DISPLAY 'RANGO REVISADO: ' WS-FECHA-DESDE ' - '
002510             WS-FECHA-HASTA.
002520
002530     PERFORM 1100-ESCRIBE-CABECERA.
002540
002550* ***************************************************************
002560* COMPRUEBA EL SQLCODE DE LA ULTIMA OPERACION DE BASE DE DATOS.
002570* CUALQUIER VALOR DISTINTO DE CERO ES UN ERROR
002580* ***************************************************************
002590 1090-COMPRUEBA-SQLCODE.
002600
002610     IF SQLCODE NOT EQUAL 0
002620        DISPLAY 'ERROR DE BASE DE DATOS EN AUDI01. SQLCODE: '
002630                SQLCODE
002640        PERFORM 9999-ERROR
002650     END-IF.
002660
002670* ***************************************************************
002680* ESCRIBE LA CABECERA DEL INFORME CON EL RANGO Y LA LEYENDA DE LAS
002690* MARCAS
002700* ***************************************************************
002710 1100-ESCRIBE-CABECERA.
002720
002730     MOVE 'AUDI01 - REVISION DE LA AUDITORIA DE OPERACIONES'
002740                                     TO REG-INFORME.
002750     PERFORM 2900-ESCRIBE-INFORME.
002760
002770     MOVE SPACES                    TO WS-LINEA-INFORME.
002780     STRING 'RANGO: '                DELIMITED BY SIZE
002790            WS-FECHA-DESDE           DELIMITED BY SIZE
002800            ' - '                    DELIMITED BY SIZE
002810            WS-FECHA-HASTA           DELIMITED BY SIZE
002820       INTO WS-LIN-ETIQUETA
002830     END-STRING.
002840     MOVE WS-LINEA-INFORME          TO REG-INFORME.
002850     PERFORM 2900-ESCRIBE-INFORME.
002860
002870     MOVE WS-LEYENDA-1              TO REG-INFORME.
002880     PERFORM 2900-ESCRIBE-INFORME.
002890     MOVE WS-LEYENDA-2              TO REG-INFORME.
002900     PERFORM 2900-ESCRIBE-INFORME.
002910
002920* ***************************************************************
002930* RECORRE LOS REGISTROS DE AUDITORIA DEL RANGO Y CIERRA EL ULTIMO
002940* GRUPO DE ENTIDAD
002950* ***************************************************************
002960 2000-PROCESO.
002970
002980     MOVE 'N' TO WS-FIN-CURSOR.
002990     EXEC SQL
003000        OPEN CUR-AUDITORIA
003010     END-EXEC.
003020     PERFORM 1090-COMPRUEBA-SQLCODE.
003030
003040     PERFORM 2010-LEE-AUDITORIA.
003050     PERFORM 2020-TRATA-AUDITORIA UNTIL WS-FIN-CURSOR-SI.
003060
003070     EXEC SQL
003080        CLOSE CUR-AUDITORIA
003090     END-EXEC.
003100     PERFORM 1090-COMPRUEBA-SQLCODE.
003110
003120     IF WS-ENTIDAD-ANTERIOR NOT EQUAL SPACES
003130        PERFORM 2150-CIERRA-ENTIDAD
003140     END-IF.
003150
003160* ***************************************************************
003170* LEE EL SIGUIENTE REGISTRO DE AUDITORIA DEL RANGO
003180* ***************************************************************
003190 2010-LEE-AUDITORIA.
003200
003210     EXEC SQL
003220        FETCH CUR-AUDITORIA
003230         INTO :DCLAUDITORIA.CLAVE-CONTRATO,
003240              :DCLAUDITORIA.OPERACION,
003250              :DCLAUDITORIA.USUARIO,
003260              :DCLAUDITORIA.TERMINAL-ID,
003270              :DCLAUDITORIA.FECHA-HORA,
003280              :DCLAUDITORIA.ENTIDAD,
003290              :DCLAUDITORIA.USUARIO-SOLICITA,
003300              :WS-HORA-REGISTRO,
003310              :WS-FECHA-REGISTRO
003320     END-EXEC.
003330
003340     IF SQLCODE EQUAL 100
003350        MOVE 'S' TO WS-FIN-CURSOR
003360     ELSE
003370        PERFORM 1090-COMPRUEBA-SQLCODE
003380     END-IF.
003390
003400* ***************************************************************
003410* TRATA EL REGISTRO LEIDO: CONTROLA EL CAMBIO DE ENTIDAD Y DE
003420* USUARIO Y TERMINAL, CALCULA LAS MARCAS, ESCRIBE LA OPERACION CON
003430* SUS CAMPOS CAMBIADOS Y SIGUE LEYENDO
003440* ***************************************************************
003450 2020-TRATA-AUDITORIA.
003460
003470     IF ENTIDAD OF DCLAUDITORIA NOT EQUAL WS-ENTIDAD-ANTERIOR
003480        IF WS-ENTIDAD-ANTERIOR NOT EQUAL SPACES
003490           PERFORM 2150-CIERRA-ENTIDAD
003500        END-IF
003510        PERFORM 2100-ABRE-ENTIDAD
003520     END-IF.
003530
003540     IF USUARIO OF DCLAUDITORIA NOT EQUAL WS-USUARIO-ANTERIOR
003550        OR TERMINAL-ID OF DCLAUDITORIA NOT EQUAL
003560           WS-TERMINAL-ANTERIOR
003570        PERFORM 2200-ABRE-USUARIO
003580     END-IF.
003590
003600     PERFORM 2300-CALCULA-MARCAS.
003610     PERFORM 2400-ESCRIBE-DETALLE.
003620     PERFORM 2500-ESCRIBE-CAMBIOS.
003630
003640     PERFORM 2010-LEE-AUDITORIA.
003650
003660* ***************************************************************
003670* INICIA EL GRUPO DE UNA NUEVA ENTIDAD: CABECERA Y CONTADORES
003680* ***************************************************************
003690 2100-ABRE-ENTIDAD.
003700
003710     MOVE ENTIDAD OF DCLAUDITORIA   TO WS-ENTIDAD-ANTERIOR.
003720     MOVE SPACES                    TO WS-USUARIO-ANTERIOR.
003730     MOVE SPACES                    TO WS-TERMINAL-ANTERIOR.
003740     INITIALIZE WS-CONTADORES-ENTIDAD.
003750     ADD 1 TO WS-CNT-ENTIDADES.
003760
003770     MOVE SPACES                    TO REG-INFORME.
003780     PERFORM 2900-ESCRIBE-INFORME.
003790     MOVE ENTIDAD OF DCLAUDITORIA   TO WS-ENT-ENTIDAD.
003800     MOVE WS-LINEA-ENTIDAD          TO REG-INFORME.
003810     PERFORM 2900-ESCRIBE-INFORME.
003820     MOVE WS-CABECERA-DETALLE       TO REG-INFORME.
003830     PERFORM 2900-ESCRIBE-INFORME.
003840
003850* ***************************************************************
003860* CIERRA EL GRUPO DE LA ENTIDAD EN CURSO CON SUS TOTALES
003870* ***************************************************************
003880 2150-CIERRA-ENTIDAD.
003890
003900     MOVE SPACES                    TO WS-LINEA-INFORME.
003910     STRING '  TOTAL '               DELIMITED BY SIZE
003920            WS-ENTIDAD-ANTERIOR      DELIMITED BY SPACE
003930            ': OPERACIONES'          DELIMITED BY SIZE
003940       INTO WS-LIN-ETIQUETA
003950     END-STRING.
003960     MOVE WS-CNT-ENT-REGISTROS       TO WS-LIN-VALOR.
003970     MOVE WS-LINEA-INFORME          TO REG-INFORME.
003980     PERFORM 2900-ESCRIBE-INFORME.
003990
004000     MOVE SPACES                    TO WS-LINEA-INFORME.
004010     MOVE '  CAMPOS CAMBIADOS'       TO WS-LIN-ETIQUETA.
004020     MOVE WS-CNT-ENT-CAMBIOS         TO WS-LIN-VALOR.
004030     MOVE WS-LINEA-INFORME          TO REG-INFORME.
004040     PERFORM 2900-ESCRIBE-INFORME.
004050
004060     MOVE SPACES                    TO WS-LINEA-INFORME.
004070     MOVE '  OPERACIONES MARCADAS'   TO WS-LIN-ETIQUETA.
004080     MOVE WS-CNT-ENT-MARCADOS        TO WS-LIN-VALOR.
004090     MOVE WS-LINEA-INFORME          TO REG-INFORME.
004100     PERFORM 2900-ESCRIBE-INFORME.
004110
004120* ***************************************************************
004130* INICIA EL GRUPO DE UN NUEVO USUARIO Y TERMINAL DENTRO DE LA
004140* ENTIDAD
004150* ***************************************************************
004160 2200-ABRE-USUARIO.
004170
004180     MOVE USUARIO OF DCLAUDITORIA   TO WS-USUARIO-ANTERIOR.
004190     MOVE TERMINAL-ID OF DCLAUDITORIA
004200                                    TO WS-TERMINAL-ANTERIOR.
004210
004220     MOVE USUARIO OF DCLAUDITORIA   TO WS-USU-USUARIO.
004230     MOVE TERMINAL-ID OF DCLAUDITORIA
004240                                    TO WS-USU-TERMINAL.
004250     MOVE WS-LINEA-USUARIO          TO REG-INFORME.
004260     PERFORM 2900-ESCRIBE-INFORME.
004270
004280* ***************************************************************
004290* CALCULA LAS MARCAS DE PATRON SENSIBLE DE LA OPERACION
004300* ***************************************************************
004310 2300-CALCULA-MARCAS.
004320
004330     MOVE SPACES TO WS-MARCAS.
004340
004350* H: FUERA DEL HORARIO DE OFICINA O EN DIA NO HABIL
004360     IF WS-FECHA-REGISTRO NOT EQUAL WS-FECHA-EVALUADA
004370        MOVE WS-FECHA-REGISTRO TO WS-FECHA-EVALUADA
004380        PERFORM 2310-COMPRUEBA-DIA-HABIL
004390     END-IF.
004400
004410     IF WS-HORA-REGISTRO LESS THAN WS-HORA-APERTURA
004420        OR WS-HORA-REGISTRO NOT LESS THAN WS-HORA-CIERRE
004430        OR WS-DIA-HABIL-NO
004440        MOVE 'H' TO WS-MARCA-HORARIO
004450        ADD 1 TO WS-CNT-FUERA-HORARIO
004460     END-IF.
004470
004480* T: CAMBIO SOBRE UN CONTRATO Y TRANSFERENCIA POSTERIOR DEL MISMO
004490* USUARIO SOBRE ESE CONTRATO EL MISMO DIA. LAS PROPIAS
004500* TRANSFERENCIAS Y DECISIONES DE AUTORIZACION NO SON CAMBIOS
004510     IF CLAVE-CONTRATO OF DCLAUDITORIA NOT EQUAL 0
004520        AND ENTIDAD OF DCLAUDITORIA NOT EQUAL 'MOVIMIEN'
004530        AND ENTIDAD OF DCLAUDITORIA NOT EQUAL 'AUTORIZA'
004540        PERFORM 2320-COMPRUEBA-TRANSFERENCIA
004550     END-IF.
004560
004570* E: CAMBIO DE ESTADO QUE DESHACE OTRO ANTERIOR DEL RANGO
004580     PERFORM 2330-COMPRUEBA-VAIVEN.
004590
004600     IF WS-MARCAS NOT EQUAL SPACES
004610        ADD 1 TO WS-CNT-MARCADOS
004620        ADD 1 TO WS-CNT-ENT-MARCADOS
004630     END-IF.
004640
004650* ***************************************************************
004660* DETERMINA SI LA FECHA EVALUADA ES DIA HABIL CON LA MISMA REGLA
004670* QUE BANCO01: DE LUNES A VIERNES SALVO FESTIVO ('F') EN
004680* IBMUSER.CALENDARIO, O CUALQUIER DIA MARCADO COMO HABIL ESPECIAL
004690* ('H')
004700* ***************************************************************
004710 2310-COMPRUEBA-DIA-HABIL.
004720
004730     EXEC SQL
004740        SELECT DAYOFWEEK_ISO(DATE(:WS-FECHA-EVALUADA))
004750          INTO :WS-DIA-SEMANA
004760          FROM SYSIBM.SYSDUMMY1
004770     END-EXEC.
004780     PERFORM 1090-COMPRUEBA-SQLCODE.
004790
004800     EXEC SQL
004810        SELECT COUNT(*)
004820          INTO :WS-CNT-FESTIVO
004830          FROM IBMUSER.CALENDARIO
004840         WHERE FECHA = DATE(:WS-FECHA-EVALUADA)
004850           AND TIPO_DIA = 'F'
004860     END-EXEC.
004870     PERFORM 1090-COMPRUEBA-SQLCODE.
004880
004890     EXEC SQL
004900        SELECT COUNT(*)
004910          INTO :WS-CNT-HABIL-ESP
004920          FROM IBMUSER.CALENDARIO
004930         WHERE FECHA = DATE(:WS-FECHA-EVALUADA)
004940           AND TIPO_DIA = 'H'
004950     END-EXEC.
004960     PERFORM 1090-COMPRUEBA-SQLCODE.
004970
004980     IF (WS-DIA-SEMANA LESS THAN 6
004990        AND WS-CNT-FESTIVO EQUAL ZERO)
005000        OR WS-CNT-HABIL-ESP GREATER THAN ZERO
005010        MOVE 'S' TO WS-DIA-HABIL
005020     ELSE
005030        MOVE 'N' TO WS-DIA-HABIL
005040     END-IF.
005050
005060* ***************************************************************
005070* BUSCA EN LA AUDITORIA UNA TRANSFERENCIA INMEDIATA DEL MISMO
005080* USUARIO SOBRE EL CONTRATO CAMBIADO, POSTERIOR AL CAMBIO Y DEL
005090* MISMO DIA
005100* ***************************************************************
005110 2320-COMPRUEBA-TRANSFERENCIA.
005120
005130     EXEC SQL
005140        SELECT COUNT(*)
005150          INTO :WS-CNT-TRANSFERENCIAS
005160          FROM IBMUSER.AUDITORIA
005170         WHERE CLAVE_CONTRATO = :DCLAUDITORIA.CLAVE-CONTRATO
005180           AND USUARIO = :DCLAUDITORIA.USUARIO
005190           AND ENTIDAD = 'MOVIMIEN'
005200           AND FECHA_HORA > :DCLAUDITORIA.FECHA-HORA
005210           AND DATE(FECHA_HORA) = DATE(:WS-FECHA-REGISTRO)
005220     END-EXEC.
005230     PERFORM 1090-COMPRUEBA-SQLCODE.
005240
005250     IF WS-CNT-TRANSFERENCIAS GREATER THAN ZERO
005260        MOVE 'T' TO WS-MARCA-TRANSACCION
005270        ADD 1 TO WS-CNT-CAMBIO-OPERA
005280     END-IF.
005290
005300* ***************************************************************
005310* BUSCA SI EL CAMBIO DE ESTADO DE LA OPERACION DESHACE UN CAMBIO
005320* DE ESTADO ANTERIOR DEL MISMO REGISTRO DENTRO DEL RANGO (DE A A
005330* B Y AHORA DE B A A)
005340* ***************************************************************
005350 2330-COMPRUEBA-VAIVEN.
005360
005370     EXEC SQL
005380        SELECT COUNT(*)
005390          INTO :WS-CNT-VAIVENES
005400          FROM IBMUSER.AUDITORIA_CAMBIO N,
005410               IBMUSER.AUDITORIA_CAMBIO P
005420         WHERE N.CLAVE_CONTRATO = :DCLAUDITORIA.CLAVE-CONTRATO
005430           AND N.ENTIDAD = :DCLAUDITORIA.ENTIDAD
005440           AND N.FECHA_HORA = :DCLAUDITORIA.FECHA-HORA
005450           AND N.CAMPO = 'ESTADO'
005460           AND P.CLAVE_CONTRATO = N.CLAVE_CONTRATO
005470           AND P.ENTIDAD = N.ENTIDAD
005480           AND P.CAMPO = 'ESTADO'
005490           AND P.FECHA_HORA < N.FECHA_HORA
005500           AND DATE(P.FECHA_HORA) >= DATE(:WS-FECHA-DESDE)
005510           AND P.VALOR_ANTES = N.VALOR_DESPUES
005520           AND P.VALOR_DESPUES = N.VALOR_ANTES
005530     END-EXEC.
005540     PERFORM 1090-COMPRUEBA-SQLCODE.
005550
005560     IF WS-CNT-VAIVENES GREATER THAN ZERO
005570        MOVE 'E' TO WS-MARCA-ESTADO
005580        ADD 1 TO WS-CNT-VAIVEN-ESTADO
005590     END-IF.
005600
005610* ***************************************************************
005620* ESCRIBE LA LINEA DE DETALLE DE LA OPERACION CON SUS MARCAS
005630* ***************************************************************
005640 2400-ESCRIBE-DETALLE.
005650
005660     ADD 1 TO WS-CNT-REGISTROS.
005670     ADD 1 TO WS-CNT-ENT-REGISTROS.
005680
005690     MOVE SPACES                    TO WS-LINEA-DETALLE.
005700     MOVE FECHA-HORA OF DCLAUDITORIA TO WS-DET-FECHA-HORA.
005710     MOVE OPERACION OF DCLAUDITORIA TO WS-DET-OPERACION.
005720     MOVE CLAVE-CONTRATO OF DCLAUDITORIA
005730                                    TO WS-DET-CONTRATO.
005740     MOVE USUARIO-SOLICITA OF DCLAUDITORIA
005750                                    TO WS-DET-SOLICITA.
005760     MOVE WS-MARCAS                 TO WS-DET-MARCAS.
005770     MOVE WS-LINEA-DETALLE          TO REG-INFORME.
005780     PERFORM 2900-ESCRIBE-INFORME.
005790
005800* ***************************************************************
005810* ESCRIBE LOS CAMPOS CAMBIADOS POR LA OPERACION CON SU VALOR
005820* ANTERIOR Y POSTERIOR
005830* ***************************************************************
005840 2500-ESCRIBE-CAMBIOS.
005850
005860     MOVE 'N' TO WS-FIN-CAMBIOS.
005870     EXEC SQL
005880        OPEN CUR-CAMBIO
005890     END-EXEC.
005900     PERFORM 1090-COMPRUEBA-SQLCODE.
005910
005920     PERFORM 2510-LEE-CAMBIO.
005930     PERFORM 2520-ESCRIBE-CAMBIO UNTIL WS-FIN-CAMBIOS-SI.
005940
005950     EXEC SQL
005960        CLOSE CUR-CAMBIO
005970     END-EXEC.
005980     PERFORM 1090-COMPRUEBA-SQLCODE.
005990
006000* ***************************************************************
006010* LEE EL SIGUIENTE CAMPO CAMBIADO DE LA OPERACION
006020* ***************************************************************
006030 2510-LEE-CAMBIO.
006040
006050     EXEC SQL
006060        FETCH CUR-CAMBIO
006070         INTO :DCLAUDITORIA-CAMBIO.CAMPO,
006080              :DCLAUDITORIA-CAMBIO.VALOR-ANTES,
006090              :DCLAUDITORIA-CAMBIO.VALOR-DESPUES
006100     END-EXEC.
006110
006120     IF SQLCODE EQUAL 100
006130        MOVE 'S' TO WS-FIN-CAMBIOS
006140     ELSE
006150        PERFORM 1090-COMPRUEBA-SQLCODE
006160     END-IF.
006170
006180* ***************************************************************
006190* ESCRIBE EL CAMPO CAMBIADO Y SIGUE LEYENDO
006200* ***************************************************************
006210 2520-ESCRIBE-CAMBIO.
006220
006230     ADD 1 TO WS-CNT-CAMBIOS.
006240     ADD 1 TO WS-CNT-ENT-CAMBIOS.
006250
006260     MOVE SPACES                    TO WS-LINEA-CAMBIO.
006270     MOVE CAMPO OF DCLAUDITORIA-CAMBIO TO WS-CAM-CAMPO.
006280     MOVE 'ANT:'                    TO WS-CAM-ETIQUETA.
006290     MOVE VALOR-ANTES OF DCLAUDITORIA-CAMBIO TO WS-CAM-VALOR.
006300     MOVE WS-LINEA-CAMBIO           TO REG-INFORME.
006310     PERFORM 2900-ESCRIBE-INFORME.
006320
006330     MOVE SPACES                    TO WS-LINEA-CAMBIO.
006340     MOVE 'POS:'                    TO WS-CAM-ETIQUETA.
006350     MOVE VALOR-DESPUES OF DCLAUDITORIA-CAMBIO TO WS-CAM-VALOR.
006360     MOVE WS-LINEA-CAMBIO           TO REG-INFORME.
006370     PERFORM 2900-ESCRIBE-INFORME.
006380
006390     PERFORM 2510-LEE-CAMBIO.
006400
006410* ***************************************************************
006420* ESCRIBE LA LINEA PREPARADA EN EL INFORME
006430* ***************************************************************
006440 2900-ESCRIBE-INFORME.
006450
006460     WRITE REG-INFORME.
006470     IF NOT FICHERO-INF-OK
006480        DISPLAY 'FILE STATUS INESPERADO EN FICHERO-INF: '
006490                FS-INFORME
006500        PERFORM 9999-ERROR
006510     END-IF.
006520
006530* ***************************************************************
006540* PARRAFO DE FIN DEL PROGRAMA. ESCRIBE LOS TOTALES DEL INFORME
006550* ***************************************************************
006560 3000-FIN.
006570
006580     DISPLAY 'FIN'.
006590
006600     PERFORM 3100-ESCRIBE-TOTALES.
006610
006620     EXEC SQL COMMIT END-EXEC.
006630     PERFORM 1090-COMPRUEBA-SQLCODE.
006640
006650     CLOSE FICHERO-INF.
006660     STOP RUN.
006670
006680* ***************************************************************
006690* ESCRIBE LOS TOTALES DE LA EJECUCION Y DE CADA MARCA
006700* ***************************************************************
006710 3100-ESCRIBE-TOTALES.
006720
006730     MOVE SPACES                    TO REG-INFORME.
006740     PERFORM 2900-ESCRIBE-INFORME.
006750
006760     MOVE SPACES                    TO WS-LINEA-INFORME.
006770     MOVE 'ENTIDADES CON OPERACIONES' TO WS-LIN-ETIQUETA.
006780     MOVE WS-CNT-ENTIDADES           TO WS-LIN-VALOR.
006790     MOVE WS-LINEA-INFORME          TO REG-INFORME.
006800     PERFORM 2900-ESCRIBE-INFORME.
006810
006820     MOVE SPACES                    TO WS-LINEA-INFORME.
006830     MOVE 'OPERACIONES AUDITADAS'    TO WS-LIN-ETIQUETA.
006840     MOVE WS-CNT-REGISTROS           TO WS-LIN-VALOR.
006850     MOVE WS-LINEA-INFORME          TO REG-INFORME.
006860     PERFORM 2900-ESCRIBE-INFORME.
006870
006880     MOVE SPACES                    TO WS-LINEA-INFORME.
006890     MOVE 'CAMPOS CAMBIADOS'         TO WS-LIN-ETIQUETA.
006900     MOVE WS-CNT-CAMBIOS             TO WS-LIN-VALOR.
006910     MOVE WS-LINEA-INFORME          TO REG-INFORME.
006920     PERFORM 2900-ESCRIBE-INFORME.
006930
006940     MOVE SPACES                    TO WS-LINEA-INFORME.
006950     MOVE 'OPERACIONES MARCADAS'     TO WS-LIN-ETIQUETA.
006960     MOVE WS-CNT-MARCADOS            TO WS-LIN-VALOR.
006970     MOVE WS-LINEA-INFORME          TO REG-INFORME.
006980     PERFORM 2900-ESCRIBE-INFORME.
006990
007000     MOVE SPACES                    TO WS-LINEA-INFORME.
007010     MOVE '  H FUERA DE HORARIO'     TO WS-LIN-ETIQUETA.
007020     MOVE WS-CNT-FUERA-HORARIO       TO WS-LIN-VALOR.
007030     MOVE WS-LINEA-INFORME          TO REG-INFORME.
007040     PERFORM 2900-ESCRIBE-INFORME.
007050
007060     MOVE SPACES                    TO WS-LINEA-INFORME.
007070     MOVE '  T CAMBIO Y TRANSFERENCIA MISMO DIA'
007080                                     TO WS-LIN-ETIQUETA.
007090     MOVE WS-CNT-CAMBIO-OPERA        TO WS-LIN-VALOR.
007100     MOVE WS-LINEA-INFORME          TO REG-INFORME.
007110     PERFORM 2900-ESCRIBE-INFORME.
007120
007130     MOVE SPACES                    TO WS-LINEA-INFORME.
007140     MOVE '  E VAIVEN DE ESTADO'     TO WS-LIN-ETIQUETA.
007150     MOVE WS-CNT-VAIVEN-ESTADO       TO WS-LIN-VALOR.
007160     MOVE WS-LINEA-INFORME          TO REG-INFORME.
007170     PERFORM 2900-ESCRIBE-INFORME.
007180
007190* **************************************************************
007200* PARRAFO DE ERROR.REALIZAMOS UN ROLLBACK DE LA BASE DE DATOS
007210* Y DEVOLVEMOS AL SISTEMA UN RC=8 (ERROR NO CONTROLADO)
007220* **************************************************************
007230 9999-ERROR.
007240
007250     DISPLAY 'ERROR'.
007260
007270     EXEC SQL ROLLBACK END-EXEC
007280     MOVE 8 TO RETURN-CODE.
007290     GOBACK.
