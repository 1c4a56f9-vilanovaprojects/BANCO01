000010* PROGRAMA DE CRIBA DE LA CARTERA DE CLIENTES CONTRA LA LISTA DE
000020* VIGILANCIA DE SANCIONES. SI RECIBE UNA LISTA NUEVA DEL
000030* REGULADOR (FICHERO-LIS, CON SU CABECERA, SUS ENTRADAS Y SU
000040* TRAILER CON EL TOTAL DE CONTROL) SUSTITUYE CON ELLA EL CONTENIDO
000050* DE IBMUSER.LISTA_VIGILANCIA, GUARDANDO EL NOMBRE DE CADA ENTRADA
000060* YA NORMALIZADO; SI NO LA RECIBE (FICHERO VACIO O DUMMY) CRIBA
000070* CONTRA LA LISTA YA CARGADA. DESPUES COMPARA EL NOMBRE Y EL
000080* DOCUMENTO DE TODOS LOS CLIENTES CON TODAS LAS ENTRADAS, CON LA
000090* MISMA NORMALIZACION Y PUNTUACION QUE MANT03 EN EL ALTA:
000100*   - CADA POSIBLE COINCIDENCIA NUEVA SE REGISTRA COMO ALERTA
000110*     PENDIENTE ('P') EN IBMUSER.ALERTA_CLIENTE, CON ORIGEN 'L', Y
000120*     SE AUDITA EN IBMUSER.AUDITORIA CON LA ENTIDAD 'ALERTCLI'
000130*   - EL CLIENTE CON ALERTAS NUEVAS QUEDA EN REVISION ('R') Y SUS
000140*     CONTRATOS VIVOS TAMBIEN, GUARDANDO SU ESTADO ANTERIOR EN
000150*     IBMUSER.REVISION_CONTRATO
000160* AL FINAL ESCRIBE EN FICHERO-ALE EL INFORME DE ALERTAS PENDIENTES
000170* PARA CUMPLIMIENTO, QUE LAS DESCARTA O CONFIRMA EN REVI01,
000180* MARCANDO CON '*' LAS GENERADAS EN ESTA EJECUCION. SI LOS TOTALES
000190* DE CONTROL DE LA LISTA NO CUADRAN SE ABORTA SIN CARGARLA
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID.SANC01.
000220
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260
000270* FICHERO DE ENTRADA CON LA LISTA DE VIGILANCIA DEL REGULADOR. SI
000280* NO EXISTE O VIENE VACIO SE CRIBA CONTRA LA LISTA YA CARGADA
000290     SELECT OPTIONAL FICHERO-LIS ASSIGN TO LISTA
000300     ORGANIZATION IS SEQUENTIAL
000310     ACCESS IS SEQUENTIAL
000320     FILE STATUS IS FS-LISTA.
000330
000340* FICHERO DE SALIDA DE INCIDENCIAS
000350     SELECT FICHERO-SAL ASSIGN TO SALIDA
000360     ORGANIZATION IS SEQUENTIAL
000370     ACCESS IS SEQUENTIAL
000380     FILE STATUS IS FS-SALIDA.
000390
000400* FICHERO DE SALIDA CON EL INFORME DE ALERTAS PENDIENTES DE
000410* REVISION POR CUMPLIMIENTO
000420     SELECT FICHERO-ALE ASSIGN TO ALERTAS
000430     ORGANIZATION IS SEQUENTIAL
000440     ACCESS IS SEQUENTIAL
000450     FILE STATUS IS FS-ALERTAS.
000460
000470* FICHERO DE INFORME DE CONTROL DE LA EJECUCION
000480     SELECT FICHERO-INF ASSIGN TO INFORME
000490     ORGANIZATION IS SEQUENTIAL
000500     ACCESS IS SEQUENTIAL
000510     FILE STATUS IS FS-INFORME.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550
000560* REGISTRO DEL FICHERO DE LA LISTA DE VIGILANCIA
000570 FD FICHERO-LIS DATA RECORD IS REG-LISTA.
000580 01 REG-LISTA      PIC X(150).
000590
000600* REGISTRO DEL FICHERO DE SALIDA
000610 FD FICHERO-SAL DATA RECORD IS REG-SALIDA.
000620 01 REG-SALIDA     PIC X(80).
000630
000640* REGISTRO DEL FICHERO DE ALERTAS PENDIENTES
000650 FD FICHERO-ALE DATA RECORD IS REG-ALERTA.
000660 01 REG-ALERTA     PIC X(80).
000670
000680* REGISTRO DEL FICHERO DE INFORME DE CONTROL
000690 FD FICHERO-INF DATA RECORD IS REG-INFORME.
000700 01 REG-INFORME    PIC X(80).
000710
000720 WORKING-STORAGE SECTION.
000730
000740* CAMPOS DEL REGISTRO DE DETALLE DE LA LISTA DE VIGILANCIA:
000750* REFERENCIA DE LA PERSONA O ENTIDAD EN LA LISTA (COMPARTIDA POR
000760* SUS ALIAS), NOMBRE, DOCUMENTO DE IDENTIDAD SI SE CONOCE Y
000770* PROGRAMA DE SANCIONES QUE LA INCLUYE
000780 01 WS-LISTA.
000790     05 WS-L-TIPO-REG      PIC X(1).
000800         88 TIPO-CABECERA  VALUE 'C'.
000810         88 TIPO-DETALLE   VALUE 'D'.
000820         88 TIPO-TRAILER   VALUE 'T'.
000830     05 WS-L-REFERENCIA    PIC X(20).
000840     05 WS-L-NOMBRE        PIC X(50).
000850     05 WS-L-DOCUMENTO     PIC X(15).
000860     05 WS-L-PROGRAMA      PIC X(10).
000870     05 FILLER             PIC X(54).
000880
000890* VISTA DEL REGISTRO CUANDO ES LA CABECERA, CON LA FECHA DE LA
000900* LISTA, SU EMISOR Y EL NUMERO DE ENTRADAS QUE TRAE
000910 01 WS-L-CABECERA REDEFINES WS-LISTA.
000920     05 FILLER              PIC X(1).
000930     05 WS-L-CAB-FECHA      PIC X(10).
000940     05 WS-L-CAB-EMISOR     PIC X(30).
000950     05 WS-L-CAB-TOTAL-REG  PIC 9(9).
000960     05 FILLER              PIC X(100).
000970
000980* VISTA DEL REGISTRO CUANDO ES EL TRAILER, CON EL TOTAL DE
000990* CONTROL DE LA LISTA
001000 01 WS-L-TRAILER REDEFINES WS-LISTA.
001010     05 FILLER              PIC X(1).
001020     05 WS-L-TRA-TOTAL-REG  PIC 9(9).
001030     05 FILLER              PIC X(140).
001040
001050* CAMPOS DE SALIDA
001060 01 WS-SALIDA.
001070     05 WS-S-CODERR        PIC X(8).
001080         88 CODERR-SQL-ERROR       VALUE 'SQLERROR'.
001090         88 CODERR-DATOS-INVALIDOS VALUE 'DATOSINV'.
001100     05 WS-S-SQLCODE       PIC -999.
001110     05 WS-S-DESCRIPCION   PIC X(68).
001120
001130* FILESTATUS DE LOS FICHEROS DE LA EJECUCION
001140 01 FS-LISTA             PIC 99.
001150     88 FICHERO-LIS-OK   VALUE 00.
001160     88 FICHERO-LIS-FIN  VALUE 10.
001170 01 FS-SALIDA            PIC 99.
001180     88 FICHERO-SAL-OK   VALUE 00.
001190 01 FS-ALERTAS           PIC 99.
001200     88 FICHERO-ALE-OK   VALUE 00.
001210 01 FS-INFORME           PIC 99.
001220
001230* FECHA Y HORA DEL SISTEMA, PARA LA FECHA DE PROCESO
001240 01 WS-FECHA-SISTEMA         PIC X(21).
001250 01 WS-FECHA-SISTEMA-R REDEFINES WS-FECHA-SISTEMA.
001260     05 WS-FS-ANO           PIC 9(4).
001270     05 WS-FS-MES           PIC 9(2).
001280     05 WS-FS-DIA           PIC 9(2).
001290     05 WS-FS-HORA          PIC 9(2).
001300     05 WS-FS-MINUTO        PIC 9(2).
001310     05 WS-FS-SEGUNDO       PIC 9(2).
001320     05 WS-FS-CENTESIMAS    PIC 9(2).
001330     05 FILLER              PIC X(5).
001340
001350* FECHA DE PROCESO DE ESTA EJECUCION (AAAA-MM-DD)
001360 01 WS-FECHA-PROCESO         PIC X(10).
001370
001380* INDICADOR DE LISTA NUEVA RECIBIDA EN ESTA EJECUCION
001390 01 WS-CARGA                 PIC X VALUE 'N'.
001400     88 WS-CARGA-SI          VALUE 'S'.
001410     88 WS-CARGA-NO          VALUE 'N'.
001420
001430* DATOS DE LA CABECERA DE LA LISTA RECIBIDA, GUARDADOS ANTES DE
001440* QUE LAS LECTURAS DE DETALLE LOS SOBREESCRIBAN
001450 01 WS-LIS-FECHA             PIC X(10) VALUE SPACES.
001460 01 WS-LIS-EMISOR            PIC X(30) VALUE SPACES.
001470 01 WS-LIS-TOTAL-CAB         PIC 9(9).
001480
001490* ENTRADAS DE LA LISTA VIGENTE CARGADAS EN MEMORIA PARA CRIBAR
001500* CADA CLIENTE CONTRA TODAS ELLAS SIN VOLVER A LEERLAS: NUMERO DE
001510* ENTRADAS, Y DE CADA UNA SU REFERENCIA, NOMBRE, DOCUMENTO Y LAS
001520* PALABRAS DE SU NOMBRE NORMALIZADO, CON LA MISMA ESTRUCTURA QUE
001530* WS-PALABRAS-TRABAJO
001540 01 WS-MAX-ENTRADAS          PIC S9(9) COMP VALUE 5000.
001550 01 WS-TABLA-LISTA.
001560     05 WS-TLI-NUM            PIC S9(9) COMP VALUE 0.
001570     05 WS-TLI-OCU OCCURS 5000 TIMES.
001580        10 WS-TLI-REFERENCIA  PIC X(20).
001590        10 WS-TLI-NOMBRE      PIC X(50).
001600        10 WS-TLI-DOCUMENTO   PIC X(15).
001610        10 WS-TLI-PALABRAS.
001620           15 WS-TLI-PAL-NUM  PIC S9(4) COMP.
001630           15 WS-TLI-PAL-OCU OCCURS 10 TIMES.
001640              20 WS-TLI-PALABRA  PIC X(20).
001650              20 WS-TLI-LONGITUD PIC S9(4) COMP.
001660 01 WS-IDX-LISTA             PIC S9(9) COMP.
001670
001680* ULTIMA CLAVE DE ALERTA ASIGNADA ANTES DE LA CRIBA: LAS ALERTAS
001690* CON CLAVE MAYOR SON LAS GENERADAS EN ESTA EJECUCION
001700 01 WS-ALERTA-INICIAL        PIC S9(9) COMP VALUE 0.
001710
001720* ALERTAS NUEVAS DEL CLIENTE EN CURSO Y ALERTAS QUE YA TENIA PARA
001730* LA REFERENCIA DE LA ENTRADA QUE COINCIDE
001740 01 WS-CRI-ALERTAS           PIC S9(9) COMP VALUE 0.
001750 01 WS-CNT-ALERTAS           PIC S9(9) COMP VALUE 0.
001760
001770* INDICADOR DE FIN DEL CURSOR DE CLIENTES
001780 01 WS-FIN-CURSOR        PIC X VALUE 'N'.
001790     88 WS-FIN-CURSOR-SI VALUE 'S'.
001800     88 WS-FIN-CURSOR-NO VALUE 'N'.
001810
001820* INDICADOR DE FIN DEL CURSOR DE LA LISTA CARGADA
001830 01 WS-FIN-LISTA         PIC X VALUE 'N'.
001840     88 WS-FIN-LISTA-SI  VALUE 'S'.
001850     88 WS-FIN-LISTA-NO  VALUE 'N'.
001860
001870* INDICADOR DE FIN DEL CURSOR DE ALERTAS PENDIENTES
001880 01 WS-FIN-ALERTAS       PIC X VALUE 'N'.
001890     88 WS-FIN-ALERTAS-SI VALUE 'S'.
001900     88 WS-FIN-ALERTAS-NO VALUE 'N'.
001910
001920* CAMPOS EDITADOS PARA LA AUDITORIA Y LAS INCIDENCIAS
001930 01 WS-ED-CLAVE          PIC Z(8)9.
001940 01 WS-ED-PUNTUACION     PIC ZZ9.
001950
001960
001970* PUNTUACION (DE 0 A 100) A PARTIR DE LA CUAL EL PARECIDO ENTRE EL
001980* NOMBRE DE UN CLIENTE Y UNA ENTRADA DE LA LISTA DE VIGILANCIA SE
001990* CONSIDERA UNA POSIBLE COINCIDENCIA QUE CUMPLIMIENTO DEBE REVISAR
002000 01 WS-UMBRAL-COINCIDENCIA   PIC S9(4) COMP VALUE +80.
002010
002020* NORMALIZACION DE UN NOMBRE PARA COMPARARLO CON LAS LISTAS DE
002030* VIGILANCIA: NOMBRE DE ENTRADA Y NOMBRE NORMALIZADO, RECORRIDOS
002040* CARACTER A CARACTER, POSICIONES EN CADA UNO Y ULTIMO CARACTER
002050* COPIADO A LA SALIDA
002060 01 WS-NORMALIZA-NOMBRE.
002070     05 WS-NOR-ENTRADA        PIC X(50).
002080     05 WS-NOR-ENT-CAR REDEFINES WS-NOR-ENTRADA
002090                              PIC X(1) OCCURS 50 TIMES.
002100     05 WS-NOR-SALIDA         PIC X(50).
002110     05 WS-NOR-SAL-CAR REDEFINES WS-NOR-SALIDA
002120                              PIC X(1) OCCURS 50 TIMES.
002130     05 WS-NOR-POS-ENT        PIC S9(4) COMP.
002140     05 WS-NOR-POS-SAL        PIC S9(4) COMP.
002150     05 WS-NOR-CARACTER       PIC X(1).
002160     05 WS-NOR-ANTERIOR       PIC X(1).
002170
002180* PALABRAS DEL NOMBRE NORMALIZADO EN CURSO, CON SU LONGITUD. SE
002190* TOMAN LAS 10 PRIMERAS PALABRAS Y LAS 20 PRIMERAS LETRAS DE CADA
002200* UNA. SE COPIAN DESPUES A LAS PALABRAS DEL CLIENTE O A LAS DE LA
002210* ENTRADA DE LA LISTA, CON LA MISMA ESTRUCTURA
002220 01 WS-PALABRAS-TRABAJO.
002230     05 WS-PTR-NUM            PIC S9(4) COMP.
002240     05 WS-PTR-OCU OCCURS 10 TIMES.
002250        10 WS-PTR-PALABRA     PIC X(20).
002260        10 WS-PTR-CAR REDEFINES WS-PTR-PALABRA
002270                              PIC X(1) OCCURS 20 TIMES.
002280        10 WS-PTR-LONGITUD    PIC S9(4) COMP.
002290 01 WS-PALABRAS-CLIENTE.
002300     05 WS-PCL-NUM            PIC S9(4) COMP.
002310     05 WS-PCL-OCU OCCURS 10 TIMES.
002320        10 WS-PCL-PALABRA     PIC X(20).
002330        10 WS-PCL-LONGITUD    PIC S9(4) COMP.
002340 01 WS-PALABRAS-LISTA.
002350     05 WS-PLI-NUM            PIC S9(4) COMP.
002360     05 WS-PLI-OCU OCCURS 10 TIMES.
002370        10 WS-PLI-PALABRA     PIC X(20).
002380        10 WS-PLI-LONGITUD    PIC S9(4) COMP.
002390
002400* SEPARACION EN PALABRAS: POSICION EN EL NOMBRE NORMALIZADO,
002410* LONGITUD DE LA PALABRA EN CURSO E INDICADOR DE DENTRO DE UNA
002420* PALABRA ('S'), FUERA ('N') O DENTRO DE UNA PALABRA QUE NO CABE
002430* EN LA TABLA ('X')
002440 01 WS-SEP-POS                PIC S9(4) COMP.
002450 01 WS-SEP-LONGITUD           PIC S9(4) COMP.
002460 01 WS-SEP-PALABRA            PIC X VALUE 'N'.
002470     88 SEP-EN-PALABRA        VALUE 'S'.
002480     88 SEP-FUERA-PALABRA     VALUE 'N'.
002490
002500* PALABRAS DE LA ENTRADA DE LA LISTA YA EMPAREJADAS CON UNA DEL
002510* CLIENTE, PARA NO CONTAR DOS VECES LA MISMA
002520 01 WS-PALABRAS-USADAS.
002530     05 WS-PUS-USADA          PIC X(1) OCCURS 10 TIMES.
002540
002550* COMPARACION DE DOS PALABRAS LETRA A LETRA: PALABRAS Y SUS
002560* LONGITUDES, POSICION EN CADA UNA Y LETRAS DISTINTAS ENCONTRADAS
002570 01 WS-COMPARA-PALABRAS.
002580     05 WS-CPA-PALABRA-1      PIC X(20).
002590     05 WS-CPA-CAR-1 REDEFINES WS-CPA-PALABRA-1
002600                              PIC X(1) OCCURS 20 TIMES.
002610     05 WS-CPA-LONG-1         PIC S9(4) COMP.
002620     05 WS-CPA-PALABRA-2      PIC X(20).
002630     05 WS-CPA-CAR-2 REDEFINES WS-CPA-PALABRA-2
002640                              PIC X(1) OCCURS 20 TIMES.
002650     05 WS-CPA-LONG-2         PIC S9(4) COMP.
002660     05 WS-CPA-IND-1          PIC S9(4) COMP.
002670     05 WS-CPA-IND-2          PIC S9(4) COMP.
002680     05 WS-CPA-DIFERENCIAS    PIC S9(4) COMP.
002690 01 WS-CPA-COINCIDE           PIC X VALUE 'N'.
002700     88 CPA-COINCIDE-SI       VALUE 'S'.
002710     88 CPA-COINCIDE-NO       VALUE 'N'.
002720
002730* PUNTUACION DEL PARECIDO ENTRE EL CLIENTE Y LA ENTRADA EN CURSO:
002740* PALABRA DEL CLIENTE Y DE LA ENTRADA QUE SE COMPARAN, PALABRAS
002750* DEL CLIENTE CON PAREJA Y PUNTUACION RESULTANTE
002760 01 WS-PUN-IND-CLI            PIC S9(4) COMP.
002770 01 WS-PUN-IND-LIS            PIC S9(4) COMP.
002780 01 WS-PUN-ACIERTOS           PIC S9(4) COMP.
002790 01 WS-PUN-PUNTUACION         PIC S9(4) COMP.
002800
002810* CONTADORES DEL INFORME DE CONTROL DE LA EJECUCION
002820 01 WS-CONTADORES-INFORME.
002830     05 WS-CNT-LEIDAS        PIC 9(9)   VALUE 0.
002840     05 WS-CNT-CARGADAS      PIC 9(9)   VALUE 0.
002850     05 WS-CNT-RECHAZADAS    PIC 9(9)   VALUE 0.
002860     05 WS-CNT-CLIENTES      PIC 9(9)   VALUE 0.
002870     05 WS-CNT-NUEVAS        PIC 9(9)   VALUE 0.
002880     05 WS-CNT-EN-REVISION   PIC 9(9)   VALUE 0.
002890     05 WS-CNT-PENDIENTES    PIC 9(9)   VALUE 0.
002900
002910* LINEA DE DETALLE DEL INFORME DE CONTROL
002920 01 WS-LINEA-INFORME.
002930     05 WS-LIN-ETIQUETA     PIC X(40).
002940     05 WS-LIN-VALOR        PIC Z(11)9.99-.
002950     05 FILLER              PIC X(24).
002960
002970* LINEAS DEL INFORME DE ALERTAS PENDIENTES: TEXTO LIBRE, TITULOS
002980* DE COLUMNA Y DOS LINEAS POR ALERTA, LA PRIMERA CON EL CLIENTE Y
002990* LA PUNTUACION (UN '*' MARCA LAS ALERTAS NUEVAS) Y LA SEGUNDA CON
003000* LA ENTRADA DE LA LISTA QUE COINCIDE
003010 01 WS-LINEA-ALE-TEXTO.
003020     05 WS-AT-ETIQUETA      PIC X(28).
003030     05 WS-AT-TEXTO         PIC X(52).
003040 01 WS-LINEA-ALE-TITULO-1.
003050     05 FILLER              PIC X(10) VALUE '   ALERTA'.
003060     05 FILLER              PIC X(10) VALUE '  CLIENTE'.
003070     05 FILLER              PIC X(41) VALUE 'NOMBRE DEL CLIENTE'.
003080     05 FILLER              PIC X(4)  VALUE 'PUN'.
003090     05 FILLER              PIC X(2)  VALUE 'O'.
003100     05 FILLER              PIC X(11) VALUE 'FECHA'.
003110     05 FILLER              PIC X(2)  VALUE SPACES.
003120 01 WS-LINEA-ALE-TITULO-2.
003130     05 FILLER              PIC X(10) VALUE SPACES.
003140     05 FILLER              PIC X(16) VALUE 'DOCUMENTO'.
003150     05 FILLER              PIC X(21) VALUE 'REFERENCIA EN LISTA'.
003160     05 FILLER              PIC X(33) VALUE 'NOMBRE EN LISTA'.
003170 01 WS-LINEA-ALE-DETALLE-1.
003180     05 WS-AD-ALERTA        PIC Z(8)9.
003190     05 FILLER              PIC X(1).
003200     05 WS-AD-CLIENTE       PIC Z(8)9.
003210     05 FILLER              PIC X(1).
003220     05 WS-AD-NOMBRE        PIC X(40).
003230     05 FILLER              PIC X(1).
003240     05 WS-AD-PUNTUACION    PIC ZZ9.
003250     05 FILLER              PIC X(1).
003260     05 WS-AD-ORIGEN        PIC X(1).
003270     05 FILLER              PIC X(1).
003280     05 WS-AD-FECHA         PIC X(10).
003290     05 FILLER              PIC X(1).
003300     05 WS-AD-MARCA         PIC X(1).
003310     05 FILLER              PIC X(1).
003320 01 WS-LINEA-ALE-DETALLE-2.
003330     05 FILLER              PIC X(10).
003340     05 WS-AD-DOCUMENTO     PIC X(15).
003350     05 FILLER              PIC X(1).
003360     05 WS-AD-REFERENCIA    PIC X(20).
003370     05 FILLER              PIC X(1).
003380     05 WS-AD-NOMBRE-LISTA  PIC X(33).
003390
003400* CAMPOS LEIDOS DEL CURSOR DE ALERTAS PENDIENTES
003410 01 WS-ALE-NOMBRE        PIC X(50).
003420 01 WS-ALE-DOCUMENTO     PIC X(15).
003430
003440* SQLCA Y DCLGEN DE LAS TABLAS
003450     EXEC SQL INCLUDE SQLCA END-EXEC.
003460     EXEC SQL INCLUDE CLIENTE END-EXEC.
003470     EXEC SQL INCLUDE LISTAVIG END-EXEC.
003480     EXEC SQL INCLUDE ALERTCLI END-EXEC.
003490     EXEC SQL INCLUDE REVICONT END-EXEC.
003500     EXEC SQL INCLUDE AUDITORI END-EXEC.
003510     EXEC SQL INCLUDE AUDICAMB END-EXEC.
003520
003530* CURSOR CON LAS ENTRADAS DE LA LISTA VIGENTE, CON SU NOMBRE YA
003540* NORMALIZADO EN LA CARGA
003550     EXEC SQL
003560        DECLARE CUR-LISTA CURSOR FOR
003570        SELECT REFERENCIA, NOMBRE, NOMBRE_NORMAL, DOCUMENTO
003580          FROM IBMUSER.LISTA_VIGILANCIA
003590         ORDER BY CLAVE_ENTRADA
003600     END-EXEC.
003610
003620* CURSOR CON TODOS LOS CLIENTES A CRIBAR. SE DECLARA WITH HOLD
003630* PARA QUE EL COMMIT DE CADA CLIENTE CON ALERTAS NO LO CIERRE
003640     EXEC SQL
003650        DECLARE CUR-CLIENTES CURSOR WITH HOLD FOR
003660        SELECT CLAVE_CLIENTE, NOMBRE, DOCUMENTO, ESTADO_REVISION
003670          FROM IBMUSER.CLIENTE
003680         ORDER BY CLAVE_CLIENTE
003690     END-EXEC.
003700
003710* CURSOR DEL INFORME DE ALERTAS PENDIENTES, DE LA PUNTUACION MAS
003720* ALTA A LA MAS BAJA, CON LOS DATOS DEL CLIENTE
003730     EXEC SQL
003740        DECLARE CUR-ALERTAS CURSOR FOR
003750        SELECT A.CLAVE_ALERTA, A.CLAVE_CLIENTE, A.REFERENCIA,
003760               A.NOMBRE_LISTA, A.PUNTUACION, A.ORIGEN,
003770               A.FECHA_ALERTA, C.NOMBRE, C.DOCUMENTO
003780          FROM IBMUSER.ALERTA_CLIENTE A,
003790               IBMUSER.CLIENTE C
003800         WHERE A.ESTADO = 'P'
003810           AND C.CLAVE_CLIENTE = A.CLAVE_CLIENTE
003820         ORDER BY A.PUNTUACION DESC, A.CLAVE_ALERTA
003830     END-EXEC.
003840
003850 PROCEDURE DIVISION.
003860     PERFORM 1000-INICIO.
003870     PERFORM 2000-PROCESO UNTIL WS-FIN-CURSOR-SI.
003880     PERFORM 3000-FIN.
003890
003900* **********************************************************
003910* PARRAFO DE INICIO. CARGA LA LISTA RECIBIDA, SI LA HAY, PASA A
003920* MEMORIA LA LISTA VIGENTE Y ABRE EL CURSOR DE CLIENTES
003930* **********************************************************
003940 1000-INICIO.
003950
003960     DISPLAY 'INICIO SANC01'.
003970
003980     OPEN INPUT  FICHERO-LIS.
003990     OPEN OUTPUT FICHERO-SAL.
004000     OPEN OUTPUT FICHERO-ALE.
004010     OPEN OUTPUT FICHERO-INF.
004020
004030     MOVE FUNCTION CURRENT-DATE TO WS-FECHA-SISTEMA.
004040     STRING WS-FS-ANO           DELIMITED BY SIZE
004050            '-'                 DELIMITED BY SIZE
004060            WS-FS-MES           DELIMITED BY SIZE
004070            '-'                 DELIMITED BY SIZE
004080            WS-FS-DIA           DELIMITED BY SIZE
004090       INTO WS-FECHA-PROCESO
004100     END-STRING.
004110
004120* PRIMERA LECTURA: SI HAY LISTA NUEVA DEBE SER SU CABECERA
004130     PERFORM 1010-LEE-LISTA.
004140     IF FICHERO-LIS-FIN
004150        DISPLAY 'SIN LISTA NUEVA. SE CRIBA CONTRA LA LISTA'
004160                ' YA CARGADA'
004170     ELSE
004180        MOVE 'S' TO WS-CARGA
004190        PERFORM 1100-CARGA-LISTA
004200     END-IF.
004210
004220     PERFORM 1200-CARGA-TABLA.
004230
004240     IF WS-TLI-NUM EQUAL ZERO
004250        DISPLAY 'LA LISTA DE VIGILANCIA ESTA VACIA. NO SE CRIBA'
004260        MOVE 'S' TO WS-FIN-CURSOR
004270     ELSE
004280        PERFORM 1300-GUARDA-ULTIMA-ALERTA
004290        EXEC SQL
004300           OPEN CUR-CLIENTES
004310        END-EXEC
004320        PERFORM 1090-COMPRUEBA-SQLCODE
004330        PERFORM 1080-LEE-CLIENTE
004340     END-IF.
004350
004360* ***************************************************************
004370* LEE EL SIGUIENTE REGISTRO DEL FICHERO DE LA LISTA DE VIGILANCIA
004380* ***************************************************************
004390 1010-LEE-LISTA.
004400
004410     READ FICHERO-LIS INTO WS-LISTA.
004420
004430     IF NOT FICHERO-LIS-OK AND NOT FICHERO-LIS-FIN
004440        DISPLAY 'FILE STATUS INESPERADO EN FICHERO-LIS: '
004450                FS-LISTA
004460        PERFORM 9999-ERROR
004470     END-IF.
004480
004490* ***************************************************************
004500* LEE EL SIGUIENTE CLIENTE A CRIBAR
004510* ***************************************************************
004520 1080-LEE-CLIENTE.
004530
004540     EXEC SQL
004550        FETCH CUR-CLIENTES
004560         INTO :DCLCLIENTE.CLAVE-CLIENTE,
004570              :DCLCLIENTE.NOMBRE,
004580              :DCLCLIENTE.DOCUMENTO,
004590              :DCLCLIENTE.ESTADO-REVISION
004600     END-EXEC.
004610
004620     IF SQLCODE EQUAL 100
004630        MOVE 'S' TO WS-FIN-CURSOR
004640     ELSE
004650        PERFORM 1090-COMPRUEBA-SQLCODE
004660     END-IF.
004670
004680* ***************************************************************
004690* COMPRUEBA EL SQLCODE DE LA ULTIMA OPERACION DE BASE DE DATOS.
004700* CUALQUIER VALOR DISTINTO DE CERO ES UN ERROR
004710* ***************************************************************
004720 1090-COMPRUEBA-SQLCODE.
004730
004740     IF SQLCODE NOT EQUAL 0
004750        DISPLAY 'ERROR DE BASE DE DATOS EN SANC01. SQLCODE: '
004760                SQLCODE
004770        PERFORM 9999-ERROR
004780     END-IF.
004790
004800* ***************************************************************
004810* CARGA LA LISTA RECIBIDA EN IBMUSER.LISTA_VIGILANCIA EN LUGAR DE
004820* LA ANTERIOR: COMPRUEBA LA CABECERA, BORRA LA LISTA ANTERIOR,
004830* GRABA LAS ENTRADAS VALIDAS CON SU NOMBRE NORMALIZADO Y CONTRASTA
004840* EL TRAILER. LA CARGA SE CONFIRMA ANTES DE EMPEZAR LA CRIBA
004850* ***************************************************************
004860 1100-CARGA-LISTA.
004870
004880     IF NOT TIPO-CABECERA
004890        DISPLAY 'EL REGISTRO INICIAL DE LA LISTA DE VIGILANCIA NO'
004900                ' ES UNA CABECERA VALIDA'
004910        PERFORM 9999-ERROR
004920     END-IF.
004930
004940     IF WS-L-CAB-FECHA EQUAL SPACES
004950        OR WS-L-CAB-TOTAL-REG NOT NUMERIC
004960        DISPLAY 'LA CABECERA DE LA LISTA NO TRAE FECHA O TOTAL'
004970        PERFORM 9999-ERROR
004980     END-IF.
004990
005000     MOVE WS-L-CAB-FECHA     TO WS-LIS-FECHA.
005010     MOVE WS-L-CAB-EMISOR    TO WS-LIS-EMISOR.
005020     MOVE WS-L-CAB-TOTAL-REG TO WS-LIS-TOTAL-CAB.
005030     MOVE WS-LIS-FECHA       TO FECHA-LISTA
005040                                OF DCLLISTA-VIGILANCIA.
005050     MOVE 0                  TO CLAVE-ENTRADA
005060                                OF DCLLISTA-VIGILANCIA.
005070
005080     EXEC SQL
005090        DELETE FROM IBMUSER.LISTA_VIGILANCIA
005100     END-EXEC.
005110     IF SQLCODE NOT EQUAL 100
005120        PERFORM 1090-COMPRUEBA-SQLCODE
005130     END-IF.
005140
005150* RECORREMOS LAS ENTRADAS DE LA LISTA
005160     PERFORM 1010-LEE-LISTA.
005170     PERFORM 1110-TRATA-ENTRADA
005180        UNTIL FICHERO-LIS-FIN OR TIPO-TRAILER.
005190
005200     PERFORM 1150-COMPRUEBA-TRAILER.
005210
005220* DETRAS DEL TRAILER NO PUEDE VENIR NADA MAS
005230     PERFORM 1010-LEE-LISTA.
005240     IF NOT FICHERO-LIS-FIN
005250        DISPLAY 'HAY REGISTROS DETRAS DEL TRAILER DE LA LISTA'
005260        PERFORM 9999-ERROR
005270     END-IF.
005280
005290     EXEC SQL COMMIT END-EXEC.
005300     PERFORM 1090-COMPRUEBA-SQLCODE.
005310
005320     DISPLAY 'LISTA DEL ' WS-LIS-FECHA ' CARGADA. ENTRADAS: '
005330             WS-CNT-CARGADAS.
005340
005350* ***************************************************************
005360* TRATA UNA ENTRADA DE LA LISTA: SI TRAE REFERENCIA Y NOMBRE LA
005370* GRABA CON SU NOMBRE NORMALIZADO; SI NO, LA DEJA COMO INCIDENCIA.
005380* DESPUES LEE LA SIGUIENTE
005390* ***************************************************************
005400 1110-TRATA-ENTRADA.
005410
005420     ADD 1 TO WS-CNT-LEIDAS.
005430
005440     IF NOT TIPO-DETALLE
005450        OR WS-L-REFERENCIA EQUAL SPACES
005460        OR WS-L-NOMBRE EQUAL SPACES
005470        SET CODERR-DATOS-INVALIDOS   TO TRUE
005480        MOVE 0                       TO WS-S-SQLCODE
005490        MOVE SPACES                  TO WS-S-DESCRIPCION
005500        STRING 'ENTRADA DE LA LISTA SIN REFERENCIA O NOMBRE: '
005510                                     DELIMITED BY SIZE
005520               WS-L-REFERENCIA       DELIMITED BY SIZE
005530          INTO WS-S-DESCRIPCION
005540        END-STRING
005550        PERFORM 2800-ESCRIBE-SALIDA
005560        ADD 1 TO WS-CNT-RECHAZADAS
005570     ELSE
005580        ADD 1 TO CLAVE-ENTRADA OF DCLLISTA-VIGILANCIA
005590        MOVE WS-L-REFERENCIA  TO REFERENCIA OF DCLLISTA-VIGILANCIA
005600        MOVE WS-L-NOMBRE      TO NOMBRE OF DCLLISTA-VIGILANCIA
005610        MOVE WS-L-DOCUMENTO   TO DOCUMENTO OF DCLLISTA-VIGILANCIA
005620        MOVE WS-L-PROGRAMA    TO PROGRAMA OF DCLLISTA-VIGILANCIA
005630        MOVE WS-L-NOMBRE      TO WS-NOR-ENTRADA
005640        PERFORM 2600-NORMALIZA-NOMBRE
005650        MOVE WS-NOR-SALIDA    TO NOMBRE-NORMAL
005660                                 OF DCLLISTA-VIGILANCIA
005670
005680        EXEC SQL
005690           INSERT INTO IBMUSER.LISTA_VIGILANCIA
005700                 (CLAVE_ENTRADA, REFERENCIA, NOMBRE,
005710                  NOMBRE_NORMAL, DOCUMENTO, PROGRAMA, FECHA_LISTA)
005720           VALUES (:DCLLISTA-VIGILANCIA.CLAVE-ENTRADA,
005730                   :DCLLISTA-VIGILANCIA.REFERENCIA,
005740                   :DCLLISTA-VIGILANCIA.NOMBRE,
005750                   :DCLLISTA-VIGILANCIA.NOMBRE-NORMAL,
005760                   :DCLLISTA-VIGILANCIA.DOCUMENTO,
005770                   :DCLLISTA-VIGILANCIA.PROGRAMA,
005780                   :DCLLISTA-VIGILANCIA.FECHA-LISTA)
005790        END-EXEC
005800        PERFORM 1090-COMPRUEBA-SQLCODE
005810        ADD 1 TO WS-CNT-CARGADAS
005820     END-IF.
005830
005840     PERFORM 1010-LEE-LISTA.
005850
005860* ***************************************************************
005870* CONTRASTA EL TRAILER DE LA LISTA CON LAS ENTRADAS LEIDAS Y CON
005880* EL TOTAL DE SU CABECERA. SI NO CUADRAN, LA LISTA SE CONSIDERA
005890* INCOMPLETA O CORRUPTA Y SE ABORTA SIN CARGARLA, CONSERVANDO LA
005900* LISTA ANTERIOR
005910* ***************************************************************
005920 1150-COMPRUEBA-TRAILER.
005930
005940     IF NOT TIPO-TRAILER
005950        DISPLAY 'FALTA EL REGISTRO TRAILER DE LA LISTA'
005960        PERFORM 9999-ERROR
005970     END-IF.
005980
005990     IF WS-L-TRA-TOTAL-REG NOT NUMERIC
006000        OR WS-L-TRA-TOTAL-REG NOT EQUAL WS-CNT-LEIDAS
006010        OR WS-LIS-TOTAL-CAB NOT EQUAL WS-CNT-LEIDAS
006020        DISPLAY 'EL TOTAL DE REGISTROS DE CABECERA O TRAILER NO'
006030                ' COINCIDE CON LAS ENTRADAS LEIDAS DE LA LISTA'
006040        PERFORM 9999-ERROR
006050     END-IF.
006060
006070* ***************************************************************
006080* PASA A MEMORIA LAS ENTRADAS DE LA LISTA VIGENTE, SEPARANDO UNA
006090* SOLA VEZ LAS PALABRAS DE SU NOMBRE NORMALIZADO
006100* ***************************************************************
006110 1200-CARGA-TABLA.
006120
006130     MOVE 0 TO WS-TLI-NUM.
006140
006150     EXEC SQL
006160        OPEN CUR-LISTA
006170     END-EXEC.
006180     PERFORM 1090-COMPRUEBA-SQLCODE.
006190
006200     PERFORM 1210-LEE-ENTRADA.
006210     PERFORM 1220-GUARDA-ENTRADA UNTIL WS-FIN-LISTA-SI.
006220
006230     EXEC SQL
006240        CLOSE CUR-LISTA
006250     END-EXEC.
006260     PERFORM 1090-COMPRUEBA-SQLCODE.
006270
006280* ***************************************************************
006290* LEE LA SIGUIENTE ENTRADA DE LA LISTA VIGENTE
006300* ***************************************************************
006310 1210-LEE-ENTRADA.
006320
006330     EXEC SQL
006340        FETCH CUR-LISTA
006350         INTO :DCLLISTA-VIGILANCIA.REFERENCIA,
006360              :DCLLISTA-VIGILANCIA.NOMBRE,
006370              :DCLLISTA-VIGILANCIA.NOMBRE-NORMAL,
006380              :DCLLISTA-VIGILANCIA.DOCUMENTO
006390     END-EXEC.
006400
006410     IF SQLCODE EQUAL 100
006420        MOVE 'S' TO WS-FIN-LISTA
006430     ELSE
006440        PERFORM 1090-COMPRUEBA-SQLCODE
006450     END-IF.
006460
006470* ***************************************************************
006480* GUARDA EN LA TABLA EN MEMORIA LA ENTRADA LEIDA Y LEE LA
006490* SIGUIENTE. UNA LISTA MAYOR QUE LA TABLA ABORTA LA EJECUCION:
006500* CRIBAR SOLO PARTE DE LA LISTA DARIA POR BUENOS A CLIENTES SIN
006510* HABERLOS COMPARADO CON EL RESTO
006520* ***************************************************************
006530 1220-GUARDA-ENTRADA.
006540
006550     IF WS-TLI-NUM NOT LESS THAN WS-MAX-ENTRADAS
006560        DISPLAY 'LA LISTA DE VIGILANCIA SUPERA LAS '
006570                WS-MAX-ENTRADAS ' ENTRADAS QUE ADMITE LA CRIBA'
006580        PERFORM 9999-ERROR
006590     END-IF.
006600
006610     ADD 1 TO WS-TLI-NUM.
006620     MOVE REFERENCIA OF DCLLISTA-VIGILANCIA
006630                         TO WS-TLI-REFERENCIA (WS-TLI-NUM).
006640     MOVE NOMBRE OF DCLLISTA-VIGILANCIA
006650                         TO WS-TLI-NOMBRE (WS-TLI-NUM).
006660     MOVE DOCUMENTO OF DCLLISTA-VIGILANCIA
006670                         TO WS-TLI-DOCUMENTO (WS-TLI-NUM).
006680     MOVE NOMBRE-NORMAL OF DCLLISTA-VIGILANCIA TO WS-NOR-SALIDA.
006690     PERFORM 2610-SEPARA-PALABRAS.
006700     MOVE WS-PALABRAS-TRABAJO TO WS-TLI-PALABRAS (WS-TLI-NUM).
006710
006720     PERFORM 1210-LEE-ENTRADA.
006730
006740* ***************************************************************
006750* GUARDA LA ULTIMA CLAVE DE ALERTA ASIGNADA ANTES DE LA CRIBA PARA
006760* DISTINGUIR EN EL INFORME LAS ALERTAS NUEVAS DE LAS QUE YA
006770* ESTABAN PENDIENTES. SIN FILA EN EL CONTADOR NO HAY ALERTAS
006780* ***************************************************************
006790 1300-GUARDA-ULTIMA-ALERTA.
006800
006810     EXEC SQL
006820        SELECT ULTIMO_VALOR
006830          INTO :WS-ALERTA-INICIAL
006840          FROM IBMUSER.CONTADOR
006850         WHERE NOMBRE = 'ALERTCLI'
006860     END-EXEC.
006870
006880     IF SQLCODE EQUAL 100
006890        MOVE 0 TO WS-ALERTA-INICIAL
006900     ELSE
006910        PERFORM 1090-COMPRUEBA-SQLCODE
006920     END-IF.
006930
006940* ***************************************************************
006950* CRIBA UN CLIENTE CONTRA TODAS LAS ENTRADAS DE LA LISTA. SI HAY
006960* ALERTAS NUEVAS LO PONE EN REVISION CON SUS CONTRATOS Y CONFIRMA
006970* EL CLIENTE. DESPUES LEE EL SIGUIENTE
006980* ***************************************************************
006990 2000-PROCESO.
007000
007010     ADD 1                      TO WS-CNT-CLIENTES.
007020     MOVE 0                     TO WS-CRI-ALERTAS.
007030     MOVE NOMBRE OF DCLCLIENTE  TO WS-NOR-ENTRADA.
007040     PERFORM 2600-NORMALIZA-NOMBRE.
007050     PERFORM 2610-SEPARA-PALABRAS.
007060     MOVE WS-PALABRAS-TRABAJO   TO WS-PALABRAS-CLIENTE.
007070
007080     PERFORM 2100-EVALUA-ENTRADA
007090        VARYING WS-IDX-LISTA FROM 1 BY 1
007100        UNTIL WS-IDX-LISTA GREATER THAN WS-TLI-NUM.
007110
007120     IF WS-CRI-ALERTAS GREATER THAN ZERO
007130        PERFORM 2300-PONE-EN-REVISION
007140        EXEC SQL COMMIT END-EXEC
007150        PERFORM 1090-COMPRUEBA-SQLCODE
007160     END-IF.
007170
007180     PERFORM 1080-LEE-CLIENTE.
007190
007200* ***************************************************************
007210* PUNTUA EL PARECIDO DEL CLIENTE CON UNA ENTRADA DE LA TABLA Y
007220* REGISTRA LA ALERTA SI LLEGA AL UMBRAL. EL MISMO DOCUMENTO DE
007230* IDENTIDAD ES COINCIDENCIA PLENA
007240* ***************************************************************
007250 2100-EVALUA-ENTRADA.
007260
007270     MOVE WS-TLI-PALABRAS (WS-IDX-LISTA) TO WS-PALABRAS-LISTA.
007280     PERFORM 2620-PUNTUA-NOMBRE.
007290
007300     IF WS-TLI-DOCUMENTO (WS-IDX-LISTA) NOT EQUAL SPACES
007310        AND WS-TLI-DOCUMENTO (WS-IDX-LISTA)
007320            EQUAL DOCUMENTO OF DCLCLIENTE
007330        MOVE 100                TO WS-PUN-PUNTUACION
007340     END-IF.
007350
007360     IF WS-PUN-PUNTUACION NOT LESS THAN WS-UMBRAL-COINCIDENCIA
007370        PERFORM 2200-REGISTRA-ALERTA
007380     END-IF.
007390
007400* ***************************************************************
007410* REGISTRA EN IBMUSER.ALERTA_CLIENTE LA POSIBLE COINCIDENCIA DEL
007420* CLIENTE CON LA ENTRADA, PENDIENTE DE QUE CUMPLIMIENTO LA
007430* DESCARTE O LA CONFIRME EN REVI01, Y LA AUDITA. LOS ALIAS DE UNA
007440* MISMA PERSONA COMPARTEN REFERENCIA Y SOLO GENERAN UNA ALERTA;
007450* UNA REFERENCIA YA ALERTADA PARA EL CLIENTE, PENDIENTE O
007460* RESUELTA, NO SE VUELVE A ALERTAR
007470* ***************************************************************
007480 2200-REGISTRA-ALERTA.
007490
007500     MOVE CLAVE-CLIENTE OF DCLCLIENTE
007510                          TO CLAVE-CLIENTE OF DCLALERTA-CLIENTE.
007520     MOVE WS-TLI-REFERENCIA (WS-IDX-LISTA)
007530                          TO REFERENCIA OF DCLALERTA-CLIENTE.
007540
007550     EXEC SQL
007560        SELECT COUNT(*)
007570          INTO :WS-CNT-ALERTAS
007580          FROM IBMUSER.ALERTA_CLIENTE
007590         WHERE CLAVE_CLIENTE = :DCLALERTA-CLIENTE.CLAVE-CLIENTE
007600           AND REFERENCIA = :DCLALERTA-CLIENTE.REFERENCIA
007610     END-EXEC.
007620     PERFORM 1090-COMPRUEBA-SQLCODE.
007630
007640     IF WS-CNT-ALERTAS EQUAL ZERO
007650        PERFORM 2210-OBTIENE-CLAVE-ALERTA
007660        MOVE WS-TLI-NOMBRE (WS-IDX-LISTA)
007670                          TO NOMBRE-LISTA OF DCLALERTA-CLIENTE
007680        MOVE WS-PUN-PUNTUACION  TO PUNTUACION OF DCLALERTA-CLIENTE
007690        MOVE 'L'                TO ORIGEN OF DCLALERTA-CLIENTE
007700        MOVE 'P'                TO ESTADO OF DCLALERTA-CLIENTE
007710        MOVE SPACES             TO USUARIO-DECISION
007720                                   OF DCLALERTA-CLIENTE
007730
007740        EXEC SQL
007750           INSERT INTO IBMUSER.ALERTA_CLIENTE
007760                 (CLAVE_ALERTA, CLAVE_CLIENTE, REFERENCIA,
007770                  NOMBRE_LISTA, PUNTUACION, ORIGEN, ESTADO,
007780                  FECHA_ALERTA, USUARIO_DECISION)
007790           VALUES (:DCLALERTA-CLIENTE.CLAVE-ALERTA,
007800                   :DCLALERTA-CLIENTE.CLAVE-CLIENTE,
007810                   :DCLALERTA-CLIENTE.REFERENCIA,
007820                   :DCLALERTA-CLIENTE.NOMBRE-LISTA,
007830                   :DCLALERTA-CLIENTE.PUNTUACION,
007840                   :DCLALERTA-CLIENTE.ORIGEN,
007850                   :DCLALERTA-CLIENTE.ESTADO,
007860                   CURRENT TIMESTAMP,
007870                   :DCLALERTA-CLIENTE.USUARIO-DECISION)
007880        END-EXEC
007890        PERFORM 1090-COMPRUEBA-SQLCODE
007900
007910        ADD 1 TO WS-CRI-ALERTAS
007920        ADD 1 TO WS-CNT-NUEVAS
007930        PERFORM 2220-AUDITA-ALERTA
007940     END-IF.
007950
007960* ***************************************************************
007970* OBTIENE LA CLAVE DE LA NUEVA ALERTA DE LA FILA 'ALERTCLI' DE
007980* IBMUSER.CONTADOR, COMPARTIDA CON MANT03. LA PRIMERA ALERTA DE
007990* LA HISTORIA CREA LA FILA; SI OTRO PROCESO LA CREA ANTES, SE
008000* INCREMENTA SOBRE LA FILA YA CREADA
008010* ***************************************************************
008020 2210-OBTIENE-CLAVE-ALERTA.
008030
008040     EXEC SQL
008050        UPDATE IBMUSER.CONTADOR
008060           SET ULTIMO_VALOR = ULTIMO_VALOR + 1
008070         WHERE NOMBRE = 'ALERTCLI'
008080     END-EXEC.
008090
008100     IF SQLCODE EQUAL 100
008110        EXEC SQL
008120           INSERT INTO IBMUSER.CONTADOR (NOMBRE, ULTIMO_VALOR)
008130           VALUES ('ALERTCLI', 1)
008140        END-EXEC
008150        IF SQLCODE EQUAL -803
008160           EXEC SQL
008170              UPDATE IBMUSER.CONTADOR
008180                 SET ULTIMO_VALOR = ULTIMO_VALOR + 1
008190               WHERE NOMBRE = 'ALERTCLI'
008200           END-EXEC
008210        END-IF
008220     END-IF.
008230     PERFORM 1090-COMPRUEBA-SQLCODE.
008240
008250     EXEC SQL
008260        SELECT ULTIMO_VALOR
008270          INTO :DCLALERTA-CLIENTE.CLAVE-ALERTA
008280          FROM IBMUSER.CONTADOR
008290         WHERE NOMBRE = 'ALERTCLI'
008300     END-EXEC.
008310     PERFORM 1090-COMPRUEBA-SQLCODE.
008320
008330* ***************************************************************
008340* REGISTRA EL ALTA DE LA ALERTA EN LA AUDITORIA CON LA ENTIDAD
008350* 'ALERTCLI' Y LA CLAVE DE LA ALERTA, Y EN
008360* IBMUSER.AUDITORIA_CAMBIO EL CLIENTE, LA REFERENCIA DE LA LISTA,
008370* LA PUNTUACION Y EL ESTADO PENDIENTE CON QUE NACE
008380* ***************************************************************
008390 2220-AUDITA-ALERTA.
008400
008410     MOVE CLAVE-ALERTA OF DCLALERTA-CLIENTE
008420                                TO CLAVE-CONTRATO OF DCLAUDITORIA.
008430     MOVE 'A'                   TO OPERACION OF DCLAUDITORIA.
008440     MOVE 'ALERTCLI'            TO ENTIDAD OF DCLAUDITORIA.
008450     PERFORM 2250-REGISTRA-AUDITORIA.
008460
008470     MOVE CLAVE-CLIENTE OF DCLCLIENTE TO WS-ED-CLAVE.
008480     MOVE 'CLAVE_CLIENTE'       TO CAMPO OF DCLAUDITORIA-CAMBIO.
008490     MOVE SPACES                TO VALOR-ANTES
008500                                   OF DCLAUDITORIA-CAMBIO.
008510     MOVE WS-ED-CLAVE           TO VALOR-DESPUES
008520                                   OF DCLAUDITORIA-CAMBIO.
008530     PERFORM 2260-REGISTRA-CAMBIO.
008540
008550     MOVE 'REFERENCIA'          TO CAMPO OF DCLAUDITORIA-CAMBIO.
008560     MOVE SPACES                TO VALOR-ANTES
008570                                   OF DCLAUDITORIA-CAMBIO.
008580     MOVE REFERENCIA OF DCLALERTA-CLIENTE
008590                                TO VALOR-DESPUES
008600                                   OF DCLAUDITORIA-CAMBIO.
008610     PERFORM 2260-REGISTRA-CAMBIO.
008620
008630     MOVE WS-PUN-PUNTUACION     TO WS-ED-PUNTUACION.
008640     MOVE 'PUNTUACION'          TO CAMPO OF DCLAUDITORIA-CAMBIO.
008650     MOVE SPACES                TO VALOR-ANTES
008660                                   OF DCLAUDITORIA-CAMBIO.
008670     MOVE WS-ED-PUNTUACION      TO VALOR-DESPUES
008680                                   OF DCLAUDITORIA-CAMBIO.
008690     PERFORM 2260-REGISTRA-CAMBIO.
008700
008710     MOVE 'ESTADO'              TO CAMPO OF DCLAUDITORIA-CAMBIO.
008720     MOVE SPACES                TO VALOR-ANTES
008730                                   OF DCLAUDITORIA-CAMBIO.
008740     MOVE 'P'                   TO VALOR-DESPUES
008750                                   OF DCLAUDITORIA-CAMBIO.
008760     PERFORM 2260-REGISTRA-CAMBIO.
008770
008780* ***************************************************************
008790* GRABA EL REGISTRO DE AUDITORIA PREPARADO, CON EL PROGRAMA COMO
008800* USUARIO Y SIN TERMINAL, TOMANDO ANTES SU FECHA Y HORA PARA
008810* ENLAZAR CON ELLA LOS CAMPOS QUE CAMBIAN
008820* ***************************************************************
008830 2250-REGISTRA-AUDITORIA.
008840
008850     MOVE 'SANC01'              TO USUARIO OF DCLAUDITORIA.
008860     MOVE SPACES                TO TERMINAL-ID OF DCLAUDITORIA.
008870     MOVE SPACES                TO USUARIO-SOLICITA
008880                                   OF DCLAUDITORIA.
008890
008900     EXEC SQL
008910        SELECT CURRENT TIMESTAMP
008920          INTO :DCLAUDITORIA.FECHA-HORA
008930          FROM SYSIBM.SYSDUMMY1
008940     END-EXEC.
008950     PERFORM 1090-COMPRUEBA-SQLCODE.
008960
008970     EXEC SQL
008980        INSERT INTO IBMUSER.AUDITORIA
008990              (CLAVE_CONTRATO, OPERACION, USUARIO, TERMINAL_ID,
009000               FECHA_HORA, ENTIDAD, USUARIO_SOLICITA)
009010        VALUES (:DCLAUDITORIA.CLAVE-CONTRATO,
009020                :DCLAUDITORIA.OPERACION,
009030                :DCLAUDITORIA.USUARIO,
009040                :DCLAUDITORIA.TERMINAL-ID,
009050                :DCLAUDITORIA.FECHA-HORA,
009060                :DCLAUDITORIA.ENTIDAD,
009070                :DCLAUDITORIA.USUARIO-SOLICITA)
009080     END-EXEC.
009090     PERFORM 1090-COMPRUEBA-SQLCODE.
009100
009110* ***************************************************************
009120* GRABA EN IBMUSER.AUDITORIA_CAMBIO EL CAMPO PREPARADO, ENLAZADO
009130* CON SU REGISTRO DE AUDITORIA POR CLAVE, ENTIDAD Y FECHA Y HORA
009140* ***************************************************************
009150 2260-REGISTRA-CAMBIO.
009160
009170     EXEC SQL
009180        INSERT INTO IBMUSER.AUDITORIA_CAMBIO
009190              (CLAVE_CONTRATO, ENTIDAD, FECHA_HORA, CAMPO,
009200               VALOR_ANTES, VALOR_DESPUES)
009210        VALUES (:DCLAUDITORIA.CLAVE-CONTRATO,
009220                :DCLAUDITORIA.ENTIDAD,
009230                :DCLAUDITORIA.FECHA-HORA,
009240                :DCLAUDITORIA-CAMBIO.CAMPO,
009250                :DCLAUDITORIA-CAMBIO.VALOR-ANTES,
009260                :DCLAUDITORIA-CAMBIO.VALOR-DESPUES)
009270     END-EXEC.
009280     PERFORM 1090-COMPRUEBA-SQLCODE.
009290
009300* ***************************************************************
009310* DEJA EN REVISION ('R') AL CLIENTE CON ALERTAS NUEVAS, SALVO QUE
009320* YA ESTUVIERA EN REVISION O CON UNA COINCIDENCIA CONFIRMADA
009330* ('C'), Y AUDITA EL CAMBIO. CON EL QUEDAN EN REVISION TODOS SUS
009340* CONTRATOS VIVOS, GUARDANDO EN IBMUSER.REVISION_CONTRATO EL
009350* ESTADO QUE TENIAN PARA DEVOLVERSELO SI LAS ALERTAS SE DESCARTAN
009360* ***************************************************************
009370 2300-PONE-EN-REVISION.
009380
009390     IF ESTADO-REVISION OF DCLCLIENTE EQUAL 'N'
009400        EXEC SQL
009410           UPDATE IBMUSER.CLIENTE
009420              SET ESTADO_REVISION = 'R'
009430            WHERE CLAVE_CLIENTE = :DCLCLIENTE.CLAVE-CLIENTE
009440        END-EXEC
009450        PERFORM 1090-COMPRUEBA-SQLCODE
009460        ADD 1 TO WS-CNT-EN-REVISION
009470
009480        MOVE CLAVE-CLIENTE OF DCLCLIENTE
009490                                TO CLAVE-CONTRATO OF DCLAUDITORIA
009500        MOVE 'M'                TO OPERACION OF DCLAUDITORIA
009510        MOVE 'CLIENTE'          TO ENTIDAD OF DCLAUDITORIA
009520        PERFORM 2250-REGISTRA-AUDITORIA
009530        MOVE 'ESTADO_REVISION'  TO CAMPO OF DCLAUDITORIA-CAMBIO
009540        MOVE 'N'                TO VALOR-ANTES
009550                                   OF DCLAUDITORIA-CAMBIO
009560        MOVE 'R'                TO VALOR-DESPUES
009570                                   OF DCLAUDITORIA-CAMBIO
009580        PERFORM 2260-REGISTRA-CAMBIO
009590     END-IF.
009600
009610     EXEC SQL
009620        INSERT INTO IBMUSER.REVISION_CONTRATO
009630              (CLAVE_CONTRATO, ESTADO_ANTERIOR, CLAVE_CLIENTE,
009640               FECHA_REVISION)
009650        SELECT C.CLAVE_CONTRATO, C.ESTADO, CC.CLAVE_CLIENTE,
009660               CURRENT TIMESTAMP
009670          FROM IBMUSER.CLIENTE_CONTRATO CC,
009680               IBMUSER.CONTRATO C
009690         WHERE CC.CLAVE_CLIENTE = :DCLCLIENTE.CLAVE-CLIENTE
009700           AND C.CLAVE_CONTRATO = CC.CLAVE_CONTRATO
009710           AND C.ESTADO NOT IN ('C', 'R')
009720     END-EXEC.
009730     IF SQLCODE NOT EQUAL 100
009740        PERFORM 1090-COMPRUEBA-SQLCODE
009750     END-IF.
009760
009770     EXEC SQL
009780        UPDATE IBMUSER.CONTRATO
009790           SET ESTADO = 'R'
009800         WHERE ESTADO NOT IN ('C', 'R')
009810           AND CLAVE_CONTRATO IN
009820               (SELECT CLAVE_CONTRATO
009830                  FROM IBMUSER.CLIENTE_CONTRATO
009840                 WHERE CLAVE_CLIENTE = :DCLCLIENTE.CLAVE-CLIENTE)
009850     END-EXEC.
009860     IF SQLCODE NOT EQUAL 100
009870        PERFORM 1090-COMPRUEBA-SQLCODE
009880     END-IF.
009890
009900
009910* ***************************************************************
009920* NORMALIZA EL NOMBRE DE WS-NOR-ENTRADA EN WS-NOR-SALIDA PARA
009930* COMPARARLO CON LAS LISTAS DE VIGILANCIA SIN DEPENDER DE COMO SE
009940* HAYA ESCRITO: PASA A MAYUSCULAS, CAMBIA LOS SIGNOS DE PUNTUACION
009950* POR BLANCOS, UNIFICA LAS GRAFIAS DE IGUAL SONIDO (V Y B, Z Y S,
009960* Y E I), QUITA LA H, NO REPITE LA MISMA LETRA SEGUIDA Y DEJA UN
009970* SOLO BLANCO ENTRE PALABRAS
009980* ***************************************************************
009990 2600-NORMALIZA-NOMBRE.
010000
010010     INSPECT WS-NOR-ENTRADA
010020        CONVERTING 'abcdefghijklmnopqrstuvwxyz'
010030                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
010040     INSPECT WS-NOR-ENTRADA
010050        CONVERTING '.,;:-_/()&''"'
010060                TO '            '.
010070     INSPECT WS-NOR-ENTRADA
010080        CONVERTING 'VZY' TO 'BSI'.
010090
010100     MOVE SPACES                TO WS-NOR-SALIDA.
010110     MOVE 0                     TO WS-NOR-POS-SAL.
010120     MOVE SPACE                 TO WS-NOR-ANTERIOR.
010130
010140     PERFORM 2605-TRATA-CARACTER-NOMBRE
010150        VARYING WS-NOR-POS-ENT FROM 1 BY 1
010160        UNTIL WS-NOR-POS-ENT GREATER THAN 50.
010170
010180* ***************************************************************
010190* COPIA AL NOMBRE NORMALIZADO UN CARACTER DEL NOMBRE DE ENTRADA,
010200* SALVO LA H, LA REPETICION DEL CARACTER ANTERIOR (LETRA DOBLE O
010210* BLANCOS SEGUIDOS) Y LOS BLANCOS INICIALES
010220* ***************************************************************
010230 2605-TRATA-CARACTER-NOMBRE.
010240
010250     MOVE WS-NOR-ENT-CAR (WS-NOR-POS-ENT) TO WS-NOR-CARACTER.
010260
010270     IF WS-NOR-CARACTER NOT EQUAL 'H'
010280        AND WS-NOR-CARACTER NOT EQUAL WS-NOR-ANTERIOR
010290        AND (WS-NOR-CARACTER NOT EQUAL SPACE
010300             OR WS-NOR-POS-SAL GREATER THAN ZERO)
010310        ADD 1                   TO WS-NOR-POS-SAL
010320        MOVE WS-NOR-CARACTER    TO WS-NOR-SAL-CAR (WS-NOR-POS-SAL)
010330        MOVE WS-NOR-CARACTER    TO WS-NOR-ANTERIOR
010340     END-IF.
010350
010360* ***************************************************************
010370* SEPARA EN PALABRAS EL NOMBRE NORMALIZADO DE WS-NOR-SALIDA Y LAS
010380* DEJA EN WS-PALABRAS-TRABAJO
010390* ***************************************************************
010400 2610-SEPARA-PALABRAS.
010410
010420     MOVE 0                     TO WS-PTR-NUM.
010430     SET SEP-FUERA-PALABRA      TO TRUE.
010440
010450     PERFORM 2615-TRATA-CARACTER-PALABRA
010460        VARYING WS-SEP-POS FROM 1 BY 1
010470        UNTIL WS-SEP-POS GREATER THAN 50.
010480
010490* ***************************************************************
010500* TRATA UN CARACTER DEL NOMBRE NORMALIZADO: UN BLANCO CIERRA LA
010510* PALABRA EN CURSO Y CUALQUIER OTRO SE ANADE A ELLA, EMPEZANDO
010520* UNA NUEVA SI NO HABIA NINGUNA ABIERTA
010530* ***************************************************************
010540 2615-TRATA-CARACTER-PALABRA.
010550
010560     MOVE WS-NOR-SAL-CAR (WS-SEP-POS) TO WS-NOR-CARACTER.
010570
010580     IF WS-NOR-CARACTER EQUAL SPACE
010590        SET SEP-FUERA-PALABRA   TO TRUE
010600     ELSE
010610        IF SEP-FUERA-PALABRA
010620           PERFORM 2616-EMPIEZA-PALABRA
010630        END-IF
010640        IF SEP-EN-PALABRA
010650           AND WS-SEP-LONGITUD LESS THAN 20
010660           ADD 1                TO WS-SEP-LONGITUD
010670           MOVE WS-NOR-CARACTER
010680             TO WS-PTR-CAR (WS-PTR-NUM, WS-SEP-LONGITUD)
010690           MOVE WS-SEP-LONGITUD TO WS-PTR-LONGITUD (WS-PTR-NUM)
010700        END-IF
010710     END-IF.
010720
010730* ***************************************************************
010740* ABRE UNA NUEVA PALABRA EN LA TABLA. LAS QUE NO CABEN SE SALTAN
010750* ***************************************************************
010760 2616-EMPIEZA-PALABRA.
010770
010780     IF WS-PTR-NUM LESS THAN 10
010790        ADD 1                   TO WS-PTR-NUM
010800        MOVE SPACES             TO WS-PTR-PALABRA (WS-PTR-NUM)
010810        MOVE 0                  TO WS-PTR-LONGITUD (WS-PTR-NUM)
010820        MOVE 0                  TO WS-SEP-LONGITUD
010830        SET SEP-EN-PALABRA      TO TRUE
010840     ELSE
010850        MOVE 'X'                TO WS-SEP-PALABRA
010860     END-IF.
010870
010880* ***************************************************************
010890* PUNTUA DE 0 A 100 EL PARECIDO ENTRE LAS PALABRAS DEL CLIENTE Y
010900* LAS DE LA ENTRADA DE LA LISTA: EL DOBLE DE LAS PALABRAS DEL
010910* CLIENTE QUE TIENEN PAREJA EN LA ENTRADA, SOBRE EL TOTAL DE
010920* PALABRAS DE LOS DOS NOMBRES. NO IMPORTA EL ORDEN DE LAS
010930* PALABRAS Y CADA PALABRA DE LA ENTRADA SOLO HACE PAREJA CON UNA
010940* DEL CLIENTE
010950* ***************************************************************
010960 2620-PUNTUA-NOMBRE.
010970
010980     MOVE 0                     TO WS-PUN-ACIERTOS.
010990     MOVE 0                     TO WS-PUN-PUNTUACION.
011000     MOVE ALL 'N'               TO WS-PALABRAS-USADAS.
011010
011020     IF WS-PCL-NUM GREATER THAN ZERO
011030        AND WS-PLI-NUM GREATER THAN ZERO
011040        PERFORM 2625-BUSCA-PAREJA
011050           VARYING WS-PUN-IND-CLI FROM 1 BY 1
011060           UNTIL WS-PUN-IND-CLI GREATER THAN WS-PCL-NUM
011070        COMPUTE WS-PUN-PUNTUACION = (200 * WS-PUN-ACIERTOS)
011080                                  / (WS-PCL-NUM + WS-PLI-NUM)
011090     END-IF.
011100
011110* ***************************************************************
011120* BUSCA PAREJA ENTRE LAS PALABRAS AUN LIBRES DE LA ENTRADA PARA
011130* UNA PALABRA DEL CLIENTE
011140* ***************************************************************
011150 2625-BUSCA-PAREJA.
011160
011170     MOVE WS-PCL-PALABRA (WS-PUN-IND-CLI)  TO WS-CPA-PALABRA-1.
011180     MOVE WS-PCL-LONGITUD (WS-PUN-IND-CLI) TO WS-CPA-LONG-1.
011190     SET CPA-COINCIDE-NO        TO TRUE.
011200
011210     PERFORM 2630-PRUEBA-PALABRA
011220        VARYING WS-PUN-IND-LIS FROM 1 BY 1
011230        UNTIL WS-PUN-IND-LIS GREATER THAN WS-PLI-NUM
011240           OR CPA-COINCIDE-SI.
011250
011260     IF CPA-COINCIDE-SI
011270        ADD 1                   TO WS-PUN-ACIERTOS
011280     END-IF.
011290
011300* ***************************************************************
011310* COMPARA LA PALABRA DEL CLIENTE CON UNA PALABRA DE LA ENTRADA
011320* QUE TODAVIA NO TIENE PAREJA, Y LA MARCA SI COINCIDEN
011330* ***************************************************************
011340 2630-PRUEBA-PALABRA.
011350
011360     IF WS-PUS-USADA (WS-PUN-IND-LIS) EQUAL 'N'
011370        MOVE WS-PLI-PALABRA (WS-PUN-IND-LIS)  TO WS-CPA-PALABRA-2
011380        MOVE WS-PLI-LONGITUD (WS-PUN-IND-LIS) TO WS-CPA-LONG-2
011390        PERFORM 2635-COMPARA-PALABRAS
011400        IF CPA-COINCIDE-SI
011410           MOVE 'S'             TO WS-PUS-USADA (WS-PUN-IND-LIS)
011420        END-IF
011430     END-IF.
011440
011450* ***************************************************************
011460* DOS PALABRAS COINCIDEN SI SON IGUALES O SI, TENIENDO LAS DOS AL
011470* MENOS 4 LETRAS, UNA SE OBTIENE DE LA OTRA CAMBIANDO, QUITANDO O
011480* ANADIENDO UNA SOLA LETRA (ERRATAS Y TRANSCRIPCIONES DISTINTAS)
011490* ***************************************************************
011500 2635-COMPARA-PALABRAS.
011510
011520     SET CPA-COINCIDE-NO        TO TRUE.
011530
011540     IF WS-CPA-PALABRA-1 EQUAL WS-CPA-PALABRA-2
011550        SET CPA-COINCIDE-SI     TO TRUE
011560     ELSE
011570        IF WS-CPA-LONG-1 NOT LESS THAN 4
011580           AND WS-CPA-LONG-2 NOT LESS THAN 4
011590           AND WS-CPA-LONG-1 - WS-CPA-LONG-2 NOT GREATER THAN 1
011600           AND WS-CPA-LONG-2 - WS-CPA-LONG-1 NOT GREATER THAN 1
011610           MOVE 1               TO WS-CPA-IND-1
011620           MOVE 1               TO WS-CPA-IND-2
011630           MOVE 0               TO WS-CPA-DIFERENCIAS
011640           PERFORM 2640-AVANZA-LETRA
011650              UNTIL WS-CPA-IND-1 GREATER THAN WS-CPA-LONG-1
011660                 OR WS-CPA-IND-2 GREATER THAN WS-CPA-LONG-2
011670                 OR WS-CPA-DIFERENCIAS GREATER THAN 1
011680* LAS LETRAS QUE QUEDAN AL FINAL DE LA PALABRA MAS LARGA TAMBIEN
011690* SON DIFERENCIAS
011700           COMPUTE WS-CPA-DIFERENCIAS = WS-CPA-DIFERENCIAS
011710                   + WS-CPA-LONG-1 - WS-CPA-IND-1 + 1
011720                   + WS-CPA-LONG-2 - WS-CPA-IND-2 + 1
011730           IF WS-CPA-DIFERENCIAS NOT GREATER THAN 1
011740              SET CPA-COINCIDE-SI TO TRUE
011750           END-IF
011760        END-IF
011770     END-IF.
011780
011790* ***************************************************************
011800* AVANZA UNA LETRA EN LA COMPARACION DE DOS PALABRAS. SI LAS
011810* LETRAS DIFIEREN SE CUENTA LA DIFERENCIA Y SE SALTA LA LETRA DE
011820* LA PALABRA MAS LARGA (LETRA SOBRANTE) O LA DE LAS DOS SI TIENEN
011830* LA MISMA LONGITUD (LETRA CAMBIADA)
011840* ***************************************************************
011850 2640-AVANZA-LETRA.
011860
011870     IF WS-CPA-CAR-1 (WS-CPA-IND-1)
011880        EQUAL WS-CPA-CAR-2 (WS-CPA-IND-2)
011890        ADD 1                   TO WS-CPA-IND-1
011900        ADD 1                   TO WS-CPA-IND-2
011910     ELSE
011920        ADD 1                   TO WS-CPA-DIFERENCIAS
011930        EVALUATE TRUE
011940           WHEN WS-CPA-LONG-1 GREATER THAN WS-CPA-LONG-2
011950              ADD 1             TO WS-CPA-IND-1
011960           WHEN WS-CPA-LONG-1 LESS THAN WS-CPA-LONG-2
011970              ADD 1             TO WS-CPA-IND-2
011980           WHEN OTHER
011990              ADD 1             TO WS-CPA-IND-1
012000              ADD 1             TO WS-CPA-IND-2
012010        END-EVALUATE
012020     END-IF.
012030
012040* ***************************************************************
012050* ESCRIBE UN REGISTRO EN EL FICHERO DE SALIDA DE INCIDENCIAS
012060* ***************************************************************
012070 2800-ESCRIBE-SALIDA.
012080
012090     MOVE WS-SALIDA                     TO REG-SALIDA.
012100     WRITE REG-SALIDA.
012110
012120     IF NOT FICHERO-SAL-OK
012130        DISPLAY 'FILE STATUS INESPERADO EN FICHERO-SAL: '
012140                FS-SALIDA
012150        PERFORM 9999-ERROR
012160     END-IF.
012170
012180* ***************************************************************
012190* ESCRIBE UNA LINEA EN EL INFORME DE ALERTAS PENDIENTES
012200* ***************************************************************
012210 2900-ESCRIBE-ALERTA.
012220
012230     WRITE REG-ALERTA.
012240
012250     IF NOT FICHERO-ALE-OK
012260        DISPLAY 'FILE STATUS INESPERADO EN FICHERO-ALE: '
012270                FS-ALERTAS
012280        PERFORM 9999-ERROR
012290     END-IF.
012300
012310* ***************************************************************
012320* PARRAFO DE FIN DEL PROGRAMA. CIERRA EL CURSOR DE CLIENTES,
012330* CONFIRMA LOS ULTIMOS CAMBIOS Y ESCRIBE LOS INFORMES
012340* ***************************************************************
012350 3000-FIN.
012360
012370     DISPLAY 'FIN'.
012380
012390     IF WS-TLI-NUM GREATER THAN ZERO
012400        EXEC SQL
012410           CLOSE CUR-CLIENTES
012420        END-EXEC
012430        PERFORM 1090-COMPRUEBA-SQLCODE
012440     END-IF.
012450
012460     EXEC SQL COMMIT END-EXEC.
012470
012480     PERFORM 3200-INFORME-ALERTAS.
012490     PERFORM 3100-ESCRIBE-INFORME.
012500
012510     CLOSE FICHERO-LIS.
012520     CLOSE FICHERO-SAL.
012530     CLOSE FICHERO-ALE.
012540     CLOSE FICHERO-INF.
012550     STOP RUN.
012560
012570* ***************************************************************
012580* ESCRIBE EL INFORME DE CONTROL CON LOS TOTALES DE LA EJECUCION
012590* ***************************************************************
012600 3100-ESCRIBE-INFORME.
012610
012620     MOVE SPACES                    TO WS-LINEA-INFORME.
012630     MOVE 'SANC01 - INFORME DE CONTROL DE EJECUCION'
012640                                     TO WS-LIN-ETIQUETA.
012650     MOVE WS-LINEA-INFORME          TO REG-INFORME.
012660     WRITE REG-INFORME.
012670
012680     MOVE SPACES                    TO WS-LINEA-INFORME.
012690     STRING 'FECHA DE PROCESO: '     DELIMITED BY SIZE
012700            WS-FECHA-PROCESO         DELIMITED BY SIZE
012710       INTO WS-LIN-ETIQUETA
012720     END-STRING.
012730     MOVE WS-LINEA-INFORME          TO REG-INFORME.
012740     WRITE REG-INFORME.
012750
012760     MOVE SPACES                    TO WS-LINEA-INFORME.
012770     IF WS-CARGA-SI
012780        STRING 'LISTA CARGADA DEL '  DELIMITED BY SIZE
012790               WS-LIS-FECHA          DELIMITED BY SIZE
012800          INTO WS-LIN-ETIQUETA
012810        END-STRING
012820     ELSE
012830        MOVE 'SIN LISTA NUEVA: CRIBA CON LA CARGADA'
012840                                     TO WS-LIN-ETIQUETA
012850     END-IF.
012860     MOVE WS-LINEA-INFORME          TO REG-INFORME.
012870     WRITE REG-INFORME.
012880
012890     MOVE SPACES                    TO WS-LINEA-INFORME.
012900     MOVE 'ENTRADAS DE LA LISTA LEIDAS'
012910                                     TO WS-LIN-ETIQUETA.
012920     MOVE WS-CNT-LEIDAS              TO WS-LIN-VALOR.
012930     MOVE WS-LINEA-INFORME          TO REG-INFORME.
012940     WRITE REG-INFORME.
012950
012960     MOVE SPACES                    TO WS-LINEA-INFORME.
012970     MOVE 'ENTRADAS CARGADAS'        TO WS-LIN-ETIQUETA.
012980     MOVE WS-CNT-CARGADAS            TO WS-LIN-VALOR.
012990     MOVE WS-LINEA-INFORME          TO REG-INFORME.
013000     WRITE REG-INFORME.
013010
013020     MOVE SPACES                    TO WS-LINEA-INFORME.
013030     MOVE 'ENTRADAS RECHAZADAS (INCIDENCIAS)'
013040                                     TO WS-LIN-ETIQUETA.
013050     MOVE WS-CNT-RECHAZADAS          TO WS-LIN-VALOR.
013060     MOVE WS-LINEA-INFORME          TO REG-INFORME.
013070     WRITE REG-INFORME.
013080
013090     MOVE SPACES                    TO WS-LINEA-INFORME.
013100     MOVE 'ENTRADAS DE LA LISTA VIGENTE'
013110                                     TO WS-LIN-ETIQUETA.
013120     MOVE WS-TLI-NUM                 TO WS-LIN-VALOR.
013130     MOVE WS-LINEA-INFORME          TO REG-INFORME.
013140     WRITE REG-INFORME.
013150
013160     MOVE SPACES                    TO WS-LINEA-INFORME.
013170     MOVE 'CLIENTES CRIBADOS'        TO WS-LIN-ETIQUETA.
013180     MOVE WS-CNT-CLIENTES            TO WS-LIN-VALOR.
013190     MOVE WS-LINEA-INFORME          TO REG-INFORME.
013200     WRITE REG-INFORME.
013210
013220     MOVE SPACES                    TO WS-LINEA-INFORME.
013230     MOVE 'ALERTAS NUEVAS'           TO WS-LIN-ETIQUETA.
013240     MOVE WS-CNT-NUEVAS              TO WS-LIN-VALOR.
013250     MOVE WS-LINEA-INFORME          TO REG-INFORME.
013260     WRITE REG-INFORME.
013270
013280     MOVE SPACES                    TO WS-LINEA-INFORME.
013290     MOVE 'CLIENTES PUESTOS EN REVISION'
013300                                     TO WS-LIN-ETIQUETA.
013310     MOVE WS-CNT-EN-REVISION         TO WS-LIN-VALOR.
013320     MOVE WS-LINEA-INFORME          TO REG-INFORME.
013330     WRITE REG-INFORME.
013340
013350     MOVE SPACES                    TO WS-LINEA-INFORME.
013360     MOVE 'ALERTAS PENDIENTES DE REVISION'
013370                                     TO WS-LIN-ETIQUETA.
013380     MOVE WS-CNT-PENDIENTES          TO WS-LIN-VALOR.
013390     MOVE WS-LINEA-INFORME          TO REG-INFORME.
013400     WRITE REG-INFORME.
013410
013420* ***************************************************************
013430* ESCRIBE EL INFORME DE ALERTAS PENDIENTES DE REVISION PARA
013440* CUMPLIMIENTO, TANTO LAS DE ESTA EJECUCION COMO LAS ANTERIORES
013450* AUN SIN RESOLVER Y LAS GENERADAS EN LAS ALTAS Y MODIFICACIONES
013460* DE MANT03
013470* ***************************************************************
013480 3200-INFORME-ALERTAS.
013490
013500     MOVE SPACES                    TO WS-LINEA-ALE-TEXTO.
013510     MOVE 'SANC01 - ALERTAS PENDIENTES'
013520                                     TO WS-AT-ETIQUETA.
013530     MOVE 'POSIBLES COINCIDENCIAS CON LISTAS DE VIGILANCIA'
013540                                     TO WS-AT-TEXTO.
013550     MOVE WS-LINEA-ALE-TEXTO        TO REG-ALERTA.
013560     PERFORM 2900-ESCRIBE-ALERTA.
013570
013580     MOVE SPACES                    TO WS-LINEA-ALE-TEXTO.
013590     MOVE 'FECHA DE PROCESO:'        TO WS-AT-ETIQUETA.
013600     MOVE WS-FECHA-PROCESO           TO WS-AT-TEXTO.
013610     MOVE WS-LINEA-ALE-TEXTO        TO REG-ALERTA.
013620     PERFORM 2900-ESCRIBE-ALERTA.
013630
013640     MOVE SPACES                    TO WS-LINEA-ALE-TEXTO.
013650     MOVE 'ORIGEN:'                  TO WS-AT-ETIQUETA.
013660     MOVE 'A ALTA, M MODIFICACION, L CRIBA DE LISTA. * NUEVA'
013670                                     TO WS-AT-TEXTO.
013680     MOVE WS-LINEA-ALE-TEXTO        TO REG-ALERTA.
013690     PERFORM 2900-ESCRIBE-ALERTA.
013700
013710     MOVE WS-LINEA-ALE-TITULO-1     TO REG-ALERTA.
013720     PERFORM 2900-ESCRIBE-ALERTA.
013730     MOVE WS-LINEA-ALE-TITULO-2     TO REG-ALERTA.
013740     PERFORM 2900-ESCRIBE-ALERTA.
013750
013760     EXEC SQL
013770        OPEN CUR-ALERTAS
013780     END-EXEC.
013790     PERFORM 1090-COMPRUEBA-SQLCODE.
013800
013810     PERFORM 3210-LEE-ALERTA.
013820     PERFORM 3220-ESCRIBE-DETALLE UNTIL WS-FIN-ALERTAS-SI.
013830
013840     EXEC SQL
013850        CLOSE CUR-ALERTAS
013860     END-EXEC.
013870     PERFORM 1090-COMPRUEBA-SQLCODE.
013880
013890     MOVE SPACES                    TO WS-LINEA-ALE-TEXTO.
013900     MOVE 'TOTAL ALERTAS PENDIENTES:' TO WS-AT-ETIQUETA.
013910     MOVE WS-CNT-PENDIENTES          TO WS-ED-CLAVE.
013920     MOVE WS-ED-CLAVE                TO WS-AT-TEXTO.
013930     MOVE WS-LINEA-ALE-TEXTO        TO REG-ALERTA.
013940     PERFORM 2900-ESCRIBE-ALERTA.
013950
013960* ***************************************************************
013970* LEE LA SIGUIENTE ALERTA PENDIENTE
013980* ***************************************************************
013990 3210-LEE-ALERTA.
014000
014010     EXEC SQL
014020        FETCH CUR-ALERTAS
014030         INTO :DCLALERTA-CLIENTE.CLAVE-ALERTA,
014040              :DCLALERTA-CLIENTE.CLAVE-CLIENTE,
014050              :DCLALERTA-CLIENTE.REFERENCIA,
014060              :DCLALERTA-CLIENTE.NOMBRE-LISTA,
014070              :DCLALERTA-CLIENTE.PUNTUACION,
014080              :DCLALERTA-CLIENTE.ORIGEN,
014090              :DCLALERTA-CLIENTE.FECHA-ALERTA,
014100              :WS-ALE-NOMBRE,
014110              :WS-ALE-DOCUMENTO
014120     END-EXEC.
014130
014140     IF SQLCODE EQUAL 100
014150        MOVE 'S' TO WS-FIN-ALERTAS
014160     ELSE
014170        PERFORM 1090-COMPRUEBA-SQLCODE
014180     END-IF.
014190
014200* ***************************************************************
014210* ESCRIBE LAS DOS LINEAS DE LA ALERTA LEIDA Y LEE LA SIGUIENTE
014220* ***************************************************************
014230 3220-ESCRIBE-DETALLE.
014240
014250     ADD 1 TO WS-CNT-PENDIENTES.
014260
014270     MOVE SPACES                    TO WS-LINEA-ALE-DETALLE-1.
014280     MOVE CLAVE-ALERTA OF DCLALERTA-CLIENTE  TO WS-AD-ALERTA.
014290     MOVE CLAVE-CLIENTE OF DCLALERTA-CLIENTE TO WS-AD-CLIENTE.
014300     MOVE WS-ALE-NOMBRE              TO WS-AD-NOMBRE.
014310     MOVE PUNTUACION OF DCLALERTA-CLIENTE    TO WS-AD-PUNTUACION.
014320     MOVE ORIGEN OF DCLALERTA-CLIENTE        TO WS-AD-ORIGEN.
014330     MOVE FECHA-ALERTA OF DCLALERTA-CLIENTE (1:10)
014340                                     TO WS-AD-FECHA.
014350     IF CLAVE-ALERTA OF DCLALERTA-CLIENTE
014360        GREATER THAN WS-ALERTA-INICIAL
014370        MOVE '*'                     TO WS-AD-MARCA
014380     END-IF.
014390     MOVE WS-LINEA-ALE-DETALLE-1    TO REG-ALERTA.
014400     PERFORM 2900-ESCRIBE-ALERTA.
014410
014420     MOVE SPACES                    TO WS-LINEA-ALE-DETALLE-2.
014430     MOVE WS-ALE-DOCUMENTO           TO WS-AD-DOCUMENTO.
014440     MOVE REFERENCIA OF DCLALERTA-CLIENTE    TO WS-AD-REFERENCIA.
014450     MOVE NOMBRE-LISTA OF DCLALERTA-CLIENTE
014460                                     TO WS-AD-NOMBRE-LISTA.
014470     MOVE WS-LINEA-ALE-DETALLE-2    TO REG-ALERTA.
014480     PERFORM 2900-ESCRIBE-ALERTA.
014490
014500     PERFORM 3210-LEE-ALERTA.
014510
014520* **************************************************************
014530* PARRAFO DE ERROR.REALIZAMOS UN ROLLBACK DE LA BASE DE DATOS
014540* Y DEVOLVEMOS AL SISTEMA UN RC=8 (ERROR NO CONTROLADO)
014550* **************************************************************
014560 9999-ERROR.
014570
014580     DISPLAY 'ERROR'.
014590
014600     EXEC SQL ROLLBACK END-EXEC
014610     MOVE 8 TO RETURN-CODE.
014620     GOBACK.
