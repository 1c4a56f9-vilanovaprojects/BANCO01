000020* VINCULACION CON CONTRATOS (IBMUSER.CLIENTE_CONTRATO). DA DE
000030* ALTA, MODIFICA O DA DE BAJA UN CLIENTE, Y VINCULA O DESVINCULA
000040* CONTRATOS, A PARTIR DE LOS DATOS RECIBIDOS DEL TERMINAL,
000045* DEVOLVIENDOLE EL RESULTADO EN LA MISMA PANTALLA. EL TIPO DE
000050* CLIENTE (PERSONA FISICA, JURIDICA, ENTIDAD EXENTA O NO
000051* RESIDENTE) DETERMINA LA RETENCION FISCAL SOBRE SUS INTERESES
000052* CADA OPERACION DEJA EN LA AUDITORIA LOS VALORES ANTERIOR Y
000053* POSTERIOR DE LOS CAMPOS DEL CLIENTE O DEL VINCULO QUE CAMBIAN
000054* EN EL ALTA SE VALIDA EL DOCUMENTO DE IDENTIDAD (DNI, NIE, CIF O
000055* PASAPORTE SEGUN EL TIPO DE CLIENTE) CON SU CARACTER DE CONTROL,
000056* Y EN EL ALTA Y AL CAMBIAR EL NOMBRE O EL DOCUMENTO SE CRIBA EL
000057* CLIENTE CONTRA LA LISTA DE VIGILANCIA DE SANCIONES. UNA POSIBLE
000058* COINCIDENCIA GENERA UNA ALERTA PARA CUMPLIMIENTO (REVI01) Y DEJA
000059* EN REVISION AL CLIENTE Y A TODOS SUS CONTRATOS
000060 IDENTIFICATION DIVISION.
000070 PROGRAM-ID.MANT03.
000080
000230     05 WS-PET-NOMBRE          PIC X(50).
000240     05 WS-PET-DOCUMENTO       PIC X(15).
000250     05 WS-PET-CLAVE-CONTRATO  PIC 9(9).
000255     05 WS-PET-TIPO-CLIENTE    PIC X(1).
000256         88 PET-TIPO-CLIENTE-VALIDO  VALUES 'F' 'J' 'E' 'N'.
000257 01 WS-LONG-PETICION           PIC S9(4) COMP VALUE +85.
000258
000259* AREA DEVUELTA AL TERMINAL CON EL RESULTADO DE LA OPERACION
000260 01 WS-RESPUESTA.
000261     05 WS-RES-CODERR          PIC X(8).
000262         88 CODERR-SQL-ERROR      VALUE 'SQLERROR'.
000263         88 CODERR-CLIENTE-NOEXI  VALUE 'CLINOEXI'.
000264         88 CODERR-CLIENTE-YAEXI  VALUE 'CLIYAEXI'.
000265         88 CODERR-CLIENTE-VINCU  VALUE 'CLIVINCU'.
000266         88 CODERR-CONTRATO-NOEXI VALUE 'CTANOEXI'.
000267         88 CODERR-VINCULO-YAEXI  VALUE 'VINYAEXI'.
000268         88 CODERR-VINCULO-NOEXI  VALUE 'VINNOEXI'.
000269         88 CODERR-OPERACION-INV  VALUE 'OPERAINV'.
000270         88 CODERR-TIPO-CLI-INV   VALUE 'TIPCLINV'.
000271         88 CODERR-DOCUMENTO-INV  VALUE 'DOCUMINV'.
000272         88 CODERR-CLIENTE-REVISION VALUE 'CLIREVIS'.
000273         88 CODERR-OK             VALUE 'OK      '.
000274     05 WS-RES-SQLCODE         PIC -999.
000275     05 WS-RES-DESCRIPCION     PIC X(68).
000276 01 WS-LONG-RESPUESTA          PIC S9(4) COMP VALUE +80.
000277
000278* CONTADOR DE VINCULOS DEL CLIENTE, PARA IMPEDIR LA BAJA DE UN
000279* CLIENTE QUE TODAVIA TIENE CONTRATOS VINCULADOS
000280 01 WS-CNT-VINCULOS            PIC S9(9) COMP.
000281
000282* VALIDACION DEL DOCUMENTO DE IDENTIDAD: DOCUMENTO TECLEADO PARA
000283* RECORRERLO CARACTER A CARACTER, LONGITUD OCUPADA Y BLANCOS DEL
000284* CAMPO (SIN BLANCOS INTERMEDIOS LA SUMA ES SU TAMANO), POSICION
000285* QUE SE COMPRUEBA Y CARACTER EN CURSO
000286 01 WS-DOCUMENTO-TRABAJO.
000287     05 WS-DOC-CAR             PIC X OCCURS 15 TIMES.
000288 01 WS-LONGITUD                PIC S9(4) COMP VALUE 0.
000289 01 WS-BLANCOS                 PIC S9(4) COMP VALUE 0.
000290 01 WS-POS                     PIC S9(4) COMP VALUE 0.
000291 01 WS-CAR                     PIC X(1).
000292 01 WS-FORMATO                 PIC X VALUE 'S'.
000293     88 WS-FORMATO-SI          VALUE 'S'.
000294     88 WS-FORMATO-NO          VALUE 'N'.
000295
000296* LETRA DE CONTROL DEL DNI Y DEL NIE: LA QUE OCUPA EN LA TABLA LA
000297* POSICION DEL RESTO DE DIVIDIR EL NUMERO ENTRE 23 (LA PRIMERA
000298* PARA RESTO 0). EN EL NIE LA LETRA INICIAL X, Y O Z VALE 0, 1 O 2
000299* DELANTE DE SUS 7 DIGITOS
000300 01 WS-LETRAS-DNI              PIC X(23)
000301                               VALUE 'TRWAGMYFPDXBNJZSQVHLCKE'.
000302 01 WS-LETRAS-DNI-R REDEFINES WS-LETRAS-DNI.
000303     05 WS-LETRA-DNI           PIC X(1) OCCURS 23 TIMES.
000304 01 WS-DNI-NUMERO              PIC 9(8) VALUE 0.
000305 01 WS-DNI-NUMERO-R REDEFINES WS-DNI-NUMERO.
000306     05 WS-DNI-PREFIJO         PIC 9(1).
000307     05 WS-DNI-CUERPO          PIC 9(7).
000308 01 WS-DNI-COCIENTE            PIC 9(8) VALUE 0.
000309 01 WS-DNI-RESTO               PIC 9(2) VALUE 0.
000310 01 WS-NIE-INICIAL             PIC X(1).
000311     88 NIE-INICIAL-VALIDA     VALUES 'X' 'Y' 'Z'.
000312
000313* CARACTER DE CONTROL DEL CIF: SE SUMAN LAS CIFRAS DE POSICION PAR
000314* DE LOS 7 DIGITOS CENTRALES Y LAS CIFRAS DEL DOBLE DE LAS DE
000315* POSICION IMPAR. EL DIGITO DE CONTROL ES LO QUE FALTA HASTA LA
000316* DECENA SIGUIENTE Y LA LETRA DE CONTROL LA QUE OCUPA ESA POSICION
000317* EN 'JABCDEFGHI'. SEGUN LA LETRA INICIAL (FORMA JURIDICA) EL
000318* CONTROL ES LETRA, DIGITO O CUALQUIERA DE LOS DOS
000319 01 WS-CIF-INICIAL             PIC X(1).
000320     88 CIF-INICIAL-VALIDA     VALUES 'A' 'B' 'C' 'D' 'E' 'F' 'G'
000321                                      'H' 'J' 'N' 'P' 'Q' 'R' 'S'
000322                                      'U' 'V' 'W'.
000323     88 CIF-CONTROL-LETRA      VALUES 'N' 'P' 'Q' 'R' 'S' 'W'.
000324     88 CIF-CONTROL-DIGITO     VALUES 'A' 'B' 'E' 'H'.
000325 01 WS-CIF-DIGITOS             PIC 9(7) VALUE 0.
000326 01 WS-CIF-DIGITOS-R REDEFINES WS-CIF-DIGITOS.
000327     05 WS-CIF-DIGITO          PIC 9(1) OCCURS 7 TIMES.
000328 01 WS-CIF-SUMA                PIC 9(3) VALUE 0.
000329 01 WS-CIF-DOBLE               PIC 9(2) VALUE 0.
000330 01 WS-CIF-COCIENTE            PIC 9(3) VALUE 0.
000331 01 WS-CIF-RESTO               PIC 9(1) VALUE 0.
000332 01 WS-CIF-CONTROL             PIC 9(1) VALUE 0.
000333 01 WS-CIF-CONTROL-X REDEFINES WS-CIF-CONTROL PIC X(1).
000334 01 WS-LETRAS-CIF              PIC X(10) VALUE 'JABCDEFGHI'.
000335 01 WS-LETRAS-CIF-R REDEFINES WS-LETRAS-CIF.
000336     05 WS-LETRA-CIF           PIC X(1) OCCURS 10 TIMES.
000337
000338* CRIBA DEL CLIENTE CONTRA LA LISTA DE VIGILANCIA: ORIGEN DE LAS
000339* ALERTAS ('A' ALTA, 'M' MODIFICACION), ALERTAS NUEVAS GENERADAS,
000340* ALERTAS YA EXISTENTES DEL CLIENTE PARA LA MISMA REFERENCIA E
000341* INDICADOR DE FIN DEL CURSOR DE LA LISTA
000342 01 WS-CRI-ORIGEN              PIC X(1).
000343 01 WS-CRI-ALERTAS             PIC S9(4) COMP VALUE 0.
000344 01 WS-CNT-ALERTAS             PIC S9(9) COMP VALUE 0.
000345 01 WS-FIN-CURSOR              PIC X VALUE 'N'.
000346     88 WS-FIN-CURSOR-SI       VALUE 'S'.
000347     88 WS-FIN-CURSOR-NO       VALUE 'N'.
000348
000349* PUNTUACION (DE 0 A 100) A PARTIR DE LA CUAL EL PARECIDO ENTRE EL
000350* NOMBRE DE UN CLIENTE Y UNA ENTRADA DE LA LISTA DE VIGILANCIA SE
000351* CONSIDERA UNA POSIBLE COINCIDENCIA QUE CUMPLIMIENTO DEBE REVISAR
000352 01 WS-UMBRAL-COINCIDENCIA   PIC S9(4) COMP VALUE +80.
000353
000354* NORMALIZACION DE UN NOMBRE PARA COMPARARLO CON LAS LISTAS DE
000355* VIGILANCIA: NOMBRE DE ENTRADA Y NOMBRE NORMALIZADO, RECORRIDOS
000356* CARACTER A CARACTER, POSICIONES EN CADA UNO Y ULTIMO CARACTER
000357* COPIADO A LA SALIDA
000358 01 WS-NORMALIZA-NOMBRE.
000359     05 WS-NOR-ENTRADA        PIC X(50).
000360     05 WS-NOR-ENT-CAR REDEFINES WS-NOR-ENTRADA
000361                              PIC X(1) OCCURS 50 TIMES.
000362     05 WS-NOR-SALIDA         PIC X(50).
000363     05 WS-NOR-SAL-CAR REDEFINES WS-NOR-SALIDA
000364                              PIC X(1) OCCURS 50 TIMES.
000365     05 WS-NOR-POS-ENT        PIC S9(4) COMP.
000366     05 WS-NOR-POS-SAL        PIC S9(4) COMP.
000367     05 WS-NOR-CARACTER       PIC X(1).
000368     05 WS-NOR-ANTERIOR       PIC X(1).
000369
000370* PALABRAS DEL NOMBRE NORMALIZADO EN CURSO, CON SU LONGITUD. SE
000371* TOMAN LAS 10 PRIMERAS PALABRAS Y LAS 20 PRIMERAS LETRAS DE CADA
000372* UNA. SE COPIAN DESPUES A LAS PALABRAS DEL CLIENTE O A LAS DE LA
000373* ENTRADA DE LA LISTA, CON LA MISMA ESTRUCTURA
000374 01 WS-PALABRAS-TRABAJO.
000375     05 WS-PTR-NUM            PIC S9(4) COMP.
000376     05 WS-PTR-OCU OCCURS 10 TIMES.
000377        10 WS-PTR-PALABRA     PIC X(20).
000378        10 WS-PTR-CAR REDEFINES WS-PTR-PALABRA
000379                              PIC X(1) OCCURS 20 TIMES.
000380        10 WS-PTR-LONGITUD    PIC S9(4) COMP.
000381 01 WS-PALABRAS-CLIENTE.
000382     05 WS-PCL-NUM            PIC S9(4) COMP.
000383     05 WS-PCL-OCU OCCURS 10 TIMES.
000384        10 WS-PCL-PALABRA     PIC X(20).
000385        10 WS-PCL-LONGITUD    PIC S9(4) COMP.
000386 01 WS-PALABRAS-LISTA.
000387     05 WS-PLI-NUM            PIC S9(4) COMP.
000388     05 WS-PLI-OCU OCCURS 10 TIMES.
000389        10 WS-PLI-PALABRA     PIC X(20).
000390        10 WS-PLI-LONGITUD    PIC S9(4) COMP.
000391
000392* SEPARACION EN PALABRAS: POSICION EN EL NOMBRE NORMALIZADO,
000393* LONGITUD DE LA PALABRA EN CURSO E INDICADOR DE DENTRO DE UNA
000394* PALABRA ('S'), FUERA ('N') O DENTRO DE UNA PALABRA QUE NO CABE
000395* EN LA TABLA ('X')
000396 01 WS-SEP-POS                PIC S9(4) COMP.
000397 01 WS-SEP-LONGITUD           PIC S9(4) COMP.
000398 01 WS-SEP-PALABRA            PIC X VALUE 'N'.
000399     88 SEP-EN-PALABRA        VALUE 'S'.
000400     88 SEP-FUERA-PALABRA     VALUE 'N'.
000401
000402* PALABRAS DE LA ENTRADA DE LA LISTA YA EMPAREJADAS CON UNA DEL
000403* CLIENTE, PARA NO CONTAR DOS VECES LA MISMA
000404 01 WS-PALABRAS-USADAS.
000405     05 WS-PUS-USADA          PIC X(1) OCCURS 10 TIMES.
000406
000407* COMPARACION DE DOS PALABRAS LETRA A LETRA: PALABRAS Y SUS
000408* LONGITUDES, POSICION EN CADA UNA Y LETRAS DISTINTAS ENCONTRADAS
000409 01 WS-COMPARA-PALABRAS.
000410     05 WS-CPA-PALABRA-1      PIC X(20).
000411     05 WS-CPA-CAR-1 REDEFINES WS-CPA-PALABRA-1
000412                              PIC X(1) OCCURS 20 TIMES.
000413     05 WS-CPA-LONG-1         PIC S9(4) COMP.
000414     05 WS-CPA-PALABRA-2      PIC X(20).
000415     05 WS-CPA-CAR-2 REDEFINES WS-CPA-PALABRA-2
000416                              PIC X(1) OCCURS 20 TIMES.
000417     05 WS-CPA-LONG-2         PIC S9(4) COMP.
000418     05 WS-CPA-IND-1          PIC S9(4) COMP.
000419     05 WS-CPA-IND-2          PIC S9(4) COMP.
000420     05 WS-CPA-DIFERENCIAS    PIC S9(4) COMP.
000421 01 WS-CPA-COINCIDE           PIC X VALUE 'N'.
000422     88 CPA-COINCIDE-SI       VALUE 'S'.
000423     88 CPA-COINCIDE-NO       VALUE 'N'.
000424
000425* PUNTUACION DEL PARECIDO ENTRE EL CLIENTE Y LA ENTRADA EN CURSO:
000426* PALABRA DEL CLIENTE Y DE LA ENTRADA QUE SE COMPARAN, PALABRAS
000427* DEL CLIENTE CON PAREJA Y PUNTUACION RESULTANTE
000428 01 WS-PUN-IND-CLI            PIC S9(4) COMP.
000429 01 WS-PUN-IND-LIS            PIC S9(4) COMP.
000430 01 WS-PUN-ACIERTOS           PIC S9(4) COMP.
000431 01 WS-PUN-PUNTUACION         PIC S9(4) COMP.
000432
000433* IMAGEN DEL CLIENTE ANTES Y DESPUES DE LA OPERACION, PARA ANOTAR
000434* EN LA AUDITORIA LOS CAMPOS QUE CAMBIAN. EN EL ALTA LA IMAGEN
000435* ANTERIOR QUEDA EN BLANCO Y EN LA BAJA LA POSTERIOR. EN LAS
000436* OPERACIONES DE VINCULO SE ANOTA EL CLIENTE VINCULADO O
000437* DESVINCULADO DEL CONTRATO
000438 01 WS-IMAGEN-ANTES.
000439     05 WS-IMA-CLAVE-CLIENTE     PIC Z(8)9.
000440     05 WS-IMA-NOMBRE            PIC X(50).
000441     05 WS-IMA-DOCUMENTO         PIC X(15).
000442     05 WS-IMA-TIPO-CLIENTE      PIC X(1).
000443     05 WS-IMA-ESTADO-REVISION   PIC X(1).
000444 01 WS-IMAGEN-DESPUES.
000445     05 WS-IMD-CLAVE-CLIENTE     PIC Z(8)9.
000446     05 WS-IMD-NOMBRE            PIC X(50).
000447     05 WS-IMD-DOCUMENTO         PIC X(15).
000448     05 WS-IMD-TIPO-CLIENTE      PIC X(1).
000449     05 WS-IMD-ESTADO-REVISION   PIC X(1).
000450
000451* CAMPOS QUE CAMBIAN EN LA OPERACION, CON SU VALOR ANTERIOR Y
000452* POSTERIOR EN FORMATO EDITADO. SE GRABAN EN
000453* IBMUSER.AUDITORIA_CAMBIO CON LA MISMA FECHA Y HORA QUE EL
000454* REGISTRO DE AUDITORIA DE LA OPERACION
000455 01 WS-DIF-MAX               PIC 9(2) VALUE 0.
000456 01 WS-TABLA-DIFERENCIAS.
000457     05 WS-DIF-OCU OCCURS 1 TO 12 TIMES
000458                   DEPENDING ON WS-DIF-MAX
000460                   INDEXED BY WS-IDX-DIF.
000461        10 WS-DIF-CAMPO       PIC X(18).
000462        10 WS-DIF-ANTES       PIC X(50).
000463        10 WS-DIF-DESPUES     PIC X(50).
000464
000465* CAMPO QUE SE COMPARA PARA ANOTARLO EN LA TABLA SI HA CAMBIADO
000466 01 WS-DIF-NUEVO.
000467     05 WS-DNU-CAMPO          PIC X(18).
000468     05 WS-DNU-ANTES          PIC X(50).
000469     05 WS-DNU-DESPUES        PIC X(50).
000470
000480* SQLCA Y DCLGEN DE LAS TABLAS. DCLAUDITORIA ES LA TABLA DONDE SE
000490* REGISTRA QUIEN (USUARIO Y TERMINAL) HA REALIZADO CADA OPERACION.
000500* LA CLAVE DEL CLIENTE (O LA DEL CONTRATO EN LAS OPERACIONES DE
000510* VINCULO) SE REGISTRA EN EL CAMPO DE CLAVE DE LA AUDITORIA
000513* Y AUDITORIA_CAMBIO GUARDA LOS VALORES ANTERIOR Y POSTERIOR DE
000516* LOS CAMPOS QUE CAMBIAN
000520     EXEC SQL INCLUDE SQLCA END-EXEC.
000530     EXEC SQL INCLUDE CLIENTE END-EXEC.
000540     EXEC SQL INCLUDE CLICONTR END-EXEC.
000550     EXEC SQL INCLUDE CONTRATO END-EXEC.
000560     EXEC SQL INCLUDE AUDITORI END-EXEC.
000562     EXEC SQL INCLUDE AUDICAMB END-EXEC.
000564     EXEC SQL INCLUDE LISTAVIG END-EXEC.
000566     EXEC SQL INCLUDE ALERTCLI END-EXEC.
000568     EXEC SQL INCLUDE REVICONT END-EXEC.
000570
000571* CURSOR CON LAS ENTRADAS DE LA LISTA DE VIGILANCIA VIGENTE, CON
000572* SU NOMBRE YA NORMALIZADO EN LA CARGA
000573     EXEC SQL
000574        DECLARE CUR-LISTA CURSOR FOR
000575        SELECT REFERENCIA, NOMBRE, NOMBRE_NORMAL, DOCUMENTO
000576          FROM IBMUSER.LISTA_VIGILANCIA
000577         ORDER BY CLAVE_ENTRADA
000578     END-EXEC.
000579
000580 PROCEDURE DIVISION.
000590
000600     EXEC CICS
001070
001080* ***************************************************************
001090* DA DE ALTA UN NUEVO CLIENTE, RECHAZANDO LA PETICION SI LA
001100* CLAVE INDICADA YA EXISTE. SI EL TERMINAL NO INFORMA EL TIPO DE
001105* CLIENTE SE DA DE ALTA COMO PERSONA FISICA, EL CASO GENERAL.
001106* EL CLIENTE GRABADO SE CRIBA CONTRA LA LISTA DE VIGILANCIA EN LA
001107* MISMA UNIDAD DE TRABAJO
001110* ***************************************************************
001120 2100-ALTA-CLIENTE.
001130
001140     MOVE WS-PET-NOMBRE         TO NOMBRE OF DCLCLIENTE.
001150     MOVE WS-PET-DOCUMENTO      TO DOCUMENTO OF DCLCLIENTE.
001152     IF WS-PET-TIPO-CLIENTE EQUAL SPACES
001153        MOVE 'F'                TO WS-PET-TIPO-CLIENTE
001154     END-IF.
001155     PERFORM 2160-VALIDA-TIPO-CLIENTE.
001156     IF CODERR-OK
001157        PERFORM 2170-VALIDA-DOCUMENTO
001158     END-IF.
001159     MOVE 'N'                   TO ESTADO-REVISION OF DCLCLIENTE.
001160
001165     IF CODERR-OK
001170     EXEC SQL
001180        INSERT INTO IBMUSER.CLIENTE
001190              (CLAVE_CLIENTE, NOMBRE, DOCUMENTO, TIPO_CLIENTE,
001195               ESTADO_REVISION)
001200        VALUES (:DCLCLIENTE.CLAVE-CLIENTE,
001210                :DCLCLIENTE.NOMBRE,
001220                :DCLCLIENTE.DOCUMENTO,
001225                :DCLCLIENTE.TIPO-CLIENTE,
001227                :DCLCLIENTE.ESTADO-REVISION)
001230     END-EXEC
001240
001250        IF SQLCODE EQUAL -803
001260           SET CODERR-CLIENTE-YAEXI        TO TRUE
001270           MOVE SQLCODE                    TO WS-RES-SQLCODE
001280           MOVE 'YA EXISTE UN CLIENTE CON ESA CLAVE'
001290                                           TO WS-RES-DESCRIPCION
001300        ELSE
001310           IF SQLCODE NOT EQUAL 0
001320              SET CODERR-SQL-ERROR TO TRUE
001330              MOVE SQLCODE                 TO WS-RES-SQLCODE
001340              MOVE 'ERROR AL DAR DE ALTA EL CLIENTE'
001350                                           TO WS-RES-DESCRIPCION
001360           ELSE
001370              SET CODERR-OK                TO TRUE
001380              MOVE 0                       TO WS-RES-SQLCODE
001390              MOVE 'CLIENTE DADO DE ALTA CORRECTAMENTE'
001400                                           TO WS-RES-DESCRIPCION
001410              MOVE 'A'                  TO WS-CRI-ORIGEN
001411              PERFORM 2700-CRIBA-CLIENTE
001412              IF CODERR-OK
001413                 MOVE SPACES            TO WS-IMAGEN-ANTES
001414                 PERFORM 2875-GUARDA-IMAGEN-DESPUES
001415                 PERFORM 2900-REGISTRA-AUDITORIA
001416              END-IF
001420              IF CODERR-OK
001430                 EXEC CICS SYNCPOINT END-EXEC
001435                 PERFORM 2780-INFORMA-REVISION
001440              END-IF
001450           END-IF
001460        END-IF
001465     END-IF.
001470
001480* ***************************************************************
001490* COMPRUEBA QUE EL CLIENTE SOBRE EL QUE SE VA A OPERAR EXISTE
001510 2150-COMPRUEBA-CLIENTE.
001520
001530     EXEC SQL
001531        SELECT NOMBRE, DOCUMENTO, TIPO_CLIENTE, ESTADO_REVISION
001532          INTO :DCLCLIENTE.NOMBRE, :DCLCLIENTE.DOCUMENTO,
001533               :DCLCLIENTE.TIPO-CLIENTE,
001534               :DCLCLIENTE.ESTADO-REVISION
001535          FROM IBMUSER.CLIENTE
001536         WHERE CLAVE_CLIENTE = :DCLCLIENTE.CLAVE-CLIENTE
001537     END-EXEC.
001538
001539     IF SQLCODE EQUAL 100
001540        SET CODERR-CLIENTE-NOEXI           TO TRUE
001541        MOVE 0                             TO WS-RES-SQLCODE
001542        MOVE 'EL CLIENTE NO EXISTE'
001543                                           TO WS-RES-DESCRIPCION
001544     ELSE
001545        IF SQLCODE NOT EQUAL 0
001546           SET CODERR-SQL-ERROR TO TRUE
001547           MOVE SQLCODE                    TO WS-RES-SQLCODE
001548           MOVE 'ERROR AL COMPROBAR EL CLIENTE'
001549                                           TO WS-RES-DESCRIPCION
001550        ELSE
001551           SET CODERR-OK                   TO TRUE
001552           PERFORM 2870-GUARDA-IMAGEN-ANTES
001553        END-IF
001554     END-IF.
001555
001556* ***************************************************************
001557* VALIDA EL TIPO DE CLIENTE DE LA PETICION: F PERSONA FISICA,
001558* J PERSONA JURIDICA, E ENTIDAD EXENTA DE RETENCION Y N NO
001559* RESIDENTE. LOS TIPOS DE RETENCION DE CADA UNO ESTAN EN
001560* IBMUSER.RETENCION_FISCAL
001561* ***************************************************************
001562 2160-VALIDA-TIPO-CLIENTE.
001563
001564     IF PET-TIPO-CLIENTE-VALIDO
001565        SET CODERR-OK                      TO TRUE
001566        MOVE WS-PET-TIPO-CLIENTE   TO TIPO-CLIENTE OF DCLCLIENTE
001567     ELSE
001568        SET CODERR-TIPO-CLI-INV            TO TRUE
001569        MOVE 0                             TO WS-RES-SQLCODE
001570        MOVE 'TIPO DE CLIENTE NO VALIDO (F, J, E O N)'
001571                                           TO WS-RES-DESCRIPCION
001572     END-IF.
001573
001574* ***************************************************************
001575* VALIDA EL DOCUMENTO DE IDENTIDAD SEGUN EL TIPO DE CLIENTE: LA
001576* PERSONA FISICA SE IDENTIFICA CON DNI O NIE, LA JURIDICA Y LA
001577* ENTIDAD EXENTA CON CIF Y EL NO RESIDENTE CON NIE O PASAPORTE.
001578* DEL DNI, EL NIE Y EL CIF SE COMPRUEBA TAMBIEN EL CARACTER DE
001579* CONTROL
001580* ***************************************************************
001581 2170-VALIDA-DOCUMENTO.
001582
001583     MOVE WS-PET-DOCUMENTO      TO WS-DOCUMENTO-TRABAJO.
001584     MOVE 0                     TO WS-LONGITUD.
001585     MOVE 0                     TO WS-BLANCOS.
001586     INSPECT WS-PET-DOCUMENTO TALLYING WS-LONGITUD
001587             FOR CHARACTERS BEFORE INITIAL SPACE.
001588     INSPECT WS-PET-DOCUMENTO TALLYING WS-BLANCOS FOR ALL SPACES.
001589
001590     SET WS-FORMATO-NO          TO TRUE.
001591     IF WS-LONGITUD + WS-BLANCOS EQUAL 15
001592        EVALUATE WS-PET-TIPO-CLIENTE
001593           WHEN 'F'
001594              PERFORM 2172-VALIDA-DNI
001595              IF WS-FORMATO-NO
001596                 PERFORM 2174-VALIDA-NIE
001597              END-IF
001598           WHEN 'N'
001599              PERFORM 2174-VALIDA-NIE
001600              IF WS-FORMATO-NO
001601                 PERFORM 2178-VALIDA-PASAPORTE
001602              END-IF
001603           WHEN OTHER
001604              PERFORM 2176-VALIDA-CIF
001605        END-EVALUATE
001606     END-IF.
001607
001608     IF WS-FORMATO-NO
001609        SET CODERR-DOCUMENTO-INV           TO TRUE
001610        MOVE 0                             TO WS-RES-SQLCODE
001611        EVALUATE WS-PET-TIPO-CLIENTE
001612           WHEN 'F'
001613              MOVE 'DNI O NIE INCORRECTO (PERSONA FISICA)'
001614                                           TO WS-RES-DESCRIPCION
001615           WHEN 'N'
001616              MOVE 'NIE O PASAPORTE INCORRECTO (NO RESIDENTE)'
001617                                           TO WS-RES-DESCRIPCION
001618           WHEN OTHER
001619              MOVE 'CIF INCORRECTO (PERSONA JURIDICA O ENTIDAD)'
001620                                           TO WS-RES-DESCRIPCION
001621        END-EVALUATE
001622     END-IF.
001623
001624* ***************************************************************
001625* DNI: 8 DIGITOS SEGUIDOS DE SU LETRA DE CONTROL
001626* ***************************************************************
001627 2172-VALIDA-DNI.
001628
001629     IF WS-LONGITUD EQUAL 9
001630        AND WS-DOCUMENTO-TRABAJO (1:8) NUMERIC
001631        MOVE WS-DOCUMENTO-TRABAJO (1:8) TO WS-DNI-NUMERO
001632        PERFORM 2173-CALCULA-LETRA-DNI
001633        IF WS-DOC-CAR (9) EQUAL WS-LETRA-DNI (WS-DNI-RESTO + 1)
001634           SET WS-FORMATO-SI    TO TRUE
001635        END-IF
001636     END-IF.
001637
001638* ***************************************************************
001639* CALCULA EL RESTO DEL NUMERO DEL DNI O DEL NIE ENTRE 23, QUE DA
001640* LA POSICION DE SU LETRA DE CONTROL
001641* ***************************************************************
001642 2173-CALCULA-LETRA-DNI.
001643
001644     DIVIDE WS-DNI-NUMERO BY 23 GIVING WS-DNI-COCIENTE
001645            REMAINDER WS-DNI-RESTO.
001646
001647* ***************************************************************
001648* NIE: X, Y O Z, 7 DIGITOS Y LA LETRA DE CONTROL CALCULADA COMO EN
001649* EL DNI SOBRE EL NUMERO QUE RESULTA DE SUSTITUIR LA LETRA INICIAL
001650* POR 0, 1 O 2
001651* ***************************************************************
001652 2174-VALIDA-NIE.
001653
001654     MOVE WS-DOC-CAR (1)        TO WS-NIE-INICIAL.
001655
001656     IF WS-LONGITUD EQUAL 9
001657        AND NIE-INICIAL-VALIDA
001658        AND WS-DOCUMENTO-TRABAJO (2:7) NUMERIC
001659        MOVE WS-DOCUMENTO-TRABAJO (2:7) TO WS-DNI-CUERPO
001660        EVALUATE WS-NIE-INICIAL
001661           WHEN 'X'
001662              MOVE 0            TO WS-DNI-PREFIJO
001663           WHEN 'Y'
001664              MOVE 1            TO WS-DNI-PREFIJO
001665           WHEN OTHER
001666              MOVE 2            TO WS-DNI-PREFIJO
001667        END-EVALUATE
001668        PERFORM 2173-CALCULA-LETRA-DNI
001669        IF WS-DOC-CAR (9) EQUAL WS-LETRA-DNI (WS-DNI-RESTO + 1)
001670           SET WS-FORMATO-SI    TO TRUE
001671        END-IF
001672     END-IF.
001673
001674* ***************************************************************
001675* CIF: LETRA DE LA FORMA JURIDICA, 7 DIGITOS Y EL CARACTER DE
001676* CONTROL. LAS SOCIEDADES ANONIMAS Y LIMITADAS, COMUNIDADES DE
001677* BIENES Y ASOCIACIONES (A, B, E, H) LLEVAN DIGITO; LAS ENTIDADES
001678* PUBLICAS, RELIGIOSAS Y EXTRANJERAS (N, P, Q, R, S, W) LLEVAN
001679* LETRA; EL RESTO CUALQUIERA DE LOS DOS
001680* ***************************************************************
001681 2176-VALIDA-CIF.
001682
001683     MOVE WS-DOC-CAR (1)        TO WS-CIF-INICIAL.
001684
001685     IF WS-LONGITUD EQUAL 9
001686        AND CIF-INICIAL-VALIDA
001687        AND WS-DOCUMENTO-TRABAJO (2:7) NUMERIC
001688        MOVE WS-DOCUMENTO-TRABAJO (2:7) TO WS-CIF-DIGITOS
001689        MOVE 0                  TO WS-CIF-SUMA
001690        PERFORM 2177-SUMA-DIGITO-CIF
001691           VARYING WS-POS FROM 1 BY 1
001692           UNTIL WS-POS GREATER THAN 7
001693        DIVIDE WS-CIF-SUMA BY 10 GIVING WS-CIF-COCIENTE
001694               REMAINDER WS-CIF-RESTO
001695        IF WS-CIF-RESTO EQUAL 0
001696           MOVE 0               TO WS-CIF-CONTROL
001697        ELSE
001698           COMPUTE WS-CIF-CONTROL = 10 - WS-CIF-RESTO
001699        END-IF
001700        EVALUATE TRUE
001701           WHEN CIF-CONTROL-LETRA
001702              IF WS-DOC-CAR (9) EQUAL
001703                 WS-LETRA-CIF (WS-CIF-CONTROL + 1)
001704                 SET WS-FORMATO-SI TO TRUE
001705              END-IF
001706           WHEN CIF-CONTROL-DIGITO
001707              IF WS-DOC-CAR (9) EQUAL WS-CIF-CONTROL-X
001708                 SET WS-FORMATO-SI TO TRUE
001709              END-IF
001710           WHEN OTHER
001711              IF WS-DOC-CAR (9) EQUAL
001712                 WS-LETRA-CIF (WS-CIF-CONTROL + 1)
001713                 OR WS-DOC-CAR (9) EQUAL WS-CIF-CONTROL-X
001714                 SET WS-FORMATO-SI TO TRUE
001715              END-IF
001716        END-EVALUATE
001717     END-IF.
001718
001719* ***************************************************************
001720* ACUMULA UN DIGITO DEL CIF: LOS DE POSICION IMPAR SE DOBLAN Y SE
001721* SUMAN LAS CIFRAS DEL RESULTADO
001722* ***************************************************************
001723 2177-SUMA-DIGITO-CIF.
001724
001725     IF WS-POS EQUAL 1 OR WS-POS EQUAL 3
001726        OR WS-POS EQUAL 5 OR WS-POS EQUAL 7
001727        COMPUTE WS-CIF-DOBLE = WS-CIF-DIGITO (WS-POS) * 2
001728        IF WS-CIF-DOBLE GREATER THAN 9
001729           SUBTRACT 9           FROM WS-CIF-DOBLE
001730        END-IF
001731        ADD WS-CIF-DOBLE        TO WS-CIF-SUMA
001732     ELSE
001733        ADD WS-CIF-DIGITO (WS-POS) TO WS-CIF-SUMA
001734     END-IF.
001735
001736* ***************************************************************
001737* PASAPORTE: AL MENOS 5 CARACTERES, TODOS LETRAS O DIGITOS. NO
001738* TIENE UN CONTROL COMUN A TODOS LOS PAISES
001739* ***************************************************************
001740 2178-VALIDA-PASAPORTE.
001741
001742     IF WS-LONGITUD NOT LESS THAN 5
001743        SET WS-FORMATO-SI       TO TRUE
001744        PERFORM 2179-VALIDA-CARACTER-PASAP
001745           VARYING WS-POS FROM 1 BY 1
001746           UNTIL WS-POS GREATER THAN WS-LONGITUD
001747              OR WS-FORMATO-NO
001748     END-IF.
001749
001750* ***************************************************************
001751* COMPRUEBA UN CARACTER DEL PASAPORTE
001752* ***************************************************************
001753 2179-VALIDA-CARACTER-PASAP.
001754
001755     MOVE WS-DOC-CAR (WS-POS)   TO WS-CAR.
001756
001757     IF WS-CAR NOT ALPHABETIC-UPPER AND WS-CAR NOT NUMERIC
001758        SET WS-FORMATO-NO       TO TRUE
001759     END-IF.
001760
001761* ***************************************************************
001762* UN CLIENTE EN REVISION POR LISTAS DE SANCIONES ('R') O CON UNA
001763* COINCIDENCIA CONFIRMADA ('C') NO SE DA DE BAJA NI SE LE
001764* DESVINCULAN CONTRATOS HASTA QUE CUMPLIMIENTO RESUELVA SU CASO
001765* ***************************************************************
001766 2180-COMPRUEBA-REVISION.
001767
001768     IF ESTADO-REVISION OF DCLCLIENTE NOT EQUAL 'N'
001769        SET CODERR-CLIENTE-REVISION        TO TRUE
001770        MOVE 0                             TO WS-RES-SQLCODE
001771        MOVE 'CLIENTE EN REVISION POR LISTAS DE SANCIONES'
001772                                           TO WS-RES-DESCRIPCION
001773     END-IF.
001774* ***************************************************************
001775* MODIFICA LOS DATOS DE UN CLIENTE YA EXISTENTE. SI EL TERMINAL
001776* NO INFORMA EL TIPO DE CLIENTE SE MANTIENE EL QUE TENIA. EL
001777* DOCUMENTO SOLO SE VALIDA SI CAMBIA EL O EL TIPO DE CLIENTE, PARA
001778* PODER CORREGIR OTROS DATOS DE CLIENTES ANTIGUOS, Y EL CLIENTE SE
001779* VUELVE A CRIBAR SI CAMBIA SU NOMBRE O SU DOCUMENTO
001780* ***************************************************************
001790 2200-MODIFICA-CLIENTE.
001800
001810     PERFORM 2150-COMPRUEBA-CLIENTE.
001812
001814     IF CODERR-OK
001815        IF WS-PET-TIPO-CLIENTE EQUAL SPACES
001816           MOVE TIPO-CLIENTE OF DCLCLIENTE TO WS-PET-TIPO-CLIENTE
001817        END-IF
001818        PERFORM 2160-VALIDA-TIPO-CLIENTE
001819     END-IF.
001820
001821     IF CODERR-OK
001822        AND (WS-PET-DOCUMENTO NOT EQUAL WS-IMA-DOCUMENTO
001823             OR WS-PET-TIPO-CLIENTE NOT EQUAL WS-IMA-TIPO-CLIENTE)
001824        PERFORM 2170-VALIDA-DOCUMENTO
001825     END-IF.
001826
001830     IF CODERR-OK
001840     EXEC SQL
001850        UPDATE IBMUSER.CLIENTE
001860           SET NOMBRE = :WS-PET-NOMBRE,
001870               DOCUMENTO = :WS-PET-DOCUMENTO,
001875               TIPO_CLIENTE = :DCLCLIENTE.TIPO-CLIENTE
001880         WHERE CLAVE_CLIENTE = :DCLCLIENTE.CLAVE-CLIENTE
001890     END-EXEC
001900
001980           MOVE 0                          TO WS-RES-SQLCODE
001990           MOVE 'CLIENTE MODIFICADO CORRECTAMENTE'
002000                                           TO WS-RES-DESCRIPCION
002003           MOVE WS-PET-NOMBRE         TO NOMBRE OF DCLCLIENTE
002006           MOVE WS-PET-DOCUMENTO      TO DOCUMENTO OF DCLCLIENTE
002010           MOVE 0                     TO WS-CRI-ALERTAS
002011           IF WS-PET-NOMBRE NOT EQUAL WS-IMA-NOMBRE
002012              OR WS-PET-DOCUMENTO NOT EQUAL WS-IMA-DOCUMENTO
002013              MOVE 'M'                TO WS-CRI-ORIGEN
002014              PERFORM 2700-CRIBA-CLIENTE
002015           END-IF
002016           IF CODERR-OK
002017              PERFORM 2875-GUARDA-IMAGEN-DESPUES
002018              PERFORM 2900-REGISTRA-AUDITORIA
002019           END-IF
002020           IF CODERR-OK
002030              EXEC CICS SYNCPOINT END-EXEC
002035              PERFORM 2780-INFORMA-REVISION
002040           END-IF
002050        END-IF
002060     END-IF.
002080* ***************************************************************
002090* DA DE BAJA UN CLIENTE EXISTENTE. LA BAJA SE RECHAZA MIENTRAS
002100* EL CLIENTE TENGA CONTRATOS VINCULADOS, PARA NO DEJAR VINCULOS
002110* HUERFANOS, O MIENTRAS ESTE EN REVISION POR LISTAS DE SANCIONES
002120* ***************************************************************
002130 2300-BAJA-CLIENTE.
002140
002150     PERFORM 2150-COMPRUEBA-CLIENTE.
002152
002154     IF CODERR-OK
002156        PERFORM 2180-COMPRUEBA-REVISION
002158     END-IF.
002160
002170     IF CODERR-OK
002180        EXEC SQL
002530           MOVE 0                          TO WS-RES-SQLCODE
002540           MOVE 'CLIENTE DADO DE BAJA CORRECTAMENTE'
002550                                           TO WS-RES-DESCRIPCION
002555           MOVE SPACES                TO WS-IMAGEN-DESPUES
002560           PERFORM 2900-REGISTRA-AUDITORIA
002570           IF CODERR-OK
002580              EXEC CICS SYNCPOINT END-EXEC
002620
002630* ***************************************************************
002640* VINCULA UN CONTRATO A UN CLIENTE, COMPROBANDO QUE AMBOS
002650* EXISTEN Y QUE EL VINCULO NO EXISTIA YA. EL CONTRATO VINCULADO
002655* A UN CLIENTE EN REVISION POR LISTAS QUEDA TAMBIEN EN REVISION
002660* ***************************************************************
002670 2400-VINCULA-CONTRATO.
002680
003170              MOVE 0                          TO WS-RES-SQLCODE
003180              MOVE 'CONTRATO VINCULADO CORRECTAMENTE'
003190                                           TO WS-RES-DESCRIPCION
003200              IF ESTADO-REVISION OF DCLCLIENTE NOT EQUAL 'N'
003201                 PERFORM 2750-REVISA-CONTRATOS
003202              END-IF
003203              IF CODERR-OK
003204                 MOVE SPACES            TO WS-IMAGEN-ANTES
003205                 PERFORM 2875-GUARDA-IMAGEN-DESPUES
003206                 PERFORM 2900-REGISTRA-AUDITORIA
003207              END-IF
003210              IF CODERR-OK
003220                 EXEC CICS SYNCPOINT END-EXEC
003221                 IF ESTADO-REVISION OF DCLCLIENTE NOT EQUAL 'N'
003222                    SET CODERR-CLIENTE-REVISION TO TRUE
003223                    MOVE 'CONTRATO VINCULADO Y EN REVISION'
003224                                           TO WS-RES-DESCRIPCION
003225                 END-IF
003230              END-IF
003240           END-IF
003250        END-IF
003270
003280* ***************************************************************
003290* DESVINCULA UN CONTRATO DE UN CLIENTE, COMPROBANDO QUE EL
003300* VINCULO EXISTIA. LOS CONTRATOS DE UN CLIENTE EN REVISION POR
003305* LISTAS NO SE DESVINCULAN, PARA NO SACARLOS DE LA REVISION
003310* ***************************************************************
003320 2500-DESVINCULA-CONTRATO.
003330
003331     PERFORM 2150-COMPRUEBA-CLIENTE.
003332
003333     IF CODERR-OK
003334        PERFORM 2180-COMPRUEBA-REVISION
003335     END-IF.
003336
003337     IF CODERR-OK
003340     EXEC SQL
003350        DELETE FROM IBMUSER.CLIENTE_CONTRATO
003360         WHERE CLAVE_CLIENTE =
003370               :DCLCLIENTE-CONTRATO.CLAVE-CLIENTE
003380           AND CLAVE_CONTRATO =
003390               :DCLCLIENTE-CONTRATO.CLAVE-CONTRATO
003391     END-EXEC
003392
003393        IF SQLCODE EQUAL 100
003394           SET CODERR-VINCULO-NOEXI        TO TRUE
003395           MOVE 0                          TO WS-RES-SQLCODE
003396           MOVE 'EL VINCULO A ELIMINAR NO EXISTE'
003397                                           TO WS-RES-DESCRIPCION
003398        ELSE
003399           IF SQLCODE NOT EQUAL 0
003400              SET CODERR-SQL-ERROR TO TRUE
003401              MOVE SQLCODE                 TO WS-RES-SQLCODE
003402              MOVE 'ERROR AL DESVINCULAR EL CONTRATO'
003403                                           TO WS-RES-DESCRIPCION
003404           ELSE
003405              SET CODERR-OK                TO TRUE
003406              MOVE 0                       TO WS-RES-SQLCODE
003407              MOVE 'CONTRATO DESVINCULADO CORRECTAMENTE'
003408                                           TO WS-RES-DESCRIPCION
003409              MOVE SPACES             TO WS-IMAGEN-ANTES
003410              MOVE SPACES             TO WS-IMAGEN-DESPUES
003411              MOVE WS-PET-CLAVE-CLIENTE TO WS-IMA-CLAVE-CLIENTE
003412              PERFORM 2900-REGISTRA-AUDITORIA
003413              IF CODERR-OK
003414                 EXEC CICS SYNCPOINT END-EXEC
003415              END-IF
003416           END-IF
003417        END-IF
003418     END-IF.
003419
003420* ***************************************************************
003421* NORMALIZA EL NOMBRE DE WS-NOR-ENTRADA EN WS-NOR-SALIDA PARA
003422* COMPARARLO CON LAS LISTAS DE VIGILANCIA SIN DEPENDER DE COMO SE
003423* HAYA ESCRITO: PASA A MAYUSCULAS, CAMBIA LOS SIGNOS DE PUNTUACION
003424* POR BLANCOS, UNIFICA LAS GRAFIAS DE IGUAL SONIDO (V Y B, Z Y S,
003425* Y E I), QUITA LA H, NO REPITE LA MISMA LETRA SEGUIDA Y DEJA UN
003426* SOLO BLANCO ENTRE PALABRAS
003427* ***************************************************************
003428 2600-NORMALIZA-NOMBRE.
003429
003430     INSPECT WS-NOR-ENTRADA
003431        CONVERTING 'abcdefghijklmnopqrstuvwxyz'
003432                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
003433     INSPECT WS-NOR-ENTRADA
003434        CONVERTING '.,;:-_/()&''"'
003435                TO '            '.
003436     INSPECT WS-NOR-ENTRADA
003437        CONVERTING 'VZY' TO 'BSI'.
003438
003439     MOVE SPACES                TO WS-NOR-SALIDA.
003440     MOVE 0                     TO WS-NOR-POS-SAL.
003441     MOVE SPACE                 TO WS-NOR-ANTERIOR.
003442
003443     PERFORM 2605-TRATA-CARACTER-NOMBRE
003444        VARYING WS-NOR-POS-ENT FROM 1 BY 1
003445        UNTIL WS-NOR-POS-ENT GREATER THAN 50.
003446
003447* ***************************************************************
003448* COPIA AL NOMBRE NORMALIZADO UN CARACTER DEL NOMBRE DE ENTRADA,
003449* SALVO LA H, LA REPETICION DEL CARACTER ANTERIOR (LETRA DOBLE O
003450* BLANCOS SEGUIDOS) Y LOS BLANCOS INICIALES
003451* ***************************************************************
003452 2605-TRATA-CARACTER-NOMBRE.
003453
003454     MOVE WS-NOR-ENT-CAR (WS-NOR-POS-ENT) TO WS-NOR-CARACTER.
003455
003456     IF WS-NOR-CARACTER NOT EQUAL 'H'
003457        AND WS-NOR-CARACTER NOT EQUAL WS-NOR-ANTERIOR
003458        AND (WS-NOR-CARACTER NOT EQUAL SPACE
003459             OR WS-NOR-POS-SAL GREATER THAN ZERO)
003460        ADD 1                   TO WS-NOR-POS-SAL
003461        MOVE WS-NOR-CARACTER    TO WS-NOR-SAL-CAR (WS-NOR-POS-SAL)
003462        MOVE WS-NOR-CARACTER    TO WS-NOR-ANTERIOR
003463     END-IF.
003464
003465* ***************************************************************
003466* SEPARA EN PALABRAS EL NOMBRE NORMALIZADO DE WS-NOR-SALIDA Y LAS
003467* DEJA EN WS-PALABRAS-TRABAJO
003468* ***************************************************************
003469 2610-SEPARA-PALABRAS.
003470
003471     MOVE 0                     TO WS-PTR-NUM.
003472     SET SEP-FUERA-PALABRA      TO TRUE.
003473
003474     PERFORM 2615-TRATA-CARACTER-PALABRA
003475        VARYING WS-SEP-POS FROM 1 BY 1
003476        UNTIL WS-SEP-POS GREATER THAN 50.
003477
003478* ***************************************************************
003479* TRATA UN CARACTER DEL NOMBRE NORMALIZADO: UN BLANCO CIERRA LA
003480* PALABRA EN CURSO Y CUALQUIER OTRO SE ANADE A ELLA, EMPEZANDO
003481* UNA NUEVA SI NO HABIA NINGUNA ABIERTA
003482* ***************************************************************
003483 2615-TRATA-CARACTER-PALABRA.
003484
003485     MOVE WS-NOR-SAL-CAR (WS-SEP-POS) TO WS-NOR-CARACTER.
003486
003487     IF WS-NOR-CARACTER EQUAL SPACE
003488        SET SEP-FUERA-PALABRA   TO TRUE
003489     ELSE
003490        IF SEP-FUERA-PALABRA
003491           PERFORM 2616-EMPIEZA-PALABRA
003492        END-IF
003493        IF SEP-EN-PALABRA
003494           AND WS-SEP-LONGITUD LESS THAN 20
003495           ADD 1                TO WS-SEP-LONGITUD
003496           MOVE WS-NOR-CARACTER
003497             TO WS-PTR-CAR (WS-PTR-NUM, WS-SEP-LONGITUD)
003498           MOVE WS-SEP-LONGITUD TO WS-PTR-LONGITUD (WS-PTR-NUM)
003499        END-IF
003500     END-IF.
003501
003502* ***************************************************************
003503* ABRE UNA NUEVA PALABRA EN LA TABLA. LAS QUE NO CABEN SE SALTAN
003504* ***************************************************************
003505 2616-EMPIEZA-PALABRA.
003506
003507     IF WS-PTR-NUM LESS THAN 10
003508        ADD 1                   TO WS-PTR-NUM
003509        MOVE SPACES             TO WS-PTR-PALABRA (WS-PTR-NUM)
003510        MOVE 0                  TO WS-PTR-LONGITUD (WS-PTR-NUM)
003511        MOVE 0                  TO WS-SEP-LONGITUD
003512        SET SEP-EN-PALABRA      TO TRUE
003513     ELSE
003514        MOVE 'X'                TO WS-SEP-PALABRA
003515     END-IF.
003516
003517* ***************************************************************
003518* PUNTUA DE 0 A 100 EL PARECIDO ENTRE LAS PALABRAS DEL CLIENTE Y
003519* LAS DE LA ENTRADA DE LA LISTA: EL DOBLE DE LAS PALABRAS DEL
003520* CLIENTE QUE TIENEN PAREJA EN LA ENTRADA, SOBRE EL TOTAL DE
003521* PALABRAS DE LOS DOS NOMBRES. NO IMPORTA EL ORDEN DE LAS
003522* PALABRAS Y CADA PALABRA DE LA ENTRADA SOLO HACE PAREJA CON UNA
003523* DEL CLIENTE
003524* ***************************************************************
003525 2620-PUNTUA-NOMBRE.
003526
003527     MOVE 0                     TO WS-PUN-ACIERTOS.
003528     MOVE 0                     TO WS-PUN-PUNTUACION.
003529     MOVE ALL 'N'               TO WS-PALABRAS-USADAS.
003530
003531     IF WS-PCL-NUM GREATER THAN ZERO
003532        AND WS-PLI-NUM GREATER THAN ZERO
003533        PERFORM 2625-BUSCA-PAREJA
003534           VARYING WS-PUN-IND-CLI FROM 1 BY 1
003535           UNTIL WS-PUN-IND-CLI GREATER THAN WS-PCL-NUM
003536        COMPUTE WS-PUN-PUNTUACION = (200 * WS-PUN-ACIERTOS)
003537                                  / (WS-PCL-NUM + WS-PLI-NUM)
003538     END-IF.
003539
003540* ***************************************************************
003541* BUSCA PAREJA ENTRE LAS PALABRAS AUN LIBRES DE LA ENTRADA PARA
003542* UNA PALABRA DEL CLIENTE
003543* ***************************************************************
003544 2625-BUSCA-PAREJA.
003545
003546     MOVE WS-PCL-PALABRA (WS-PUN-IND-CLI)  TO WS-CPA-PALABRA-1.
003547     MOVE WS-PCL-LONGITUD (WS-PUN-IND-CLI) TO WS-CPA-LONG-1.
003548     SET CPA-COINCIDE-NO        TO TRUE.
003549
003550     PERFORM 2630-PRUEBA-PALABRA
003551        VARYING WS-PUN-IND-LIS FROM 1 BY 1
003552        UNTIL WS-PUN-IND-LIS GREATER THAN WS-PLI-NUM
003553           OR CPA-COINCIDE-SI.
003554
003555     IF CPA-COINCIDE-SI
003556        ADD 1                   TO WS-PUN-ACIERTOS
003557     END-IF.
003558
003559* ***************************************************************
003560* COMPARA LA PALABRA DEL CLIENTE CON UNA PALABRA DE LA ENTRADA
003561* QUE TODAVIA NO TIENE PAREJA, Y LA MARCA SI COINCIDEN
003562* ***************************************************************
003563 2630-PRUEBA-PALABRA.
003564
003565     IF WS-PUS-USADA (WS-PUN-IND-LIS) EQUAL 'N'
003566        MOVE WS-PLI-PALABRA (WS-PUN-IND-LIS)  TO WS-CPA-PALABRA-2
003567        MOVE WS-PLI-LONGITUD (WS-PUN-IND-LIS) TO WS-CPA-LONG-2
003568        PERFORM 2635-COMPARA-PALABRAS
003569        IF CPA-COINCIDE-SI
003570           MOVE 'S'             TO WS-PUS-USADA (WS-PUN-IND-LIS)
003571        END-IF
003572     END-IF.
003573
003574* ***************************************************************
003575* DOS PALABRAS COINCIDEN SI SON IGUALES O SI, TENIENDO LAS DOS AL
003576* MENOS 4 LETRAS, UNA SE OBTIENE DE LA OTRA CAMBIANDO, QUITANDO O
003577* ANADIENDO UNA SOLA LETRA (ERRATAS Y TRANSCRIPCIONES DISTINTAS)
003578* ***************************************************************
003579 2635-COMPARA-PALABRAS.
003580
003581     SET CPA-COINCIDE-NO        TO TRUE.
003582
003583     IF WS-CPA-PALABRA-1 EQUAL WS-CPA-PALABRA-2
003584        SET CPA-COINCIDE-SI     TO TRUE
003585     ELSE
003586        IF WS-CPA-LONG-1 NOT LESS THAN 4
003587           AND WS-CPA-LONG-2 NOT LESS THAN 4
003588           AND WS-CPA-LONG-1 - WS-CPA-LONG-2 NOT GREATER THAN 1
003589           AND WS-CPA-LONG-2 - WS-CPA-LONG-1 NOT GREATER THAN 1
003590           MOVE 1               TO WS-CPA-IND-1
003591           MOVE 1               TO WS-CPA-IND-2
003592           MOVE 0               TO WS-CPA-DIFERENCIAS
003593           PERFORM 2640-AVANZA-LETRA
003594              UNTIL WS-CPA-IND-1 GREATER THAN WS-CPA-LONG-1
003595                 OR WS-CPA-IND-2 GREATER THAN WS-CPA-LONG-2
003596                 OR WS-CPA-DIFERENCIAS GREATER THAN 1
003597* LAS LETRAS QUE QUEDAN AL FINAL DE LA PALABRA MAS LARGA TAMBIEN
003598* SON DIFERENCIAS
003599           COMPUTE WS-CPA-DIFERENCIAS = WS-CPA-DIFERENCIAS
003600                   + WS-CPA-LONG-1 - WS-CPA-IND-1 + 1
003601                   + WS-CPA-LONG-2 - WS-CPA-IND-2 + 1
003602           IF WS-CPA-DIFERENCIAS NOT GREATER THAN 1
003603              SET CPA-COINCIDE-SI TO TRUE
003604           END-IF
003605        END-IF
003606     END-IF.
003607
003608* ***************************************************************
003609* AVANZA UNA LETRA EN LA COMPARACION DE DOS PALABRAS. SI LAS
003610* LETRAS DIFIEREN SE CUENTA LA DIFERENCIA Y SE SALTA LA LETRA DE
003611* LA PALABRA MAS LARGA (LETRA SOBRANTE) O LA DE LAS DOS SI TIENEN
003612* LA MISMA LONGITUD (LETRA CAMBIADA)
003613* ***************************************************************
003614 2640-AVANZA-LETRA.
003615
003616     IF WS-CPA-CAR-1 (WS-CPA-IND-1)
003617        EQUAL WS-CPA-CAR-2 (WS-CPA-IND-2)
003618        ADD 1                   TO WS-CPA-IND-1
003619        ADD 1                   TO WS-CPA-IND-2
003620     ELSE
003621        ADD 1                   TO WS-CPA-DIFERENCIAS
003622        EVALUATE TRUE
003623           WHEN WS-CPA-LONG-1 GREATER THAN WS-CPA-LONG-2
003624              ADD 1             TO WS-CPA-IND-1
003625           WHEN WS-CPA-LONG-1 LESS THAN WS-CPA-LONG-2
003626              ADD 1             TO WS-CPA-IND-2
003627           WHEN OTHER
003628              ADD 1             TO WS-CPA-IND-1
003629              ADD 1             TO WS-CPA-IND-2
003630        END-EVALUATE
003631     END-IF.
003632
003633* ***************************************************************
003640* CRIBA EL NOMBRE Y EL DOCUMENTO DEL CLIENTE CONTRA LA LISTA DE
003641* VIGILANCIA VIGENTE, CARGADA POR SANC01 CON LOS NOMBRES YA
003642* NORMALIZADOS. CADA ENTRADA CON UNA PUNTUACION IGUAL O SUPERIOR
003643* AL UMBRAL, O CON EL MISMO DOCUMENTO, GENERA UNA ALERTA PENDIENTE
003644* ('P') PARA CUMPLIMIENTO, SALVO QUE EL CLIENTE YA TUVIERA UNA
003645* PARA ESA REFERENCIA. SI HAY ALERTAS NUEVAS EL CLIENTE Y SUS
003646* CONTRATOS QUEDAN EN REVISION
003647* ***************************************************************
003648 2700-CRIBA-CLIENTE.
003649
003650     MOVE 0                     TO WS-CRI-ALERTAS.
003651     MOVE NOMBRE OF DCLCLIENTE  TO WS-NOR-ENTRADA.
003652     PERFORM 2600-NORMALIZA-NOMBRE.
003653     PERFORM 2610-SEPARA-PALABRAS.
003654     MOVE WS-PALABRAS-TRABAJO   TO WS-PALABRAS-CLIENTE.
003655
003656     EXEC SQL
003657        OPEN CUR-LISTA
003658     END-EXEC.
003659
003660     IF SQLCODE NOT EQUAL 0
003661        PERFORM 2790-ERROR-CRIBA
003662     ELSE
003663        SET WS-FIN-CURSOR-NO    TO TRUE
003664        PERFORM 2710-LEE-LISTA
003665        PERFORM 2720-EVALUA-ENTRADA
003666           UNTIL WS-FIN-CURSOR-SI
003667        IF CODERR-OK
003668           EXEC SQL
003669              CLOSE CUR-LISTA
003670           END-EXEC
003671           IF SQLCODE NOT EQUAL 0
003672              PERFORM 2790-ERROR-CRIBA
003673           END-IF
003674        END-IF
003675     END-IF.
003676
003677     IF CODERR-OK AND WS-CRI-ALERTAS GREATER THAN ZERO
003678        PERFORM 2740-PONE-EN-REVISION
003679     END-IF.
003680
003681* ***************************************************************
003682* LEE LA SIGUIENTE ENTRADA DE LA LISTA DE VIGILANCIA
003683* ***************************************************************
003684 2710-LEE-LISTA.
003685
003686     EXEC SQL
003687        FETCH CUR-LISTA
003688         INTO :DCLLISTA-VIGILANCIA.REFERENCIA,
003689              :DCLLISTA-VIGILANCIA.NOMBRE,
003690              :DCLLISTA-VIGILANCIA.NOMBRE-NORMAL,
003691              :DCLLISTA-VIGILANCIA.DOCUMENTO
003692     END-EXEC.
003693
003694     IF SQLCODE EQUAL 100
003695        SET WS-FIN-CURSOR-SI    TO TRUE
003696     ELSE
003697        IF SQLCODE NOT EQUAL 0
003698           SET WS-FIN-CURSOR-SI TO TRUE
003699           PERFORM 2790-ERROR-CRIBA
003700        END-IF
003701     END-IF.
003702
003703* ***************************************************************
003704* PUNTUA EL PARECIDO DEL CLIENTE CON LA ENTRADA LEIDA, REGISTRA LA
003705* ALERTA SI LLEGA AL UMBRAL Y LEE LA SIGUIENTE ENTRADA. EL MISMO
003706* DOCUMENTO DE IDENTIDAD ES COINCIDENCIA PLENA
003707* ***************************************************************
003708 2720-EVALUA-ENTRADA.
003709
003710     MOVE NOMBRE-NORMAL OF DCLLISTA-VIGILANCIA TO WS-NOR-SALIDA.
003711     PERFORM 2610-SEPARA-PALABRAS.
003712     MOVE WS-PALABRAS-TRABAJO   TO WS-PALABRAS-LISTA.
003713     PERFORM 2620-PUNTUA-NOMBRE.
003714
003715     IF DOCUMENTO OF DCLLISTA-VIGILANCIA NOT EQUAL SPACES
003716        AND DOCUMENTO OF DCLLISTA-VIGILANCIA
003717            EQUAL DOCUMENTO OF DCLCLIENTE
003718        MOVE 100                TO WS-PUN-PUNTUACION
003719     END-IF.
003720
003721     IF WS-PUN-PUNTUACION NOT LESS THAN WS-UMBRAL-COINCIDENCIA
003722        PERFORM 2730-REGISTRA-ALERTA
003723     END-IF.
003724
003725     IF CODERR-OK
003726        PERFORM 2710-LEE-LISTA
003727     ELSE
003728        SET WS-FIN-CURSOR-SI    TO TRUE
003729     END-IF.
003730
003731* ***************************************************************
003732* REGISTRA EN IBMUSER.ALERTA_CLIENTE LA POSIBLE COINCIDENCIA DEL
003733* CLIENTE CON LA ENTRADA, PENDIENTE DE QUE CUMPLIMIENTO LA
003734* DESCARTE O LA CONFIRME EN REVI01. LOS ALIAS DE UNA MISMA PERSONA
003735* COMPARTEN REFERENCIA Y SOLO GENERAN UNA ALERTA; UNA REFERENCIA
003736* YA RESUELTA PARA EL CLIENTE NO SE VUELVE A ALERTAR
003737* ***************************************************************
003738 2730-REGISTRA-ALERTA.
003739
003740     MOVE CLAVE-CLIENTE OF DCLCLIENTE
003741                          TO CLAVE-CLIENTE OF DCLALERTA-CLIENTE.
003742     MOVE REFERENCIA OF DCLLISTA-VIGILANCIA
003743                          TO REFERENCIA OF DCLALERTA-CLIENTE.
003744
003745     EXEC SQL
003746        SELECT COUNT(*)
003747          INTO :WS-CNT-ALERTAS
003748          FROM IBMUSER.ALERTA_CLIENTE
003749         WHERE CLAVE_CLIENTE = :DCLALERTA-CLIENTE.CLAVE-CLIENTE
003750           AND REFERENCIA = :DCLALERTA-CLIENTE.REFERENCIA
003751     END-EXEC.
003752
003753     IF SQLCODE NOT EQUAL 0
003754        PERFORM 2790-ERROR-CRIBA
003755     ELSE
003756        IF WS-CNT-ALERTAS EQUAL ZERO
003757           PERFORM 2735-OBTIENE-CLAVE-ALERTA
003758        END-IF
003759     END-IF.
003760
003761     IF CODERR-OK AND WS-CNT-ALERTAS EQUAL ZERO
003762        MOVE NOMBRE OF DCLLISTA-VIGILANCIA
003763                          TO NOMBRE-LISTA OF DCLALERTA-CLIENTE
003764        MOVE WS-PUN-PUNTUACION  TO PUNTUACION OF DCLALERTA-CLIENTE
003765        MOVE WS-CRI-ORIGEN      TO ORIGEN OF DCLALERTA-CLIENTE
003766        MOVE 'P'                TO ESTADO OF DCLALERTA-CLIENTE
003767        MOVE SPACES             TO USUARIO-DECISION
003768                                   OF DCLALERTA-CLIENTE
003769
003770        EXEC SQL
003771           INSERT INTO IBMUSER.ALERTA_CLIENTE
003772                 (CLAVE_ALERTA, CLAVE_CLIENTE, REFERENCIA,
003773                  NOMBRE_LISTA, PUNTUACION, ORIGEN, ESTADO,
003774                  FECHA_ALERTA, USUARIO_DECISION)
003775           VALUES (:DCLALERTA-CLIENTE.CLAVE-ALERTA,
003776                   :DCLALERTA-CLIENTE.CLAVE-CLIENTE,
003777                   :DCLALERTA-CLIENTE.REFERENCIA,
003778                   :DCLALERTA-CLIENTE.NOMBRE-LISTA,
003779                   :DCLALERTA-CLIENTE.PUNTUACION,
003780                   :DCLALERTA-CLIENTE.ORIGEN,
003781                   :DCLALERTA-CLIENTE.ESTADO,
003782                   CURRENT TIMESTAMP,
003783                   :DCLALERTA-CLIENTE.USUARIO-DECISION)
003784        END-EXEC
003785
003786        IF SQLCODE NOT EQUAL 0
003787           PERFORM 2790-ERROR-CRIBA
003788        ELSE
003789           ADD 1                TO WS-CRI-ALERTAS
003790        END-IF
003791     END-IF.
003792
003793* ***************************************************************
003794* OBTIENE LA CLAVE DE LA NUEVA ALERTA DE LA FILA 'ALERTCLI' DE
003795* IBMUSER.CONTADOR. LA PRIMERA ALERTA DE LA HISTORIA CREA LA FILA;
003796* SI OTRA TRANSACCION LA CREA ANTES, SE INCREMENTA SOBRE LA FILA
003797* YA CREADA
003798* ***************************************************************
003799 2735-OBTIENE-CLAVE-ALERTA.
003800
003801     EXEC SQL
003802        UPDATE IBMUSER.CONTADOR
003803           SET ULTIMO_VALOR = ULTIMO_VALOR + 1
003804         WHERE NOMBRE = 'ALERTCLI'
003805     END-EXEC.
003806
003807     IF SQLCODE EQUAL 100
003808        EXEC SQL
003809           INSERT INTO IBMUSER.CONTADOR (NOMBRE, ULTIMO_VALOR)
003810           VALUES ('ALERTCLI', 1)
003811        END-EXEC
003812        IF SQLCODE EQUAL -803
003813           EXEC SQL
003814              UPDATE IBMUSER.CONTADOR
003815                 SET ULTIMO_VALOR = ULTIMO_VALOR + 1
003816               WHERE NOMBRE = 'ALERTCLI'
003817           END-EXEC
003818        END-IF
003819     END-IF.
003820
003821     IF SQLCODE NOT EQUAL 0
003822        PERFORM 2790-ERROR-CRIBA
003823     ELSE
003824        EXEC SQL
003825           SELECT ULTIMO_VALOR
003826             INTO :DCLALERTA-CLIENTE.CLAVE-ALERTA
003827             FROM IBMUSER.CONTADOR
003828            WHERE NOMBRE = 'ALERTCLI'
003829        END-EXEC
003830        IF SQLCODE NOT EQUAL 0
003831           PERFORM 2790-ERROR-CRIBA
003832        END-IF
003833     END-IF.
003834
003835* ***************************************************************
003836* DEJA EN REVISION ('R') AL CLIENTE CON ALERTAS NUEVAS, SALVO QUE
003837* YA TUVIERA UNA COINCIDENCIA CONFIRMADA ('C'), Y CON EL A TODOS
003838* SUS CONTRATOS VIVOS
003839* ***************************************************************
003840 2740-PONE-EN-REVISION.
003841
003842     IF ESTADO-REVISION OF DCLCLIENTE EQUAL 'N'
003843        EXEC SQL
003844           UPDATE IBMUSER.CLIENTE
003845              SET ESTADO_REVISION = 'R'
003846            WHERE CLAVE_CLIENTE = :DCLCLIENTE.CLAVE-CLIENTE
003847        END-EXEC
003848        IF SQLCODE NOT EQUAL 0
003849           PERFORM 2790-ERROR-CRIBA
003850        ELSE
003851           MOVE 'R'             TO ESTADO-REVISION OF DCLCLIENTE
003852        END-IF
003853     END-IF.
003854
003855     IF CODERR-OK
003856        PERFORM 2750-REVISA-CONTRATOS
003857     END-IF.
003858
003859* ***************************************************************
003860* PONE EN REVISION ('R') LOS CONTRATOS VIVOS VINCULADOS AL CLIENTE
003861* QUE NO LO ESTUVIERAN YA, GUARDANDO EN IBMUSER.REVISION_CONTRATO
003862* EL ESTADO QUE TENIAN PARA DEVOLVERSELO SI LA ALERTA SE DESCARTA.
003863* UN CONTRATO EN REVISION NO ADMITE CARGOS NI ABONOS
003864* ***************************************************************
003865 2750-REVISA-CONTRATOS.
003866
003867     EXEC SQL
003868        INSERT INTO IBMUSER.REVISION_CONTRATO
003869              (CLAVE_CONTRATO, ESTADO_ANTERIOR, CLAVE_CLIENTE,
003870               FECHA_REVISION)
003871        SELECT C.CLAVE_CONTRATO, C.ESTADO, CC.CLAVE_CLIENTE,
003872               CURRENT TIMESTAMP
003873          FROM IBMUSER.CLIENTE_CONTRATO CC,
003874               IBMUSER.CONTRATO C
003875         WHERE CC.CLAVE_CLIENTE = :DCLCLIENTE.CLAVE-CLIENTE
003876           AND C.CLAVE_CONTRATO = CC.CLAVE_CONTRATO
003877           AND C.ESTADO NOT IN ('C', 'R')
003878     END-EXEC.
003879
003880     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
003881        PERFORM 2790-ERROR-CRIBA
003882     ELSE
003883        EXEC SQL
003884           UPDATE IBMUSER.CONTRATO
003885              SET ESTADO = 'R'
003886            WHERE ESTADO NOT IN ('C', 'R')
003887              AND CLAVE_CONTRATO IN
003888                  (SELECT CLAVE_CONTRATO
003889                     FROM IBMUSER.CLIENTE_CONTRATO
003890                    WHERE CLAVE_CLIENTE =
003891                          :DCLCLIENTE.CLAVE-CLIENTE)
003892        END-EXEC
003893        IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
003894           PERFORM 2790-ERROR-CRIBA
003895        END-IF
003896     END-IF.
003897
003898* ***************************************************************
003899* INFORMA AL TERMINAL, UNA VEZ CONFIRMADA LA OPERACION, DE QUE EL
003900* CLIENTE HA QUEDADO EN REVISION POR POSIBLE COINCIDENCIA EN LAS
003901* LISTAS DE VIGILANCIA
003902* ***************************************************************
003903 2780-INFORMA-REVISION.
003904
003905     IF WS-CRI-ALERTAS GREATER THAN ZERO
003906        SET CODERR-CLIENTE-REVISION        TO TRUE
003907        MOVE 0                             TO WS-RES-SQLCODE
003908        IF PET-OPERACION-ALTA
003909           MOVE 'CLIENTE DADO DE ALTA Y EN REVISION POR LISTAS'
003910                                           TO WS-RES-DESCRIPCION
003911        ELSE
003912           MOVE 'CLIENTE MODIFICADO Y EN REVISION POR LISTAS'
003913                                           TO WS-RES-DESCRIPCION
003914        END-IF
003915     END-IF.
003916
003917* ***************************************************************
003918* ERROR DE BASE DE DATOS EN LA CRIBA DEL CLIENTE O AL PONER EN
003919* REVISION SUS CONTRATOS. LA OPERACION YA SE HABIA EJECUTADO: SE
003920* DESHACE ENTERA PARA NO DEJAR UN CLIENTE SIN CRIBAR NI CONTRATOS
003921* SIN BLOQUEAR
003922* ***************************************************************
003923 2790-ERROR-CRIBA.
003924
003925     SET CODERR-SQL-ERROR                  TO TRUE.
003926     MOVE SQLCODE                          TO WS-RES-SQLCODE.
003927     MOVE 'ERROR EN LA CRIBA O REVISION DEL CLIENTE POR LISTAS'
003928                                           TO WS-RES-DESCRIPCION.
003929
003930     EXEC CICS SYNCPOINT ROLLBACK END-EXEC.
003931* ***************************************************************
003932* GUARDA LA IMAGEN DEL CLIENTE LEIDO ANTES DE LA OPERACION
003933* ***************************************************************
003934 2870-GUARDA-IMAGEN-ANTES.
003935
003936     MOVE CLAVE-CLIENTE OF DCLCLIENTE   TO WS-IMA-CLAVE-CLIENTE.
003937     MOVE NOMBRE OF DCLCLIENTE          TO WS-IMA-NOMBRE.
003938     MOVE DOCUMENTO OF DCLCLIENTE       TO WS-IMA-DOCUMENTO.
003939     MOVE TIPO-CLIENTE OF DCLCLIENTE    TO WS-IMA-TIPO-CLIENTE.
003940     MOVE ESTADO-REVISION OF DCLCLIENTE TO WS-IMA-ESTADO-REVISION.
003941
003942* ***************************************************************
003943* GUARDA LA IMAGEN DEL CLIENTE TAL COMO HA QUEDADO GRABADO
003944* ***************************************************************
003945 2875-GUARDA-IMAGEN-DESPUES.
003946
003947     MOVE CLAVE-CLIENTE OF DCLCLIENTE   TO WS-IMD-CLAVE-CLIENTE.
003948     MOVE NOMBRE OF DCLCLIENTE          TO WS-IMD-NOMBRE.
003949     MOVE DOCUMENTO OF DCLCLIENTE       TO WS-IMD-DOCUMENTO.
003950     MOVE TIPO-CLIENTE OF DCLCLIENTE    TO WS-IMD-TIPO-CLIENTE.
003951     MOVE ESTADO-REVISION OF DCLCLIENTE TO WS-IMD-ESTADO-REVISION.
003952
003953* ***************************************************************
003954* ANOTA EN LA TABLA DE DIFERENCIAS EL CAMPO PREPARADO EN
003955* WS-DIF-NUEVO SI SU VALOR HA CAMBIADO CON LA OPERACION
003956* ***************************************************************
003957 2880-ANOTA-DIFERENCIA.
003958
003959     IF WS-DNU-ANTES NOT EQUAL WS-DNU-DESPUES
003960        AND WS-DIF-MAX LESS THAN 12
003961        ADD 1 TO WS-DIF-MAX
003962        SET WS-IDX-DIF TO WS-DIF-MAX
003963        MOVE WS-DIF-NUEVO TO WS-DIF-OCU (WS-IDX-DIF)
003964     END-IF.
003965
003966* ***************************************************************
003967* COMPARA LAS IMAGENES DEL CLIENTE ANTES Y DESPUES DE LA
003968* OPERACION Y ANOTA LOS CAMPOS QUE HAN CAMBIADO
003969* ***************************************************************
003970 2890-COMPARA-IMAGENES.
003971
003972     MOVE 0                        TO WS-DIF-MAX.
003973
003974     MOVE 'CLAVE_CLIENTE'           TO WS-DNU-CAMPO.
003975     MOVE WS-IMA-CLAVE-CLIENTE      TO WS-DNU-ANTES.
003976     MOVE WS-IMD-CLAVE-CLIENTE      TO WS-DNU-DESPUES.
003977     PERFORM 2880-ANOTA-DIFERENCIA.
003978
003979     MOVE 'NOMBRE'                  TO WS-DNU-CAMPO.
003980     MOVE WS-IMA-NOMBRE             TO WS-DNU-ANTES.
003981     MOVE WS-IMD-NOMBRE             TO WS-DNU-DESPUES.
003982     PERFORM 2880-ANOTA-DIFERENCIA.
003983
003984     MOVE 'DOCUMENTO'               TO WS-DNU-CAMPO.
003985     MOVE WS-IMA-DOCUMENTO          TO WS-DNU-ANTES.
003986     MOVE WS-IMD-DOCUMENTO          TO WS-DNU-DESPUES.
003987     PERFORM 2880-ANOTA-DIFERENCIA.
003988
003989     MOVE 'TIPO_CLIENTE'            TO WS-DNU-CAMPO.
003990     MOVE WS-IMA-TIPO-CLIENTE       TO WS-DNU-ANTES.
003991     MOVE WS-IMD-TIPO-CLIENTE       TO WS-DNU-DESPUES.
003992     PERFORM 2880-ANOTA-DIFERENCIA.
003993
003994     MOVE 'ESTADO_REVISION'         TO WS-DNU-CAMPO.
003995     MOVE WS-IMA-ESTADO-REVISION    TO WS-DNU-ANTES.
003996     MOVE WS-IMD-ESTADO-REVISION    TO WS-DNU-DESPUES.
003997     PERFORM 2880-ANOTA-DIFERENCIA.
003998
003999* ***************************************************************
004000* REGISTRA EN IBMUSER.AUDITORIA QUIEN (USUARIO Y TERMINAL) HA
004001* REALIZADO LA OPERACION. EN LAS OPERACIONES DE CLIENTE SE
004002* REGISTRA LA CLAVE DEL CLIENTE; EN LAS DE VINCULO, LA DEL
004003* CONTRATO VINCULADO O DESVINCULADO
004004* Y LOS VALORES ANTERIOR Y POSTERIOR DE LOS CAMPOS QUE CAMBIAN
004005* ***************************************************************
004006 2900-REGISTRA-AUDITORIA.
004007
004008     PERFORM 2890-COMPARA-IMAGENES.
004009
004010     IF PET-OPERACION-VINCULA OR PET-OPERACION-DESVINCULA
004011        MOVE WS-PET-CLAVE-CONTRATO TO CLAVE-CONTRATO
004012                                      OF DCLAUDITORIA
004013        MOVE 'CLICONTR'            TO ENTIDAD OF DCLAUDITORIA
004014     ELSE
004015        MOVE WS-PET-CLAVE-CLIENTE  TO CLAVE-CONTRATO
004016                                      OF DCLAUDITORIA
004017        MOVE 'CLIENTE'             TO ENTIDAD OF DCLAUDITORIA
004018     END-IF.
004019     MOVE WS-PET-OPERACION      TO OPERACION OF DCLAUDITORIA.
004020     MOVE EIBUSERID             TO USUARIO OF DCLAUDITORIA.
004021     MOVE EIBTRMID              TO TERMINAL-ID OF DCLAUDITORIA.
004022
004023* LA FECHA Y HORA DEL REGISTRO SE TOMA ANTES DE GRABARLO PARA
004024* ENLAZAR CON ELLA LOS CAMPOS MODIFICADOS
004025     EXEC SQL
004026        SELECT CURRENT TIMESTAMP
004027          INTO :DCLAUDITORIA.FECHA-HORA
004028          FROM SYSIBM.SYSDUMMY1
004029     END-EXEC.
004030
004031     IF SQLCODE EQUAL 0
004032        EXEC SQL
004033           INSERT INTO IBMUSER.AUDITORIA
004034                 (CLAVE_CONTRATO, OPERACION, USUARIO, TERMINAL_ID,
004035                  FECHA_HORA, ENTIDAD)
004036           VALUES (:DCLAUDITORIA.CLAVE-CONTRATO,
004037                   :DCLAUDITORIA.OPERACION,
004038                   :DCLAUDITORIA.USUARIO,
004039                   :DCLAUDITORIA.TERMINAL-ID,
004040                   :DCLAUDITORIA.FECHA-HORA,
004041                   :DCLAUDITORIA.ENTIDAD)
004042        END-EXEC
004043     END-IF.
004044
004045     IF SQLCODE EQUAL 0
004046        PERFORM 2910-REGISTRA-DIFERENCIA
004047           VARYING WS-IDX-DIF FROM 1 BY 1
004048           UNTIL WS-IDX-DIF GREATER THAN WS-DIF-MAX
004049              OR SQLCODE NOT EQUAL 0
004050     END-IF.
004051
004052     IF SQLCODE NOT EQUAL 0
004053        SET CODERR-SQL-ERROR                  TO TRUE
004054        MOVE SQLCODE                          TO WS-RES-SQLCODE
004055        MOVE 'ERROR AL REGISTRAR LA AUDITORIA DEL CLIENTE'
004056                                           TO WS-RES-DESCRIPCION
004057
004058* LA OPERACION DE CLIENTE O VINCULO YA SE HABIA EJECUTADO ANTES
004059* DE LLAMAR A ESTE PARRAFO. SIN UN ROLLBACK EXPLICITO AQUI, EL
004060* RETURN DE 3000-FIN HARIA UN SYNCPOINT IMPLICITO QUE
004070* CONFIRMARIA ESE CAMBIO SIN SU REGISTRO DE AUDITORIA
004080        EXEC CICS SYNCPOINT ROLLBACK END-EXEC
004090     END-IF.
004095
004100* ***************************************************************
004101* GRABA EN IBMUSER.AUDITORIA_CAMBIO EL VALOR ANTERIOR Y POSTERIOR
004102* DE UN CAMPO MODIFICADO, ENLAZADO CON SU REGISTRO DE AUDITORIA
004103* POR CONTRATO, ENTIDAD Y FECHA Y HORA
004104* ***************************************************************
004105 2910-REGISTRA-DIFERENCIA.
004106
004107     MOVE WS-DIF-CAMPO (WS-IDX-DIF)
004108                                TO CAMPO OF DCLAUDITORIA-CAMBIO.
004109     MOVE WS-DIF-ANTES (WS-IDX-DIF)
004110                                TO VALOR-ANTES
004111                                   OF DCLAUDITORIA-CAMBIO.
004112     MOVE WS-DIF-DESPUES (WS-IDX-DIF)
004113                                TO VALOR-DESPUES
004114                                   OF DCLAUDITORIA-CAMBIO.
004115
004116     EXEC SQL
004117        INSERT INTO IBMUSER.AUDITORIA_CAMBIO
004118              (CLAVE_CONTRATO, ENTIDAD, FECHA_HORA, CAMPO,
004119               VALOR_ANTES, VALOR_DESPUES)
004120        VALUES (:DCLAUDITORIA.CLAVE-CONTRATO,
004121                :DCLAUDITORIA.ENTIDAD,
004122                :DCLAUDITORIA.FECHA-HORA,
004123                :DCLAUDITORIA-CAMBIO.CAMPO,
004124                :DCLAUDITORIA-CAMBIO.VALOR-ANTES,
004125                :DCLAUDITORIA-CAMBIO.VALOR-DESPUES)
004126     END-EXEC.
004127
004128* ***************************************************************
004129* PARRAFO DE FIN. DEVUELVE AL TERMINAL EL RESULTADO DE LA
004130* OPERACION Y TERMINA LA TRANSACCION
004140* ***************************************************************
004150 3000-FIN.
