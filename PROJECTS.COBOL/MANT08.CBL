000010* TRANSACCION ONLINE DE MANTENIMIENTO DE LAS ESTRUCTURAS DE
000020* BARRIDO DE TESORERIA (IBMUSER.BARRIDO) Y DE SUS CONTRATOS
000030* PARTICIPANTES (IBMUSER.BARRIDO_CONTRATO). UNA ESTRUCTURA AGRUPA
000040* CONTRATOS DE UN MISMO CLIENTE ALREDEDOR DE UN CONTRATO MAESTRO;
000050* CADA NOCHE BARR01 LLEVA AL MAESTRO EL SALDO DE CADA PARTICIPANTE
000060* QUE EXCEDE SU SALDO OBJETIVO Y CUBRE DESDE EL MAESTRO EL QUE NO
000070* LLEGA, SEGUN EL SENTIDO Y EL IMPORTE MINIMO DEL PARTICIPANTE.
000080* PERMITE DAR DE ALTA, MODIFICAR (DIVISAS Y SUSPENSION) Y DAR DE
000090* BAJA LA ESTRUCTURA, Y DAR DE ALTA, MODIFICAR Y DAR DE BAJA SUS
000100* PARTICIPANTES. UN CONTRATO SOLO PUEDE ESTAR EN UNA ESTRUCTURA NO
000110* DADA DE BAJA, COMO MAESTRO O COMO PARTICIPANTE. EL RESULTADO
000120* VUELVE AL TERMINAL EN LA MISMA PANTALLA
000130* CADA OPERACION DEJA EN LA AUDITORIA LOS VALORES ANTERIOR Y
000140* POSTERIOR DE LOS CAMPOS QUE CAMBIAN
000150 IDENTIFICATION DIVISION.
000160 PROGRAM-ID.MANT08.
000170
000180 ENVIRONMENT DIVISION.
000190 INPUT-OUTPUT SECTION.
000200 DATA DIVISION.
000210 WORKING-STORAGE SECTION.
000220
000230* AREA RECIBIDA DEL TERMINAL CON LA PETICION DE MANTENIMIENTO. LA
000240* ESTRUCTURA SE IDENTIFICA POR SU CLAVE Y EL PARTICIPANTE POR LA
000250* CLAVE DE LA ESTRUCTURA Y LA DE SU CONTRATO. EL SALDO OBJETIVO Y
000260* EL IMPORTE MINIMO SE EXPRESAN EN LA DIVISA DEL PARTICIPANTE
000270 01 WS-PETICION.
000280     05 WS-PET-OPERACION       PIC X(1).
000290         88 PET-OPERACION-ALTA     VALUE 'A'.
000300         88 PET-OPERACION-MODIFICA VALUE 'M'.
000310         88 PET-OPERACION-BAJA     VALUE 'B'.
000320         88 PET-OPERACION-ALTA-PAR VALUE 'P'.
000330         88 PET-OPERACION-MODI-PAR VALUE 'N'.
000340         88 PET-OPERACION-BAJA-PAR VALUE 'Q'.
000350         88 PET-OPERACION-PARTICIP VALUES 'P' 'N' 'Q'.
000360     05 WS-PET-CLAVE-BARRIDO   PIC 9(9).
000370     05 WS-PET-CLAVE-CLIENTE   PIC 9(9).
000380     05 WS-PET-CONT-MAESTRO    PIC 9(9).
000390* 'S' SI SE ADMITEN BARRIDOS ENTRE CONTRATOS DE DISTINTA DIVISA,
000400* CONVIRTIENDO AL TIPO DE CAMBIO DEL DIA
000410     05 WS-PET-PERMITE-DIVISA  PIC X(1).
000420         88 PET-PERMITE-DIVISA-VAL VALUES 'S' 'N'.
000430* ESTADO DE LA ESTRUCTURA EN LA MODIFICACION: 'A' ACTIVA, 'S'
000440* SUSPENDIDA (BARR01 NO LA TRATA HASTA QUE SE REACTIVE)
000450     05 WS-PET-ESTADO          PIC X(1).
000460         88 PET-ESTADO-VALIDO      VALUES 'A' 'S'.
000470     05 WS-PET-CLAVE-CONTRATO  PIC 9(9).
000480     05 WS-PET-SALDO-OBJETIVO  PIC 9(11)V9(2).
000490* SENTIDO DEL BARRIDO DEL PARTICIPANTE: 'A' AMBOS SENTIDOS, 'S'
000500* SOLO SUBE AL MAESTRO EL EXCESO, 'C' SOLO SE CUBRE EL DEFECTO
000510* DESDE EL MAESTRO
000520     05 WS-PET-SENTIDO         PIC X(1).
000530         88 PET-SENTIDO-VALIDO     VALUES 'A' 'S' 'C'.
000540     05 WS-PET-IMPORTE-MINIMO  PIC 9(11)V9(2).
000550 01 WS-LONG-PETICION           PIC S9(4) COMP VALUE +66.
000560
000570* AREA DEVUELTA AL TERMINAL CON EL RESULTADO DE LA OPERACION
000580 01 WS-RESPUESTA.
000590     05 WS-RES-CODERR          PIC X(8).
000600         88 CODERR-SQL-ERROR      VALUE 'SQLERROR'.
000610         88 CODERR-BARRIDO-NOEXI  VALUE 'BARNOEXI'.
000620         88 CODERR-BARRIDO-YAEXI  VALUE 'BARYAEXI'.
000630         88 CODERR-BARRIDO-BAJA   VALUE 'BARBAJA '.
000640         88 CODERR-PARTIC-NOEXI   VALUE 'PARNOEXI'.
000650         88 CODERR-PARTIC-YAEXI   VALUE 'PARYAEXI'.
000660         88 CODERR-OPERACION-INV  VALUE 'OPERAINV'.
000670         88 CODERR-CLIENTE-NOEXI  VALUE 'CLINOEXI'.
000680         88 CODERR-CONTRATO-INV   VALUE 'CONTRINV'.
000690         88 CODERR-CONTRATO-BARR  VALUE 'CONTRBAR'.
000700         88 CODERR-DIVISA-INV     VALUE 'DIVISINV'.
000710         88 CODERR-ESTADO-INV     VALUE 'ESTADINV'.
000720         88 CODERR-SENTIDO-INV    VALUE 'SENTIINV'.
000730         88 CODERR-IMPORTE-INV    VALUE 'IMPORINV'.
000740         88 CODERR-OK             VALUE 'OK      '.
000750     05 WS-RES-SQLCODE         PIC -999.
000760     05 WS-RES-DESCRIPCION     PIC X(68).
000770 01 WS-LONG-RESPUESTA          PIC S9(4) COMP VALUE +80.
000780
000790* CONTADORES DE LAS COMPROBACIONES DE UN CONTRATO: SI ES DEL
000800* CLIENTE DE LA ESTRUCTURA Y SI YA ESTA EN ALGUNA ESTRUCTURA NO
000810* DADA DE BAJA COMO MAESTRO O COMO PARTICIPANTE
000820 01 WS-CNT-CONTRATO-CLIENTE    PIC S9(9) COMP VALUE 0.
000830 01 WS-CNT-MAESTRO             PIC S9(9) COMP VALUE 0.
000840 01 WS-CNT-PARTICIPA           PIC S9(9) COMP VALUE 0.
000850
000860* IMAGEN DE LA ESTRUCTURA Y DEL PARTICIPANTE ANTES Y DESPUES DE
000870* LA OPERACION, CON LOS IMPORTES EDITADOS, PARA ANOTAR EN LA
000880* AUDITORIA LOS CAMPOS QUE CAMBIAN. EN EL ALTA LA IMAGEN ANTERIOR
000890* QUEDA EN BLANCO Y EN LA BAJA DEL PARTICIPANTE SE BORRAN SUS
000900* CAMPOS DE LA IMAGEN POSTERIOR
000910 01 WS-IMAGEN-ANTES.
000920     05 WS-IMA-CLAVE-BARRIDO     PIC Z(8)9.
000930     05 WS-IMA-CLAVE-CLIENTE     PIC Z(8)9.
000940     05 WS-IMA-CONT-MAESTRO      PIC Z(8)9.
000950     05 WS-IMA-PERMITE-DIVISA    PIC X(1).
000960     05 WS-IMA-ESTADO            PIC X(1).
000970     05 WS-IMA-PARTICIPANTE.
000980        10 WS-IMA-CLAVE-CONTRATO    PIC Z(8)9.
000990        10 WS-IMA-SALDO-OBJETIVO    PIC -(11)9.99.
001000        10 WS-IMA-SENTIDO           PIC X(1).
001010        10 WS-IMA-IMPORTE-MINIMO    PIC -(11)9.99.
001020 01 WS-IMAGEN-DESPUES.
001030     05 WS-IMD-CLAVE-BARRIDO     PIC Z(8)9.
001040     05 WS-IMD-CLAVE-CLIENTE     PIC Z(8)9.
001050     05 WS-IMD-CONT-MAESTRO      PIC Z(8)9.
001060     05 WS-IMD-PERMITE-DIVISA    PIC X(1).
001070     05 WS-IMD-ESTADO            PIC X(1).
001080     05 WS-IMD-PARTICIPANTE.
001090        10 WS-IMD-CLAVE-CONTRATO    PIC Z(8)9.
001100        10 WS-IMD-SALDO-OBJETIVO    PIC -(11)9.99.
001110        10 WS-IMD-SENTIDO           PIC X(1).
001120        10 WS-IMD-IMPORTE-MINIMO    PIC -(11)9.99.
001130
001140* CAMPOS QUE CAMBIAN EN LA OPERACION, CON SU VALOR ANTERIOR Y
001150* POSTERIOR EN FORMATO EDITADO. SE GRABAN EN
001160* IBMUSER.AUDITORIA_CAMBIO CON LA MISMA FECHA Y HORA QUE EL
001170* REGISTRO DE AUDITORIA DE LA OPERACION
001180 01 WS-DIF-MAX               PIC 9(2) VALUE 0.
001190 01 WS-TABLA-DIFERENCIAS.
001200     05 WS-DIF-OCU OCCURS 1 TO 12 TIMES
001210                   DEPENDING ON WS-DIF-MAX
001220                   INDEXED BY WS-IDX-DIF.
001230        10 WS-DIF-CAMPO       PIC X(18).
001240        10 WS-DIF-ANTES       PIC X(50).
001250        10 WS-DIF-DESPUES     PIC X(50).
001260
001270* CAMPO QUE SE COMPARA PARA ANOTARLO EN LA TABLA SI HA CAMBIADO
001280 01 WS-DIF-NUEVO.
001290     05 WS-DNU-CAMPO          PIC X(18).
001300     05 WS-DNU-ANTES          PIC X(50).
001310     05 WS-DNU-DESPUES        PIC X(50).
001320
001330* SQLCA Y DCLGEN DE LAS TABLAS. DCLAUDITORIA ES LA TABLA DONDE SE
001340* REGISTRA QUIEN (USUARIO Y TERMINAL) HA REALIZADO CADA OPERACION:
001350* LAS DE LA ESTRUCTURA CON SU CLAVE EN EL CAMPO DE CLAVE Y LAS DE
001360* UN PARTICIPANTE CON LA CLAVE DE SU CONTRATO
001370* AUDITORIA_CAMBIO GUARDA LOS VALORES ANTERIOR Y POSTERIOR DE LOS
001380* CAMPOS QUE CAMBIAN
001390     EXEC SQL INCLUDE SQLCA END-EXEC.
001400     EXEC SQL INCLUDE BARRIDO END-EXEC.
001410     EXEC SQL INCLUDE BARRCONT END-EXEC.
001420     EXEC SQL INCLUDE CLIENTE END-EXEC.
001430     EXEC SQL INCLUDE CONTRATO END-EXEC.
001440     EXEC SQL INCLUDE AUDITORI END-EXEC.
001450     EXEC SQL INCLUDE AUDICAMB END-EXEC.
001460
001470 PROCEDURE DIVISION.
001480
001490     EXEC CICS
001500        HANDLE CONDITION ERROR(9999-ERROR)
001510     END-EXEC.
001520
001530     PERFORM 1000-INICIO.
001540     PERFORM 2000-PROCESO.
001550     PERFORM 3000-FIN.
001560
001570* **********************************************************
001580* PARRAFO DE INICIO. RECIBE LA PETICION DEL TERMINAL
001590* **********************************************************
001600 1000-INICIO.
001610
001620     MOVE SPACES               TO WS-PETICION.
001630     MOVE SPACES               TO WS-RESPUESTA.
001640     INITIALIZE DCLBARRIDO-CONTRATO.
001650
001660     EXEC CICS
001670        RECEIVE INTO(WS-PETICION) LENGTH(WS-LONG-PETICION)
001680     END-EXEC.
001690
001700* ************************************************************
001710 2000-PROCESO.
001720* ************************************************************
001730
001740     MOVE WS-PET-CLAVE-BARRIDO TO CLAVE-BARRIDO OF DCLBARRIDO.
001750
001760     EVALUATE TRUE
001770        WHEN PET-OPERACION-ALTA
001780           PERFORM 2100-ALTA-BARRIDO
001790        WHEN PET-OPERACION-MODIFICA
001800           PERFORM 2200-MODIFICA-BARRIDO
001810        WHEN PET-OPERACION-BAJA
001820           PERFORM 2300-BAJA-BARRIDO
001830        WHEN PET-OPERACION-ALTA-PAR
001840           PERFORM 2500-ALTA-PARTICIPANTE
001850        WHEN PET-OPERACION-MODI-PAR
001860           PERFORM 2600-MODIFICA-PARTICIPANTE
001870        WHEN PET-OPERACION-BAJA-PAR
001880           PERFORM 2700-BAJA-PARTICIPANTE
001890        WHEN OTHER
001900           SET CODERR-OPERACION-INV        TO TRUE
001910           MOVE 0                          TO WS-RES-SQLCODE
001920           MOVE 'CODIGO DE OPERACION NO RECONOCIDO'
001930                                            TO WS-RES-DESCRIPCION
001940     END-EVALUATE.
001950
001960* ***************************************************************
001970* COMPRUEBA LOS DATOS PROPIOS DEL ALTA DE LA ESTRUCTURA: INDICADOR
001980* DE DIVISAS VALIDO, CLIENTE EXISTENTE Y CONTRATO MAESTRO DEL
001990* CLIENTE, NO CANCELADO Y LIBRE DE OTRAS ESTRUCTURAS
002000* ***************************************************************
002010 2060-VALIDA-DATOS-ALTA.
002020
002030     SET CODERR-OK                         TO TRUE.
002040
002050     IF NOT PET-PERMITE-DIVISA-VAL
002060        SET CODERR-DIVISA-INV              TO TRUE
002070        MOVE 0                             TO WS-RES-SQLCODE
002080        MOVE 'INDICADOR DE BARRIDO ENTRE DIVISAS NO VALIDO (S/N)'
002090                                           TO WS-RES-DESCRIPCION
002100     END-IF.
002110
002120     IF CODERR-OK
002130        PERFORM 2070-COMPRUEBA-CLIENTE
002140     END-IF.
002150
002160     IF CODERR-OK
002170        MOVE WS-PET-CONT-MAESTRO TO CLAVE-CONTRATO OF DCLCONTRATO
002180        PERFORM 2080-COMPRUEBA-CONTRATO
002190     END-IF.
002200
002210* ***************************************************************
002220* COMPRUEBA QUE EL CLIENTE DE LA ESTRUCTURA EXISTE
002230* ***************************************************************
002240 2070-COMPRUEBA-CLIENTE.
002250
002260     MOVE WS-PET-CLAVE-CLIENTE TO CLAVE-CLIENTE OF DCLCLIENTE.
002270
002280     EXEC SQL
002290        SELECT NOMBRE
002300          INTO :DCLCLIENTE.NOMBRE
002310          FROM IBMUSER.CLIENTE
002320         WHERE CLAVE_CLIENTE = :DCLCLIENTE.CLAVE-CLIENTE
002330     END-EXEC.
002340
002350     IF SQLCODE EQUAL 100
002360        SET CODERR-CLIENTE-NOEXI           TO TRUE
002370        MOVE 0                             TO WS-RES-SQLCODE
002380        MOVE 'EL CLIENTE DE LA ESTRUCTURA NO EXISTE'
002390                                           TO WS-RES-DESCRIPCION
002400     ELSE
002410        IF SQLCODE NOT EQUAL 0
002420           SET CODERR-SQL-ERROR TO TRUE
002430           MOVE SQLCODE                    TO WS-RES-SQLCODE
002440           MOVE 'ERROR AL COMPROBAR EL CLIENTE DE LA ESTRUCTURA'
002450                                           TO WS-RES-DESCRIPCION
002460        ELSE
002470           MOVE WS-PET-CLAVE-CLIENTE TO CLAVE-CLIENTE
002480                                        OF DCLBARRIDO
002490        END-IF
002500     END-IF.
002510
002520* ***************************************************************
002530* COMPRUEBA EL CONTRATO INDICADO EN DCLCONTRATO, QUE VA A SER
002540* MAESTRO O PARTICIPANTE DE LA ESTRUCTURA: DEBE EXISTIR, NO ESTAR
002550* CANCELADO, SER DEL CLIENTE DE LA ESTRUCTURA Y NO ESTAR YA EN
002560* OTRA ESTRUCTURA NO DADA DE BAJA (NI EN ESTA), PARA QUE CADA
002570* SALDO SE BARRA EN UN UNICO SENTIDO CADA NOCHE
002580* ***************************************************************
002590 2080-COMPRUEBA-CONTRATO.
002600
002610     EXEC SQL
002620        SELECT ESTADO, MONEDA
002630          INTO :DCLCONTRATO.ESTADO,
002640               :DCLCONTRATO.MONEDA
002650          FROM IBMUSER.CONTRATO
002660         WHERE CLAVE_CONTRATO = :DCLCONTRATO.CLAVE-CONTRATO
002670     END-EXEC.
002680
002690     IF SQLCODE EQUAL 100
002700        SET CODERR-CONTRATO-INV            TO TRUE
002710        MOVE 0                             TO WS-RES-SQLCODE
002720        MOVE 'EL CONTRATO NO EXISTE'       TO WS-RES-DESCRIPCION
002730     ELSE
002740        IF SQLCODE NOT EQUAL 0
002750           SET CODERR-SQL-ERROR TO TRUE
002760           MOVE SQLCODE                    TO WS-RES-SQLCODE
002770           MOVE 'ERROR AL COMPROBAR EL CONTRATO'
002780                                           TO WS-RES-DESCRIPCION
002790        ELSE
002800           IF ESTADO OF DCLCONTRATO EQUAL 'C'
002810              SET CODERR-CONTRATO-INV      TO TRUE
002820              MOVE 0                       TO WS-RES-SQLCODE
002830              MOVE 'EL CONTRATO ESTA CANCELADO'
002840                                           TO WS-RES-DESCRIPCION
002850           END-IF
002860        END-IF
002870     END-IF.
002880
002890     IF CODERR-OK
002900        EXEC SQL
002910           SELECT COUNT(*)
002920             INTO :WS-CNT-CONTRATO-CLIENTE
002930             FROM IBMUSER.CLIENTE_CONTRATO
002940            WHERE CLAVE_CLIENTE = :DCLBARRIDO.CLAVE-CLIENTE
002950              AND CLAVE_CONTRATO = :DCLCONTRATO.CLAVE-CONTRATO
002960        END-EXEC
002970
002980        IF SQLCODE NOT EQUAL 0
002990           SET CODERR-SQL-ERROR TO TRUE
003000           MOVE SQLCODE                    TO WS-RES-SQLCODE
003010           MOVE 'ERROR AL COMPROBAR EL TITULAR DEL CONTRATO'
003020                                           TO WS-RES-DESCRIPCION
003030        ELSE
003040           IF WS-CNT-CONTRATO-CLIENTE EQUAL ZERO
003050              SET CODERR-CONTRATO-INV      TO TRUE
003060              MOVE 0                       TO WS-RES-SQLCODE
003070              MOVE 'EL CONTRATO NO ES DEL CLIENTE DEL BARRIDO'
003080                                           TO WS-RES-DESCRIPCION
003090           END-IF
003100        END-IF
003110     END-IF.
003120
003130     IF CODERR-OK
003140        EXEC SQL
003150           SELECT COUNT(*)
003160             INTO :WS-CNT-MAESTRO
003170             FROM IBMUSER.BARRIDO
003180            WHERE CONT_MAESTRO = :DCLCONTRATO.CLAVE-CONTRATO
003190              AND ESTADO <> 'B'
003200        END-EXEC
003210
003220        IF SQLCODE EQUAL 0
003230           EXEC SQL
003240              SELECT COUNT(*)
003250                INTO :WS-CNT-PARTICIPA
003260                FROM IBMUSER.BARRIDO_CONTRATO BC,
003270                     IBMUSER.BARRIDO B
003280               WHERE BC.CLAVE_CONTRATO =
003290                     :DCLCONTRATO.CLAVE-CONTRATO
003300                 AND B.CLAVE_BARRIDO = BC.CLAVE_BARRIDO
003310                 AND B.ESTADO <> 'B'
003320           END-EXEC
003330        END-IF
003340
003350        IF SQLCODE NOT EQUAL 0
003360           SET CODERR-SQL-ERROR TO TRUE
003370           MOVE SQLCODE                    TO WS-RES-SQLCODE
003380           MOVE 'ERROR AL COMPROBAR LAS ESTRUCTURAS DEL CONTRATO'
003390                                           TO WS-RES-DESCRIPCION
003400        ELSE
003410           IF WS-CNT-MAESTRO GREATER THAN ZERO
003420              OR WS-CNT-PARTICIPA GREATER THAN ZERO
003430              SET CODERR-CONTRATO-BARR     TO TRUE
003440              MOVE 0                       TO WS-RES-SQLCODE
003450              MOVE 'EL CONTRATO YA ESTA EN OTRO BARRIDO'
003460                                           TO WS-RES-DESCRIPCION
003470           END-IF
003480        END-IF
003490     END-IF.
003500
003510* ***************************************************************
003520* DA DE ALTA UNA NUEVA ESTRUCTURA DE BARRIDO ACTIVA Y SIN
003530* PARTICIPANTES, RECHAZANDO LA PETICION SI LA CLAVE INDICADA YA
003540* EXISTE
003550* ***************************************************************
003560 2100-ALTA-BARRIDO.
003570
003580     PERFORM 2060-VALIDA-DATOS-ALTA.
003590
003600     IF CODERR-OK
003610        PERFORM 2110-INSERTA-BARRIDO
003620     END-IF.
003630
003640     IF CODERR-OK
003650        MOVE 0                             TO WS-RES-SQLCODE
003660        MOVE 'ESTRUCTURA DE BARRIDO DADA DE ALTA CORRECTAMENTE'
003670                                           TO WS-RES-DESCRIPCION
003680        MOVE SPACES                      TO WS-IMAGEN-ANTES
003690        PERFORM 2875-GUARDA-IMAGEN-DESPUES
003700        PERFORM 2900-REGISTRA-AUDITORIA
003710        IF CODERR-OK
003720           EXEC CICS SYNCPOINT END-EXEC
003730        END-IF
003740     ELSE
003750        EXEC CICS SYNCPOINT ROLLBACK END-EXEC
003760     END-IF.
003770
003780* ***************************************************************
003790* INSERTA LA NUEVA ESTRUCTURA EN LA TABLA
003800* ***************************************************************
003810 2110-INSERTA-BARRIDO.
003820
003830     MOVE WS-PET-CONT-MAESTRO   TO CONT-MAESTRO OF DCLBARRIDO.
003840     MOVE WS-PET-PERMITE-DIVISA TO PERMITE-DIVISA OF DCLBARRIDO.
003850     MOVE 'A'                   TO ESTADO OF DCLBARRIDO.
003860     MOVE EIBUSERID             TO USUARIO OF DCLBARRIDO.
003870
003880     EXEC SQL
003890        INSERT INTO IBMUSER.BARRIDO
003900              (CLAVE_BARRIDO, CLAVE_CLIENTE, CONT_MAESTRO,
003910               PERMITE_DIVISA, ESTADO, USUARIO, FECHA_ALTA)
003920        VALUES (:DCLBARRIDO.CLAVE-BARRIDO,
003930                :DCLBARRIDO.CLAVE-CLIENTE,
003940                :DCLBARRIDO.CONT-MAESTRO,
003950                :DCLBARRIDO.PERMITE-DIVISA,
003960                :DCLBARRIDO.ESTADO,
003970                :DCLBARRIDO.USUARIO,
003980                CURRENT TIMESTAMP)
003990     END-EXEC.
004000
004010     IF SQLCODE EQUAL -803
004020        SET CODERR-BARRIDO-YAEXI           TO TRUE
004030        MOVE SQLCODE                       TO WS-RES-SQLCODE
004040        MOVE 'YA EXISTE UNA ESTRUCTURA DE BARRIDO CON ESA CLAVE'
004050                                           TO WS-RES-DESCRIPCION
004060     ELSE
004070        IF SQLCODE NOT EQUAL 0
004080           SET CODERR-SQL-ERROR TO TRUE
004090           MOVE SQLCODE                    TO WS-RES-SQLCODE
004100           MOVE 'ERROR AL DAR DE ALTA LA ESTRUCTURA DE BARRIDO'
004110                                           TO WS-RES-DESCRIPCION
004120        END-IF
004130     END-IF.
004140
004150* ***************************************************************
004160* COMPRUEBA QUE LA ESTRUCTURA SOBRE LA QUE SE VA A OPERAR EXISTE Y
004170* NO ESTA DADA DE BAJA ('B'). UNA ESTRUCTURA SUSPENDIDA ('S') SE
004180* PUEDE SEGUIR MANTENIENDO
004190* ***************************************************************
004200 2150-COMPRUEBA-ESTADO-BARRIDO.
004210
004220     EXEC SQL
004230        SELECT CLAVE_CLIENTE, CONT_MAESTRO, PERMITE_DIVISA, ESTADO
004240          INTO :DCLBARRIDO.CLAVE-CLIENTE,
004250               :DCLBARRIDO.CONT-MAESTRO,
004260               :DCLBARRIDO.PERMITE-DIVISA,
004270               :DCLBARRIDO.ESTADO
004280          FROM IBMUSER.BARRIDO
004290         WHERE CLAVE_BARRIDO = :DCLBARRIDO.CLAVE-BARRIDO
004300     END-EXEC.
004310
004320     IF SQLCODE EQUAL 100
004330        SET CODERR-BARRIDO-NOEXI           TO TRUE
004340        MOVE 0                             TO WS-RES-SQLCODE
004350        MOVE 'LA ESTRUCTURA DE BARRIDO NO EXISTE'
004360                                           TO WS-RES-DESCRIPCION
004370     ELSE
004380        IF SQLCODE NOT EQUAL 0
004390           SET CODERR-SQL-ERROR TO TRUE
004400           MOVE SQLCODE                    TO WS-RES-SQLCODE
004410           MOVE 'ERROR AL COMPROBAR LA ESTRUCTURA DE BARRIDO'
004420                                           TO WS-RES-DESCRIPCION
004430        ELSE
004440           IF ESTADO OF DCLBARRIDO EQUAL 'B'
004450              SET CODERR-BARRIDO-BAJA      TO TRUE
004460              MOVE 0                       TO WS-RES-SQLCODE
004470              MOVE 'LA ESTRUCTURA DE BARRIDO ESTA DADA DE BAJA'
004480                                           TO WS-RES-DESCRIPCION
004490           ELSE
004500              SET CODERR-OK                TO TRUE
004510           END-IF
004520        END-IF
004530     END-IF.
004540
004550* ***************************************************************
004560* MODIFICA EL INDICADOR DE BARRIDO ENTRE DIVISAS Y EL ESTADO DE
004570* UNA ESTRUCTURA (ACTIVA O SUSPENDIDA). EL CLIENTE Y EL MAESTRO
004580* NO CAMBIAN: PARA CAMBIAR DE MAESTRO SE DA DE BAJA LA ESTRUCTURA
004590* Y SE DA DE ALTA OTRA
004600* ***************************************************************
004610 2200-MODIFICA-BARRIDO.
004620
004630     SET CODERR-OK                         TO TRUE.
004640
004650     IF NOT PET-PERMITE-DIVISA-VAL
004660        SET CODERR-DIVISA-INV              TO TRUE
004670        MOVE 0                             TO WS-RES-SQLCODE
004680        MOVE 'INDICADOR DE BARRIDO ENTRE DIVISAS NO VALIDO (S/N)'
004690                                           TO WS-RES-DESCRIPCION
004700     ELSE
004710        IF NOT PET-ESTADO-VALIDO
004720           SET CODERR-ESTADO-INV           TO TRUE
004730           MOVE 0                          TO WS-RES-SQLCODE
004740           MOVE 'ESTADO DE LA ESTRUCTURA NO VALIDO (A/S)'
004750                                           TO WS-RES-DESCRIPCION
004760        END-IF
004770     END-IF.
004780
004790     IF CODERR-OK
004800        PERFORM 2150-COMPRUEBA-ESTADO-BARRIDO
004810     END-IF.
004820
004830     IF CODERR-OK
004840        PERFORM 2870-GUARDA-IMAGEN-ANTES
004850        EXEC SQL
004860           UPDATE IBMUSER.BARRIDO
004870              SET PERMITE_DIVISA = :WS-PET-PERMITE-DIVISA,
004880                  ESTADO = :WS-PET-ESTADO
004890            WHERE CLAVE_BARRIDO = :DCLBARRIDO.CLAVE-BARRIDO
004900              AND ESTADO <> 'B'
004910        END-EXEC
004920
004930        IF SQLCODE EQUAL 100
004940           SET CODERR-BARRIDO-BAJA            TO TRUE
004950           MOVE 0                             TO WS-RES-SQLCODE
004960           MOVE 'LA ESTRUCTURA DE BARRIDO ESTA DADA DE BAJA'
004970                                           TO WS-RES-DESCRIPCION
004980        ELSE
004990           IF SQLCODE NOT EQUAL 0
005000              SET CODERR-SQL-ERROR TO TRUE
005010              MOVE SQLCODE                    TO WS-RES-SQLCODE
005020              MOVE 'ERROR AL MODIFICAR LA ESTRUCTURA DE BARRIDO'
005030                                           TO WS-RES-DESCRIPCION
005040           ELSE
005050              MOVE 0                          TO WS-RES-SQLCODE
005060              MOVE 'ESTRUCTURA DE BARRIDO MODIFICADA'
005070                                           TO WS-RES-DESCRIPCION
005080              MOVE WS-PET-PERMITE-DIVISA TO PERMITE-DIVISA
005090                                            OF DCLBARRIDO
005100              MOVE WS-PET-ESTADO         TO ESTADO OF DCLBARRIDO
005110              PERFORM 2875-GUARDA-IMAGEN-DESPUES
005120              PERFORM 2900-REGISTRA-AUDITORIA
005130              IF CODERR-OK
005140                 EXEC CICS SYNCPOINT END-EXEC
005150              END-IF
005160           END-IF
005170        END-IF
005180     END-IF.
005190
005200* ***************************************************************
005210* DA DE BAJA UNA ESTRUCTURA: QUEDA CON ESTADO 'B' Y BARR01 DEJA DE
005220* TRATARLA. SUS PARTICIPANTES SE CONSERVAN COMO HISTORICO, PERO
005230* SUS CONTRATOS QUEDAN LIBRES PARA OTRA ESTRUCTURA
005240* ***************************************************************
005250 2300-BAJA-BARRIDO.
005260
005270     PERFORM 2150-COMPRUEBA-ESTADO-BARRIDO.
005280
005290     IF CODERR-OK
005300        PERFORM 2870-GUARDA-IMAGEN-ANTES
005310        EXEC SQL
005320           UPDATE IBMUSER.BARRIDO
005330              SET ESTADO = 'B'
005340            WHERE CLAVE_BARRIDO = :DCLBARRIDO.CLAVE-BARRIDO
005350              AND ESTADO <> 'B'
005360        END-EXEC
005370
005380        IF SQLCODE EQUAL 100
005390           SET CODERR-BARRIDO-BAJA            TO TRUE
005400           MOVE 0                             TO WS-RES-SQLCODE
005410           MOVE 'LA ESTRUCTURA DE BARRIDO ESTA DADA DE BAJA'
005420                                           TO WS-RES-DESCRIPCION
005430        ELSE
005440           IF SQLCODE NOT EQUAL 0
005450              SET CODERR-SQL-ERROR TO TRUE
005460              MOVE SQLCODE                    TO WS-RES-SQLCODE
005470              MOVE 'ERROR AL DAR DE BAJA LA ESTRUCTURA DE BARRIDO'
005480                                           TO WS-RES-DESCRIPCION
005490           END-IF
005500        END-IF
005510     END-IF.
005520
005530     IF CODERR-OK
005540        MOVE 0                             TO WS-RES-SQLCODE
005550        MOVE 'ESTRUCTURA DE BARRIDO DADA DE BAJA CORRECTAMENTE'
005560                                           TO WS-RES-DESCRIPCION
005570        MOVE WS-IMAGEN-ANTES             TO WS-IMAGEN-DESPUES
005580        MOVE 'B'                         TO WS-IMD-ESTADO
005590        PERFORM 2900-REGISTRA-AUDITORIA
005600        IF CODERR-OK
005610           EXEC CICS SYNCPOINT END-EXEC
005620        END-IF
005630     ELSE
005640        EXEC CICS SYNCPOINT ROLLBACK END-EXEC
005650     END-IF.
005660
005670* ***************************************************************
005680* COMPRUEBA LOS DATOS DEL PARTICIPANTE COMUNES AL ALTA Y A LA
005690* MODIFICACION: SALDO OBJETIVO E IMPORTE MINIMO NUMERICOS (NO
005700* NEGATIVOS) Y SENTIDO DEL BARRIDO VALIDO
005710* ***************************************************************
005720 2400-VALIDA-DATOS-PARTICIPANTE.
005730
005740     SET CODERR-OK                         TO TRUE.
005750
005760     IF WS-PET-SALDO-OBJETIVO NOT NUMERIC
005770        OR WS-PET-IMPORTE-MINIMO NOT NUMERIC
005780        SET CODERR-IMPORTE-INV             TO TRUE
005790        MOVE 0                             TO WS-RES-SQLCODE
005800        MOVE 'SALDO OBJETIVO O IMPORTE MINIMO NO VALIDOS'
005810                                           TO WS-RES-DESCRIPCION
005820     ELSE
005830        IF NOT PET-SENTIDO-VALIDO
005840           SET CODERR-SENTIDO-INV          TO TRUE
005850           MOVE 0                          TO WS-RES-SQLCODE
005860           MOVE 'SENTIDO DEL BARRIDO NO VALIDO (A/S/C)'
005870                                           TO WS-RES-DESCRIPCION
005880        END-IF
005890     END-IF.
005900
005910* ***************************************************************
005920* LEE EL PARTICIPANTE SOBRE EL QUE SE VA A OPERAR Y GUARDA SU
005930* IMAGEN ANTES DE LA OPERACION
005940* ***************************************************************
005950 2450-LEE-PARTICIPANTE.
005960
005970     MOVE WS-PET-CLAVE-BARRIDO  TO CLAVE-BARRIDO
005980                                   OF DCLBARRIDO-CONTRATO.
005990     MOVE WS-PET-CLAVE-CONTRATO TO CLAVE-CONTRATO
006000                                   OF DCLBARRIDO-CONTRATO.
006010
006020     EXEC SQL
006030        SELECT SALDO_OBJETIVO, SENTIDO, IMPORTE_MINIMO
006040          INTO :DCLBARRIDO-CONTRATO.SALDO-OBJETIVO,
006050               :DCLBARRIDO-CONTRATO.SENTIDO,
006060               :DCLBARRIDO-CONTRATO.IMPORTE-MINIMO
006070          FROM IBMUSER.BARRIDO_CONTRATO
006080         WHERE CLAVE_BARRIDO =
006090               :DCLBARRIDO-CONTRATO.CLAVE-BARRIDO
006100           AND CLAVE_CONTRATO =
006110               :DCLBARRIDO-CONTRATO.CLAVE-CONTRATO
006120     END-EXEC.
006130
006140     IF SQLCODE EQUAL 100
006150        SET CODERR-PARTIC-NOEXI            TO TRUE
006160        MOVE 0                             TO WS-RES-SQLCODE
006170        MOVE 'EL CONTRATO NO PARTICIPA EN LA ESTRUCTURA'
006180                                           TO WS-RES-DESCRIPCION
006190     ELSE
006200        IF SQLCODE NOT EQUAL 0
006210           SET CODERR-SQL-ERROR TO TRUE
006220           MOVE SQLCODE                    TO WS-RES-SQLCODE
006230           MOVE 'ERROR AL LEER EL PARTICIPANTE DE LA ESTRUCTURA'
006240                                           TO WS-RES-DESCRIPCION
006250        ELSE
006260           PERFORM 2870-GUARDA-IMAGEN-ANTES
006270        END-IF
006280     END-IF.
006290
006300* ***************************************************************
006310* DA DE ALTA UN CONTRATO DEL CLIENTE COMO PARTICIPANTE DE UNA
006320* ESTRUCTURA NO DADA DE BAJA. EL CONTRATO NO PUEDE SER EL MAESTRO
006330* NI ESTAR YA EN ESTA U OTRA ESTRUCTURA
006340* ***************************************************************
006350 2500-ALTA-PARTICIPANTE.
006360
006370     PERFORM 2400-VALIDA-DATOS-PARTICIPANTE.
006380
006390     IF CODERR-OK
006400        PERFORM 2150-COMPRUEBA-ESTADO-BARRIDO
006410     END-IF.
006420
006430     IF CODERR-OK
006440        MOVE WS-PET-CLAVE-CONTRATO TO CLAVE-CONTRATO
006450                                      OF DCLCONTRATO
006460        PERFORM 2080-COMPRUEBA-CONTRATO
006470     END-IF.
006480
006490     IF CODERR-OK
006500        PERFORM 2870-GUARDA-IMAGEN-ANTES
006510        MOVE WS-PET-CLAVE-BARRIDO  TO CLAVE-BARRIDO
006520                                      OF DCLBARRIDO-CONTRATO
006530        MOVE WS-PET-CLAVE-CONTRATO TO CLAVE-CONTRATO
006540                                      OF DCLBARRIDO-CONTRATO
006550        MOVE WS-PET-SALDO-OBJETIVO TO SALDO-OBJETIVO
006560                                      OF DCLBARRIDO-CONTRATO
006570        MOVE WS-PET-SENTIDO        TO SENTIDO
006580                                      OF DCLBARRIDO-CONTRATO
006590        MOVE WS-PET-IMPORTE-MINIMO TO IMPORTE-MINIMO
006600                                      OF DCLBARRIDO-CONTRATO
006610
006620        EXEC SQL
006630           INSERT INTO IBMUSER.BARRIDO_CONTRATO
006640                 (CLAVE_BARRIDO, CLAVE_CONTRATO, SALDO_OBJETIVO,
006650                  SENTIDO, IMPORTE_MINIMO)
006660           VALUES (:DCLBARRIDO-CONTRATO.CLAVE-BARRIDO,
006670                   :DCLBARRIDO-CONTRATO.CLAVE-CONTRATO,
006680                   :DCLBARRIDO-CONTRATO.SALDO-OBJETIVO,
006690                   :DCLBARRIDO-CONTRATO.SENTIDO,
006700                   :DCLBARRIDO-CONTRATO.IMPORTE-MINIMO)
006710        END-EXEC
006720
006730        IF SQLCODE EQUAL -803
006740           SET CODERR-PARTIC-YAEXI         TO TRUE
006750           MOVE SQLCODE                    TO WS-RES-SQLCODE
006760           MOVE 'EL CONTRATO YA PARTICIPA EN LA ESTRUCTURA'
006770                                           TO WS-RES-DESCRIPCION
006780        ELSE
006790           IF SQLCODE NOT EQUAL 0
006800              SET CODERR-SQL-ERROR TO TRUE
006810              MOVE SQLCODE                 TO WS-RES-SQLCODE
006820              MOVE 'ERROR AL DAR DE ALTA EL PARTICIPANTE'
006830                                           TO WS-RES-DESCRIPCION
006840           END-IF
006850        END-IF
006860     END-IF.
006870
006880     IF CODERR-OK
006890        MOVE 0                             TO WS-RES-SQLCODE
006900        MOVE 'PARTICIPANTE DADO DE ALTA EN LA ESTRUCTURA'
006910                                           TO WS-RES-DESCRIPCION
006920        PERFORM 2875-GUARDA-IMAGEN-DESPUES
006930        PERFORM 2900-REGISTRA-AUDITORIA
006940        IF CODERR-OK
006950           EXEC CICS SYNCPOINT END-EXEC
006960        END-IF
006970     ELSE
006980        EXEC CICS SYNCPOINT ROLLBACK END-EXEC
006990     END-IF.
007000
007010* ***************************************************************
007020* MODIFICA EL SALDO OBJETIVO, EL SENTIDO Y EL IMPORTE MINIMO DE UN
007030* PARTICIPANTE. SE APLICAN EN EL SIGUIENTE BARRIDO NOCTURNO
007040* ***************************************************************
007050 2600-MODIFICA-PARTICIPANTE.
007060
007070     PERFORM 2400-VALIDA-DATOS-PARTICIPANTE.
007080
007090     IF CODERR-OK
007100        PERFORM 2150-COMPRUEBA-ESTADO-BARRIDO
007110     END-IF.
007120
007130     IF CODERR-OK
007140        PERFORM 2450-LEE-PARTICIPANTE
007150     END-IF.
007160
007170     IF CODERR-OK
007180        EXEC SQL
007190           UPDATE IBMUSER.BARRIDO_CONTRATO
007200              SET SALDO_OBJETIVO = :WS-PET-SALDO-OBJETIVO,
007210                  SENTIDO = :WS-PET-SENTIDO,
007220                  IMPORTE_MINIMO = :WS-PET-IMPORTE-MINIMO
007230            WHERE CLAVE_BARRIDO =
007240                  :DCLBARRIDO-CONTRATO.CLAVE-BARRIDO
007250              AND CLAVE_CONTRATO =
007260                  :DCLBARRIDO-CONTRATO.CLAVE-CONTRATO
007270        END-EXEC
007280
007290        IF SQLCODE NOT EQUAL 0
007300           SET CODERR-SQL-ERROR TO TRUE
007310           MOVE SQLCODE                    TO WS-RES-SQLCODE
007320           MOVE 'ERROR AL MODIFICAR EL PARTICIPANTE'
007330                                           TO WS-RES-DESCRIPCION
007340        END-IF
007350     END-IF.
007360
007370     IF CODERR-OK
007380        MOVE 0                             TO WS-RES-SQLCODE
007390        MOVE 'PARTICIPANTE MODIFICADO CORRECTAMENTE'
007400                                           TO WS-RES-DESCRIPCION
007410        MOVE WS-PET-SALDO-OBJETIVO TO SALDO-OBJETIVO
007420                                      OF DCLBARRIDO-CONTRATO
007430        MOVE WS-PET-SENTIDO        TO SENTIDO
007440                                      OF DCLBARRIDO-CONTRATO
007450        MOVE WS-PET-IMPORTE-MINIMO TO IMPORTE-MINIMO
007460                                      OF DCLBARRIDO-CONTRATO
007470        PERFORM 2875-GUARDA-IMAGEN-DESPUES
007480        PERFORM 2900-REGISTRA-AUDITORIA
007490        IF CODERR-OK
007500           EXEC CICS SYNCPOINT END-EXEC
007510        END-IF
007520     ELSE
007530        EXEC CICS SYNCPOINT ROLLBACK END-EXEC
007540     END-IF.
007550
007560* ***************************************************************
007570* DA DE BAJA UN PARTICIPANTE: SE BORRA DE LA ESTRUCTURA Y SU
007580* CONTRATO DEJA DE BARRERSE DESDE EL SIGUIENTE PROCESO NOCTURNO
007590* ***************************************************************
007600 2700-BAJA-PARTICIPANTE.
007610
007620     PERFORM 2150-COMPRUEBA-ESTADO-BARRIDO.
007630
007640     IF CODERR-OK
007650        PERFORM 2450-LEE-PARTICIPANTE
007660     END-IF.
007670
007680     IF CODERR-OK
007690        EXEC SQL
007700           DELETE FROM IBMUSER.BARRIDO_CONTRATO
007710            WHERE CLAVE_BARRIDO =
007720                  :DCLBARRIDO-CONTRATO.CLAVE-BARRIDO
007730              AND CLAVE_CONTRATO =
007740                  :DCLBARRIDO-CONTRATO.CLAVE-CONTRATO
007750        END-EXEC
007760
007770        IF SQLCODE NOT EQUAL 0
007780           SET CODERR-SQL-ERROR TO TRUE
007790           MOVE SQLCODE                    TO WS-RES-SQLCODE
007800           MOVE 'ERROR AL DAR DE BAJA EL PARTICIPANTE'
007810                                           TO WS-RES-DESCRIPCION
007820        END-IF
007830     END-IF.
007840
007850     IF CODERR-OK
007860        MOVE 0                             TO WS-RES-SQLCODE
007870        MOVE 'PARTICIPANTE DADO DE BAJA EN LA ESTRUCTURA'
007880                                           TO WS-RES-DESCRIPCION
007890        MOVE WS-IMAGEN-ANTES             TO WS-IMAGEN-DESPUES
007900        MOVE SPACES                      TO WS-IMD-PARTICIPANTE
007910        PERFORM 2900-REGISTRA-AUDITORIA
007920        IF CODERR-OK
007930           EXEC CICS SYNCPOINT END-EXEC
007940        END-IF
007950     ELSE
007960        EXEC CICS SYNCPOINT ROLLBACK END-EXEC
007970     END-IF.
007980
007990* ***************************************************************
008000* GUARDA LA IMAGEN DE LA ESTRUCTURA Y DEL PARTICIPANTE LEIDOS
008010* ANTES DE LA OPERACION. EN LAS OPERACIONES SOBRE LA ESTRUCTURA
008020* LOS CAMPOS DEL PARTICIPANTE QUEDAN A CERO EN AMBAS IMAGENES
008030* ***************************************************************
008040 2870-GUARDA-IMAGEN-ANTES.
008050
008060     MOVE CLAVE-BARRIDO OF DCLBARRIDO    TO WS-IMA-CLAVE-BARRIDO.
008070     MOVE CLAVE-CLIENTE OF DCLBARRIDO    TO WS-IMA-CLAVE-CLIENTE.
008080     MOVE CONT-MAESTRO OF DCLBARRIDO     TO WS-IMA-CONT-MAESTRO.
008090     MOVE PERMITE-DIVISA OF DCLBARRIDO   TO WS-IMA-PERMITE-DIVISA.
008100     MOVE ESTADO OF DCLBARRIDO           TO WS-IMA-ESTADO.
008110     MOVE CLAVE-CONTRATO OF DCLBARRIDO-CONTRATO
008120                                TO WS-IMA-CLAVE-CONTRATO.
008130     MOVE SALDO-OBJETIVO OF DCLBARRIDO-CONTRATO
008140                                TO WS-IMA-SALDO-OBJETIVO.
008150     MOVE SENTIDO OF DCLBARRIDO-CONTRATO TO WS-IMA-SENTIDO.
008160     MOVE IMPORTE-MINIMO OF DCLBARRIDO-CONTRATO
008170                                TO WS-IMA-IMPORTE-MINIMO.
008180
008190* ***************************************************************
008200* GUARDA LA IMAGEN DE LA ESTRUCTURA Y DEL PARTICIPANTE TAL COMO
008210* HAN QUEDADO GRABADOS
008220* ***************************************************************
008230 2875-GUARDA-IMAGEN-DESPUES.
008240
008250     MOVE CLAVE-BARRIDO OF DCLBARRIDO    TO WS-IMD-CLAVE-BARRIDO.
008260     MOVE CLAVE-CLIENTE OF DCLBARRIDO    TO WS-IMD-CLAVE-CLIENTE.
008270     MOVE CONT-MAESTRO OF DCLBARRIDO     TO WS-IMD-CONT-MAESTRO.
008280     MOVE PERMITE-DIVISA OF DCLBARRIDO   TO WS-IMD-PERMITE-DIVISA.
008290     MOVE ESTADO OF DCLBARRIDO           TO WS-IMD-ESTADO.
008300     MOVE CLAVE-CONTRATO OF DCLBARRIDO-CONTRATO
008310                                TO WS-IMD-CLAVE-CONTRATO.
008320     MOVE SALDO-OBJETIVO OF DCLBARRIDO-CONTRATO
008330                                TO WS-IMD-SALDO-OBJETIVO.
008340     MOVE SENTIDO OF DCLBARRIDO-CONTRATO TO WS-IMD-SENTIDO.
008350     MOVE IMPORTE-MINIMO OF DCLBARRIDO-CONTRATO
008360                                TO WS-IMD-IMPORTE-MINIMO.
008370
008380* ***************************************************************
008390* ANOTA EN LA TABLA DE DIFERENCIAS EL CAMPO PREPARADO EN
008400* WS-DIF-NUEVO SI SU VALOR HA CAMBIADO CON LA OPERACION
008410* ***************************************************************
008420 2880-ANOTA-DIFERENCIA.
008430
008440     IF WS-DNU-ANTES NOT EQUAL WS-DNU-DESPUES
008450        AND WS-DIF-MAX LESS THAN 12
008460        ADD 1 TO WS-DIF-MAX
008470        SET WS-IDX-DIF TO WS-DIF-MAX
008480        MOVE WS-DIF-NUEVO TO WS-DIF-OCU (WS-IDX-DIF)
008490     END-IF.
008500
008510* ***************************************************************
008520* ANOTA SIEMPRE EN LA TABLA DE DIFERENCIAS EL CAMPO DE CLAVE
008530* PREPARADO EN WS-DIF-NUEVO, HAYA CAMBIADO O NO, PARA PODER
008540* IDENTIFICAR LA FILA AFECTADA
008550* ***************************************************************
008560 2885-ANOTA-CLAVE.
008570
008580     IF WS-DIF-MAX LESS THAN 12
008590        ADD 1 TO WS-DIF-MAX
008600        SET WS-IDX-DIF TO WS-DIF-MAX
008610        MOVE WS-DIF-NUEVO TO WS-DIF-OCU (WS-IDX-DIF)
008620     END-IF.
008630
008640* ***************************************************************
008650* COMPARA LAS IMAGENES ANTES Y DESPUES DE LA OPERACION Y ANOTA
008660* LOS CAMPOS QUE HAN CAMBIADO. LA CLAVE DE LA ESTRUCTURA SE ANOTA
008670* SIEMPRE, AUNQUE NO CAMBIE, PORQUE LAS OPERACIONES SOBRE UN
008680* PARTICIPANTE SE AUDITAN CON LA CLAVE DE SU CONTRATO
008690* ***************************************************************
008700 2890-COMPARA-IMAGENES.
008710
008720     MOVE 0                        TO WS-DIF-MAX.
008730
008740     MOVE 'CLAVE_BARRIDO'           TO WS-DNU-CAMPO.
008750     MOVE WS-IMA-CLAVE-BARRIDO      TO WS-DNU-ANTES.
008760     MOVE WS-IMD-CLAVE-BARRIDO      TO WS-DNU-DESPUES.
008770     PERFORM 2885-ANOTA-CLAVE.
008780
008790     MOVE 'CLAVE_CLIENTE'           TO WS-DNU-CAMPO.
008800     MOVE WS-IMA-CLAVE-CLIENTE      TO WS-DNU-ANTES.
008810     MOVE WS-IMD-CLAVE-CLIENTE      TO WS-DNU-DESPUES.
008820     PERFORM 2880-ANOTA-DIFERENCIA.
008830
008840     MOVE 'CONT_MAESTRO'            TO WS-DNU-CAMPO.
008850     MOVE WS-IMA-CONT-MAESTRO       TO WS-DNU-ANTES.
008860     MOVE WS-IMD-CONT-MAESTRO       TO WS-DNU-DESPUES.
008870     PERFORM 2880-ANOTA-DIFERENCIA.
008880
008890     MOVE 'PERMITE_DIVISA'          TO WS-DNU-CAMPO.
008900     MOVE WS-IMA-PERMITE-DIVISA     TO WS-DNU-ANTES.
008910     MOVE WS-IMD-PERMITE-DIVISA     TO WS-DNU-DESPUES.
008920     PERFORM 2880-ANOTA-DIFERENCIA.
008930
008940     MOVE 'ESTADO'                  TO WS-DNU-CAMPO.
008950     MOVE WS-IMA-ESTADO             TO WS-DNU-ANTES.
008960     MOVE WS-IMD-ESTADO             TO WS-DNU-DESPUES.
008970     PERFORM 2880-ANOTA-DIFERENCIA.
008980
008990     MOVE 'CLAVE_CONTRATO'          TO WS-DNU-CAMPO.
009000     MOVE WS-IMA-CLAVE-CONTRATO     TO WS-DNU-ANTES.
009010     MOVE WS-IMD-CLAVE-CONTRATO     TO WS-DNU-DESPUES.
009020     PERFORM 2880-ANOTA-DIFERENCIA.
009030
009040     MOVE 'SALDO_OBJETIVO'          TO WS-DNU-CAMPO.
009050     MOVE WS-IMA-SALDO-OBJETIVO     TO WS-DNU-ANTES.
009060     MOVE WS-IMD-SALDO-OBJETIVO     TO WS-DNU-DESPUES.
009070     PERFORM 2880-ANOTA-DIFERENCIA.
009080
009090     MOVE 'SENTIDO'                 TO WS-DNU-CAMPO.
009100     MOVE WS-IMA-SENTIDO            TO WS-DNU-ANTES.
009110     MOVE WS-IMD-SENTIDO            TO WS-DNU-DESPUES.
009120     PERFORM 2880-ANOTA-DIFERENCIA.
009130
009140     MOVE 'IMPORTE_MINIMO'          TO WS-DNU-CAMPO.
009150     MOVE WS-IMA-IMPORTE-MINIMO     TO WS-DNU-ANTES.
009160     MOVE WS-IMD-IMPORTE-MINIMO     TO WS-DNU-DESPUES.
009170     PERFORM 2880-ANOTA-DIFERENCIA.
009180
009190* ***************************************************************
009200* REGISTRA EN IBMUSER.AUDITORIA QUIEN (USUARIO Y TERMINAL) HA
009210* REALIZADO LA OPERACION: LAS DE LA ESTRUCTURA CON SU CLAVE Y
009220* ENTIDAD 'BARRIDO' Y LAS DE UN PARTICIPANTE CON LA CLAVE DE SU
009230* CONTRATO Y ENTIDAD 'BARRCONT'
009240* Y LOS VALORES ANTERIOR Y POSTERIOR DE LOS CAMPOS QUE CAMBIAN
009250* ***************************************************************
009260 2900-REGISTRA-AUDITORIA.
009270
009280     PERFORM 2890-COMPARA-IMAGENES.
009290
009300     IF PET-OPERACION-PARTICIP
009310        MOVE WS-PET-CLAVE-CONTRATO
009320                                TO CLAVE-CONTRATO OF DCLAUDITORIA
009330        MOVE 'BARRCONT'         TO ENTIDAD OF DCLAUDITORIA
009340     ELSE
009350        MOVE CLAVE-BARRIDO OF DCLBARRIDO
009360                                TO CLAVE-CONTRATO OF DCLAUDITORIA
009370        MOVE 'BARRIDO '         TO ENTIDAD OF DCLAUDITORIA
009380     END-IF.
009390     MOVE WS-PET-OPERACION      TO OPERACION OF DCLAUDITORIA.
009400     MOVE EIBUSERID             TO USUARIO OF DCLAUDITORIA.
009410     MOVE EIBTRMID              TO TERMINAL-ID OF DCLAUDITORIA.
009420
009430* LA FECHA Y HORA DEL REGISTRO SE TOMA ANTES DE GRABARLO PARA
009440* ENLAZAR CON ELLA LOS CAMPOS MODIFICADOS
009450     EXEC SQL
009460        SELECT CURRENT TIMESTAMP
009470          INTO :DCLAUDITORIA.FECHA-HORA
009480          FROM SYSIBM.SYSDUMMY1
009490     END-EXEC.
009500
009510     IF SQLCODE EQUAL 0
009520        EXEC SQL
009530           INSERT INTO IBMUSER.AUDITORIA
009540                 (CLAVE_CONTRATO, OPERACION, USUARIO, TERMINAL_ID,
009550                  FECHA_HORA, ENTIDAD)
009560           VALUES (:DCLAUDITORIA.CLAVE-CONTRATO,
009570                   :DCLAUDITORIA.OPERACION,
009580                   :DCLAUDITORIA.USUARIO,
009590                   :DCLAUDITORIA.TERMINAL-ID,
009600                   :DCLAUDITORIA.FECHA-HORA,
009610                   :DCLAUDITORIA.ENTIDAD)
009620        END-EXEC
009630     END-IF.
009640
009650     IF SQLCODE EQUAL 0
009660        PERFORM 2910-REGISTRA-DIFERENCIA
009670           VARYING WS-IDX-DIF FROM 1 BY 1
009680           UNTIL WS-IDX-DIF GREATER THAN WS-DIF-MAX
009690              OR SQLCODE NOT EQUAL 0
009700     END-IF.
009710
009720     IF SQLCODE NOT EQUAL 0
009730        SET CODERR-SQL-ERROR                  TO TRUE
009740        MOVE SQLCODE                          TO WS-RES-SQLCODE
009750        MOVE 'ERROR AL REGISTRAR LA AUDITORIA DEL BARRIDO'
009760                                           TO WS-RES-DESCRIPCION
009770
009780* LA OPERACION YA SE HABIA EJECUTADO ANTES DE LLAMAR A ESTE
009790* PARRAFO. SIN UN ROLLBACK EXPLICITO AQUI, EL RETURN DE 3000-FIN
009800* HARIA UN SYNCPOINT IMPLICITO QUE CONFIRMARIA ESE CAMBIO SIN SU
009810* REGISTRO DE AUDITORIA
009820        EXEC CICS SYNCPOINT ROLLBACK END-EXEC
009830     END-IF.
009840
009850* ***************************************************************
009860* GRABA EN IBMUSER.AUDITORIA_CAMBIO EL VALOR ANTERIOR Y POSTERIOR
009870* DE UN CAMPO MODIFICADO, ENLAZADO CON SU REGISTRO DE AUDITORIA
009880* POR CONTRATO, ENTIDAD Y FECHA Y HORA
009890* ***************************************************************
009900 2910-REGISTRA-DIFERENCIA.
009910
009920     MOVE WS-DIF-CAMPO (WS-IDX-DIF)
009930                                TO CAMPO OF DCLAUDITORIA-CAMBIO.
009940     MOVE WS-DIF-ANTES (WS-IDX-DIF)
009950                                TO VALOR-ANTES
009960                                   OF DCLAUDITORIA-CAMBIO.
009970     MOVE WS-DIF-DESPUES (WS-IDX-DIF)
009980                                TO VALOR-DESPUES
009990                                   OF DCLAUDITORIA-CAMBIO.
010000
010010     EXEC SQL
010020        INSERT INTO IBMUSER.AUDITORIA_CAMBIO
010030              (CLAVE_CONTRATO, ENTIDAD, FECHA_HORA, CAMPO,
010040               VALOR_ANTES, VALOR_DESPUES)
010050        VALUES (:DCLAUDITORIA.CLAVE-CONTRATO,
010060                :DCLAUDITORIA.ENTIDAD,
010070                :DCLAUDITORIA.FECHA-HORA,
010080                :DCLAUDITORIA-CAMBIO.CAMPO,
010090                :DCLAUDITORIA-CAMBIO.VALOR-ANTES,
010100                :DCLAUDITORIA-CAMBIO.VALOR-DESPUES)
010110     END-EXEC.
010120
010130* ***************************************************************
010140* PARRAFO DE FIN. DEVUELVE AL TERMINAL EL RESULTADO DE LA
010150* OPERACION Y TERMINA LA TRANSACCION
010160* ***************************************************************
010170 3000-FIN.
010180
010190     EXEC CICS
010200        SEND FROM(WS-RESPUESTA) LENGTH(WS-LONG-RESPUESTA) ERASE
010210     END-EXEC.
010220
010230     EXEC CICS
010240        RETURN
010250     END-EXEC.
010260
010270* **************************************************************
010280* PARRAFO DE ERROR. DESHACE LOS CAMBIOS PENDIENTES DE LA UNIDAD
010290* DE TRABAJO Y DEVUELVE AL TERMINAL UNA RESPUESTA DE ERROR
010300* **************************************************************
010310 9999-ERROR.
010320
010330     SET CODERR-SQL-ERROR                  TO TRUE
010340     MOVE 0                                 TO WS-RES-SQLCODE
010350     MOVE 'ERROR NO CONTROLADO EN LA TRANSACCION'
010360                                            TO WS-RES-DESCRIPCION
010370
010380     EXEC CICS SYNCPOINT ROLLBACK END-EXEC.
010390
010400     EXEC CICS
010410        SEND FROM(WS-RESPUESTA) LENGTH(WS-LONG-RESPUESTA) ERASE
010420     END-EXEC.
010430
010440     EXEC CICS
010450        RETURN
010460     END-EXEC.
