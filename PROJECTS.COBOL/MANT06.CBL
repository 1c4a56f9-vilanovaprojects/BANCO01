000010* TRANSACCION ONLINE DE MANTENIMIENTO DE IBMUSER.EMBARGO (ORDENES
000020* JUDICIALES DE EMBARGO POR IMPORTE SOBRE LOS CONTRATOS DE UN
000030* CLIENTE). EL ALTA REGISTRA LA ORDEN CON SU REFERENCIA DE
000040* JUZGADO, EL IMPORTE ORDENADO, LA PRIORIDAD Y EL CONTRATO DE
000050* CONSIGNACION JUDICIAL, ANOTA EN IBMUSER.EMBARGO_CONTRATO LOS
000060* CONTRATOS DEL CLIENTE AFECTADOS Y LOS BLOQUEA PARA DEBITOS
000070* (ESTADO 'D'). CADA NOCHE EMBA01 TRASPASA SU SALDO DISPONIBLE A
000080* LA CONSIGNACION HASTA CUBRIR LA ORDEN Y ENTONCES LA LEVANTA
000090* SOLO. TAMBIEN PERMITE MODIFICAR EL IMPORTE O LA PRIORIDAD DE
000100* UNA ORDEN ACTIVA Y LEVANTARLA ANTES POR MANDATO DEL JUZGADO. EL
000110* RESULTADO VUELVE AL TERMINAL EN LA MISMA PANTALLA
000120* CADA OPERACION DEJA EN LA AUDITORIA LOS VALORES ANTERIOR Y
000130* POSTERIOR DE LOS CAMPOS DE LA ORDEN QUE CAMBIAN
000140 IDENTIFICATION DIVISION.
000150 PROGRAM-ID.MANT06.
000160
000170 ENVIRONMENT DIVISION.
000180 INPUT-OUTPUT SECTION.
000190 DATA DIVISION.
000200 WORKING-STORAGE SECTION.
000210
000220* AREA RECIBIDA DEL TERMINAL CON LA PETICION DE MANTENIMIENTO. LA
000230* ORDEN SE IDENTIFICA POR SU CLAVE; EL IMPORTE ORDENADO SE
000240* EXPRESA EN LA DIVISA DEL CONTRATO DE CONSIGNACION
000250 01 WS-PETICION.
000260     05 WS-PET-OPERACION       PIC X(1).
000270         88 PET-OPERACION-ALTA     VALUE 'A'.
000280         88 PET-OPERACION-MODIFICA VALUE 'M'.
000290         88 PET-OPERACION-LEVANTA  VALUE 'L'.
000300     05 WS-PET-CLAVE-EMBARGO   PIC 9(9).
000310     05 WS-PET-REF-JUZGADO     PIC X(30).
000320     05 WS-PET-CLAVE-CLIENTE   PIC 9(9).
000330     05 WS-PET-CONT-CONSIG     PIC 9(9).
000340     05 WS-PET-IMPORTE         PIC 9(11)V9(2).
000350* PRIORIDAD DE LA ORDEN FRENTE A OTRAS DEL MISMO CLIENTE: 1 ES LA
000360* MAS ALTA. A IGUAL PRIORIDAD SE ATIENDE ANTES LA ORDEN MAS
000370* ANTIGUA
000380     05 WS-PET-PRIORIDAD       PIC 9(2).
000390     05 WS-PET-FECHA-ORDEN     PIC X(10).
000400* VISTA POR PARTES DE LA FECHA DE LA ORDEN, PARA PODER VALIDAR SU
000410* FORMATO ANTES DE USARLA, COMO HACE BANCO01
000420     05 WS-PET-FECHA-ORDEN-R REDEFINES WS-PET-FECHA-ORDEN.
000430        10 WS-PET-FO-ANO       PIC 9(4).
000440        10 WS-PET-FO-SEP1      PIC X(1).
000450        10 WS-PET-FO-MES       PIC 9(2).
000460        10 WS-PET-FO-SEP2      PIC X(1).
000470        10 WS-PET-FO-DIA       PIC 9(2).
000480 01 WS-LONG-PETICION           PIC S9(4) COMP VALUE +83.
000490
000500* AREA DEVUELTA AL TERMINAL CON EL RESULTADO DE LA OPERACION
000510 01 WS-RESPUESTA.
000520     05 WS-RES-CODERR          PIC X(8).
000530         88 CODERR-SQL-ERROR      VALUE 'SQLERROR'.
000540         88 CODERR-EMBARGO-NOEXI  VALUE 'EMBNOEXI'.
000550         88 CODERR-EMBARGO-YAEXI  VALUE 'EMBYAEXI'.
000560         88 CODERR-EMBARGO-NOACT  VALUE 'EMBNOACT'.
000570         88 CODERR-OPERACION-INV  VALUE 'OPERAINV'.
000580         88 CODERR-IMPORTE-INV    VALUE 'IMPORINV'.
000590         88 CODERR-PRIORIDAD-INV  VALUE 'PRIORINV'.
000600         88 CODERR-FECHA-INVALIDA VALUE 'FECHAINV'.
000610         88 CODERR-REFERENCIA-INV VALUE 'REFERINV'.
000620         88 CODERR-CLIENTE-NOEXI  VALUE 'CLINOEXI'.
000630         88 CODERR-SIN-CONTRATOS  VALUE 'SINCONTR'.
000640         88 CODERR-CONSIG-INV     VALUE 'CONSIINV'.
000650         88 CODERR-OK             VALUE 'OK      '.
000660     05 WS-RES-SQLCODE         PIC -999.
000670     05 WS-RES-DESCRIPCION     PIC X(68).
000680 01 WS-LONG-RESPUESTA          PIC S9(4) COMP VALUE +80.
000690
000700* CONTADORES DE LAS COMPROBACIONES DEL ALTA: CONTRATOS VIVOS DEL
000710* CLIENTE Y SI EL CONTRATO DE CONSIGNACION ES UNO DE ELLOS
000720 01 WS-CNT-CONTRATOS           PIC S9(9) COMP VALUE 0.
000730 01 WS-CNT-CONSIG-CLIENTE      PIC S9(9) COMP VALUE 0.
000740
000750* IMAGEN DE LA ORDEN ANTES Y DESPUES DE LA OPERACION, CON LOS
000760* IMPORTES EDITADOS, PARA ANOTAR EN LA AUDITORIA LOS CAMPOS QUE
000770* CAMBIAN. EN EL ALTA LA IMAGEN ANTERIOR QUEDA EN BLANCO
000780 01 WS-IMAGEN-ANTES.
000790     05 WS-IMA-REF-JUZGADO       PIC X(30).
000800     05 WS-IMA-CLAVE-CLIENTE     PIC Z(8)9.
000810     05 WS-IMA-CONT-CONSIG       PIC Z(8)9.
000820     05 WS-IMA-MONEDA            PIC X(3).
000830     05 WS-IMA-IMPORTE-ORDENADO  PIC -(11)9.99.
000840     05 WS-IMA-IMPORTE-RETENIDO  PIC -(11)9.99.
000850     05 WS-IMA-PRIORIDAD         PIC Z9.
000860     05 WS-IMA-FECHA-ORDEN       PIC X(10).
000870     05 WS-IMA-ESTADO            PIC X(1).
000880 01 WS-IMAGEN-DESPUES.
000890     05 WS-IMD-REF-JUZGADO       PIC X(30).
000900     05 WS-IMD-CLAVE-CLIENTE     PIC Z(8)9.
000910     05 WS-IMD-CONT-CONSIG       PIC Z(8)9.
000920     05 WS-IMD-MONEDA            PIC X(3).
000930     05 WS-IMD-IMPORTE-ORDENADO  PIC -(11)9.99.
000940     05 WS-IMD-IMPORTE-RETENIDO  PIC -(11)9.99.
000950     05 WS-IMD-PRIORIDAD         PIC Z9.
000960     05 WS-IMD-FECHA-ORDEN       PIC X(10).
000970     05 WS-IMD-ESTADO            PIC X(1).
000980
000990* CAMPOS QUE CAMBIAN EN LA OPERACION, CON SU VALOR ANTERIOR Y
001000* POSTERIOR EN FORMATO EDITADO. SE GRABAN EN
001010* IBMUSER.AUDITORIA_CAMBIO CON LA MISMA FECHA Y HORA QUE EL
001020* REGISTRO DE AUDITORIA DE LA OPERACION
001030 01 WS-DIF-MAX               PIC 9(2) VALUE 0.
001040 01 WS-TABLA-DIFERENCIAS.
001050     05 WS-DIF-OCU OCCURS 1 TO 12 TIMES
001060                   DEPENDING ON WS-DIF-MAX
001070                   INDEXED BY WS-IDX-DIF.
001080        10 WS-DIF-CAMPO       PIC X(18).
001090        10 WS-DIF-ANTES       PIC X(50).
001100        10 WS-DIF-DESPUES     PIC X(50).
001110
001120* CAMPO QUE SE COMPARA PARA ANOTARLO EN LA TABLA SI HA CAMBIADO
001130 01 WS-DIF-NUEVO.
001140     05 WS-DNU-CAMPO          PIC X(18).
001150     05 WS-DNU-ANTES          PIC X(50).
001160     05 WS-DNU-DESPUES        PIC X(50).
001170
001180* SQLCA Y DCLGEN DE LAS TABLAS. DCLAUDITORIA ES LA TABLA DONDE SE
001190* REGISTRA QUIEN (USUARIO Y TERMINAL) HA REALIZADO CADA ALTA,
001200* MODIFICACION O LEVANTAMIENTO DE EMBARGO, CON LA CLAVE DE LA
001210* ORDEN EN EL CAMPO DE CLAVE
001220* AUDITORIA_CAMBIO GUARDA LOS VALORES ANTERIOR Y POSTERIOR DE LOS
001230* CAMPOS QUE CAMBIAN
001240     EXEC SQL INCLUDE SQLCA END-EXEC.
001250     EXEC SQL INCLUDE EMBARGO END-EXEC.
001260     EXEC SQL INCLUDE CLIENTE END-EXEC.
001270     EXEC SQL INCLUDE CONTRATO END-EXEC.
001280     EXEC SQL INCLUDE AUDITORI END-EXEC.
001290     EXEC SQL INCLUDE AUDICAMB END-EXEC.
001300
001310 PROCEDURE DIVISION.
001320
001330     EXEC CICS
001340        HANDLE CONDITION ERROR(9999-ERROR)
001350     END-EXEC.
001360
001370     PERFORM 1000-INICIO.
001380     PERFORM 2000-PROCESO.
001390     PERFORM 3000-FIN.
001400
001410* **********************************************************
001420* PARRAFO DE INICIO. RECIBE LA PETICION DEL TERMINAL
001430* **********************************************************
001440 1000-INICIO.
001450
001460     MOVE SPACES               TO WS-PETICION.
001470     MOVE SPACES               TO WS-RESPUESTA.
001480
001490     EXEC CICS
001500        RECEIVE INTO(WS-PETICION) LENGTH(WS-LONG-PETICION)
001510     END-EXEC.
001520
001530* ************************************************************
001540 2000-PROCESO.
001550* ************************************************************
001560
001570     MOVE WS-PET-CLAVE-EMBARGO TO CLAVE-EMBARGO OF DCLEMBARGO.
001580
001590     EVALUATE TRUE
001600        WHEN PET-OPERACION-ALTA
001610           PERFORM 2100-ALTA-EMBARGO
001620        WHEN PET-OPERACION-MODIFICA
001630           PERFORM 2200-MODIFICA-EMBARGO
001640        WHEN PET-OPERACION-LEVANTA
001650           PERFORM 2300-LEVANTA-EMBARGO
001660        WHEN OTHER
001670           SET CODERR-OPERACION-INV        TO TRUE
001680           MOVE 0                          TO WS-RES-SQLCODE
001690           MOVE 'CODIGO DE OPERACION NO RECONOCIDO'
001700                                            TO WS-RES-DESCRIPCION
001710     END-EVALUATE.
001720
001730* ***************************************************************
001740* COMPRUEBA EL IMPORTE ORDENADO (MAYOR QUE CERO) Y LA PRIORIDAD
001750* (DE 1 A 99) RECIBIDOS DEL TERMINAL, COMUNES AL ALTA Y A LA
001760* MODIFICACION
001770* ***************************************************************
001780 2050-VALIDA-IMPORTE-PRIORIDAD.
001790
001800     SET CODERR-OK                         TO TRUE.
001810
001820     IF WS-PET-IMPORTE NOT NUMERIC
001830        OR WS-PET-IMPORTE EQUAL ZERO
001840        SET CODERR-IMPORTE-INV             TO TRUE
001850        MOVE 0                             TO WS-RES-SQLCODE
001860        MOVE 'EL IMPORTE ORDENADO DEBE SER MAYOR QUE CERO'
001870                                           TO WS-RES-DESCRIPCION
001880     ELSE
001890        IF WS-PET-PRIORIDAD NOT NUMERIC
001900           OR WS-PET-PRIORIDAD EQUAL ZERO
001910           SET CODERR-PRIORIDAD-INV        TO TRUE
001920           MOVE 0                          TO WS-RES-SQLCODE
001930           MOVE 'PRIORIDAD DE LA ORDEN NO VALIDA (01 A 99)'
001940                                           TO WS-RES-DESCRIPCION
001950        END-IF
001960     END-IF.
001970
001980* ***************************************************************
001990* COMPRUEBA LOS DATOS PROPIOS DEL ALTA: REFERENCIA DEL JUZGADO
002000* INFORMADA, FECHA DE LA ORDEN CON FORMATO VALIDO, CLIENTE
002010* EXISTENTE Y CON ALGUN CONTRATO VIVO, Y CONTRATO DE
002020* CONSIGNACION EXISTENTE, NO CANCELADO Y AJENO AL CLIENTE
002030* ***************************************************************
002040 2060-VALIDA-DATOS-ALTA.
002050
002060     IF WS-PET-REF-JUZGADO EQUAL SPACES
002070        SET CODERR-REFERENCIA-INV          TO TRUE
002080        MOVE 0                             TO WS-RES-SQLCODE
002090        MOVE 'FALTA LA REFERENCIA DEL JUZGADO'
002100                                           TO WS-RES-DESCRIPCION
002110     ELSE
002120        IF WS-PET-FO-ANO NOT NUMERIC
002130           OR WS-PET-FO-MES NOT NUMERIC
002140           OR WS-PET-FO-DIA NOT NUMERIC
002150           OR WS-PET-FO-SEP1 NOT EQUAL '-'
002160           OR WS-PET-FO-SEP2 NOT EQUAL '-'
002170           OR WS-PET-FO-MES LESS THAN 01
002180           OR WS-PET-FO-MES GREATER THAN 12
002190           OR WS-PET-FO-DIA LESS THAN 01
002200           OR WS-PET-FO-DIA GREATER THAN 31
002210           SET CODERR-FECHA-INVALIDA       TO TRUE
002220           MOVE 0                          TO WS-RES-SQLCODE
002230           MOVE 'FECHA DE LA ORDEN CON FORMATO INVALIDO'
002240                                           TO WS-RES-DESCRIPCION
002250        END-IF
002260     END-IF.
002270
002280     IF CODERR-OK
002290        PERFORM 2070-COMPRUEBA-CLIENTE
002300     END-IF.
002310
002320     IF CODERR-OK
002330        PERFORM 2080-COMPRUEBA-CONSIGNACION
002340     END-IF.
002350
002360* ***************************************************************
002370* COMPRUEBA QUE EL CLIENTE EXISTE Y QUE TIENE ALGUN CONTRATO NO
002380* CANCELADO SOBRE EL QUE TRABAR EL EMBARGO
002390* ***************************************************************
002400 2070-COMPRUEBA-CLIENTE.
002410
002420     MOVE WS-PET-CLAVE-CLIENTE TO CLAVE-CLIENTE OF DCLCLIENTE.
002430
002440     EXEC SQL
002450        SELECT NOMBRE
002460          INTO :DCLCLIENTE.NOMBRE
002470          FROM IBMUSER.CLIENTE
002480         WHERE CLAVE_CLIENTE = :DCLCLIENTE.CLAVE-CLIENTE
002490     END-EXEC.
002500
002510     IF SQLCODE EQUAL 100
002520        SET CODERR-CLIENTE-NOEXI           TO TRUE
002530        MOVE 0                             TO WS-RES-SQLCODE
002540        MOVE 'EL CLIENTE EMBARGADO NO EXISTE'
002550                                           TO WS-RES-DESCRIPCION
002560     ELSE
002570        IF SQLCODE NOT EQUAL 0
002580           SET CODERR-SQL-ERROR TO TRUE
002590           MOVE SQLCODE                    TO WS-RES-SQLCODE
002600           MOVE 'ERROR AL COMPROBAR EL CLIENTE EMBARGADO'
002610                                           TO WS-RES-DESCRIPCION
002620        END-IF
002630     END-IF.
002640
002650     IF CODERR-OK
002660        EXEC SQL
002670           SELECT COUNT(*)
002680             INTO :WS-CNT-CONTRATOS
002690             FROM IBMUSER.CLIENTE_CONTRATO CC,
002700                  IBMUSER.CONTRATO C
002710            WHERE CC.CLAVE_CLIENTE = :DCLCLIENTE.CLAVE-CLIENTE
002720              AND C.CLAVE_CONTRATO = CC.CLAVE_CONTRATO
002730              AND C.ESTADO <> 'C'
002740        END-EXEC
002750
002760        IF SQLCODE NOT EQUAL 0
002770           SET CODERR-SQL-ERROR TO TRUE
002780           MOVE SQLCODE                    TO WS-RES-SQLCODE
002790           MOVE 'ERROR AL CONTAR LOS CONTRATOS DEL CLIENTE'
002800                                           TO WS-RES-DESCRIPCION
002810        ELSE
002820           IF WS-CNT-CONTRATOS EQUAL ZERO
002830              SET CODERR-SIN-CONTRATOS     TO TRUE
002840              MOVE 0                       TO WS-RES-SQLCODE
002850              MOVE 'EL CLIENTE NO TIENE CONTRATOS VIVOS'
002860                                           TO WS-RES-DESCRIPCION
002870           END-IF
002880        END-IF
002890     END-IF.
002900
002910* ***************************************************************
002920* COMPRUEBA EL CONTRATO DE CONSIGNACION JUDICIAL: DEBE EXISTIR,
002930* NO ESTAR CANCELADO NI SER UN CONTRATO DEL PROPIO CLIENTE. SU
002940* DIVISA ES LA DIVISA DE LA ORDEN
002950* ***************************************************************
002960 2080-COMPRUEBA-CONSIGNACION.
002970
002980     MOVE WS-PET-CONT-CONSIG TO CLAVE-CONTRATO OF DCLCONTRATO.
002990
003000     EXEC SQL
003010        SELECT ESTADO, MONEDA
003020          INTO :DCLCONTRATO.ESTADO,
003030               :DCLCONTRATO.MONEDA
003040          FROM IBMUSER.CONTRATO
003050         WHERE CLAVE_CONTRATO = :DCLCONTRATO.CLAVE-CONTRATO
003060     END-EXEC.
003070
003080     IF SQLCODE EQUAL 100
003090        SET CODERR-CONSIG-INV              TO TRUE
003100        MOVE 0                             TO WS-RES-SQLCODE
003110        MOVE 'EL CONTRATO DE CONSIGNACION NO EXISTE'
003120                                           TO WS-RES-DESCRIPCION
003130     ELSE
003140        IF SQLCODE NOT EQUAL 0
003150           SET CODERR-SQL-ERROR TO TRUE
003160           MOVE SQLCODE                    TO WS-RES-SQLCODE
003170           MOVE 'ERROR AL COMPROBAR EL CONTRATO DE CONSIGNACION'
003180                                           TO WS-RES-DESCRIPCION
003190        ELSE
003200           IF ESTADO OF DCLCONTRATO EQUAL 'C'
003210              SET CODERR-CONSIG-INV        TO TRUE
003220              MOVE 0                       TO WS-RES-SQLCODE
003230              MOVE 'EL CONTRATO DE CONSIGNACION ESTA CANCELADO'
003240                                           TO WS-RES-DESCRIPCION
003250           END-IF
003260        END-IF
003270     END-IF.
003280
003290     IF CODERR-OK
003300        EXEC SQL
003310           SELECT COUNT(*)
003320             INTO :WS-CNT-CONSIG-CLIENTE
003330             FROM IBMUSER.CLIENTE_CONTRATO
003340            WHERE CLAVE_CLIENTE = :DCLCLIENTE.CLAVE-CLIENTE
003350              AND CLAVE_CONTRATO = :DCLCONTRATO.CLAVE-CONTRATO
003360        END-EXEC
003370
003380        IF SQLCODE NOT EQUAL 0
003390           SET CODERR-SQL-ERROR TO TRUE
003400           MOVE SQLCODE                    TO WS-RES-SQLCODE
003410           MOVE 'ERROR AL COMPROBAR EL CONTRATO DE CONSIGNACION'
003420                                           TO WS-RES-DESCRIPCION
003430        ELSE
003440           IF WS-CNT-CONSIG-CLIENTE GREATER THAN ZERO
003450              SET CODERR-CONSIG-INV        TO TRUE
003460              MOVE 0                       TO WS-RES-SQLCODE
003470              MOVE 'LA CONSIGNACION NO PUEDE SER DEL CLIENTE'
003480                                           TO WS-RES-DESCRIPCION
003490           END-IF
003500        END-IF
003510     END-IF.
003520
003530* ***************************************************************
003540* DA DE ALTA UNA NUEVA ORDEN DE EMBARGO ACTIVA, RECHAZANDO LA
003550* PETICION SI LA CLAVE INDICADA YA EXISTE. A CONTINUACION ANOTA
003560* LOS CONTRATOS AFECTADOS Y LOS BLOQUEA PARA DEBITOS
003570* ***************************************************************
003580 2100-ALTA-EMBARGO.
003590
003600     PERFORM 2050-VALIDA-IMPORTE-PRIORIDAD.
003610
003620     IF CODERR-OK
003630        PERFORM 2060-VALIDA-DATOS-ALTA
003640     END-IF.
003650
003660     IF CODERR-OK
003670        PERFORM 2110-INSERTA-EMBARGO
003680     END-IF.
003690
003700     IF CODERR-OK
003710        PERFORM 2120-BLOQUEA-CONTRATOS
003720     END-IF.
003730
003740     IF CODERR-OK
003750        MOVE 0                             TO WS-RES-SQLCODE
003760        MOVE 'ORDEN DE EMBARGO DADA DE ALTA Y BLOQUEADA'
003770                                           TO WS-RES-DESCRIPCION
003780        MOVE SPACES                      TO WS-IMAGEN-ANTES
003790        PERFORM 2875-GUARDA-IMAGEN-DESPUES
003800        PERFORM 2900-REGISTRA-AUDITORIA
003810        IF CODERR-OK
003820           EXEC CICS SYNCPOINT END-EXEC
003830        END-IF
003840     ELSE
003850        EXEC CICS SYNCPOINT ROLLBACK END-EXEC
003860     END-IF.
003870
003880* ***************************************************************
003890* INSERTA LA NUEVA ORDEN EN LA TABLA, SIN NADA RETENIDO AUN
003900* ***************************************************************
003910 2110-INSERTA-EMBARGO.
003920
003930     MOVE WS-PET-REF-JUZGADO    TO REF-JUZGADO OF DCLEMBARGO.
003940     MOVE WS-PET-CLAVE-CLIENTE  TO CLAVE-CLIENTE OF DCLEMBARGO.
003950     MOVE WS-PET-CONT-CONSIG   TO CONT-CONSIGNACION OF DCLEMBARGO.
003960     MOVE MONEDA OF DCLCONTRATO TO MONEDA OF DCLEMBARGO.
003970     MOVE WS-PET-IMPORTE        TO IMPORTE-ORDENADO OF DCLEMBARGO.
003980     MOVE 0                     TO IMPORTE-RETENIDO OF DCLEMBARGO.
003990     MOVE WS-PET-PRIORIDAD      TO PRIORIDAD OF DCLEMBARGO.
004000     MOVE WS-PET-FECHA-ORDEN    TO FECHA-ORDEN OF DCLEMBARGO.
004010     MOVE 'A'                   TO ESTADO OF DCLEMBARGO.
004020     MOVE EIBUSERID             TO USUARIO OF DCLEMBARGO.
004030
004040     EXEC SQL
004050        INSERT INTO IBMUSER.EMBARGO
004060              (CLAVE_EMBARGO, REF_JUZGADO, CLAVE_CLIENTE,
004070               CONT_CONSIGNACION, MONEDA, IMPORTE_ORDENADO,
004080               IMPORTE_RETENIDO, PRIORIDAD, FECHA_ORDEN, ESTADO,
004090               USUARIO, FECHA_ALTA)
004100        VALUES (:DCLEMBARGO.CLAVE-EMBARGO,
004110                :DCLEMBARGO.REF-JUZGADO,
004120                :DCLEMBARGO.CLAVE-CLIENTE,
004130                :DCLEMBARGO.CONT-CONSIGNACION,
004140                :DCLEMBARGO.MONEDA,
004150                :DCLEMBARGO.IMPORTE-ORDENADO,
004160                :DCLEMBARGO.IMPORTE-RETENIDO,
004170                :DCLEMBARGO.PRIORIDAD,
004180                DATE(:DCLEMBARGO.FECHA-ORDEN),
004190                :DCLEMBARGO.ESTADO,
004200                :DCLEMBARGO.USUARIO,
004210                CURRENT TIMESTAMP)
004220     END-EXEC.
004230
004240     IF SQLCODE EQUAL -803
004250        SET CODERR-EMBARGO-YAEXI           TO TRUE
004260        MOVE SQLCODE                       TO WS-RES-SQLCODE
004270        MOVE 'YA EXISTE UNA ORDEN DE EMBARGO CON ESA CLAVE'
004280                                           TO WS-RES-DESCRIPCION
004290     ELSE
004300        IF SQLCODE NOT EQUAL 0
004310           SET CODERR-SQL-ERROR TO TRUE
004320           MOVE SQLCODE                    TO WS-RES-SQLCODE
004330           MOVE 'ERROR AL DAR DE ALTA LA ORDEN DE EMBARGO'
004340                                           TO WS-RES-DESCRIPCION
004350        END-IF
004360     END-IF.
004370
004380* ***************************************************************
004390* ANOTA EN IBMUSER.EMBARGO_CONTRATO LOS CONTRATOS VIVOS DEL
004400* CLIENTE QUE QUEDAN AFECTOS A LA ORDEN Y BLOQUEA PARA DEBITOS
004410* LOS QUE ESTABAN VIGENTES. BLOQUEADO = 'S' MARCA LOS CONTRATOS
004420* CUYO BLOQUEO SE DEBE A UN EMBARGO (ESTE O UNO ANTERIOR AUN
004430* ACTIVO), QUE SON LOS UNICOS QUE SE DESBLOQUEAN AL LEVANTARSE
004440* EL ULTIMO EMBARGO QUE LOS AFECTA. UN CONTRATO BLOQUEADO O
004450* INACTIVO POR OTRO MOTIVO CONSERVA SU ESTADO. LOS CONTRATOS
004460* CONGELADOS POR REVISION DE SANCIONES (ESTADO 'R') NO QUEDAN
004470* AFECTOS A LA ORDEN
004480* ***************************************************************
004490 2120-BLOQUEA-CONTRATOS.
004500
004510     EXEC SQL
004520        INSERT INTO IBMUSER.EMBARGO_CONTRATO
004530              (CLAVE_EMBARGO, CLAVE_CONTRATO, BLOQUEADO)
004540        SELECT :DCLEMBARGO.CLAVE-EMBARGO, C.CLAVE_CONTRATO,
004550               CASE WHEN C.ESTADO = 'V' THEN 'S'
004560                    WHEN C.ESTADO = 'D' AND EXISTS
004570                         (SELECT 1
004580                            FROM IBMUSER.EMBARGO_CONTRATO EC,
004590                                 IBMUSER.EMBARGO E
004600                           WHERE EC.CLAVE_CONTRATO =
004610                                 C.CLAVE_CONTRATO
004620                             AND EC.BLOQUEADO = 'S'
004630                             AND E.CLAVE_EMBARGO =
004640                                 EC.CLAVE_EMBARGO
004650                             AND E.ESTADO = 'A')
004660                    THEN 'S'
004670                    ELSE 'N' END
004680          FROM IBMUSER.CLIENTE_CONTRATO CC,
004690               IBMUSER.CONTRATO C
004700         WHERE CC.CLAVE_CLIENTE = :DCLEMBARGO.CLAVE-CLIENTE
004710           AND C.CLAVE_CONTRATO = CC.CLAVE_CONTRATO
004720           AND C.ESTADO NOT IN ('C', 'R')
004730     END-EXEC.
004740
004750     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
004760        SET CODERR-SQL-ERROR TO TRUE
004770        MOVE SQLCODE                       TO WS-RES-SQLCODE
004780        MOVE 'ERROR AL ANOTAR LOS CONTRATOS EMBARGADOS'
004790                                           TO WS-RES-DESCRIPCION
004800     ELSE
004810        EXEC SQL
004820           UPDATE IBMUSER.CONTRATO
004830              SET ESTADO = 'D'
004840            WHERE ESTADO = 'V'
004850              AND CLAVE_CONTRATO IN
004860                  (SELECT CLAVE_CONTRATO
004870                     FROM IBMUSER.EMBARGO_CONTRATO
004880                    WHERE CLAVE_EMBARGO =
004890                          :DCLEMBARGO.CLAVE-EMBARGO)
004900        END-EXEC
004910
004920        IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
004930           SET CODERR-SQL-ERROR TO TRUE
004940           MOVE SQLCODE                    TO WS-RES-SQLCODE
004950           MOVE 'ERROR AL BLOQUEAR LOS CONTRATOS EMBARGADOS'
004960                                           TO WS-RES-DESCRIPCION
004970        END-IF
004980     END-IF.
004990
005000* ***************************************************************
005010* COMPRUEBA QUE LA ORDEN SOBRE LA QUE SE VA A OPERAR EXISTE Y
005020* SIGUE ACTIVA (ESTADO 'A'). UNA ORDEN SATISFECHA ('S') O
005030* LEVANTADA ('L') YA NO SE PUEDE TOCAR
005040* ***************************************************************
005050 2150-COMPRUEBA-ESTADO-EMBARGO.
005060
005070     EXEC SQL
005080        SELECT ESTADO, IMPORTE_RETENIDO, REF_JUZGADO,
005090               CLAVE_CLIENTE, CONT_CONSIGNACION, MONEDA,
005100               IMPORTE_ORDENADO, PRIORIDAD, CHAR(FECHA_ORDEN, ISO)
005110          INTO :DCLEMBARGO.ESTADO,
005120               :DCLEMBARGO.IMPORTE-RETENIDO,
005130               :DCLEMBARGO.REF-JUZGADO,
005140               :DCLEMBARGO.CLAVE-CLIENTE,
005150               :DCLEMBARGO.CONT-CONSIGNACION,
005160               :DCLEMBARGO.MONEDA,
005170               :DCLEMBARGO.IMPORTE-ORDENADO,
005180               :DCLEMBARGO.PRIORIDAD,
005190               :DCLEMBARGO.FECHA-ORDEN
005200          FROM IBMUSER.EMBARGO
005210         WHERE CLAVE_EMBARGO = :DCLEMBARGO.CLAVE-EMBARGO
005220     END-EXEC.
005230
005240     IF SQLCODE EQUAL 100
005250        SET CODERR-EMBARGO-NOEXI           TO TRUE
005260        MOVE 0                             TO WS-RES-SQLCODE
005270        MOVE 'LA ORDEN DE EMBARGO NO EXISTE'
005280                                           TO WS-RES-DESCRIPCION
005290     ELSE
005300        IF SQLCODE NOT EQUAL 0
005310           SET CODERR-SQL-ERROR TO TRUE
005320           MOVE SQLCODE                    TO WS-RES-SQLCODE
005330           MOVE 'ERROR AL COMPROBAR LA ORDEN DE EMBARGO'
005340                                           TO WS-RES-DESCRIPCION
005350        ELSE
005360           IF ESTADO OF DCLEMBARGO NOT EQUAL 'A'
005370              SET CODERR-EMBARGO-NOACT     TO TRUE
005380              MOVE 0                       TO WS-RES-SQLCODE
005390              MOVE 'LA ORDEN DE EMBARGO YA ESTA LEVANTADA'
005400                                           TO WS-RES-DESCRIPCION
005410           ELSE
005420              SET CODERR-OK                TO TRUE
005430              PERFORM 2870-GUARDA-IMAGEN-ANTES
005440           END-IF
005450        END-IF
005460     END-IF.
005470
005480* ***************************************************************
005490* MODIFICA EL IMPORTE ORDENADO Y LA PRIORIDAD DE UNA ORDEN
005500* ACTIVA. EL NUEVO IMPORTE NO PUEDE SER INFERIOR A LO YA
005510* RETENIDO; SI LO IGUALA, EMBA01 LEVANTARA LA ORDEN ESA NOCHE
005520* ***************************************************************
005530 2200-MODIFICA-EMBARGO.
005540
005550     PERFORM 2050-VALIDA-IMPORTE-PRIORIDAD.
005560
005570     IF CODERR-OK
005580        PERFORM 2150-COMPRUEBA-ESTADO-EMBARGO
005590     END-IF.
005600
005610     IF CODERR-OK
005620        IF WS-PET-IMPORTE LESS THAN
005630           IMPORTE-RETENIDO OF DCLEMBARGO
005640           SET CODERR-IMPORTE-INV          TO TRUE
005650           MOVE 0                          TO WS-RES-SQLCODE
005660           MOVE 'IMPORTE ORDENADO INFERIOR A LO YA RETENIDO'
005670                                           TO WS-RES-DESCRIPCION
005680        END-IF
005690     END-IF.
005700
005710     IF CODERR-OK
005720        EXEC SQL
005730           UPDATE IBMUSER.EMBARGO
005740              SET IMPORTE_ORDENADO = :WS-PET-IMPORTE,
005750                  PRIORIDAD = :WS-PET-PRIORIDAD
005760            WHERE CLAVE_EMBARGO = :DCLEMBARGO.CLAVE-EMBARGO
005770              AND ESTADO = 'A'
005780        END-EXEC
005790
005800        IF SQLCODE EQUAL 100
005810           SET CODERR-EMBARGO-NOACT           TO TRUE
005820           MOVE 0                             TO WS-RES-SQLCODE
005830           MOVE 'LA ORDEN DE EMBARGO YA ESTA LEVANTADA'
005840                                           TO WS-RES-DESCRIPCION
005850        ELSE
005860           IF SQLCODE NOT EQUAL 0
005870              SET CODERR-SQL-ERROR TO TRUE
005880              MOVE SQLCODE                    TO WS-RES-SQLCODE
005890              MOVE 'ERROR AL MODIFICAR LA ORDEN DE EMBARGO'
005900                                           TO WS-RES-DESCRIPCION
005910           ELSE
005920              SET CODERR-OK                   TO TRUE
005930              MOVE 0                          TO WS-RES-SQLCODE
005940              MOVE 'ORDEN DE EMBARGO MODIFICADA CORRECTAMENTE'
005950                                           TO WS-RES-DESCRIPCION
005960              MOVE WS-PET-IMPORTE       TO IMPORTE-ORDENADO
005970                                           OF DCLEMBARGO
005980              MOVE WS-PET-PRIORIDAD     TO PRIORIDAD OF DCLEMBARGO
005990              PERFORM 2875-GUARDA-IMAGEN-DESPUES
006000              PERFORM 2900-REGISTRA-AUDITORIA
006010              IF CODERR-OK
006020                 EXEC CICS SYNCPOINT END-EXEC
006030              END-IF
006040           END-IF
006050        END-IF
006060     END-IF.
006070
006080* ***************************************************************
006090* LEVANTA UNA ORDEN ACTIVA POR MANDATO DEL JUZGADO ANTES DE
006100* CUBRIRSE: LA MARCA COMO 'L' CON LA FECHA DE LEVANTAMIENTO (LO
006110* YA CONSIGNADO QUEDA EN LA CONSIGNACION) Y DESBLOQUEA LOS
006120* CONTRATOS QUE NO SIGAN AFECTOS A OTRA ORDEN ACTIVA
006130* ***************************************************************
006140 2300-LEVANTA-EMBARGO.
006150
006160     PERFORM 2150-COMPRUEBA-ESTADO-EMBARGO.
006170
006180     IF CODERR-OK
006190        EXEC SQL
006200           UPDATE IBMUSER.EMBARGO
006210              SET ESTADO = 'L',
006220                  FECHA_LEVANTAMIENTO = CURRENT DATE
006230            WHERE CLAVE_EMBARGO = :DCLEMBARGO.CLAVE-EMBARGO
006240              AND ESTADO = 'A'
006250        END-EXEC
006260
006270        IF SQLCODE EQUAL 100
006280           SET CODERR-EMBARGO-NOACT           TO TRUE
006290           MOVE 0                             TO WS-RES-SQLCODE
006300           MOVE 'LA ORDEN DE EMBARGO YA ESTA LEVANTADA'
006310                                           TO WS-RES-DESCRIPCION
006320        ELSE
006330           IF SQLCODE NOT EQUAL 0
006340              SET CODERR-SQL-ERROR TO TRUE
006350              MOVE SQLCODE                    TO WS-RES-SQLCODE
006360              MOVE 'ERROR AL LEVANTAR LA ORDEN DE EMBARGO'
006370                                           TO WS-RES-DESCRIPCION
006380           ELSE
006390              PERFORM 2310-DESBLOQUEA-CONTRATOS
006400           END-IF
006410        END-IF
006420     END-IF.
006430
006440     IF CODERR-OK
006450        MOVE 0                             TO WS-RES-SQLCODE
006460        MOVE 'ORDEN DE EMBARGO LEVANTADA CORRECTAMENTE'
006470                                           TO WS-RES-DESCRIPCION
006480        MOVE WS-IMAGEN-ANTES             TO WS-IMAGEN-DESPUES
006490        MOVE 'L'                         TO WS-IMD-ESTADO
006500        PERFORM 2900-REGISTRA-AUDITORIA
006510        IF CODERR-OK
006520           EXEC CICS SYNCPOINT END-EXEC
006530        END-IF
006540     ELSE
006550        EXEC CICS SYNCPOINT ROLLBACK END-EXEC
006560     END-IF.
006570
006580* ***************************************************************
006590* DEVUELVE A VIGENTE ('V') LOS CONTRATOS QUE LA ORDEN BLOQUEO
006600* (O HEREDO BLOQUEADOS DE OTRA) Y QUE YA NO ESTAN AFECTOS A
006610* NINGUNA ORDEN ACTIVA. EMBA01 HACE LO MISMO AL LEVANTAR UNA
006620* ORDEN CUBIERTA
006630* ***************************************************************
006640 2310-DESBLOQUEA-CONTRATOS.
006650
006660     EXEC SQL
006670        UPDATE IBMUSER.CONTRATO
006680           SET ESTADO = 'V'
006690         WHERE ESTADO = 'D'
006700           AND CLAVE_CONTRATO IN
006710               (SELECT CLAVE_CONTRATO
006720                  FROM IBMUSER.EMBARGO_CONTRATO
006730                 WHERE CLAVE_EMBARGO = :DCLEMBARGO.CLAVE-EMBARGO
006740                   AND BLOQUEADO = 'S')
006750           AND CLAVE_CONTRATO NOT IN
006760               (SELECT EC.CLAVE_CONTRATO
006770                  FROM IBMUSER.EMBARGO_CONTRATO EC,
006780                       IBMUSER.EMBARGO E
006790                 WHERE E.CLAVE_EMBARGO = EC.CLAVE_EMBARGO
006800                   AND E.ESTADO = 'A')
006810     END-EXEC.
006820
006830     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
006840        SET CODERR-SQL-ERROR TO TRUE
006850        MOVE SQLCODE                       TO WS-RES-SQLCODE
006860        MOVE 'ERROR AL DESBLOQUEAR LOS CONTRATOS EMBARGADOS'
006870                                           TO WS-RES-DESCRIPCION
006880     ELSE
006890        SET CODERR-OK                      TO TRUE
006900     END-IF.
006910
006920* ***************************************************************
006930* GUARDA LA IMAGEN DE LA ORDEN LEIDA ANTES DE LA OPERACION
006940* ***************************************************************
006950 2870-GUARDA-IMAGEN-ANTES.
006960
006970     MOVE REF-JUZGADO OF DCLEMBARGO     TO WS-IMA-REF-JUZGADO.
006980     MOVE CLAVE-CLIENTE OF DCLEMBARGO   TO WS-IMA-CLAVE-CLIENTE.
006990     MOVE CONT-CONSIGNACION OF DCLEMBARGO TO WS-IMA-CONT-CONSIG.
007000     MOVE MONEDA OF DCLEMBARGO          TO WS-IMA-MONEDA.
007010     MOVE IMPORTE-ORDENADO OF DCLEMBARGO
007020                                TO WS-IMA-IMPORTE-ORDENADO.
007030     MOVE IMPORTE-RETENIDO OF DCLEMBARGO
007040                                TO WS-IMA-IMPORTE-RETENIDO.
007050     MOVE PRIORIDAD OF DCLEMBARGO       TO WS-IMA-PRIORIDAD.
007060     MOVE FECHA-ORDEN OF DCLEMBARGO     TO WS-IMA-FECHA-ORDEN.
007070     MOVE ESTADO OF DCLEMBARGO          TO WS-IMA-ESTADO.
007080
007090* ***************************************************************
007100* GUARDA LA IMAGEN DE LA ORDEN TAL COMO HA QUEDADO GRABADA
007110* ***************************************************************
007120 2875-GUARDA-IMAGEN-DESPUES.
007130
007140     MOVE REF-JUZGADO OF DCLEMBARGO     TO WS-IMD-REF-JUZGADO.
007150     MOVE CLAVE-CLIENTE OF DCLEMBARGO   TO WS-IMD-CLAVE-CLIENTE.
007160     MOVE CONT-CONSIGNACION OF DCLEMBARGO TO WS-IMD-CONT-CONSIG.
007170     MOVE MONEDA OF DCLEMBARGO          TO WS-IMD-MONEDA.
007180     MOVE IMPORTE-ORDENADO OF DCLEMBARGO
007190                                TO WS-IMD-IMPORTE-ORDENADO.
007200     MOVE IMPORTE-RETENIDO OF DCLEMBARGO
007210                                TO WS-IMD-IMPORTE-RETENIDO.
007220     MOVE PRIORIDAD OF DCLEMBARGO       TO WS-IMD-PRIORIDAD.
007230     MOVE FECHA-ORDEN OF DCLEMBARGO     TO WS-IMD-FECHA-ORDEN.
007240     MOVE ESTADO OF DCLEMBARGO          TO WS-IMD-ESTADO.
007250
007260* ***************************************************************
007270* ANOTA EN LA TABLA DE DIFERENCIAS EL CAMPO PREPARADO EN
007280* WS-DIF-NUEVO SI SU VALOR HA CAMBIADO CON LA OPERACION
007290* ***************************************************************
007300 2880-ANOTA-DIFERENCIA.
007310
007320     IF WS-DNU-ANTES NOT EQUAL WS-DNU-DESPUES
007330        AND WS-DIF-MAX LESS THAN 12
007340        ADD 1 TO WS-DIF-MAX
007350        SET WS-IDX-DIF TO WS-DIF-MAX
007360        MOVE WS-DIF-NUEVO TO WS-DIF-OCU (WS-IDX-DIF)
007370     END-IF.
007380
007390* ***************************************************************
007400* COMPARA LAS IMAGENES DE LA ORDEN ANTES Y DESPUES DE LA
007410* OPERACION Y ANOTA LOS CAMPOS QUE HAN CAMBIADO
007420* ***************************************************************
007430 2890-COMPARA-IMAGENES.
007440
007450     MOVE 0                        TO WS-DIF-MAX.
007460
007470     MOVE 'REF_JUZGADO'             TO WS-DNU-CAMPO.
007480     MOVE WS-IMA-REF-JUZGADO        TO WS-DNU-ANTES.
007490     MOVE WS-IMD-REF-JUZGADO        TO WS-DNU-DESPUES.
007500     PERFORM 2880-ANOTA-DIFERENCIA.
007510
007520     MOVE 'CLAVE_CLIENTE'           TO WS-DNU-CAMPO.
007530     MOVE WS-IMA-CLAVE-CLIENTE      TO WS-DNU-ANTES.
007540     MOVE WS-IMD-CLAVE-CLIENTE      TO WS-DNU-DESPUES.
007550     PERFORM 2880-ANOTA-DIFERENCIA.
007560
007570     MOVE 'CONT_CONSIGNACION'       TO WS-DNU-CAMPO.
007580     MOVE WS-IMA-CONT-CONSIG        TO WS-DNU-ANTES.
007590     MOVE WS-IMD-CONT-CONSIG        TO WS-DNU-DESPUES.
007600     PERFORM 2880-ANOTA-DIFERENCIA.
007610
007620     MOVE 'MONEDA'                  TO WS-DNU-CAMPO.
007630     MOVE WS-IMA-MONEDA             TO WS-DNU-ANTES.
007640     MOVE WS-IMD-MONEDA             TO WS-DNU-DESPUES.
007650     PERFORM 2880-ANOTA-DIFERENCIA.
007660
007670     MOVE 'IMPORTE_ORDENADO'        TO WS-DNU-CAMPO.
007680     MOVE WS-IMA-IMPORTE-ORDENADO   TO WS-DNU-ANTES.
007690     MOVE WS-IMD-IMPORTE-ORDENADO   TO WS-DNU-DESPUES.
007700     PERFORM 2880-ANOTA-DIFERENCIA.
007710
007720     MOVE 'IMPORTE_RETENIDO'        TO WS-DNU-CAMPO.
007730     MOVE WS-IMA-IMPORTE-RETENIDO   TO WS-DNU-ANTES.
007740     MOVE WS-IMD-IMPORTE-RETENIDO   TO WS-DNU-DESPUES.
007750     PERFORM 2880-ANOTA-DIFERENCIA.
007760
007770     MOVE 'PRIORIDAD'               TO WS-DNU-CAMPO.
007780     MOVE WS-IMA-PRIORIDAD          TO WS-DNU-ANTES.
007790     MOVE WS-IMD-PRIORIDAD          TO WS-DNU-DESPUES.
007800     PERFORM 2880-ANOTA-DIFERENCIA.
007810
007820     MOVE 'FECHA_ORDEN'             TO WS-DNU-CAMPO.
007830     MOVE WS-IMA-FECHA-ORDEN        TO WS-DNU-ANTES.
007840     MOVE WS-IMD-FECHA-ORDEN        TO WS-DNU-DESPUES.
007850     PERFORM 2880-ANOTA-DIFERENCIA.
007860
007870     MOVE 'ESTADO'                  TO WS-DNU-CAMPO.
007880     MOVE WS-IMA-ESTADO             TO WS-DNU-ANTES.
007890     MOVE WS-IMD-ESTADO             TO WS-DNU-DESPUES.
007900     PERFORM 2880-ANOTA-DIFERENCIA.
007910
007920* ***************************************************************
007930* REGISTRA EN IBMUSER.AUDITORIA QUIEN (USUARIO Y TERMINAL) HA
007940* REALIZADO LA OPERACION, CON LA CLAVE DE LA ORDEN DE EMBARGO EN
007950* EL CAMPO DE CLAVE
007960* Y LOS VALORES ANTERIOR Y POSTERIOR DE LOS CAMPOS QUE CAMBIAN
007970* ***************************************************************
007980 2900-REGISTRA-AUDITORIA.
007990
008000     PERFORM 2890-COMPARA-IMAGENES.
008010
008020     MOVE CLAVE-EMBARGO OF DCLEMBARGO
008030                                TO CLAVE-CONTRATO OF DCLAUDITORIA.
008040     MOVE 'EMBARGO '            TO ENTIDAD OF DCLAUDITORIA.
008050     MOVE WS-PET-OPERACION      TO OPERACION OF DCLAUDITORIA.
008060     MOVE EIBUSERID             TO USUARIO OF DCLAUDITORIA.
008070     MOVE EIBTRMID              TO TERMINAL-ID OF DCLAUDITORIA.
008080
008090* LA FECHA Y HORA DEL REGISTRO SE TOMA ANTES DE GRABARLO PARA
008100* ENLAZAR CON ELLA LOS CAMPOS MODIFICADOS
008110     EXEC SQL
008120        SELECT CURRENT TIMESTAMP
008130          INTO :DCLAUDITORIA.FECHA-HORA
008140          FROM SYSIBM.SYSDUMMY1
008150     END-EXEC.
008160
008170     IF SQLCODE EQUAL 0
008180        EXEC SQL
008190           INSERT INTO IBMUSER.AUDITORIA
008200                 (CLAVE_CONTRATO, OPERACION, USUARIO, TERMINAL_ID,
008210                  FECHA_HORA, ENTIDAD)
008220           VALUES (:DCLAUDITORIA.CLAVE-CONTRATO,
008230                   :DCLAUDITORIA.OPERACION,
008240                   :DCLAUDITORIA.USUARIO,
008250                   :DCLAUDITORIA.TERMINAL-ID,
008260                   :DCLAUDITORIA.FECHA-HORA,
008270                   :DCLAUDITORIA.ENTIDAD)
008280        END-EXEC
008290     END-IF.
008300
008310     IF SQLCODE EQUAL 0
008320        PERFORM 2910-REGISTRA-DIFERENCIA
008330           VARYING WS-IDX-DIF FROM 1 BY 1
008340           UNTIL WS-IDX-DIF GREATER THAN WS-DIF-MAX
008350              OR SQLCODE NOT EQUAL 0
008360     END-IF.
008370
008380     IF SQLCODE NOT EQUAL 0
008390        SET CODERR-SQL-ERROR                  TO TRUE
008400        MOVE SQLCODE                          TO WS-RES-SQLCODE
008410        MOVE 'ERROR AL REGISTRAR LA AUDITORIA DEL EMBARGO'
008420                                           TO WS-RES-DESCRIPCION
008430
008440* LA OPERACION YA SE HABIA EJECUTADO ANTES DE LLAMAR A ESTE
008450* PARRAFO. SIN UN ROLLBACK EXPLICITO AQUI, EL RETURN DE 3000-FIN
008460* HARIA UN SYNCPOINT IMPLICITO QUE CONFIRMARIA ESE CAMBIO SIN SU
008470* REGISTRO DE AUDITORIA
008480        EXEC CICS SYNCPOINT ROLLBACK END-EXEC
008490     END-IF.
008500
008510* ***************************************************************
008520* GRABA EN IBMUSER.AUDITORIA_CAMBIO EL VALOR ANTERIOR Y POSTERIOR
008530* DE UN CAMPO MODIFICADO, ENLAZADO CON SU REGISTRO DE AUDITORIA
008540* POR CONTRATO, ENTIDAD Y FECHA Y HORA
008550* ***************************************************************
008560 2910-REGISTRA-DIFERENCIA.
008570
008580     MOVE WS-DIF-CAMPO (WS-IDX-DIF)
008590                                TO CAMPO OF DCLAUDITORIA-CAMBIO.
008600     MOVE WS-DIF-ANTES (WS-IDX-DIF)
008610                                TO VALOR-ANTES
008620                                   OF DCLAUDITORIA-CAMBIO.
008630     MOVE WS-DIF-DESPUES (WS-IDX-DIF)
008640                                TO VALOR-DESPUES
008650                                   OF DCLAUDITORIA-CAMBIO.
008660
008670     EXEC SQL
008680        INSERT INTO IBMUSER.AUDITORIA_CAMBIO
008690              (CLAVE_CONTRATO, ENTIDAD, FECHA_HORA, CAMPO,
008700               VALOR_ANTES, VALOR_DESPUES)
008710        VALUES (:DCLAUDITORIA.CLAVE-CONTRATO,
008720                :DCLAUDITORIA.ENTIDAD,
008730                :DCLAUDITORIA.FECHA-HORA,
008740                :DCLAUDITORIA-CAMBIO.CAMPO,
008750                :DCLAUDITORIA-CAMBIO.VALOR-ANTES,
008760                :DCLAUDITORIA-CAMBIO.VALOR-DESPUES)
008770     END-EXEC.
008780
008790* ***************************************************************
008800* PARRAFO DE FIN. DEVUELVE AL TERMINAL EL RESULTADO DE LA
008810* OPERACION Y TERMINA LA TRANSACCION
008820* ***************************************************************
008830 3000-FIN.
008840
008850     EXEC CICS
008860        SEND FROM(WS-RESPUESTA) LENGTH(WS-LONG-RESPUESTA) ERASE
008870     END-EXEC.
008880
008890     EXEC CICS
008900        RETURN
008910     END-EXEC.
008920
008930* **************************************************************
008940* PARRAFO DE ERROR. DESHACE LOS CAMBIOS PENDIENTES DE LA UNIDAD
008950* DE TRABAJO Y DEVUELVE AL TERMINAL UNA RESPUESTA DE ERROR
008960* **************************************************************
008970 9999-ERROR.
008980
008990     SET CODERR-SQL-ERROR                  TO TRUE
009000     MOVE 0                                 TO WS-RES-SQLCODE
009010     MOVE 'ERROR NO CONTROLADO EN LA TRANSACCION'
009020                                            TO WS-RES-DESCRIPCION
009030
009040     EXEC CICS SYNCPOINT ROLLBACK END-EXEC.
009050
009060     EXEC CICS
009070        SEND FROM(WS-RESPUESTA) LENGTH(WS-LONG-RESPUESTA) ERASE
009080     END-EXEC.
009090
009100     EXEC CICS
009110        RETURN
009120     END-EXEC.
