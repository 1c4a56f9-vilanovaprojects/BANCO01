000010* TRANSACCION ONLINE DE RESOLUCION DE LAS ALERTAS DE LISTAS DE
000020* VIGILANCIA (IBMUSER.ALERTA_CLIENTE) GENERADAS POR MANT03 EN EL
000030* ALTA O MODIFICACION DE UN CLIENTE Y POR LA CRIBA NOCTURNA DE
000040* SANC01. CUMPLIMIENTO RESUELVE CADA ALERTA PENDIENTE ('P'):
000050*   - DESCARTAR ('D'): LA COINCIDENCIA ES UN FALSO POSITIVO. SI
000060*     EL CLIENTE NO TIENE OTRAS ALERTAS PENDIENTES NI CONFIRMADAS
000070*     SALE DE REVISION ('N') Y SUS CONTRATOS RECUPERAN EL ESTADO
000080*     QUE TENIAN (IBMUSER.REVISION_CONTRATO), SALVO LOS QUE
000090*     COMPARTA CON OTRO CLIENTE QUE SIGA EN REVISION. UN CONTRATO
000100*     QUE ESTABA VIGENTE O BLOQUEADO POR EMBARGO VUELVE BLOQUEADO
000110*     ('D') SI TIENE UN EMBARGO ACTIVO Y VIGENTE ('V') SI NO LO
000120*     TIENE, CON EL MISMO CRITERIO QUE MANT06 Y EMBA01
000130*   - CONFIRMAR ('C'): LA COINCIDENCIA ES CIERTA. EL CLIENTE QUEDA
000140*     CON COINCIDENCIA CONFIRMADA ('C') Y SUS CONTRATOS SIGUEN EN
000150*     REVISION ('R'), SIN ADMITIR NINGUNA OPERACION, HASTA QUE SE
000160*     RESUELVA SU SITUACION FUERA DEL SISTEMA
000170* CADA DECISION QUEDA EN LA AUDITORIA CON LA ENTIDAD 'ALERTCLI',
000180* EL USUARIO Y EL TERMINAL QUE LA TOMAN Y LOS VALORES ANTERIOR Y
000190* POSTERIOR DE LOS CAMPOS QUE CAMBIAN
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID.REVI01.
000220
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 DATA DIVISION.
000260 WORKING-STORAGE SECTION.
000270
000280* AREA RECIBIDA DEL TERMINAL CON LA DECISION SOBRE LA ALERTA
000290 01 WS-PETICION.
000300     05 WS-PET-OPERACION       PIC X(1).
000310         88 PET-OPERACION-DESCARTA VALUE 'D'.
000320         88 PET-OPERACION-CONFIRMA VALUE 'C'.
000330     05 WS-PET-CLAVE-ALERTA    PIC 9(9).
000340 01 WS-LONG-PETICION           PIC S9(4) COMP VALUE +10.
000350
000360* AREA DEVUELTA AL TERMINAL CON EL RESULTADO DE LA OPERACION
000370 01 WS-RESPUESTA.
000380     05 WS-RES-CODERR          PIC X(8).
000390         88 CODERR-SQL-ERROR      VALUE 'SQLERROR'.
000400         88 CODERR-ALERTA-NOEXI   VALUE 'ALENOEXI'.
000410         88 CODERR-ALERTA-RESUELTA VALUE 'ALERESUE'.
000420         88 CODERR-OPERACION-INV  VALUE 'OPERAINV'.
000430         88 CODERR-OK             VALUE 'OK      '.
000440     05 WS-RES-SQLCODE         PIC -999.
000450     05 WS-RES-DESCRIPCION     PIC X(68).
000460 01 WS-LONG-RESPUESTA          PIC S9(4) COMP VALUE +80.
000470
000480* ALERTAS DEL CLIENTE QUE LO MANTIENEN EN REVISION (PENDIENTES O
000490* CONFIRMADAS) DESPUES DE DESCARTAR LA ALERTA EN CURSO
000500 01 WS-CNT-ALERTAS             PIC S9(9) COMP VALUE 0.
000510
000520* IMAGEN DE LA ALERTA Y DE LA SITUACION DE REVISION DE SU CLIENTE
000530* ANTES Y DESPUES DE LA DECISION PARA ANOTAR EN LA AUDITORIA LOS
000540* CAMPOS QUE CAMBIAN
000550 01 WS-IMAGEN-ANTES.
000560     05 WS-IMA-CLAVE-ALERTA      PIC Z(8)9.
000570     05 WS-IMA-CLAVE-CLIENTE     PIC Z(8)9.
000580     05 WS-IMA-REFERENCIA        PIC X(20).
000590     05 WS-IMA-ESTADO            PIC X(1).
000600     05 WS-IMA-USUARIO-DECISION  PIC X(8).
000610     05 WS-IMA-ESTADO-REVISION   PIC X(1).
000620 01 WS-IMAGEN-DESPUES.
000630     05 WS-IMD-CLAVE-ALERTA      PIC Z(8)9.
000640     05 WS-IMD-CLAVE-CLIENTE     PIC Z(8)9.
000650     05 WS-IMD-REFERENCIA        PIC X(20).
000660     05 WS-IMD-ESTADO            PIC X(1).
000670     05 WS-IMD-USUARIO-DECISION  PIC X(8).
000680     05 WS-IMD-ESTADO-REVISION   PIC X(1).
000690
000700* CAMPOS QUE CAMBIAN EN LA OPERACION, CON SU VALOR ANTERIOR Y
000710* POSTERIOR EN FORMATO EDITADO. SE GRABAN EN
000720* IBMUSER.AUDITORIA_CAMBIO CON LA MISMA FECHA Y HORA QUE EL
000730* REGISTRO DE AUDITORIA DE LA OPERACION
000740 01 WS-DIF-MAX               PIC 9(2) VALUE 0.
000750 01 WS-TABLA-DIFERENCIAS.
000760     05 WS-DIF-OCU OCCURS 1 TO 12 TIMES
000770                   DEPENDING ON WS-DIF-MAX
000780                   INDEXED BY WS-IDX-DIF.
000790        10 WS-DIF-CAMPO       PIC X(18).
000800        10 WS-DIF-ANTES       PIC X(50).
000810        10 WS-DIF-DESPUES     PIC X(50).
000820
000830* CAMPO QUE SE COMPARA PARA ANOTARLO EN LA TABLA SI HA CAMBIADO
000840 01 WS-DIF-NUEVO.
000850     05 WS-DNU-CAMPO          PIC X(18).
000860     05 WS-DNU-ANTES          PIC X(50).
000870     05 WS-DNU-DESPUES        PIC X(50).
000880
000890* SQLCA Y DCLGEN DE LAS TABLAS. DCLAUDITORIA ES LA TABLA DONDE SE
000900* REGISTRA QUIEN (USUARIO Y TERMINAL) HA TOMADO CADA DECISION, CON
000910* LA CLAVE DE LA ALERTA. AUDITORIA_CAMBIO GUARDA LOS VALORES
000920* ANTERIOR Y POSTERIOR DE LOS CAMPOS QUE CAMBIAN
000930     EXEC SQL INCLUDE SQLCA END-EXEC.
000940     EXEC SQL INCLUDE ALERTCLI END-EXEC.
000950     EXEC SQL INCLUDE CLIENTE END-EXEC.
000960     EXEC SQL INCLUDE REVICONT END-EXEC.
000970     EXEC SQL INCLUDE CLICONTR END-EXEC.
000980     EXEC SQL INCLUDE CONTRATO END-EXEC.
000990     EXEC SQL INCLUDE EMBARGO END-EXEC.
001000     EXEC SQL INCLUDE EMBACONT END-EXEC.
001010     EXEC SQL INCLUDE AUDITORI END-EXEC.
001020     EXEC SQL INCLUDE AUDICAMB END-EXEC.
001030
001040 PROCEDURE DIVISION.
001050
001060     EXEC CICS
001070        HANDLE CONDITION ERROR(9999-ERROR)
001080     END-EXEC.
001090
001100     PERFORM 1000-INICIO.
001110     PERFORM 2000-PROCESO.
001120     PERFORM 3000-FIN.
001130
001140* **********************************************************
001150* PARRAFO DE INICIO. RECIBE LA PETICION DEL TERMINAL
001160* **********************************************************
001170 1000-INICIO.
001180
001190     MOVE SPACES               TO WS-PETICION.
001200     MOVE SPACES               TO WS-RESPUESTA.
001210     INITIALIZE DCLALERTA-CLIENTE.
001220     INITIALIZE DCLCLIENTE.
001230
001240     EXEC CICS
001250        RECEIVE INTO(WS-PETICION) LENGTH(WS-LONG-PETICION)
001260     END-EXEC.
001270
001280* ************************************************************
001290 2000-PROCESO.
001300* ************************************************************
001310
001320     MOVE WS-PET-CLAVE-ALERTA  TO CLAVE-ALERTA
001330                                  OF DCLALERTA-CLIENTE.
001340
001350     EVALUATE TRUE
001360        WHEN PET-OPERACION-DESCARTA
001370           PERFORM 2100-DESCARTA-ALERTA
001380        WHEN PET-OPERACION-CONFIRMA
001390           PERFORM 2200-CONFIRMA-ALERTA
001400        WHEN OTHER
001410           SET CODERR-OPERACION-INV        TO TRUE
001420           MOVE 0                          TO WS-RES-SQLCODE
001430           MOVE 'CODIGO DE OPERACION NO RECONOCIDO'
001440                                            TO WS-RES-DESCRIPCION
001450     END-EVALUATE.
001460
001470* ***************************************************************
001480* LEE LA ALERTA Y LA SITUACION DE REVISION DE SU CLIENTE Y GUARDA
001490* SU IMAGEN. SOLO SE PUEDE DECIDIR SOBRE UNA ALERTA PENDIENTE
001500* ***************************************************************
001510 2050-LEE-ALERTA.
001520
001530     SET CODERR-OK                         TO TRUE.
001540
001550     EXEC SQL
001560        SELECT CLAVE_CLIENTE, REFERENCIA, ESTADO, USUARIO_DECISION
001570          INTO :DCLALERTA-CLIENTE.CLAVE-CLIENTE,
001580               :DCLALERTA-CLIENTE.REFERENCIA,
001590               :DCLALERTA-CLIENTE.ESTADO,
001600               :DCLALERTA-CLIENTE.USUARIO-DECISION
001610          FROM IBMUSER.ALERTA_CLIENTE
001620         WHERE CLAVE_ALERTA = :DCLALERTA-CLIENTE.CLAVE-ALERTA
001630     END-EXEC.
001640
001650     IF SQLCODE EQUAL 100
001660        SET CODERR-ALERTA-NOEXI            TO TRUE
001670        MOVE 0                             TO WS-RES-SQLCODE
001680        MOVE 'LA ALERTA NO EXISTE'         TO WS-RES-DESCRIPCION
001690     ELSE
001700        IF SQLCODE NOT EQUAL 0
001710           SET CODERR-SQL-ERROR TO TRUE
001720           MOVE SQLCODE                    TO WS-RES-SQLCODE
001730           MOVE 'ERROR AL LEER LA ALERTA'  TO WS-RES-DESCRIPCION
001740        ELSE
001750           IF ESTADO OF DCLALERTA-CLIENTE NOT EQUAL 'P'
001760              SET CODERR-ALERTA-RESUELTA   TO TRUE
001770              MOVE 0                       TO WS-RES-SQLCODE
001780              MOVE 'LA ALERTA YA ESTA RESUELTA'
001790                                           TO WS-RES-DESCRIPCION
001800           END-IF
001810        END-IF
001820     END-IF.
001830
001840     IF CODERR-OK
001850        MOVE CLAVE-CLIENTE OF DCLALERTA-CLIENTE
001860                                TO CLAVE-CLIENTE OF DCLCLIENTE
001870        EXEC SQL
001880           SELECT ESTADO_REVISION
001890             INTO :DCLCLIENTE.ESTADO-REVISION
001900             FROM IBMUSER.CLIENTE
001910            WHERE CLAVE_CLIENTE = :DCLCLIENTE.CLAVE-CLIENTE
001920        END-EXEC
001930
001940        IF SQLCODE NOT EQUAL 0
001950           SET CODERR-SQL-ERROR TO TRUE
001960           MOVE SQLCODE                    TO WS-RES-SQLCODE
001970           MOVE 'ERROR AL LEER EL CLIENTE DE LA ALERTA'
001980                                           TO WS-RES-DESCRIPCION
001990        ELSE
002000           PERFORM 2870-GUARDA-IMAGEN-ANTES
002010        END-IF
002020     END-IF.
002030
002040* ***************************************************************
002050* GRABA LA DECISION EN LA ALERTA CON EL USUARIO QUE LA TOMA Y LA
002060* FECHA Y HORA. LA CONDICION SOBRE EL ESTADO EVITA QUE DOS
002070* USUARIOS RESUELVAN A LA VEZ LA MISMA ALERTA
002080* ***************************************************************
002090 2060-RESUELVE-ALERTA.
002100
002110     MOVE WS-PET-OPERACION      TO ESTADO OF DCLALERTA-CLIENTE.
002120     MOVE EIBUSERID             TO USUARIO-DECISION
002130                                   OF DCLALERTA-CLIENTE.
002140
002150     EXEC SQL
002160        UPDATE IBMUSER.ALERTA_CLIENTE
002170           SET ESTADO = :DCLALERTA-CLIENTE.ESTADO,
002180               USUARIO_DECISION =
002190                  :DCLALERTA-CLIENTE.USUARIO-DECISION,
002200               FECHA_DECISION = CURRENT TIMESTAMP
002210         WHERE CLAVE_ALERTA = :DCLALERTA-CLIENTE.CLAVE-ALERTA
002220           AND ESTADO = 'P'
002230     END-EXEC.
002240
002250     IF SQLCODE EQUAL 100
002260        SET CODERR-ALERTA-RESUELTA         TO TRUE
002270        MOVE 0                             TO WS-RES-SQLCODE
002280        MOVE 'LA ALERTA YA ESTA RESUELTA'  TO WS-RES-DESCRIPCION
002290     ELSE
002300        IF SQLCODE NOT EQUAL 0
002310           SET CODERR-SQL-ERROR TO TRUE
002320           MOVE SQLCODE                    TO WS-RES-SQLCODE
002330           MOVE 'ERROR AL RESOLVER LA ALERTA'
002340                                           TO WS-RES-DESCRIPCION
002350        END-IF
002360     END-IF.
002370
002380* ***************************************************************
002390* DESCARTA LA ALERTA COMO FALSO POSITIVO. SI ERA LA ULTIMA QUE
002400* MANTENIA AL CLIENTE EN REVISION, LO LIBERA CON SUS CONTRATOS
002410* ***************************************************************
002420 2100-DESCARTA-ALERTA.
002430
002440     PERFORM 2050-LEE-ALERTA.
002450
002460     IF CODERR-OK
002470        PERFORM 2060-RESUELVE-ALERTA
002480     END-IF.
002490
002500     IF CODERR-OK
002510        EXEC SQL
002520           SELECT COUNT(*)
002530             INTO :WS-CNT-ALERTAS
002540             FROM IBMUSER.ALERTA_CLIENTE
002550            WHERE CLAVE_CLIENTE = :DCLCLIENTE.CLAVE-CLIENTE
002560              AND ESTADO IN ('P', 'C')
002570        END-EXEC
002580
002590        IF SQLCODE NOT EQUAL 0
002600           SET CODERR-SQL-ERROR TO TRUE
002610           MOVE SQLCODE                    TO WS-RES-SQLCODE
002620           MOVE 'ERROR AL CONTAR LAS ALERTAS DEL CLIENTE'
002630                                           TO WS-RES-DESCRIPCION
002640        END-IF
002650     END-IF.
002660
002670     IF CODERR-OK AND WS-CNT-ALERTAS EQUAL ZERO
002680        PERFORM 2110-LIBERA-CLIENTE
002690     END-IF.
002700
002710     IF CODERR-OK
002720        MOVE 0                             TO WS-RES-SQLCODE
002730        IF WS-CNT-ALERTAS EQUAL ZERO
002740           MOVE 'ALERTA DESCARTADA. CLIENTE Y CONTRATOS LIBERADOS'
002750                                           TO WS-RES-DESCRIPCION
002760        ELSE
002770           MOVE 'ALERTA DESCARTADA. EL CLIENTE SIGUE EN REVISION'
002780                                           TO WS-RES-DESCRIPCION
002790        END-IF
002800        PERFORM 2875-GUARDA-IMAGEN-DESPUES
002810        PERFORM 2900-REGISTRA-AUDITORIA
002820        IF CODERR-OK
002830           EXEC CICS SYNCPOINT END-EXEC
002840        END-IF
002850     ELSE
002860        EXEC CICS SYNCPOINT ROLLBACK END-EXEC
002870     END-IF.
002880
002890* ***************************************************************
002900* SACA AL CLIENTE DE REVISION ('N') Y DEVUELVE SUS CONTRATOS AL
002910* ESTADO QUE TENIAN
002920* ***************************************************************
002930 2110-LIBERA-CLIENTE.
002940
002950     EXEC SQL
002960        UPDATE IBMUSER.CLIENTE
002970           SET ESTADO_REVISION = 'N'
002980         WHERE CLAVE_CLIENTE = :DCLCLIENTE.CLAVE-CLIENTE
002990     END-EXEC.
003000
003010     IF SQLCODE NOT EQUAL 0
003020        SET CODERR-SQL-ERROR TO TRUE
003030        MOVE SQLCODE                       TO WS-RES-SQLCODE
003040        MOVE 'ERROR AL SACAR AL CLIENTE DE REVISION'
003050                                           TO WS-RES-DESCRIPCION
003060     ELSE
003070        MOVE 'N'                TO ESTADO-REVISION OF DCLCLIENTE
003080        PERFORM 2120-LIBERA-CONTRATOS
003090     END-IF.
003100
003110* ***************************************************************
003120* DEVUELVE AL ESTADO ANTERIOR A LA REVISION LOS CONTRATOS DEL
003130* CLIENTE QUE NO COMPARTE CON OTRO CLIENTE QUE SIGA EN REVISION:
003140*   1. LOS QUE ESTABAN BLOQUEADOS ('D') POR UN EMBARGO, QUE TIENEN
003150*      ALGUNA FILA CON BLOQUEADO = 'S' EN EMBARGO_CONTRATO, SE
003160*      MARCAN CON ESTADO ANTERIOR 'E' PARA TRATARLOS COMO LOS
003170*      VIGENTES
003180*   2. LOS EMBARGOS ACTIVOS DE LOS CONTRATOS VIGENTES O BLOQUEADOS
003190*      POR EMBARGO PASAN A BLOQUEADO = 'S': UN EMBARGO ORDENADO
003200*      DURANTE LA REVISION NO PUDO BLOQUEARLOS Y SU LEVANTAMIENTO
003210*      DEBE DESBLOQUEARLOS
003220*   3. LOS VIGENTES Y BLOQUEADOS POR EMBARGO QUEDAN BLOQUEADOS SI
003230*      TIENEN UN EMBARGO ACTIVO Y VIGENTES SI NO; EL RESTO VUELVE
003240*      AL ESTADO QUE TENIA
003250*   4. SE BORRA SU REGISTRO EN IBMUSER.REVISION_CONTRATO
003260* ***************************************************************
003270 2120-LIBERA-CONTRATOS.
003280
003290     EXEC SQL
003300        UPDATE IBMUSER.REVISION_CONTRATO R
003310           SET ESTADO_ANTERIOR = 'E'
003320         WHERE R.ESTADO_ANTERIOR = 'D'
003330           AND R.CLAVE_CONTRATO IN
003340               (SELECT EC.CLAVE_CONTRATO
003350                  FROM IBMUSER.EMBARGO_CONTRATO EC
003360                 WHERE EC.BLOQUEADO = 'S')
003370           AND R.CLAVE_CONTRATO IN
003380               (SELECT CC.CLAVE_CONTRATO
003390                  FROM IBMUSER.CLIENTE_CONTRATO CC
003400                 WHERE CC.CLAVE_CLIENTE =
003410                       :DCLCLIENTE.CLAVE-CLIENTE)
003420           AND NOT EXISTS
003430               (SELECT 1
003440                  FROM IBMUSER.CLIENTE_CONTRATO L,
003450                       IBMUSER.CLIENTE CL
003460                 WHERE L.CLAVE_CONTRATO = R.CLAVE_CONTRATO
003470                   AND CL.CLAVE_CLIENTE = L.CLAVE_CLIENTE
003480                   AND CL.ESTADO_REVISION <> 'N')
003490     END-EXEC.
003500
003510     IF SQLCODE EQUAL 0 OR SQLCODE EQUAL 100
003520        EXEC SQL
003530           UPDATE IBMUSER.EMBARGO_CONTRATO EC
003540              SET BLOQUEADO = 'S'
003550            WHERE EC.BLOQUEADO = 'N'
003560              AND EC.CLAVE_EMBARGO IN
003570                  (SELECT E.CLAVE_EMBARGO
003580                     FROM IBMUSER.EMBARGO E
003590                    WHERE E.ESTADO = 'A')
003600              AND EC.CLAVE_CONTRATO IN
003610                  (SELECT R.CLAVE_CONTRATO
003620                     FROM IBMUSER.REVISION_CONTRATO R
003630                    WHERE R.ESTADO_ANTERIOR IN ('V', 'E')
003640                      AND R.CLAVE_CONTRATO IN
003650                          (SELECT CC.CLAVE_CONTRATO
003660                             FROM IBMUSER.CLIENTE_CONTRATO CC
003670                            WHERE CC.CLAVE_CLIENTE =
003680                                  :DCLCLIENTE.CLAVE-CLIENTE)
003690                      AND NOT EXISTS
003700                          (SELECT 1
003710                             FROM IBMUSER.CLIENTE_CONTRATO L,
003720                                  IBMUSER.CLIENTE CL
003730                            WHERE L.CLAVE_CONTRATO =
003740                                  R.CLAVE_CONTRATO
003750                              AND CL.CLAVE_CLIENTE =
003760                                  L.CLAVE_CLIENTE
003770                              AND CL.ESTADO_REVISION <> 'N'))
003780        END-EXEC
003790     END-IF.
003800
003810     IF SQLCODE EQUAL 0 OR SQLCODE EQUAL 100
003820        EXEC SQL
003830           UPDATE IBMUSER.CONTRATO C
003840              SET ESTADO =
003850                  (SELECT CASE
003860                          WHEN R.ESTADO_ANTERIOR NOT IN ('V', 'E')
003870                          THEN R.ESTADO_ANTERIOR
003880                          WHEN EXISTS
003890                             (SELECT 1
003900                                FROM IBMUSER.EMBARGO_CONTRATO EC,
003910                                     IBMUSER.EMBARGO E
003920                               WHERE EC.CLAVE_CONTRATO =
003930                                     C.CLAVE_CONTRATO
003940                                 AND E.CLAVE_EMBARGO =
003950                                     EC.CLAVE_EMBARGO
003960                                 AND E.ESTADO = 'A')
003970                          THEN 'D'
003980                          ELSE 'V' END
003990                     FROM IBMUSER.REVISION_CONTRATO R
004000                    WHERE R.CLAVE_CONTRATO = C.CLAVE_CONTRATO)
004010            WHERE C.ESTADO = 'R'
004020              AND C.CLAVE_CONTRATO IN
004030                  (SELECT R.CLAVE_CONTRATO
004040                     FROM IBMUSER.REVISION_CONTRATO R
004050                    WHERE R.CLAVE_CONTRATO IN
004060                          (SELECT CC.CLAVE_CONTRATO
004070                             FROM IBMUSER.CLIENTE_CONTRATO CC
004080                            WHERE CC.CLAVE_CLIENTE =
004090                                  :DCLCLIENTE.CLAVE-CLIENTE)
004100                      AND NOT EXISTS
004110                          (SELECT 1
004120                             FROM IBMUSER.CLIENTE_CONTRATO L,
004130                                  IBMUSER.CLIENTE CL
004140                            WHERE L.CLAVE_CONTRATO =
004150                                  R.CLAVE_CONTRATO
004160                              AND CL.CLAVE_CLIENTE =
004170                                  L.CLAVE_CLIENTE
004180                              AND CL.ESTADO_REVISION <> 'N'))
004190        END-EXEC
004200     END-IF.
004210
004220     IF SQLCODE EQUAL 0 OR SQLCODE EQUAL 100
004230        EXEC SQL
004240           DELETE FROM IBMUSER.REVISION_CONTRATO
004250            WHERE CLAVE_CONTRATO IN
004260                  (SELECT C.CLAVE_CONTRATO
004270                     FROM IBMUSER.CONTRATO C,
004280                          IBMUSER.CLIENTE_CONTRATO CC
004290                    WHERE CC.CLAVE_CLIENTE =
004300                          :DCLCLIENTE.CLAVE-CLIENTE
004310                      AND C.CLAVE_CONTRATO = CC.CLAVE_CONTRATO
004320                      AND C.ESTADO <> 'R')
004330        END-EXEC
004340     END-IF.
004350
004360     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
004370        SET CODERR-SQL-ERROR TO TRUE
004380        MOVE SQLCODE                       TO WS-RES-SQLCODE
004390        MOVE 'ERROR AL DEVOLVER LOS CONTRATOS A SU ESTADO'
004400                                           TO WS-RES-DESCRIPCION
004410     END-IF.
004420
004430* ***************************************************************
004440* CONFIRMA LA COINCIDENCIA. EL CLIENTE QUEDA CON COINCIDENCIA
004450* CONFIRMADA Y SUS CONTRATOS SIGUEN EN REVISION
004460* ***************************************************************
004470 2200-CONFIRMA-ALERTA.
004480
004490     PERFORM 2050-LEE-ALERTA.
004500
004510     IF CODERR-OK
004520        PERFORM 2060-RESUELVE-ALERTA
004530     END-IF.
004540
004550     IF CODERR-OK
004560        EXEC SQL
004570           UPDATE IBMUSER.CLIENTE
004580              SET ESTADO_REVISION = 'C'
004590            WHERE CLAVE_CLIENTE = :DCLCLIENTE.CLAVE-CLIENTE
004600        END-EXEC
004610
004620        IF SQLCODE NOT EQUAL 0
004630           SET CODERR-SQL-ERROR TO TRUE
004640           MOVE SQLCODE                    TO WS-RES-SQLCODE
004650           MOVE 'ERROR AL MARCAR LA COINCIDENCIA DEL CLIENTE'
004660                                           TO WS-RES-DESCRIPCION
004670        ELSE
004680           MOVE 'C'             TO ESTADO-REVISION OF DCLCLIENTE
004690        END-IF
004700     END-IF.
004710
004720     IF CODERR-OK
004730        MOVE 0                             TO WS-RES-SQLCODE
004740        MOVE 'COINCIDENCIA CONFIRMADA. CLIENTE BLOQUEADO'
004750                                           TO WS-RES-DESCRIPCION
004760        PERFORM 2875-GUARDA-IMAGEN-DESPUES
004770        PERFORM 2900-REGISTRA-AUDITORIA
004780        IF CODERR-OK
004790           EXEC CICS SYNCPOINT END-EXEC
004800        END-IF
004810     ELSE
004820        EXEC CICS SYNCPOINT ROLLBACK END-EXEC
004830     END-IF.
004840
004850* ***************************************************************
004860* GUARDA LA IMAGEN DE LA ALERTA LEIDA ANTES DE LA DECISION
004870* ***************************************************************
004880 2870-GUARDA-IMAGEN-ANTES.
004890
004900     MOVE CLAVE-ALERTA OF DCLALERTA-CLIENTE
004910                                TO WS-IMA-CLAVE-ALERTA.
004920     MOVE CLAVE-CLIENTE OF DCLALERTA-CLIENTE
004930                                TO WS-IMA-CLAVE-CLIENTE.
004940     MOVE REFERENCIA OF DCLALERTA-CLIENTE TO WS-IMA-REFERENCIA.
004950     MOVE ESTADO OF DCLALERTA-CLIENTE     TO WS-IMA-ESTADO.
004960     MOVE USUARIO-DECISION OF DCLALERTA-CLIENTE
004970                                TO WS-IMA-USUARIO-DECISION.
004980     MOVE ESTADO-REVISION OF DCLCLIENTE
004990                                TO WS-IMA-ESTADO-REVISION.
005000
005010* ***************************************************************
005020* GUARDA LA IMAGEN DE LA ALERTA TAL COMO HA QUEDADO GRABADA
005030* ***************************************************************
005040 2875-GUARDA-IMAGEN-DESPUES.
005050
005060     MOVE CLAVE-ALERTA OF DCLALERTA-CLIENTE
005070                                TO WS-IMD-CLAVE-ALERTA.
005080     MOVE CLAVE-CLIENTE OF DCLALERTA-CLIENTE
005090                                TO WS-IMD-CLAVE-CLIENTE.
005100     MOVE REFERENCIA OF DCLALERTA-CLIENTE TO WS-IMD-REFERENCIA.
005110     MOVE ESTADO OF DCLALERTA-CLIENTE     TO WS-IMD-ESTADO.
005120     MOVE USUARIO-DECISION OF DCLALERTA-CLIENTE
005130                                TO WS-IMD-USUARIO-DECISION.
005140     MOVE ESTADO-REVISION OF DCLCLIENTE
005150                                TO WS-IMD-ESTADO-REVISION.
005160
005170* ***************************************************************
005180* ANOTA EN LA TABLA DE DIFERENCIAS EL CAMPO PREPARADO EN
005190* WS-DIF-NUEVO SI SU VALOR HA CAMBIADO CON LA OPERACION
005200* ***************************************************************
005210 2880-ANOTA-DIFERENCIA.
005220
005230     IF WS-DNU-ANTES NOT EQUAL WS-DNU-DESPUES
005240        AND WS-DIF-MAX LESS THAN 12
005250        ADD 1 TO WS-DIF-MAX
005260        SET WS-IDX-DIF TO WS-DIF-MAX
005270        MOVE WS-DIF-NUEVO TO WS-DIF-OCU (WS-IDX-DIF)
005280     END-IF.
005290
005300* ***************************************************************
005310* ANOTA SIEMPRE EN LA TABLA DE DIFERENCIAS EL CAMPO DE CLAVE
005320* PREPARADO EN WS-DIF-NUEVO, HAYA CAMBIADO O NO, PARA PODER
005330* IDENTIFICAR LA FILA AFECTADA
005340* ***************************************************************
005350 2885-ANOTA-CLAVE.
005360
005370     IF WS-DIF-MAX LESS THAN 12
005380        ADD 1 TO WS-DIF-MAX
005390        SET WS-IDX-DIF TO WS-DIF-MAX
005400        MOVE WS-DIF-NUEVO TO WS-DIF-OCU (WS-IDX-DIF)
005410     END-IF.
005420
005430* ***************************************************************
005440* COMPARA LAS IMAGENES ANTES Y DESPUES DE LA DECISION Y ANOTA LOS
005450* CAMPOS QUE HAN CAMBIADO. EL CLIENTE Y LA REFERENCIA DE LA LISTA
005460* SE ANOTAN SIEMPRE, AUNQUE NO CAMBIEN, PARA SABER SOBRE QUE
005470* COINCIDENCIA SE HA DECIDIDO SIN ACUDIR A LA ALERTA
005480* ***************************************************************
005490 2890-COMPARA-IMAGENES.
005500
005510     MOVE 0                        TO WS-DIF-MAX.
005520
005530     MOVE 'CLAVE_CLIENTE'           TO WS-DNU-CAMPO.
005540     MOVE WS-IMA-CLAVE-CLIENTE      TO WS-DNU-ANTES.
005550     MOVE WS-IMD-CLAVE-CLIENTE      TO WS-DNU-DESPUES.
005560     PERFORM 2885-ANOTA-CLAVE.
005570
005580     MOVE 'REFERENCIA'              TO WS-DNU-CAMPO.
005590     MOVE WS-IMA-REFERENCIA         TO WS-DNU-ANTES.
005600     MOVE WS-IMD-REFERENCIA         TO WS-DNU-DESPUES.
005610     PERFORM 2885-ANOTA-CLAVE.
005620
005630     MOVE 'ESTADO'                  TO WS-DNU-CAMPO.
005640     MOVE WS-IMA-ESTADO             TO WS-DNU-ANTES.
005650     MOVE WS-IMD-ESTADO             TO WS-DNU-DESPUES.
005660     PERFORM 2880-ANOTA-DIFERENCIA.
005670
005680     MOVE 'USUARIO_DECISION'        TO WS-DNU-CAMPO.
005690     MOVE WS-IMA-USUARIO-DECISION   TO WS-DNU-ANTES.
005700     MOVE WS-IMD-USUARIO-DECISION   TO WS-DNU-DESPUES.
005710     PERFORM 2880-ANOTA-DIFERENCIA.
005720
005730     MOVE 'ESTADO_REVISION'         TO WS-DNU-CAMPO.
005740     MOVE WS-IMA-ESTADO-REVISION    TO WS-DNU-ANTES.
005750     MOVE WS-IMD-ESTADO-REVISION    TO WS-DNU-DESPUES.
005760     PERFORM 2880-ANOTA-DIFERENCIA.
005770
005780* ***************************************************************
005790* REGISTRA EN IBMUSER.AUDITORIA QUIEN (USUARIO Y TERMINAL) HA
005800* TOMADO LA DECISION, CON LA CLAVE DE LA ALERTA Y ENTIDAD
005810* 'ALERTCLI', Y LOS VALORES ANTERIOR Y POSTERIOR DE LOS CAMPOS
005820* QUE CAMBIAN
005830* ***************************************************************
005840 2900-REGISTRA-AUDITORIA.
005850
005860     PERFORM 2890-COMPARA-IMAGENES.
005870
005880     MOVE CLAVE-ALERTA OF DCLALERTA-CLIENTE
005890                                TO CLAVE-CONTRATO OF DCLAUDITORIA.
005900     MOVE 'ALERTCLI'            TO ENTIDAD OF DCLAUDITORIA.
005910     MOVE WS-PET-OPERACION      TO OPERACION OF DCLAUDITORIA.
005920     MOVE EIBUSERID             TO USUARIO OF DCLAUDITORIA.
005930     MOVE EIBTRMID              TO TERMINAL-ID OF DCLAUDITORIA.
005940
005950* LA FECHA Y HORA DEL REGISTRO SE TOMA ANTES DE GRABARLO PARA
005960* ENLAZAR CON ELLA LOS CAMPOS MODIFICADOS
005970     EXEC SQL
005980        SELECT CURRENT TIMESTAMP
005990          INTO :DCLAUDITORIA.FECHA-HORA
006000          FROM SYSIBM.SYSDUMMY1
006010     END-EXEC.
006020
006030     IF SQLCODE EQUAL 0
006040        EXEC SQL
006050           INSERT INTO IBMUSER.AUDITORIA
006060                 (CLAVE_CONTRATO, OPERACION, USUARIO, TERMINAL_ID,
006070                  FECHA_HORA, ENTIDAD)
006080           VALUES (:DCLAUDITORIA.CLAVE-CONTRATO,
006090                   :DCLAUDITORIA.OPERACION,
006100                   :DCLAUDITORIA.USUARIO,
006110                   :DCLAUDITORIA.TERMINAL-ID,
006120                   :DCLAUDITORIA.FECHA-HORA,
006130                   :DCLAUDITORIA.ENTIDAD)
006140        END-EXEC
006150     END-IF.
006160
006170     IF SQLCODE EQUAL 0
006180        PERFORM 2910-REGISTRA-DIFERENCIA
006190           VARYING WS-IDX-DIF FROM 1 BY 1
006200           UNTIL WS-IDX-DIF GREATER THAN WS-DIF-MAX
006210              OR SQLCODE NOT EQUAL 0
006220     END-IF.
006230
006240     IF SQLCODE NOT EQUAL 0
006250        SET CODERR-SQL-ERROR                  TO TRUE
006260        MOVE SQLCODE                          TO WS-RES-SQLCODE
006270        MOVE 'ERROR AL REGISTRAR LA AUDITORIA DE LA DECISION'
006280                                           TO WS-RES-DESCRIPCION
006290
006300* LA DECISION YA SE HABIA GRABADO ANTES DE LLAMAR A ESTE PARRAFO.
006310* SIN UN ROLLBACK EXPLICITO AQUI, EL RETURN DE 3000-FIN HARIA UN
006320* SYNCPOINT IMPLICITO QUE CONFIRMARIA ESE CAMBIO SIN SU REGISTRO
006330* DE AUDITORIA
006340        EXEC CICS SYNCPOINT ROLLBACK END-EXEC
006350     END-IF.
006360
006370* ***************************************************************
006380* GRABA EN IBMUSER.AUDITORIA_CAMBIO EL VALOR ANTERIOR Y POSTERIOR
006390* DE UN CAMPO MODIFICADO, ENLAZADO CON SU REGISTRO DE AUDITORIA
006400* POR CLAVE, ENTIDAD Y FECHA Y HORA
006410* ***************************************************************
006420 2910-REGISTRA-DIFERENCIA.
006430
006440     MOVE WS-DIF-CAMPO (WS-IDX-DIF)
006450                                TO CAMPO OF DCLAUDITORIA-CAMBIO.
006460     MOVE WS-DIF-ANTES (WS-IDX-DIF)
006470                                TO VALOR-ANTES
006480                                   OF DCLAUDITORIA-CAMBIO.
006490     MOVE WS-DIF-DESPUES (WS-IDX-DIF)
006500                                TO VALOR-DESPUES
006510                                   OF DCLAUDITORIA-CAMBIO.
006520
006530     EXEC SQL
006540        INSERT INTO IBMUSER.AUDITORIA_CAMBIO
006550              (CLAVE_CONTRATO, ENTIDAD, FECHA_HORA, CAMPO,
006560               VALOR_ANTES, VALOR_DESPUES)
006570        VALUES (:DCLAUDITORIA.CLAVE-CONTRATO,
006580                :DCLAUDITORIA.ENTIDAD,
006590                :DCLAUDITORIA.FECHA-HORA,
006600                :DCLAUDITORIA-CAMBIO.CAMPO,
006610                :DCLAUDITORIA-CAMBIO.VALOR-ANTES,
006620                :DCLAUDITORIA-CAMBIO.VALOR-DESPUES)
006630     END-EXEC.
006640
006650* ***************************************************************
006660* PARRAFO DE FIN. DEVUELVE AL TERMINAL EL RESULTADO DE LA
006670* OPERACION Y TERMINA LA TRANSACCION
006680* ***************************************************************
006690 3000-FIN.
006700
006710     EXEC CICS
006720        SEND FROM(WS-RESPUESTA) LENGTH(WS-LONG-RESPUESTA) ERASE
006730     END-EXEC.
006740
006750     EXEC CICS
006760        RETURN
006770     END-EXEC.
006780
006790* **************************************************************
006800* PARRAFO DE ERROR. DESHACE LOS CAMBIOS PENDIENTES DE LA UNIDAD
006810* DE TRABAJO Y DEVUELVE AL TERMINAL UNA RESPUESTA DE ERROR
006820* **************************************************************
006830 9999-ERROR.
006840
006850     SET CODERR-SQL-ERROR                  TO TRUE
006860     MOVE 0                                 TO WS-RES-SQLCODE
006870     MOVE 'ERROR NO CONTROLADO EN LA TRANSACCION'
006880                                            TO WS-RES-DESCRIPCION
006890
006900     EXEC CICS SYNCPOINT ROLLBACK END-EXEC.
006910
006920     EXEC CICS
006930        SEND FROM(WS-RESPUESTA) LENGTH(WS-LONG-RESPUESTA) ERASE
006940     END-EXEC.
006950
006960     EXEC CICS
006970        RETURN
006980     END-EXEC.
