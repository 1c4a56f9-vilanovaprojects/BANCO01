000020* (ORDENES PERMANENTES DE TRANSFERENCIA). DA DE ALTA, MODIFICA O
000030* DA DE BAJA UNA ORDEN A PARTIR DE LOS DATOS RECIBIDOS DEL
000040* TERMINAL, DEVOLVIENDOLE EL RESULTADO EN LA MISMA PANTALLA
000043* CADA OPERACION DEJA EN LA AUDITORIA LOS VALORES ANTERIOR Y
000046* POSTERIOR DE LOS CAMPOS DE LA ORDEN QUE HA CAMBIADO
000050 IDENTIFICATION DIVISION.
000060 PROGRAM-ID.MANT02.
000070
000400         88 CODERR-OK             VALUE 'OK      '.
000410     05 WS-RES-SQLCODE         PIC -999.
000420     05 WS-RES-DESCRIPCION     PIC X(68).
000421 01 WS-LONG-RESPUESTA          PIC S9(4) COMP VALUE +80.
000422
000423* IMAGEN DE LA ORDEN ANTES Y DESPUES DE LA OPERACION, CON LOS
000424* IMPORTES EDITADOS, PARA ANOTAR EN LA AUDITORIA LOS CAMPOS QUE
000425* CAMBIAN. EN EL ALTA LA IMAGEN ANTERIOR QUEDA EN BLANCO
000430 01 WS-IMAGEN-ANTES.
000431     05 WS-IMA-CONT-ORIGEN       PIC Z(8)9.
000432     05 WS-IMA-CONT-DESTINO      PIC Z(8)9.
000433     05 WS-IMA-DESCRIPCION       PIC X(50).
000434     05 WS-IMA-IMPORTE           PIC -(11)9.99.
000435     05 WS-IMA-MONEDA            PIC X(3).
000436     05 WS-IMA-PERIODICIDAD      PIC X(1).
000437     05 WS-IMA-FECHA-PROXIMA     PIC X(10).
000438     05 WS-IMA-ESTADO            PIC X(1).
000439 01 WS-IMAGEN-DESPUES.
000440     05 WS-IMD-CONT-ORIGEN       PIC Z(8)9.
000441     05 WS-IMD-CONT-DESTINO      PIC Z(8)9.
000442     05 WS-IMD-DESCRIPCION       PIC X(50).
000443     05 WS-IMD-IMPORTE           PIC -(11)9.99.
000444     05 WS-IMD-MONEDA            PIC X(3).
000445     05 WS-IMD-PERIODICIDAD      PIC X(1).
000446     05 WS-IMD-FECHA-PROXIMA     PIC X(10).
000447     05 WS-IMD-ESTADO            PIC X(1).
000448
000449* CAMPOS QUE CAMBIAN EN LA OPERACION, CON SU VALOR ANTERIOR Y
000450* POSTERIOR EN FORMATO EDITADO. SE GRABAN EN
000451* IBMUSER.AUDITORIA_CAMBIO CON LA MISMA FECHA Y HORA QUE EL
000452* REGISTRO DE AUDITORIA DE LA OPERACION
000453 01 WS-DIF-MAX               PIC 9(2) VALUE 0.
000454 01 WS-TABLA-DIFERENCIAS.
000455     05 WS-DIF-OCU OCCURS 1 TO 12 TIMES
000456                   DEPENDING ON WS-DIF-MAX
000457                   INDEXED BY WS-IDX-DIF.
000458        10 WS-DIF-CAMPO       PIC X(18).
000459        10 WS-DIF-ANTES       PIC X(50).
000460        10 WS-DIF-DESPUES     PIC X(50).
000461
000462* CAMPO QUE SE COMPARA PARA ANOTARLO EN LA TABLA SI HA CAMBIADO
000463 01 WS-DIF-NUEVO.
000464     05 WS-DNU-CAMPO          PIC X(18).
000465     05 WS-DNU-ANTES          PIC X(50).
000466     05 WS-DNU-DESPUES        PIC X(50).
000467
000468* SQLCA Y DCLGEN DE LAS TABLAS. DCLAUDITORIA ES LA TABLA DONDE SE
000469* REGISTRA QUIEN (USUARIO Y TERMINAL) HA REALIZADO CADA ALTA,
000470* MODIFICACION O BAJA DE ORDEN PERMANENTE. LA CLAVE DE LA ORDEN
000480* SE REGISTRA EN EL CAMPO DE CLAVE DE LA AUDITORIA
000483* AUDITORIA_CAMBIO GUARDA LOS VALORES ANTERIOR Y POSTERIOR DE LOS
000486* CAMPOS QUE CAMBIAN
000490     EXEC SQL INCLUDE SQLCA END-EXEC.
000500     EXEC SQL INCLUDE ORDENPER END-EXEC.
000510     EXEC SQL INCLUDE AUDITORI END-EXEC.
000515     EXEC SQL INCLUDE AUDICAMB END-EXEC.
000520
000530 PROCEDURE DIVISION.
000540
001770           MOVE 0                          TO WS-RES-SQLCODE
001780           MOVE 'ORDEN DADA DE ALTA CORRECTAMENTE'
001790                                           TO WS-RES-DESCRIPCION
001793           MOVE SPACES                  TO WS-IMAGEN-ANTES
001796           PERFORM 2875-GUARDA-IMAGEN-DESPUES
001800           PERFORM 2900-REGISTRA-AUDITORIA
001810           IF CODERR-OK
001820              EXEC CICS SYNCPOINT END-EXEC
001950 2150-COMPRUEBA-ESTADO-ORDEN.
001960
001970     EXEC SQL
001980        SELECT CONT_ORIGEN, CONT_DESTINO, DESCRIPCION, IMPORTE,
001983               MONEDA, PERIODICIDAD, CHAR(FECHA_PROXIMA, ISO),
001986               ESTADO
001989          INTO :DCLORDEN-PERMANENTE.CONT-ORIGEN,
001992               :DCLORDEN-PERMANENTE.CONT-DESTINO,
001995               :DCLORDEN-PERMANENTE.DESCRIPCION,
001998               :DCLORDEN-PERMANENTE.IMPORTE,
002001               :DCLORDEN-PERMANENTE.MONEDA,
002004               :DCLORDEN-PERMANENTE.PERIODICIDAD,
002007               :DCLORDEN-PERMANENTE.FECHA-PROXIMA,
002010               :DCLORDEN-PERMANENTE.ESTADO
002013          FROM IBMUSER.ORDEN_PERMANENTE
002016         WHERE CLAVE_ORDEN = :DCLORDEN-PERMANENTE.CLAVE-ORDEN
002020     END-EXEC.
002030
002040     IF SQLCODE EQUAL 100
002200                                           TO WS-RES-DESCRIPCION
002210           ELSE
002220              SET CODERR-OK                TO TRUE
002225              PERFORM 2870-GUARDA-IMAGEN-ANTES
002230           END-IF
002240        END-IF
002250     END-IF.
002650              MOVE 0                          TO WS-RES-SQLCODE
002660              MOVE 'ORDEN MODIFICADA CORRECTAMENTE'
002670                                           TO WS-RES-DESCRIPCION
002671              MOVE WS-IMAGEN-ANTES      TO WS-IMAGEN-DESPUES
002672              MOVE WS-PET-CONT-ORIGEN   TO WS-IMD-CONT-ORIGEN
002673              MOVE WS-PET-CONT-DESTINO  TO WS-IMD-CONT-DESTINO
002674              MOVE WS-PET-DESCRIPCION   TO WS-IMD-DESCRIPCION
002675              MOVE WS-PET-IMPORTE       TO WS-IMD-IMPORTE
002676              MOVE WS-PET-MONEDA        TO WS-IMD-MONEDA
002677              MOVE WS-PET-PERIODICIDAD  TO WS-IMD-PERIODICIDAD
002678              MOVE WS-PET-FECHA-PROXIMA TO WS-IMD-FECHA-PROXIMA
002680              PERFORM 2900-REGISTRA-AUDITORIA
002690              IF CODERR-OK
002700                 EXEC CICS SYNCPOINT END-EXEC
003080              MOVE 0                          TO WS-RES-SQLCODE
003090              MOVE 'ORDEN DADA DE BAJA CORRECTAMENTE'
003100                                           TO WS-RES-DESCRIPCION
003103              MOVE WS-IMAGEN-ANTES      TO WS-IMAGEN-DESPUES
003106              MOVE 'C'                  TO WS-IMD-ESTADO
003110              PERFORM 2900-REGISTRA-AUDITORIA
003111              IF CODERR-OK
003112                 EXEC CICS SYNCPOINT END-EXEC
003113              END-IF
003114           END-IF
003115        END-IF
003116     END-IF.
003117
003118* ***************************************************************
003119* GUARDA LA IMAGEN DE LA ORDEN LEIDA ANTES DE LA OPERACION
003120* ***************************************************************
003121 2870-GUARDA-IMAGEN-ANTES.
003122
003123     MOVE CONT-ORIGEN OF DCLORDEN-PERMANENTE
003124                                TO WS-IMA-CONT-ORIGEN.
003125     MOVE CONT-DESTINO OF DCLORDEN-PERMANENTE
003126                                TO WS-IMA-CONT-DESTINO.
003127     MOVE DESCRIPCION OF DCLORDEN-PERMANENTE
003128                                TO WS-IMA-DESCRIPCION.
003129     MOVE IMPORTE OF DCLORDEN-PERMANENTE TO WS-IMA-IMPORTE.
003130     MOVE MONEDA OF DCLORDEN-PERMANENTE TO WS-IMA-MONEDA.
003131     MOVE PERIODICIDAD OF DCLORDEN-PERMANENTE
003132                                TO WS-IMA-PERIODICIDAD.
003133     MOVE FECHA-PROXIMA OF DCLORDEN-PERMANENTE
003134                                TO WS-IMA-FECHA-PROXIMA.
003135     MOVE ESTADO OF DCLORDEN-PERMANENTE TO WS-IMA-ESTADO.
003136
003137* ***************************************************************
003138* GUARDA LA IMAGEN DE LA ORDEN TAL COMO HA QUEDADO GRABADA
003139* ***************************************************************
003140 2875-GUARDA-IMAGEN-DESPUES.
003141
003142     MOVE CONT-ORIGEN OF DCLORDEN-PERMANENTE
003143                                TO WS-IMD-CONT-ORIGEN.
003144     MOVE CONT-DESTINO OF DCLORDEN-PERMANENTE
003145                                TO WS-IMD-CONT-DESTINO.
003146     MOVE DESCRIPCION OF DCLORDEN-PERMANENTE
003147                                TO WS-IMD-DESCRIPCION.
003148     MOVE IMPORTE OF DCLORDEN-PERMANENTE TO WS-IMD-IMPORTE.
003149     MOVE MONEDA OF DCLORDEN-PERMANENTE TO WS-IMD-MONEDA.
003150     MOVE PERIODICIDAD OF DCLORDEN-PERMANENTE
003151                                TO WS-IMD-PERIODICIDAD.
003152     MOVE FECHA-PROXIMA OF DCLORDEN-PERMANENTE
003153                                TO WS-IMD-FECHA-PROXIMA.
003154     MOVE ESTADO OF DCLORDEN-PERMANENTE TO WS-IMD-ESTADO.
003155
003156* ***************************************************************
003157* ANOTA EN LA TABLA DE DIFERENCIAS EL CAMPO PREPARADO EN
003158* WS-DIF-NUEVO SI SU VALOR HA CAMBIADO CON LA OPERACION
003159* ***************************************************************
003160 2880-ANOTA-DIFERENCIA.
003161
003162     IF WS-DNU-ANTES NOT EQUAL WS-DNU-DESPUES
003163        AND WS-DIF-MAX LESS THAN 12
003164        ADD 1 TO WS-DIF-MAX
003165        SET WS-IDX-DIF TO WS-DIF-MAX
003166        MOVE WS-DIF-NUEVO TO WS-DIF-OCU (WS-IDX-DIF)
003167     END-IF.
003168
003169* ***************************************************************
003170* COMPARA LAS IMAGENES DE LA ORDEN ANTES Y DESPUES DE LA
003171* OPERACION Y ANOTA LOS CAMPOS QUE HAN CAMBIADO
003172* ***************************************************************
003173 2890-COMPARA-IMAGENES.
003174
003175     MOVE 0                        TO WS-DIF-MAX.
003176
003177     MOVE 'CONT_ORIGEN'             TO WS-DNU-CAMPO.
003178     MOVE WS-IMA-CONT-ORIGEN        TO WS-DNU-ANTES.
003179     MOVE WS-IMD-CONT-ORIGEN        TO WS-DNU-DESPUES.
003180     PERFORM 2880-ANOTA-DIFERENCIA.
003181
003182     MOVE 'CONT_DESTINO'            TO WS-DNU-CAMPO.
003183     MOVE WS-IMA-CONT-DESTINO       TO WS-DNU-ANTES.
003184     MOVE WS-IMD-CONT-DESTINO       TO WS-DNU-DESPUES.
003185     PERFORM 2880-ANOTA-DIFERENCIA.
003186
003187     MOVE 'DESCRIPCION'             TO WS-DNU-CAMPO.
003188     MOVE WS-IMA-DESCRIPCION        TO WS-DNU-ANTES.
003189     MOVE WS-IMD-DESCRIPCION        TO WS-DNU-DESPUES.
003190     PERFORM 2880-ANOTA-DIFERENCIA.
003191
003192     MOVE 'IMPORTE'                 TO WS-DNU-CAMPO.
003193     MOVE WS-IMA-IMPORTE            TO WS-DNU-ANTES.
003194     MOVE WS-IMD-IMPORTE            TO WS-DNU-DESPUES.
003195     PERFORM 2880-ANOTA-DIFERENCIA.
003196
003197     MOVE 'MONEDA'                  TO WS-DNU-CAMPO.
003198     MOVE WS-IMA-MONEDA             TO WS-DNU-ANTES.
003199     MOVE WS-IMD-MONEDA             TO WS-DNU-DESPUES.
003200     PERFORM 2880-ANOTA-DIFERENCIA.
003201
003202     MOVE 'PERIODICIDAD'            TO WS-DNU-CAMPO.
003203     MOVE WS-IMA-PERIODICIDAD       TO WS-DNU-ANTES.
003204     MOVE WS-IMD-PERIODICIDAD       TO WS-DNU-DESPUES.
003205     PERFORM 2880-ANOTA-DIFERENCIA.
003206
003207     MOVE 'FECHA_PROXIMA'           TO WS-DNU-CAMPO.
003208     MOVE WS-IMA-FECHA-PROXIMA      TO WS-DNU-ANTES.
003209     MOVE WS-IMD-FECHA-PROXIMA      TO WS-DNU-DESPUES.
003210     PERFORM 2880-ANOTA-DIFERENCIA.
003211
003212     MOVE 'ESTADO'                  TO WS-DNU-CAMPO.
003213     MOVE WS-IMA-ESTADO             TO WS-DNU-ANTES.
003214     MOVE WS-IMD-ESTADO             TO WS-DNU-DESPUES.
003215     PERFORM 2880-ANOTA-DIFERENCIA.
003216
003217* ***************************************************************
003218* REGISTRA EN IBMUSER.AUDITORIA QUIEN (USUARIO Y TERMINAL) HA
003219* REALIZADO LA OPERACION SOBRE LA ORDEN PERMANENTE. LA CLAVE DE
003220* LA ORDEN SE REGISTRA EN EL CAMPO DE CLAVE DE LA AUDITORIA
003225* Y LOS VALORES ANTERIOR Y POSTERIOR DE LOS CAMPOS QUE CAMBIAN
003230* ***************************************************************
003240 2900-REGISTRA-AUDITORIA.
003250
003253     PERFORM 2890-COMPARA-IMAGENES.
003256
003260     MOVE CLAVE-ORDEN OF DCLORDEN-PERMANENTE
003270                                TO CLAVE-CONTRATO OF DCLAUDITORIA.
003280     MOVE WS-PET-OPERACION      TO OPERACION OF DCLAUDITORIA.
003300     MOVE EIBTRMID              TO TERMINAL-ID OF DCLAUDITORIA.
003302     MOVE 'ORDENPER'            TO ENTIDAD OF DCLAUDITORIA.
003310
003313* LA FECHA Y HORA DEL REGISTRO SE TOMA ANTES DE GRABARLO PARA
003316* ENLAZAR CON ELLA LOS CAMPOS MODIFICADOS
003320     EXEC SQL
003321        SELECT CURRENT TIMESTAMP
003322          INTO :DCLAUDITORIA.FECHA-HORA
003323          FROM SYSIBM.SYSDUMMY1
003324     END-EXEC.
003325
003326     IF SQLCODE EQUAL 0
003327        EXEC SQL
003330           INSERT INTO IBMUSER.AUDITORIA
003340                 (CLAVE_CONTRATO, OPERACION, USUARIO, TERMINAL_ID,
003350                  FECHA_HORA, ENTIDAD)
003360           VALUES (:DCLAUDITORIA.CLAVE-CONTRATO,
003370                   :DCLAUDITORIA.OPERACION,
003380                   :DCLAUDITORIA.USUARIO,
003390                   :DCLAUDITORIA.TERMINAL-ID,
003400                   :DCLAUDITORIA.FECHA-HORA,
003402                   :DCLAUDITORIA.ENTIDAD)
003410        END-EXEC
003411     END-IF.
003412
003413     IF SQLCODE EQUAL 0
003414        PERFORM 2910-REGISTRA-DIFERENCIA
003415           VARYING WS-IDX-DIF FROM 1 BY 1
003416           UNTIL WS-IDX-DIF GREATER THAN WS-DIF-MAX
003417              OR SQLCODE NOT EQUAL 0
003418     END-IF.
003420
003430     IF SQLCODE NOT EQUAL 0
003440        SET CODERR-SQL-ERROR                  TO TRUE
003520* CONFIRMARIA ESE CAMBIO SIN SU REGISTRO DE AUDITORIA
003530        EXEC CICS SYNCPOINT ROLLBACK END-EXEC
003540     END-IF.
003545
003550* ***************************************************************
003551* GRABA EN IBMUSER.AUDITORIA_CAMBIO EL VALOR ANTERIOR Y POSTERIOR
003552* DE UN CAMPO MODIFICADO, ENLAZADO CON SU REGISTRO DE AUDITORIA
003553* POR CONTRATO, ENTIDAD Y FECHA Y HORA
003554* ***************************************************************
003555 2910-REGISTRA-DIFERENCIA.
003556
003557     MOVE WS-DIF-CAMPO (WS-IDX-DIF)
003558                                TO CAMPO OF DCLAUDITORIA-CAMBIO.
003559     MOVE WS-DIF-ANTES (WS-IDX-DIF)
003560                                TO VALOR-ANTES
003561                                   OF DCLAUDITORIA-CAMBIO.
003562     MOVE WS-DIF-DESPUES (WS-IDX-DIF)
003563                                TO VALOR-DESPUES
003564                                   OF DCLAUDITORIA-CAMBIO.
003565
003566     EXEC SQL
003567        INSERT INTO IBMUSER.AUDITORIA_CAMBIO
003568              (CLAVE_CONTRATO, ENTIDAD, FECHA_HORA, CAMPO,
003569               VALOR_ANTES, VALOR_DESPUES)
003570        VALUES (:DCLAUDITORIA.CLAVE-CONTRATO,
003571                :DCLAUDITORIA.ENTIDAD,
003572                :DCLAUDITORIA.FECHA-HORA,
003573                :DCLAUDITORIA-CAMBIO.CAMPO,
003574                :DCLAUDITORIA-CAMBIO.VALOR-ANTES,
003575                :DCLAUDITORIA-CAMBIO.VALOR-DESPUES)
003576     END-EXEC.
003577
003578* ***************************************************************
003579* PARRAFO DE FIN. DEVUELVE AL TERMINAL EL RESULTADO DE LA
003580* OPERACION Y TERMINA LA TRANSACCION
003590* ***************************************************************
003600 3000-FIN.
