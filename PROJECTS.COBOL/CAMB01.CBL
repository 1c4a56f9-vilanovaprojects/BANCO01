000050* LOS DATOS RECIBIDOS DEL TERMINAL. CADA CAMBIO QUEDA ATRIBUIDO
000060* AL USUARIO Y MOMENTO QUE LO HIZO, EN LA PROPIA FILA Y EN
000070* IBMUSER.AUDITORIA
000075* CON LOS VALORES ANTERIOR Y POSTERIOR DE LOS CAMPOS QUE CAMBIAN
000080 IDENTIFICATION DIVISION.
000090 PROGRAM-ID.CAMB01.
000100
000410
000420* CONTADOR PARA COMPROBAR SI YA EXISTE EL TIPO DE CAMBIO DEL
000430* PAR DE DIVISAS EN LA FECHA DE EFECTO INDICADA
000431 01 WS-CNT-EXISTE              PIC S9(9) COMP.
000432
000433* IMAGEN DEL TIPO DE CAMBIO ANTES Y DESPUES DE LA OPERACION, CON
000434* EL TIPO EDITADO, PARA ANOTAR EN LA AUDITORIA LOS CAMPOS QUE
000435* CAMBIAN. EN EL ALTA LA IMAGEN ANTERIOR QUEDA EN BLANCO Y EN LA
000436* BAJA LA POSTERIOR
000437 01 WS-IMAGEN-ANTES.
000440     05 WS-IMA-MONEDA-ORIGEN     PIC X(3).
000441     05 WS-IMA-MONEDA-DESTINO    PIC X(3).
000442     05 WS-IMA-FECHA-DESDE       PIC X(10).
000443     05 WS-IMA-TIPO              PIC ZZZ9.999999.
000444 01 WS-IMAGEN-DESPUES.
000445     05 WS-IMD-MONEDA-ORIGEN     PIC X(3).
000446     05 WS-IMD-MONEDA-DESTINO    PIC X(3).
000447     05 WS-IMD-FECHA-DESDE       PIC X(10).
000448     05 WS-IMD-TIPO              PIC ZZZ9.999999.
000449
000450* CAMPOS QUE CAMBIAN EN LA OPERACION, CON SU VALOR ANTERIOR Y
000451* POSTERIOR EN FORMATO EDITADO. SE GRABAN EN
000452* IBMUSER.AUDITORIA_CAMBIO CON LA MISMA FECHA Y HORA QUE EL
000453* REGISTRO DE AUDITORIA DE LA OPERACION
000454 01 WS-DIF-MAX               PIC 9(2) VALUE 0.
000455 01 WS-TABLA-DIFERENCIAS.
000456     05 WS-DIF-OCU OCCURS 1 TO 12 TIMES
000457                   DEPENDING ON WS-DIF-MAX
000458                   INDEXED BY WS-IDX-DIF.
000459        10 WS-DIF-CAMPO       PIC X(18).
000460        10 WS-DIF-ANTES       PIC X(50).
000461        10 WS-DIF-DESPUES     PIC X(50).
000462
000463* CAMPO QUE SE COMPARA PARA ANOTARLO EN LA TABLA SI HA CAMBIADO
000464 01 WS-DIF-NUEVO.
000465     05 WS-DNU-CAMPO          PIC X(18).
000466     05 WS-DNU-ANTES          PIC X(50).
000467     05 WS-DNU-DESPUES        PIC X(50).
000468
000469* SQLCA Y DCLGEN DE LAS TABLAS. DCLAUDITORIA ES LA TABLA DONDE SE
000470* REGISTRA QUIEN (USUARIO Y TERMINAL) HA REALIZADO CADA CAMBIO.
000480* LOS TIPOS DE CAMBIO NO TIENEN CLAVE NUMERICA: EN LA AUDITORIA
000490* SE REGISTRA CLAVE CERO Y LA ENTIDAD IDENTIFICA LA TABLA
000492* EL PAR DE DIVISAS Y LA FECHA DE EFECTO SE ANOTAN SIEMPRE EN
000494* AUDITORIA_CAMBIO JUNTO CON LOS VALORES ANTERIOR Y POSTERIOR DE
000496* LOS CAMPOS QUE CAMBIAN
000500     EXEC SQL INCLUDE SQLCA END-EXEC.
000510     EXEC SQL INCLUDE TIPOCAMB END-EXEC.
000520     EXEC SQL INCLUDE AUDITORI END-EXEC.
000525     EXEC SQL INCLUDE AUDICAMB END-EXEC.
000530
000540 PROCEDURE DIVISION.
000550
001720           MOVE 0                          TO WS-RES-SQLCODE
001730           MOVE 'TIPO DE CAMBIO DADO DE ALTA CORRECTAMENTE'
001740                                           TO WS-RES-DESCRIPCION
001743           MOVE SPACES                TO WS-IMAGEN-ANTES
001746           PERFORM 2875-GUARDA-IMAGEN-DESPUES
001750           PERFORM 2900-REGISTRA-AUDITORIA
001760           IF CODERR-OK
001770              EXEC CICS SYNCPOINT END-EXEC
001790        END-IF
001800     END-IF.
001810
001811* ***************************************************************
001812* LEE LA FILA DE TIPO DE CAMBIO QUE SE VA A MODIFICAR O DAR DE
001813* BAJA Y GUARDA SU IMAGEN ANTES DE LA OPERACION
001814* ***************************************************************
001815 2150-LEE-CAMBIO.
001820
001821     EXEC SQL
001822        SELECT TIPO
001823          INTO :DCLTIPO-CAMBIO.TIPO
001824          FROM IBMUSER.TIPO_CAMBIO
001825         WHERE MONEDA_ORIGEN = :DCLTIPO-CAMBIO.MONEDA-ORIGEN
001826           AND MONEDA_DESTINO = :DCLTIPO-CAMBIO.MONEDA-DESTINO
001827           AND FECHA_DESDE = DATE(:DCLTIPO-CAMBIO.FECHA-DESDE)
001828     END-EXEC.
001829
001830     IF SQLCODE EQUAL 100
001831        SET CODERR-CAMBIO-NOEXI            TO TRUE
001832        MOVE 0                             TO WS-RES-SQLCODE
001833        MOVE 'NO EXISTE TIPO PARA ESE PAR Y FECHA DE EFECTO'
001834                                           TO WS-RES-DESCRIPCION
001835     ELSE
001836        IF SQLCODE NOT EQUAL 0
001837           SET CODERR-SQL-ERROR TO TRUE
001838           MOVE SQLCODE                    TO WS-RES-SQLCODE
001839           MOVE 'ERROR AL LEER EL TIPO DE CAMBIO'
001840                                           TO WS-RES-DESCRIPCION
001841        ELSE
001842           SET CODERR-OK                   TO TRUE
001843           PERFORM 2870-GUARDA-IMAGEN-ANTES
001844        END-IF
001845     END-IF.
001846
001847* ***************************************************************
001848* MODIFICA EL TIPO DE UNA FILA YA EXISTENTE (PAR DE DIVISAS Y
001849* FECHA DE EFECTO), REGISTRANDO EN LA FILA QUIEN Y CUANDO LA
001850* MODIFICO
001860* ***************************************************************
001870 2200-MODIFICA-CAMBIO.
001880
001890     PERFORM 2050-VALIDA-DATOS-CAMBIO.
001892
001894     IF CODERR-OK
001896        PERFORM 2150-LEE-CAMBIO
001898     END-IF.
001900
001905     MOVE EIBUSERID TO USUARIO OF DCLTIPO-CAMBIO.
001908
002150              MOVE 0                          TO WS-RES-SQLCODE
002160              MOVE 'TIPO DE CAMBIO MODIFICADO CORRECTAMENTE'
002170                                           TO WS-RES-DESCRIPCION
002173              MOVE WS-PET-TIPO          TO TIPO OF DCLTIPO-CAMBIO
002176              PERFORM 2875-GUARDA-IMAGEN-DESPUES
002180              PERFORM 2900-REGISTRA-AUDITORIA
002190              IF CODERR-OK
002200                 EXEC CICS SYNCPOINT END-EXEC
002300 2300-BAJA-CAMBIO.
002310
002320     MOVE EIBUSERID TO USUARIO OF DCLTIPO-CAMBIO.
002325     PERFORM 2150-LEE-CAMBIO.
002330
002335     IF CODERR-OK
002340     EXEC SQL
002350        DELETE FROM IBMUSER.TIPO_CAMBIO
002360         WHERE MONEDA_ORIGEN = :DCLTIPO-CAMBIO.MONEDA-ORIGEN
002370           AND MONEDA_DESTINO = :DCLTIPO-CAMBIO.MONEDA-DESTINO
002380           AND FECHA_DESDE = DATE(:DCLTIPO-CAMBIO.FECHA-DESDE)
002390     END-EXEC
002400
002410        IF SQLCODE EQUAL 100
002420           SET CODERR-CAMBIO-NOEXI            TO TRUE
002430           MOVE 0                             TO WS-RES-SQLCODE
002440           MOVE 'NO EXISTE TIPO PARA ESE PAR Y FECHA DE EFECTO'
002450                                           TO WS-RES-DESCRIPCION
002460        ELSE
002470           IF SQLCODE NOT EQUAL 0
002480              SET CODERR-SQL-ERROR TO TRUE
002490              MOVE SQLCODE                    TO WS-RES-SQLCODE
002500              MOVE 'ERROR AL DAR DE BAJA EL TIPO DE CAMBIO'
002510                                           TO WS-RES-DESCRIPCION
002520           ELSE
002530              SET CODERR-OK                   TO TRUE
002540              MOVE 0                          TO WS-RES-SQLCODE
002541              MOVE 'TIPO DE CAMBIO DADO DE BAJA CORRECTAMENTE'
002542                                           TO WS-RES-DESCRIPCION
002543              MOVE SPACES               TO WS-IMAGEN-DESPUES
002544              PERFORM 2900-REGISTRA-AUDITORIA
002545              IF CODERR-OK
002546                 EXEC CICS SYNCPOINT END-EXEC
002547              END-IF
002548           END-IF
002549        END-IF
002550     END-IF.
002551
002552* ***************************************************************
002553* GUARDA LA IMAGEN DEL TIPO DE CAMBIO LEIDO ANTES DE LA OPERACION
002554* ***************************************************************
002555 2870-GUARDA-IMAGEN-ANTES.
002556
002557     MOVE MONEDA-ORIGEN OF DCLTIPO-CAMBIO
002558                                TO WS-IMA-MONEDA-ORIGEN.
002559     MOVE MONEDA-DESTINO OF DCLTIPO-CAMBIO
002560                                TO WS-IMA-MONEDA-DESTINO.
002561     MOVE FECHA-DESDE OF DCLTIPO-CAMBIO TO WS-IMA-FECHA-DESDE.
002562     MOVE TIPO OF DCLTIPO-CAMBIO        TO WS-IMA-TIPO.
002563
002564* ***************************************************************
002565* GUARDA LA IMAGEN DEL TIPO DE CAMBIO TAL COMO HA QUEDADO GRABADO
002566* ***************************************************************
002567 2875-GUARDA-IMAGEN-DESPUES.
002568
002569     MOVE MONEDA-ORIGEN OF DCLTIPO-CAMBIO
002570                                TO WS-IMD-MONEDA-ORIGEN.
002571     MOVE MONEDA-DESTINO OF DCLTIPO-CAMBIO
002572                                TO WS-IMD-MONEDA-DESTINO.
002573     MOVE FECHA-DESDE OF DCLTIPO-CAMBIO TO WS-IMD-FECHA-DESDE.
002574     MOVE TIPO OF DCLTIPO-CAMBIO        TO WS-IMD-TIPO.
002575
002576* ***************************************************************
002577* ANOTA EN LA TABLA DE DIFERENCIAS EL CAMPO PREPARADO EN
002578* WS-DIF-NUEVO SI SU VALOR HA CAMBIADO CON LA OPERACION
002579* ***************************************************************
002580 2880-ANOTA-DIFERENCIA.
002581
002582     IF WS-DNU-ANTES NOT EQUAL WS-DNU-DESPUES
002583        AND WS-DIF-MAX LESS THAN 12
002584        ADD 1 TO WS-DIF-MAX
002585        SET WS-IDX-DIF TO WS-DIF-MAX
002586        MOVE WS-DIF-NUEVO TO WS-DIF-OCU (WS-IDX-DIF)
002587     END-IF.
002588
002589* ***************************************************************
002590* ANOTA SIEMPRE EN LA TABLA DE DIFERENCIAS EL CAMPO DE CLAVE
002591* PREPARADO EN WS-DIF-NUEVO, HAYA CAMBIADO O NO, PARA PODER
002592* IDENTIFICAR LA FILA AFECTADA
002593* ***************************************************************
002594 2885-ANOTA-CLAVE.
002595
002596     IF WS-DIF-MAX LESS THAN 12
002597        ADD 1 TO WS-DIF-MAX
002598        SET WS-IDX-DIF TO WS-DIF-MAX
002599        MOVE WS-DIF-NUEVO TO WS-DIF-OCU (WS-IDX-DIF)
002600     END-IF.
002601
002602* ***************************************************************
002603* COMPARA LAS IMAGENES DEL TIPO DE CAMBIO ANTES Y DESPUES DE LA
002604* OPERACION Y ANOTA LOS CAMPOS QUE HAN CAMBIADO. EL PAR DE
002605* DIVISAS Y LA FECHA DE EFECTO SON LA CLAVE DE LA FILA Y SE
002606* ANOTAN SIEMPRE, AUNQUE NO CAMBIEN
002607* ***************************************************************
002608 2890-COMPARA-IMAGENES.
002609
002610     MOVE 0                        TO WS-DIF-MAX.
002611
002612     MOVE 'MONEDA_ORIGEN'           TO WS-DNU-CAMPO.
002613     MOVE WS-IMA-MONEDA-ORIGEN      TO WS-DNU-ANTES.
002614     MOVE WS-IMD-MONEDA-ORIGEN      TO WS-DNU-DESPUES.
002615     PERFORM 2885-ANOTA-CLAVE.
002616
002617     MOVE 'MONEDA_DESTINO'          TO WS-DNU-CAMPO.
002618     MOVE WS-IMA-MONEDA-DESTINO     TO WS-DNU-ANTES.
002619     MOVE WS-IMD-MONEDA-DESTINO     TO WS-DNU-DESPUES.
002620     PERFORM 2885-ANOTA-CLAVE.
002621
002622     MOVE 'FECHA_DESDE'             TO WS-DNU-CAMPO.
002623     MOVE WS-IMA-FECHA-DESDE        TO WS-DNU-ANTES.
002624     MOVE WS-IMD-FECHA-DESDE        TO WS-DNU-DESPUES.
002625     PERFORM 2885-ANOTA-CLAVE.
002626
002627     MOVE 'TIPO'                    TO WS-DNU-CAMPO.
002628     MOVE WS-IMA-TIPO               TO WS-DNU-ANTES.
002629     MOVE WS-IMD-TIPO               TO WS-DNU-DESPUES.
002630     PERFORM 2880-ANOTA-DIFERENCIA.
002631
002640* ***************************************************************
002650* REGISTRA EN IBMUSER.AUDITORIA QUIEN (USUARIO Y TERMINAL) HA
002660* REALIZADO EL CAMBIO DE TIPO. LOS TIPOS DE CAMBIO NO TIENEN
002670* CLAVE NUMERICA: SE REGISTRA CLAVE CERO Y LA ENTIDAD IDENTIFICA
002680* LA TABLA
002685* Y LOS VALORES ANTERIOR Y POSTERIOR DE LOS CAMPOS QUE CAMBIAN
002690* ***************************************************************
002700 2900-REGISTRA-AUDITORIA.
002710
002713     PERFORM 2890-COMPARA-IMAGENES.
002716
002720     MOVE 0                     TO CLAVE-CONTRATO
002730                                   OF DCLAUDITORIA.
002740     MOVE WS-PET-OPERACION      TO OPERACION OF DCLAUDITORIA.
002760     MOVE EIBTRMID              TO TERMINAL-ID OF DCLAUDITORIA.
002770     MOVE 'TIPOCAMB'            TO ENTIDAD OF DCLAUDITORIA.
002780
002783* LA FECHA Y HORA DEL REGISTRO SE TOMA ANTES DE GRABARLO PARA
002786* ENLAZAR CON ELLA LOS CAMPOS MODIFICADOS
002790     EXEC SQL
002791        SELECT CURRENT TIMESTAMP
002792          INTO :DCLAUDITORIA.FECHA-HORA
002793          FROM SYSIBM.SYSDUMMY1
002794     END-EXEC.
002795
002796     IF SQLCODE EQUAL 0
002797        EXEC SQL
002800           INSERT INTO IBMUSER.AUDITORIA
002810                 (CLAVE_CONTRATO, OPERACION, USUARIO, TERMINAL_ID,
002820                  FECHA_HORA, ENTIDAD)
002830           VALUES (:DCLAUDITORIA.CLAVE-CONTRATO,
002840                   :DCLAUDITORIA.OPERACION,
002850                   :DCLAUDITORIA.USUARIO,
002860                   :DCLAUDITORIA.TERMINAL-ID,
002870                   :DCLAUDITORIA.FECHA-HORA,
002880                   :DCLAUDITORIA.ENTIDAD)
002890        END-EXEC
002891     END-IF.
002892
002893     IF SQLCODE EQUAL 0
002894        PERFORM 2910-REGISTRA-DIFERENCIA
002895           VARYING WS-IDX-DIF FROM 1 BY 1
002896           UNTIL WS-IDX-DIF GREATER THAN WS-DIF-MAX
002897              OR SQLCODE NOT EQUAL 0
002898     END-IF.
002900
002910     IF SQLCODE NOT EQUAL 0
002920        SET CODERR-SQL-ERROR                  TO TRUE
003000* CAMBIO SIN SU REGISTRO DE AUDITORIA
003010        EXEC CICS SYNCPOINT ROLLBACK END-EXEC
003020     END-IF.
003025
003030* ***************************************************************
003031* GRABA EN IBMUSER.AUDITORIA_CAMBIO EL VALOR ANTERIOR Y POSTERIOR
003032* DE UN CAMPO MODIFICADO, ENLAZADO CON SU REGISTRO DE AUDITORIA
003033* POR CONTRATO, ENTIDAD Y FECHA Y HORA
003034* ***************************************************************
003035 2910-REGISTRA-DIFERENCIA.
003036
003037     MOVE WS-DIF-CAMPO (WS-IDX-DIF)
003038                                TO CAMPO OF DCLAUDITORIA-CAMBIO.
003039     MOVE WS-DIF-ANTES (WS-IDX-DIF)
003040                                TO VALOR-ANTES
003041                                   OF DCLAUDITORIA-CAMBIO.
003042     MOVE WS-DIF-DESPUES (WS-IDX-DIF)
003043                                TO VALOR-DESPUES
003044                                   OF DCLAUDITORIA-CAMBIO.
003045
003046     EXEC SQL
003047        INSERT INTO IBMUSER.AUDITORIA_CAMBIO
003048              (CLAVE_CONTRATO, ENTIDAD, FECHA_HORA, CAMPO,
003049               VALOR_ANTES, VALOR_DESPUES)
003050        VALUES (:DCLAUDITORIA.CLAVE-CONTRATO,
003051                :DCLAUDITORIA.ENTIDAD,
003052                :DCLAUDITORIA.FECHA-HORA,
003053                :DCLAUDITORIA-CAMBIO.CAMPO,
003054                :DCLAUDITORIA-CAMBIO.VALOR-ANTES,
003055                :DCLAUDITORIA-CAMBIO.VALOR-DESPUES)
003056     END-EXEC.
003057
003058* ***************************************************************
003059* PARRAFO DE FIN. DEVUELVE AL TERMINAL EL RESULTADO DE LA
003060* OPERACION Y TERMINA LA TRANSACCION
003070* ***************************************************************
003080 3000-FIN.
