000070* POR DEFECTO, POR LO QUE SOLO HAY QUE MANTENER LAS EXCEPCIONES.
000080* CADA CAMBIO QUEDA ATRIBUIDO AL USUARIO Y MOMENTO QUE LO HIZO,
000090* EN LA PROPIA FILA Y EN IBMUSER.AUDITORIA
000095* CON LOS VALORES ANTERIOR Y POSTERIOR DE LOS CAMPOS QUE CAMBIAN
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.CALE01.
000120
000470         88 CODERR-OK             VALUE 'OK      '.
000480     05 WS-RES-SQLCODE         PIC -999.
000490     05 WS-RES-DESCRIPCION     PIC X(68).
000492 01 WS-LONG-RESPUESTA          PIC S9(4) COMP VALUE +80.
000494
000496* IMAGEN DEL DIA ANTES Y DESPUES DE LA OPERACION, PARA ANOTAR EN
000498* LA AUDITORIA LOS CAMPOS QUE CAMBIAN. EN EL ALTA LA IMAGEN
000500* ANTERIOR QUEDA EN BLANCO Y EN LA BAJA LA POSTERIOR
000501 01 WS-IMAGEN-ANTES.
000502     05 WS-IMA-FECHA             PIC X(10).
000503     05 WS-IMA-TIPO-DIA          PIC X(1).
000504     05 WS-IMA-DESCRIPCION       PIC X(30).
000505 01 WS-IMAGEN-DESPUES.
000506     05 WS-IMD-FECHA             PIC X(10).
000507     05 WS-IMD-TIPO-DIA          PIC X(1).
000508     05 WS-IMD-DESCRIPCION       PIC X(30).
000509
000510* CAMPOS QUE CAMBIAN EN LA OPERACION, CON SU VALOR ANTERIOR Y
000511* POSTERIOR EN FORMATO EDITADO. SE GRABAN EN
000512* IBMUSER.AUDITORIA_CAMBIO CON LA MISMA FECHA Y HORA QUE EL
000513* REGISTRO DE AUDITORIA DE LA OPERACION
000514 01 WS-DIF-MAX               PIC 9(2) VALUE 0.
000515 01 WS-TABLA-DIFERENCIAS.
000516     05 WS-DIF-OCU OCCURS 1 TO 12 TIMES
000517                   DEPENDING ON WS-DIF-MAX
000518                   INDEXED BY WS-IDX-DIF.
000519        10 WS-DIF-CAMPO       PIC X(18).
000520        10 WS-DIF-ANTES       PIC X(50).
000521        10 WS-DIF-DESPUES     PIC X(50).
000522
000523* CAMPO QUE SE COMPARA PARA ANOTARLO EN LA TABLA SI HA CAMBIADO
000524 01 WS-DIF-NUEVO.
000525     05 WS-DNU-CAMPO          PIC X(18).
000526     05 WS-DNU-ANTES          PIC X(50).
000527     05 WS-DNU-DESPUES        PIC X(50).
000528
000529* SQLCA Y DCLGEN DE LAS TABLAS. DCLAUDITORIA ES LA TABLA DONDE SE
000530* REGISTRA QUIEN (USUARIO Y TERMINAL) HA REALIZADO CADA CAMBIO.
000540* LOS DIAS DEL CALENDARIO NO TIENEN CLAVE NUMERICA: EN LA
000550* AUDITORIA SE REGISTRA CLAVE CERO Y LA ENTIDAD IDENTIFICA LA
000560* TABLA, Y LA FECHA DEL DIA SE ANOTA SIEMPRE EN
000563* AUDITORIA_CAMBIO JUNTO CON LOS VALORES ANTERIOR Y POSTERIOR DE
000566* LOS CAMPOS QUE CAMBIAN
000570     EXEC SQL INCLUDE SQLCA END-EXEC.
000580     EXEC SQL INCLUDE CALENDAR END-EXEC.
000590     EXEC SQL INCLUDE AUDITORI END-EXEC.
000595     EXEC SQL INCLUDE AUDICAMB END-EXEC.
000600
000610 PROCEDURE DIVISION.
000620
001790           MOVE 0                          TO WS-RES-SQLCODE
001800           MOVE 'DIA DEL CALENDARIO DADO DE ALTA CORRECTAMENTE'
001810                                           TO WS-RES-DESCRIPCION
001813           MOVE SPACES                TO WS-IMAGEN-ANTES
001816           PERFORM 2875-GUARDA-IMAGEN-DESPUES
001820           PERFORM 2900-REGISTRA-AUDITORIA
001830           IF CODERR-OK
001840              EXEC CICS SYNCPOINT END-EXEC
001860        END-IF
001870     END-IF.
001880
001881* ***************************************************************
001882* LEE LA FILA DEL CALENDARIO QUE SE VA A MODIFICAR O DAR DE BAJA
001883* Y GUARDA SU IMAGEN ANTES DE LA OPERACION
001884* ***************************************************************
001885 2150-LEE-DIA.
001886
001887     EXEC SQL
001888        SELECT TIPO_DIA, DESCRIPCION
001889          INTO :DCLCALENDARIO.TIPO-DIA,
001890               :DCLCALENDARIO.DESCRIPCION
001891          FROM IBMUSER.CALENDARIO
001892         WHERE FECHA = DATE(:DCLCALENDARIO.FECHA)
001893     END-EXEC.
001894
001895     IF SQLCODE EQUAL 100
001896        SET CODERR-DIA-NOEXI               TO TRUE
001897        MOVE 0                             TO WS-RES-SQLCODE
001898        MOVE 'NO EXISTE FILA PARA ESA FECHA'
001899                                           TO WS-RES-DESCRIPCION
001900     ELSE
001901        IF SQLCODE NOT EQUAL 0
001902           SET CODERR-SQL-ERROR TO TRUE
001903           MOVE SQLCODE                    TO WS-RES-SQLCODE
001904           MOVE 'ERROR AL LEER EL DIA DEL CALENDARIO'
001905                                           TO WS-RES-DESCRIPCION
001906        ELSE
001907           SET CODERR-OK                   TO TRUE
001908           PERFORM 2870-GUARDA-IMAGEN-ANTES
001909        END-IF
001910     END-IF.
001911
001912* ***************************************************************
001913* MODIFICA EL TIPO O LA DESCRIPCION DE UNA FECHA YA EXISTENTE,
001914* REGISTRANDO EN LA FILA QUIEN LA MODIFICO. LA FECHA DE ALTA
001915* ORIGINAL SE CONSERVA; EL MOMENTO DEL CAMBIO QUEDA EN LA
001916* AUDITORIA
001920* ***************************************************************
001930 2200-MODIFICA-DIA.
001940
001950     PERFORM 2050-VALIDA-DATOS-DIA.
001952
001954     IF CODERR-OK
001956        PERFORM 2150-LEE-DIA
001958     END-IF.
001960
001970     MOVE EIBUSERID TO USUARIO OF DCLCALENDARIO.
001980
002220              MOVE 0                          TO WS-RES-SQLCODE
002230              MOVE 'DIA DEL CALENDARIO MODIFICADO CORRECTAMENTE'
002240                                           TO WS-RES-DESCRIPCION
002241              MOVE WS-PET-TIPO-DIA      TO TIPO-DIA
002242                                           OF DCLCALENDARIO
002243              MOVE WS-PET-DESCRIPCION   TO DESCRIPCION
002244                                           OF DCLCALENDARIO
002245              PERFORM 2875-GUARDA-IMAGEN-DESPUES
002250              PERFORM 2900-REGISTRA-AUDITORIA
002260              IF CODERR-OK
002270                 EXEC CICS SYNCPOINT END-EXEC
002370 2300-BAJA-DIA.
002380
002390     MOVE EIBUSERID TO USUARIO OF DCLCALENDARIO.
002395     PERFORM 2150-LEE-DIA.
002400
002405     IF CODERR-OK
002410     EXEC SQL
002420        DELETE FROM IBMUSER.CALENDARIO
002430         WHERE FECHA = DATE(:DCLCALENDARIO.FECHA)
002440     END-EXEC
002450
002460        IF SQLCODE EQUAL 100
002470           SET CODERR-DIA-NOEXI               TO TRUE
002480           MOVE 0                             TO WS-RES-SQLCODE
002490           MOVE 'NO EXISTE FILA PARA ESA FECHA'
002500                                           TO WS-RES-DESCRIPCION
002510        ELSE
002520           IF SQLCODE NOT EQUAL 0
002530              SET CODERR-SQL-ERROR TO TRUE
002540              MOVE SQLCODE                    TO WS-RES-SQLCODE
002550              MOVE 'ERROR AL DAR DE BAJA EL DIA DEL CALENDARIO'
002560                                           TO WS-RES-DESCRIPCION
002570           ELSE
002580              SET CODERR-OK                   TO TRUE
002590              MOVE 0                          TO WS-RES-SQLCODE
002600              MOVE 'DIA DEL CALENDARIO DADO DE BAJA CORRECTAMENTE'
002610                                           TO WS-RES-DESCRIPCION
002611              MOVE SPACES               TO WS-IMAGEN-DESPUES
002612              PERFORM 2900-REGISTRA-AUDITORIA
002613              IF CODERR-OK
002614                 EXEC CICS SYNCPOINT END-EXEC
002615              END-IF
002616           END-IF
002617        END-IF
002618     END-IF.
002619
002620* ***************************************************************
002621* GUARDA LA IMAGEN DEL DIA LEIDO ANTES DE LA OPERACION
002622* ***************************************************************
002623 2870-GUARDA-IMAGEN-ANTES.
002624
002625     MOVE FECHA OF DCLCALENDARIO        TO WS-IMA-FECHA.
002626     MOVE TIPO-DIA OF DCLCALENDARIO     TO WS-IMA-TIPO-DIA.
002627     MOVE DESCRIPCION OF DCLCALENDARIO  TO WS-IMA-DESCRIPCION.
002628
002629* ***************************************************************
002630* GUARDA LA IMAGEN DEL DIA TAL COMO HA QUEDADO GRABADO
002631* ***************************************************************
002632 2875-GUARDA-IMAGEN-DESPUES.
002633
002634     MOVE FECHA OF DCLCALENDARIO        TO WS-IMD-FECHA.
002635     MOVE TIPO-DIA OF DCLCALENDARIO     TO WS-IMD-TIPO-DIA.
002636     MOVE DESCRIPCION OF DCLCALENDARIO  TO WS-IMD-DESCRIPCION.
002637
002638* ***************************************************************
002639* ANOTA EN LA TABLA DE DIFERENCIAS EL CAMPO PREPARADO EN
002640* WS-DIF-NUEVO SI SU VALOR HA CAMBIADO CON LA OPERACION
002641* ***************************************************************
002642 2880-ANOTA-DIFERENCIA.
002643
002644     IF WS-DNU-ANTES NOT EQUAL WS-DNU-DESPUES
002645        AND WS-DIF-MAX LESS THAN 12
002646        ADD 1 TO WS-DIF-MAX
002647        SET WS-IDX-DIF TO WS-DIF-MAX
002648        MOVE WS-DIF-NUEVO TO WS-DIF-OCU (WS-IDX-DIF)
002649     END-IF.
002650
002651* ***************************************************************
002652* ANOTA SIEMPRE EN LA TABLA DE DIFERENCIAS EL CAMPO DE CLAVE
002653* PREPARADO EN WS-DIF-NUEVO, HAYA CAMBIADO O NO, PARA PODER
002654* IDENTIFICAR LA FILA AFECTADA
002655* ***************************************************************
002656 2885-ANOTA-CLAVE.
002657
002658     IF WS-DIF-MAX LESS THAN 12
002659        ADD 1 TO WS-DIF-MAX
002660        SET WS-IDX-DIF TO WS-DIF-MAX
002661        MOVE WS-DIF-NUEVO TO WS-DIF-OCU (WS-IDX-DIF)
002662     END-IF.
002663
002664* ***************************************************************
002665* COMPARA LAS IMAGENES DEL DIA ANTES Y DESPUES DE LA OPERACION Y
002666* ANOTA LOS CAMPOS QUE HAN CAMBIADO. LA FECHA ES LA CLAVE DEL DIA
002667* Y SE ANOTA SIEMPRE, AUNQUE NO CAMBIE
002668* ***************************************************************
002669 2890-COMPARA-IMAGENES.
002670
002671     MOVE 0                        TO WS-DIF-MAX.
002672
002673     MOVE 'FECHA'                   TO WS-DNU-CAMPO.
002674     MOVE WS-IMA-FECHA              TO WS-DNU-ANTES.
002675     MOVE WS-IMD-FECHA              TO WS-DNU-DESPUES.
002676     PERFORM 2885-ANOTA-CLAVE.
002677
002678     MOVE 'TIPO_DIA'                TO WS-DNU-CAMPO.
002679     MOVE WS-IMA-TIPO-DIA           TO WS-DNU-ANTES.
002680     MOVE WS-IMD-TIPO-DIA           TO WS-DNU-DESPUES.
002681     PERFORM 2880-ANOTA-DIFERENCIA.
002682
002683     MOVE 'DESCRIPCION'             TO WS-DNU-CAMPO.
002684     MOVE WS-IMA-DESCRIPCION        TO WS-DNU-ANTES.
002685     MOVE WS-IMD-DESCRIPCION        TO WS-DNU-DESPUES.
002686     PERFORM 2880-ANOTA-DIFERENCIA.
002687
002690* ***************************************************************
002700* REGISTRA EN IBMUSER.AUDITORIA QUIEN (USUARIO Y TERMINAL) HA
002710* REALIZADO EL CAMBIO DEL CALENDARIO. LOS DIAS NO TIENEN CLAVE
002720* NUMERICA: SE REGISTRA CLAVE CERO Y LA ENTIDAD IDENTIFICA LA
002730* TABLA
002735* Y LOS VALORES ANTERIOR Y POSTERIOR DE LOS CAMPOS QUE CAMBIAN
002740* ***************************************************************
002750 2900-REGISTRA-AUDITORIA.
002760
002763     PERFORM 2890-COMPARA-IMAGENES.
002766
002770     MOVE 0                     TO CLAVE-CONTRATO
002780                                   OF DCLAUDITORIA.
002790     MOVE WS-PET-OPERACION      TO OPERACION OF DCLAUDITORIA.
002810     MOVE EIBTRMID              TO TERMINAL-ID OF DCLAUDITORIA.
002820     MOVE 'CALENDAR'            TO ENTIDAD OF DCLAUDITORIA.
002830
002833* LA FECHA Y HORA DEL REGISTRO SE TOMA ANTES DE GRABARLO PARA
002836* ENLAZAR CON ELLA LOS CAMPOS MODIFICADOS
002840     EXEC SQL
002841        SELECT CURRENT TIMESTAMP
002842          INTO :DCLAUDITORIA.FECHA-HORA
002843          FROM SYSIBM.SYSDUMMY1
002844     END-EXEC.
002845
002846     IF SQLCODE EQUAL 0
002847        EXEC SQL
002850           INSERT INTO IBMUSER.AUDITORIA
002860                 (CLAVE_CONTRATO, OPERACION, USUARIO, TERMINAL_ID,
002870                  FECHA_HORA, ENTIDAD)
002880           VALUES (:DCLAUDITORIA.CLAVE-CONTRATO,
002890                   :DCLAUDITORIA.OPERACION,
002900                   :DCLAUDITORIA.USUARIO,
002910                   :DCLAUDITORIA.TERMINAL-ID,
002920                   :DCLAUDITORIA.FECHA-HORA,
002930                   :DCLAUDITORIA.ENTIDAD)
002940        END-EXEC
002941     END-IF.
002942
002943     IF SQLCODE EQUAL 0
002944        PERFORM 2910-REGISTRA-DIFERENCIA
002945           VARYING WS-IDX-DIF FROM 1 BY 1
002946           UNTIL WS-IDX-DIF GREATER THAN WS-DIF-MAX
002947              OR SQLCODE NOT EQUAL 0
002948     END-IF.
002950
002960     IF SQLCODE NOT EQUAL 0
002970        SET CODERR-SQL-ERROR                  TO TRUE
003050* CAMBIO SIN SU REGISTRO DE AUDITORIA
003060        EXEC CICS SYNCPOINT ROLLBACK END-EXEC
003070     END-IF.
003075
003080* ***************************************************************
003081* GRABA EN IBMUSER.AUDITORIA_CAMBIO EL VALOR ANTERIOR Y POSTERIOR
003082* DE UN CAMPO MODIFICADO, ENLAZADO CON SU REGISTRO DE AUDITORIA
003083* POR CONTRATO, ENTIDAD Y FECHA Y HORA
003084* ***************************************************************
003085 2910-REGISTRA-DIFERENCIA.
003086
003087     MOVE WS-DIF-CAMPO (WS-IDX-DIF)
003088                                TO CAMPO OF DCLAUDITORIA-CAMBIO.
003089     MOVE WS-DIF-ANTES (WS-IDX-DIF)
003090                                TO VALOR-ANTES
003091                                   OF DCLAUDITORIA-CAMBIO.
003092     MOVE WS-DIF-DESPUES (WS-IDX-DIF)
003093                                TO VALOR-DESPUES
003094                                   OF DCLAUDITORIA-CAMBIO.
003095
003096     EXEC SQL
003097        INSERT INTO IBMUSER.AUDITORIA_CAMBIO
003098              (CLAVE_CONTRATO, ENTIDAD, FECHA_HORA, CAMPO,
003099               VALOR_ANTES, VALOR_DESPUES)
003100        VALUES (:DCLAUDITORIA.CLAVE-CONTRATO,
003101                :DCLAUDITORIA.ENTIDAD,
003102                :DCLAUDITORIA.FECHA-HORA,
003103                :DCLAUDITORIA-CAMBIO.CAMPO,
003104                :DCLAUDITORIA-CAMBIO.VALOR-ANTES,
003105                :DCLAUDITORIA-CAMBIO.VALOR-DESPUES)
003106     END-EXEC.
003107
003108* ***************************************************************
003109* PARRAFO DE FIN. DEVUELVE AL TERMINAL EL RESULTADO DE LA
003110* OPERACION Y TERMINA LA TRANSACCION
003120* ***************************************************************
003130 3000-FIN.
