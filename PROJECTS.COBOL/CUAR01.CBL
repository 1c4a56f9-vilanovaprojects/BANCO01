000070* DESCARTARLO ('D') PORQUE ERA UN REENVIO DEL REMITENTE. LA
000080* DECISION QUEDA ATRIBUIDA AL OPERADOR Y TERMINAL EN
000090* IBMUSER.AUDITORIA Y EL RESULTADO CODIFICADO VUELVE AL TERMINAL
000093* LA AUDITORIA GUARDA ADEMAS EL ESTADO ANTERIOR Y POSTERIOR DE LA
000096* CUARENTENA Y LA CLAVE DEL MOVIMIENTO POSTADO AL LIBERARLA
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.CUAR01.
000120
000915 01 WS-ULTIMA-CLAVE-BLOQUE PIC S9(9) COMP VALUE 0.
000915 01 WS-MAX-OPERATIVA       PIC S9(9) COMP VALUE 0.
000915 01 WS-MAX-HISTORICO       PIC S9(9) COMP VALUE 0.
000010 01 IND-NULL-CTR           PIC S9(4) COMP.
000020
000030* IMAGEN DE LA CUARENTENA ANTES Y DESPUES DE LA RESOLUCION, PARA
000040* ANOTAR EN LA AUDITORIA LOS CAMPOS QUE CAMBIAN
000050 01 WS-IMAGEN-ANTES.
000060     05 WS-IMA-CLAVE-CUARENTENA  PIC Z(8)9.
000070     05 WS-IMA-ESTADO            PIC X(1).
000080     05 WS-IMA-CLAVE-MOVIMIENTO  PIC X(9).
000090 01 WS-IMAGEN-DESPUES.
000100     05 WS-IMD-CLAVE-CUARENTENA  PIC Z(8)9.
000110     05 WS-IMD-ESTADO            PIC X(1).
000120     05 WS-IMD-CLAVE-MOVIMIENTO  PIC X(9).
000130
000140* CAMPOS QUE CAMBIAN EN LA OPERACION, CON SU VALOR ANTERIOR Y
000150* POSTERIOR EN FORMATO EDITADO. SE GRABAN EN
000160* IBMUSER.AUDITORIA_CAMBIO CON LA MISMA FECHA Y HORA QUE EL
000170* REGISTRO DE AUDITORIA DE LA OPERACION
000180 01 WS-DIF-MAX               PIC 9(2) VALUE 0.
000190 01 WS-TABLA-DIFERENCIAS.
000200     05 WS-DIF-OCU OCCURS 1 TO 12 TIMES
000210                   DEPENDING ON WS-DIF-MAX
000220                   INDEXED BY WS-IDX-DIF.
000230        10 WS-DIF-CAMPO       PIC X(18).
000240        10 WS-DIF-ANTES       PIC X(50).
000250        10 WS-DIF-DESPUES     PIC X(50).
000260
000270* CAMPO QUE SE COMPARA PARA ANOTARLO EN LA TABLA SI HA CAMBIADO
000280 01 WS-DIF-NUEVO.
000290     05 WS-DNU-CAMPO          PIC X(18).
000300     05 WS-DNU-ANTES          PIC X(50).
000915     05 WS-DNU-DESPUES        PIC X(50).
000916
000920* SQLCA Y DCLGEN DE LAS TABLAS. AUDITORIA_CAMBIO GUARDA LOS
000925* VALORES ANTERIOR Y POSTERIOR DE LOS CAMPOS QUE CAMBIAN
000930     EXEC SQL INCLUDE SQLCA END-EXEC.
000940     EXEC SQL INCLUDE CUARENTE END-EXEC.
000950     EXEC SQL INCLUDE MOVIMIEN END-EXEC.
000972     EXEC SQL INCLUDE CONTADOR END-EXEC.
000974     EXEC SQL INCLUDE LIMITECO END-EXEC.
000980     EXEC SQL INCLUDE AUDITORI END-EXEC.
000985     EXEC SQL INCLUDE AUDICAMB END-EXEC.
000990
001000 PROCEDURE DIVISION.
001010
001650* SI TODO HA IDO BIEN, REGISTRAMOS LA AUDITORIA Y CONFIRMAMOS.
001660* SI ALGO HA FALLADO, DESHACEMOS LA UNIDAD DE TRABAJO COMPLETA
001670     IF WS-ERROR-NO
001675        PERFORM 2875-GUARDA-IMAGEN-DESPUES
001680        PERFORM 2900-REGISTRA-AUDITORIA
001690        IF WS-ERROR-NO
001700           SET CODERR-OK                  TO TRUE
002330        MOVE IMPORTE OF DCLCUARENTENA      TO WS-E-IMPORTE
002340        MOVE DESCRIPCION OF DCLCUARENTENA  TO WS-E-DESCRIPCION
002350        MOVE MONEDA OF DCLCUARENTENA       TO WS-E-MONEDA
002355        PERFORM 2870-GUARDA-IMAGEN-ANTES
002360     END-IF.
002370
002380* ********************************************************
005500        WHERE  CLAVE_CUARENTENA = :CLAVE-CUARENTENA
005510     END-EXEC.
005520
005521     IF SQLCODE NOT EQUAL 0
005522       PERFORM 9998-ERROR-SQL
005523     END-IF.
005524
005525* ***************************************************************
005526* GUARDA LA IMAGEN DE LA CUARENTENA LEIDA ANTES DE RESOLVERLA
005527* ***************************************************************
005528 2870-GUARDA-IMAGEN-ANTES.
005529
005530     MOVE CLAVE-CUARENTENA OF DCLCUARENTENA
005531                                TO WS-IMA-CLAVE-CUARENTENA.
005532     MOVE ESTADO OF DCLCUARENTENA       TO WS-IMA-ESTADO.
005533     MOVE SPACES TO WS-IMA-CLAVE-MOVIMIENTO.
005534
005535* ***************************************************************
005536* GUARDA LA IMAGEN DE LA CUARENTENA YA RESUELTA, CON LA CLAVE DEL
005537* MOVIMIENTO POSTADO SI SE HA LIBERADO
005538* ***************************************************************
005539 2875-GUARDA-IMAGEN-DESPUES.
005540
005541     MOVE WS-IMAGEN-ANTES               TO WS-IMAGEN-DESPUES.
005542     MOVE ESTADO OF DCLCUARENTENA       TO WS-IMD-ESTADO.
005543     IF PET-OPERACION-LIBERA
005544        MOVE WS-S-CLAVE-MOV             TO WS-IMD-CLAVE-MOVIMIENTO
005545     END-IF.
005546
005547* ***************************************************************
005548* ANOTA EN LA TABLA DE DIFERENCIAS EL CAMPO PREPARADO EN
005549* WS-DIF-NUEVO SI SU VALOR HA CAMBIADO CON LA OPERACION
005550* ***************************************************************
005551 2880-ANOTA-DIFERENCIA.
005552
005553     IF WS-DNU-ANTES NOT EQUAL WS-DNU-DESPUES
005554        AND WS-DIF-MAX LESS THAN 12
005555        ADD 1 TO WS-DIF-MAX
005556        SET WS-IDX-DIF TO WS-DIF-MAX
005557        MOVE WS-DIF-NUEVO TO WS-DIF-OCU (WS-IDX-DIF)
005558     END-IF.
005559
005560* ***************************************************************
005561* ANOTA SIEMPRE EN LA TABLA DE DIFERENCIAS EL CAMPO DE CLAVE
005562* PREPARADO EN WS-DIF-NUEVO, HAYA CAMBIADO O NO, PARA PODER
005563* IDENTIFICAR LA FILA AFECTADA
005564* ***************************************************************
005565 2885-ANOTA-CLAVE.
005566
005567     IF WS-DIF-MAX LESS THAN 12
005568        ADD 1 TO WS-DIF-MAX
005569        SET WS-IDX-DIF TO WS-DIF-MAX
005570        MOVE WS-DIF-NUEVO TO WS-DIF-OCU (WS-IDX-DIF)
005571     END-IF.
005572
005573* ***************************************************************
005574* COMPARA LAS IMAGENES DE LA CUARENTENA ANTES Y DESPUES DE LA
005575* RESOLUCION Y ANOTA LOS CAMPOS QUE HAN CAMBIADO. LA CLAVE DE LA
005576* CUARENTENA SE ANOTA SIEMPRE, AUNQUE NO CAMBIE
005577* ***************************************************************
005578 2890-COMPARA-IMAGENES.
005579
005580     MOVE 0                        TO WS-DIF-MAX.
005581
005582     MOVE 'CLAVE_CUARENTENA'        TO WS-DNU-CAMPO.
005583     MOVE WS-IMA-CLAVE-CUARENTENA   TO WS-DNU-ANTES.
005584     MOVE WS-IMD-CLAVE-CUARENTENA   TO WS-DNU-DESPUES.
005585     PERFORM 2885-ANOTA-CLAVE.
005586
005587     MOVE 'ESTADO'                  TO WS-DNU-CAMPO.
005588     MOVE WS-IMA-ESTADO             TO WS-DNU-ANTES.
005589     MOVE WS-IMD-ESTADO             TO WS-DNU-DESPUES.
005590     PERFORM 2880-ANOTA-DIFERENCIA.
005591
005592     MOVE 'CLAVE_MOVIMIENTO'        TO WS-DNU-CAMPO.
005593     MOVE WS-IMA-CLAVE-MOVIMIENTO   TO WS-DNU-ANTES.
005594     MOVE WS-IMD-CLAVE-MOVIMIENTO   TO WS-DNU-DESPUES.
005595     PERFORM 2880-ANOTA-DIFERENCIA.
005596
005597* ***************************************************************
005598* REGISTRA EN IBMUSER.AUDITORIA QUE OPERADOR (USUARIO Y
005599* TERMINAL) HA RESUELTO LA CUARENTENA Y EN QUE SENTIDO. SE
005600* REGISTRA LA CLAVE DEL CONTRATO ORIGEN DEL MOVIMIENTO
005605* Y LOS VALORES ANTERIOR Y POSTERIOR DE LOS CAMPOS QUE CAMBIAN
005610* ***************************************************************
005620 2900-REGISTRA-AUDITORIA.
005630
005633     PERFORM 2890-COMPARA-IMAGENES.
005636
005640     MOVE WS-E-CONT-ORIGEN      TO CLAVE-CONTRATO
005650                                   OF DCLAUDITORIA.
005660     MOVE WS-PET-OPERACION      TO OPERACION OF DCLAUDITORIA.
005680     MOVE EIBTRMID              TO TERMINAL-ID OF DCLAUDITORIA.
005690     MOVE 'CUARENTE'            TO ENTIDAD OF DCLAUDITORIA.
005700
005703* LA FECHA Y HORA DEL REGISTRO SE TOMA ANTES DE GRABARLO PARA
005706* ENLAZAR CON ELLA LOS CAMPOS MODIFICADOS
005710     EXEC SQL
005711        SELECT CURRENT TIMESTAMP
005712          INTO :DCLAUDITORIA.FECHA-HORA
005713          FROM SYSIBM.SYSDUMMY1
005714     END-EXEC.
005715
005716     IF SQLCODE EQUAL 0
005717        EXEC SQL
005720           INSERT INTO IBMUSER.AUDITORIA
005730                 (CLAVE_CONTRATO, OPERACION, USUARIO, TERMINAL_ID,
005740                  FECHA_HORA, ENTIDAD)
005750           VALUES (:DCLAUDITORIA.CLAVE-CONTRATO,
005760                   :DCLAUDITORIA.OPERACION,
005770                   :DCLAUDITORIA.USUARIO,
005780                   :DCLAUDITORIA.TERMINAL-ID,
005790                   :DCLAUDITORIA.FECHA-HORA,
005800                   :DCLAUDITORIA.ENTIDAD)
005810        END-EXEC
005811     END-IF.
005812
005813     IF SQLCODE EQUAL 0
005814        PERFORM 2910-REGISTRA-DIFERENCIA
005815           VARYING WS-IDX-DIF FROM 1 BY 1
005816           UNTIL WS-IDX-DIF GREATER THAN WS-DIF-MAX
005817              OR SQLCODE NOT EQUAL 0
005818     END-IF.
005820
005830     IF SQLCODE NOT EQUAL 0
005840        PERFORM 9998-ERROR-SQL
005890* DECISION SIN SU REGISTRO DE AUDITORIA
005900        EXEC CICS SYNCPOINT ROLLBACK END-EXEC
005910     END-IF.
005915
005920* ***************************************************************
005921* GRABA EN IBMUSER.AUDITORIA_CAMBIO EL VALOR ANTERIOR Y POSTERIOR
005922* DE UN CAMPO MODIFICADO, ENLAZADO CON SU REGISTRO DE AUDITORIA
005923* POR CONTRATO, ENTIDAD Y FECHA Y HORA
005924* ***************************************************************
005925 2910-REGISTRA-DIFERENCIA.
005926
005927     MOVE WS-DIF-CAMPO (WS-IDX-DIF)
005928                                TO CAMPO OF DCLAUDITORIA-CAMBIO.
005929     MOVE WS-DIF-ANTES (WS-IDX-DIF)
005930                                TO VALOR-ANTES
005931                                   OF DCLAUDITORIA-CAMBIO.
005932     MOVE WS-DIF-DESPUES (WS-IDX-DIF)
005933                                TO VALOR-DESPUES
005934                                   OF DCLAUDITORIA-CAMBIO.
005935
005936     EXEC SQL
005937        INSERT INTO IBMUSER.AUDITORIA_CAMBIO
005938              (CLAVE_CONTRATO, ENTIDAD, FECHA_HORA, CAMPO,
005939               VALOR_ANTES, VALOR_DESPUES)
005940        VALUES (:DCLAUDITORIA.CLAVE-CONTRATO,
005941                :DCLAUDITORIA.ENTIDAD,
005942                :DCLAUDITORIA.FECHA-HORA,
005943                :DCLAUDITORIA-CAMBIO.CAMPO,
005944                :DCLAUDITORIA-CAMBIO.VALOR-ANTES,
005945                :DCLAUDITORIA-CAMBIO.VALOR-DESPUES)
005946     END-EXEC.
005947
005948* ***************************************************************
005949* ANOTA EN LA RESPUESTA UN ERROR DE BASE DE DATOS Y MARCA EL
005950* INDICADOR DE ERROR PARA QUE EL FLUJO PRINCIPAL DESHAGA LA
005960* UNIDAD DE TRABAJO Y DEVUELVA EL CODIGO AL TERMINAL
005970* ***************************************************************
