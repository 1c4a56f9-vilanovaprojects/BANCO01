000070* OPERADOR Y TERMINAL EN IBMUSER.AUDITORIA Y EL RESULTADO
000080* CODIFICADO VUELVE AL TERMINAL. HASTA AHORA, RETIRAR UN PAGO
000090* PROGRAMADO OBLIGABA A DEJARLO POSTEAR Y REVERTIRLO CON REVE01
000093* LA AUDITORIA GUARDA ADEMAS LOS VALORES ANTERIOR Y POSTERIOR DE
000096* LOS CAMPOS DEL PENDIENTE QUE CAMBIAN
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.PEND01.
000120
000770* INDICADOR DE FIN DEL CURSOR DE PENDIENTES DEL CONTRATO
000780 01 WS-FIN-CURSOR        PIC X VALUE 'N'.
000790     88 WS-FIN-CURSOR-SI VALUE 'S'.
000791     88 WS-FIN-CURSOR-NO VALUE 'N'.
000792
000793* IMAGEN DEL PENDIENTE ANTES Y DESPUES DE LA OPERACION, CON EL
000794* IMPORTE EDITADO, PARA ANOTAR EN LA AUDITORIA LOS CAMPOS QUE
000795* CAMBIAN
000796 01 WS-IMAGEN-ANTES.
000800     05 WS-IMA-CLAVE-PENDIENTE   PIC Z(8)9.
000801     05 WS-IMA-FECHA-VALOR       PIC X(10).
000802     05 WS-IMA-IMPORTE           PIC -(11)9.99.
000803     05 WS-IMA-ESTADO            PIC X(1).
000804 01 WS-IMAGEN-DESPUES.
000805     05 WS-IMD-CLAVE-PENDIENTE   PIC Z(8)9.
000806     05 WS-IMD-FECHA-VALOR       PIC X(10).
000807     05 WS-IMD-IMPORTE           PIC -(11)9.99.
000808     05 WS-IMD-ESTADO            PIC X(1).
000809
000810* CAMPOS QUE CAMBIAN EN LA OPERACION, CON SU VALOR ANTERIOR Y
000811* POSTERIOR EN FORMATO EDITADO. SE GRABAN EN
000812* IBMUSER.AUDITORIA_CAMBIO CON LA MISMA FECHA Y HORA QUE EL
000813* REGISTRO DE AUDITORIA DE LA OPERACION
000814 01 WS-DIF-MAX               PIC 9(2) VALUE 0.
000815 01 WS-TABLA-DIFERENCIAS.
000816     05 WS-DIF-OCU OCCURS 1 TO 12 TIMES
000817                   DEPENDING ON WS-DIF-MAX
000818                   INDEXED BY WS-IDX-DIF.
000819        10 WS-DIF-CAMPO       PIC X(18).
000820        10 WS-DIF-ANTES       PIC X(50).
000821        10 WS-DIF-DESPUES     PIC X(50).
000822
000823* CAMPO QUE SE COMPARA PARA ANOTARLO EN LA TABLA SI HA CAMBIADO
000824 01 WS-DIF-NUEVO.
000825     05 WS-DNU-CAMPO          PIC X(18).
000826     05 WS-DNU-ANTES          PIC X(50).
000827     05 WS-DNU-DESPUES        PIC X(50).
000828
000829* SQLCA Y DCLGEN DE LAS TABLAS. DCLAUDITORIA ES LA TABLA DONDE
000830* SE REGISTRA QUIEN (USUARIO Y TERMINAL) HA ANULADO O CORREGIDO
000840* CADA PENDIENTE. SE REGISTRA LA CLAVE DEL CONTRATO ORIGEN DEL
000850* PENDIENTE TOCADO, Y EN AUDITORIA_CAMBIO LA CLAVE DEL PENDIENTE
000855* CON LOS VALORES ANTERIOR Y POSTERIOR DE LOS CAMPOS QUE CAMBIAN
000860     EXEC SQL INCLUDE SQLCA END-EXEC.
000870     EXEC SQL INCLUDE PENDIENT END-EXEC.
000880     EXEC SQL INCLUDE AUDITORI END-EXEC.
000885     EXEC SQL INCLUDE AUDICAMB END-EXEC.
000890
000900* CURSOR CON LOS PENDIENTES AUN NO LIBERADOS DEL CONTRATO
000910* CONSULTADO, EN ORDEN DE FECHA VALOR
002290     MOVE WS-PET-CLAVE-PENDIENTE TO CLAVE-PENDIENTE.
002300
002310     EXEC SQL
002320        SELECT CONT_ORIGEN, ESTADO, CHAR(FECHA_VALOR, ISO),
002325               IMPORTE
002330          INTO :DCLPENDIENTE.CONT-ORIGEN,
002335               :DCLPENDIENTE.ESTADO,
002340               :DCLPENDIENTE.FECHA-VALOR,
002345               :DCLPENDIENTE.IMPORTE
002350          FROM IBMUSER.PENDIENTE
002360         WHERE CLAVE_PENDIENTE = :CLAVE-PENDIENTE
002370     END-EXEC.
002520                                           TO WS-RES-DESCRIPCION
002530           ELSE
002540              SET CODERR-OK                TO TRUE
002545              PERFORM 2870-GUARDA-IMAGEN-ANTES
002550           END-IF
002560        END-IF
002570     END-IF.
002790           MOVE 0                          TO WS-RES-SQLCODE
002800           MOVE 'PENDIENTE ANULADO CORRECTAMENTE'
002810                                           TO WS-RES-DESCRIPCION
002813           MOVE WS-IMAGEN-ANTES       TO WS-IMAGEN-DESPUES
002816           MOVE 'A'                   TO WS-IMD-ESTADO
002820           PERFORM 2900-REGISTRA-AUDITORIA
002830           IF CODERR-OK
002840              EXEC CICS SYNCPOINT END-EXEC
003240           MOVE 0                          TO WS-RES-SQLCODE
003250           MOVE 'FECHA VALOR DEL PENDIENTE CORREGIDA'
003260                                           TO WS-RES-DESCRIPCION
003263           MOVE WS-IMAGEN-ANTES       TO WS-IMAGEN-DESPUES
003266           MOVE WS-PET-FECHA-VALOR    TO WS-IMD-FECHA-VALOR
003270           PERFORM 2900-REGISTRA-AUDITORIA
003280           IF CODERR-OK
003290              EXEC CICS SYNCPOINT END-EXEC
003620           MOVE 0                          TO WS-RES-SQLCODE
003630           MOVE 'IMPORTE DEL PENDIENTE CORREGIDO'
003640                                           TO WS-RES-DESCRIPCION
003643           MOVE WS-IMAGEN-ANTES       TO WS-IMAGEN-DESPUES
003646           MOVE WS-PET-IMPORTE        TO WS-IMD-IMPORTE
003650           PERFORM 2900-REGISTRA-AUDITORIA
003660           IF CODERR-OK
003670              EXEC CICS SYNCPOINT END-EXEC
003690        END-IF
003700     END-IF.
003710
003711* ***************************************************************
003712* GUARDA LA IMAGEN DEL PENDIENTE LEIDO ANTES DE LA OPERACION
003713* ***************************************************************
003714 2870-GUARDA-IMAGEN-ANTES.
003715
003716     MOVE CLAVE-PENDIENTE OF DCLPENDIENTE
003720                                TO WS-IMA-CLAVE-PENDIENTE.
003721     MOVE FECHA-VALOR OF DCLPENDIENTE   TO WS-IMA-FECHA-VALOR.
003722     MOVE IMPORTE OF DCLPENDIENTE       TO WS-IMA-IMPORTE.
003723     MOVE ESTADO OF DCLPENDIENTE        TO WS-IMA-ESTADO.
003724
003725* ***************************************************************
003726* ANOTA EN LA TABLA DE DIFERENCIAS EL CAMPO PREPARADO EN
003727* WS-DIF-NUEVO SI SU VALOR HA CAMBIADO CON LA OPERACION
003728* ***************************************************************
003729 2880-ANOTA-DIFERENCIA.
003730
003731     IF WS-DNU-ANTES NOT EQUAL WS-DNU-DESPUES
003732        AND WS-DIF-MAX LESS THAN 12
003733        ADD 1 TO WS-DIF-MAX
003734        SET WS-IDX-DIF TO WS-DIF-MAX
003735        MOVE WS-DIF-NUEVO TO WS-DIF-OCU (WS-IDX-DIF)
003736     END-IF.
003737
003738* ***************************************************************
003739* ANOTA SIEMPRE EN LA TABLA DE DIFERENCIAS EL CAMPO DE CLAVE
003740* PREPARADO EN WS-DIF-NUEVO, HAYA CAMBIADO O NO, PARA PODER
003741* IDENTIFICAR LA FILA AFECTADA
003742* ***************************************************************
003743 2885-ANOTA-CLAVE.
003744
003745     IF WS-DIF-MAX LESS THAN 12
003746        ADD 1 TO WS-DIF-MAX
003747        SET WS-IDX-DIF TO WS-DIF-MAX
003748        MOVE WS-DIF-NUEVO TO WS-DIF-OCU (WS-IDX-DIF)
003749     END-IF.
003750
003751* ***************************************************************
003752* COMPARA LAS IMAGENES DEL PENDIENTE ANTES Y DESPUES DE LA
003753* OPERACION Y ANOTA LOS CAMPOS QUE HAN CAMBIADO. LA CLAVE DEL
003754* PENDIENTE SE ANOTA SIEMPRE, AUNQUE NO CAMBIE
003755* ***************************************************************
003756 2890-COMPARA-IMAGENES.
003757
003758     MOVE 0                        TO WS-DIF-MAX.
003759
003760     MOVE 'CLAVE_PENDIENTE'         TO WS-DNU-CAMPO.
003761     MOVE WS-IMA-CLAVE-PENDIENTE    TO WS-DNU-ANTES.
003762     MOVE WS-IMD-CLAVE-PENDIENTE    TO WS-DNU-DESPUES.
003763     PERFORM 2885-ANOTA-CLAVE.
003764
003765     MOVE 'FECHA_VALOR'             TO WS-DNU-CAMPO.
003766     MOVE WS-IMA-FECHA-VALOR        TO WS-DNU-ANTES.
003767     MOVE WS-IMD-FECHA-VALOR        TO WS-DNU-DESPUES.
003768     PERFORM 2880-ANOTA-DIFERENCIA.
003769
003770     MOVE 'IMPORTE'                 TO WS-DNU-CAMPO.
003771     MOVE WS-IMA-IMPORTE            TO WS-DNU-ANTES.
003772     MOVE WS-IMD-IMPORTE            TO WS-DNU-DESPUES.
003773     PERFORM 2880-ANOTA-DIFERENCIA.
003774
003775     MOVE 'ESTADO'                  TO WS-DNU-CAMPO.
003776     MOVE WS-IMA-ESTADO             TO WS-DNU-ANTES.
003777     MOVE WS-IMD-ESTADO             TO WS-DNU-DESPUES.
003778     PERFORM 2880-ANOTA-DIFERENCIA.
003779
003780* ***************************************************************
003781* REGISTRA EN IBMUSER.AUDITORIA QUIEN (USUARIO Y TERMINAL) HA
003782* ANULADO O CORREGIDO EL PENDIENTE. SE REGISTRA LA CLAVE DEL
003783* CONTRATO ORIGEN DEL PENDIENTE TOCADO
003784* Y LOS VALORES ANTERIOR Y POSTERIOR DE LOS CAMPOS QUE CAMBIAN
003785* ***************************************************************
003786 2900-REGISTRA-AUDITORIA.
003787
003788     PERFORM 2890-COMPARA-IMAGENES.
003789
003790     MOVE CONT-ORIGEN OF DCLPENDIENTE TO CLAVE-CONTRATO
003800                                         OF DCLAUDITORIA.
003810     MOVE WS-PET-OPERACION      TO OPERACION OF DCLAUDITORIA.
003830     MOVE EIBTRMID              TO TERMINAL-ID OF DCLAUDITORIA.
003840     MOVE 'PENDIENT'            TO ENTIDAD OF DCLAUDITORIA.
003850
003853* LA FECHA Y HORA DEL REGISTRO SE TOMA ANTES DE GRABARLO PARA
003856* ENLAZAR CON ELLA LOS CAMPOS MODIFICADOS
003860     EXEC SQL
003861        SELECT CURRENT TIMESTAMP
003862          INTO :DCLAUDITORIA.FECHA-HORA
003863          FROM SYSIBM.SYSDUMMY1
003864     END-EXEC.
003865
003866     IF SQLCODE EQUAL 0
003867        EXEC SQL
003870           INSERT INTO IBMUSER.AUDITORIA
003880                 (CLAVE_CONTRATO, OPERACION, USUARIO, TERMINAL_ID,
003890                  FECHA_HORA, ENTIDAD)
003900           VALUES (:DCLAUDITORIA.CLAVE-CONTRATO,
003910                   :DCLAUDITORIA.OPERACION,
003920                   :DCLAUDITORIA.USUARIO,
003930                   :DCLAUDITORIA.TERMINAL-ID,
003940                   :DCLAUDITORIA.FECHA-HORA,
003950                   :DCLAUDITORIA.ENTIDAD)
003960        END-EXEC
003961     END-IF.
003962
003963     IF SQLCODE EQUAL 0
003964        PERFORM 2910-REGISTRA-DIFERENCIA
003965           VARYING WS-IDX-DIF FROM 1 BY 1
003966           UNTIL WS-IDX-DIF GREATER THAN WS-DIF-MAX
003967              OR SQLCODE NOT EQUAL 0
003968     END-IF.
003970
003980     IF SQLCODE NOT EQUAL 0
003990        SET CODERR-SQL-ERROR                  TO TRUE
004070* CONFIRMARIA EL CAMBIO SIN SU REGISTRO DE AUDITORIA
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
004129* COMPRUEBA EL SQLCODE DE LA ULTIMA OPERACION DE BASE DE DATOS
004130* Y ANOTA EN LA RESPUESTA EL ERROR SI LO HAY
004140* ***************************************************************
004150 2960-COMPRUEBA-SQLCODE.
