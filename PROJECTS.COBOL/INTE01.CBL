000060* EL DEVENGO DIARIO SE ACUMULA EN IBMUSER.INTERES_ACUMULADO Y,
000070* CUANDO EL PLANIFICADOR LO INDICA POR PARAMETRO, SE CAPITALIZA
000080* POSTEANDO MOVIMIENTOS REALES EN IBMUSER.MOVIMIENTO QUE
000090* APARECEN EN EL EXTRACTO COMO CUALQUIER OTRO CARGO O ABONO.
000091* SOBRE CADA ABONO DE INTERESES ACREEDORES SE PRACTICA LA
000092* RETENCION FISCAL QUE CORRESPONDE AL TIPO DE CLIENTE DEL
000093* TITULAR (IBMUSER.RETENCION_FISCAL), QUE SE CARGA AL CONTRATO
000094* Y SE ABONA AL CONTRATO DE RETENCIONES A INGRESAR, Y SE DEJA
000095* CONSTANCIA EN IBMUSER.RETENCION_PRACTICADA PARA LA
000096* DECLARACION FISCAL ANUAL
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.INTE01.
000210
001610        VALUE 'LIQUIDACION INTERESES ACREEDORES'.
001620 01 WS-DESC-LIQ-DEUDORA    PIC X(50)
001630        VALUE 'LIQUIDACION INTERESES DEUDORES'.
001632 01 WS-DESC-RETENCION      PIC X(50)
001634        VALUE 'RETENCION FISCAL SOBRE INTERESES'.
001636
001637* RETENCION FISCAL SOBRE EL ABONO DE INTERESES ACREEDORES: TIPO
001638* DE CLIENTE DEL PRIMER TITULAR DEL CONTRATO (BLANCO SI NO TIENE
001639* TITULAR), INDICADOR DE QUE NO HAY FILA DE RETENCION VIGENTE,
001640* IMPORTE RETENIDO EN LA DIVISA DEL CONTRATO, DIVISA Y
001641* CONTRAVALOR EN EL CONTRATO DE RETENCIONES, Y CLAVES DE LOS
001642* MOVIMIENTOS DE ABONO Y DE RETENCION
001643 01 WS-RET-TIPO-CLIENTE    PIC X(1).
001644 01 WS-RET-SIN-TIPO        PIC X VALUE 'N'.
001645     88 WS-RET-SIN-TIPO-SI VALUE 'S'.
001646     88 WS-RET-SIN-TIPO-NO VALUE 'N'.
001647 01 WS-RET-IMPORTE         PIC 9(11)V9(2) VALUE 0.
001648 01 WS-RET-MONEDA-DESTINO  PIC X(3).
001649 01 WS-RET-IMPORTE-DESTINO PIC 9(11)V9(2) VALUE 0.
001650 01 WS-RET-TIPO-CAMBIO     PIC 9(4)V9(6) VALUE 0.
001651 01 WS-RET-MOV-ABONO       PIC S9(9) COMP VALUE 0.
001652 01 WS-RET-MOV-RETENCION   PIC S9(9) COMP VALUE 0.
001653
001654* CONTADORES DEL INFORME DE CONTROL DE LA EJECUCION
001660 01 WS-CONTADORES-INFORME.
001670     05 WS-CNT-CONTRATOS    PIC 9(9)   VALUE 0.
001680     05 WS-CNT-DEVENGOS     PIC 9(9)   VALUE 0.
001730     05 WS-TOT-LIQ-ACREED   PIC 9(13)V9(2) VALUE 0.
001740     05 WS-TOT-LIQ-DEUDOR   PIC 9(13)V9(2) VALUE 0.
001742     05 WS-CNT-TRAMOS-LIQ   PIC 9(9)   VALUE 0.
001744     05 WS-CNT-RETENCIONES  PIC 9(9)   VALUE 0.
001746     05 WS-CNT-RET-EXENTAS  PIC 9(9)   VALUE 0.
001747     05 WS-CNT-RET-SIN-TIPO PIC 9(9)   VALUE 0.
001748     05 WS-TOT-RETENIDO     PIC 9(13)V9(2) VALUE 0.
001750
001760* LINEA DE DETALLE DEL INFORME DE CONTROL
001770 01 WS-LINEA-INFORME.
002015* NO HA TERMINADO YA PARA ESA FECHA. UNA REPETICION DELIBERADA
002015* EXIGE QUE OPERACION BORRE ANTES LA FILA DE CONTROL DEL DIA
002015 01 WS-CTL-PROGRAMA      PIC X(8) VALUE 'INTE01'.
002015 01 WS-CTL-PREDECESOR    PIC X(8) VALUE 'BARR01'.
002015 01 WS-CNT-CTL           PIC S9(9) COMP VALUE 0.
002014
002016* RESERVA DE CLAVES DE MOVIMIENTO EN IBMUSER.CONTADOR: TAMANO
002074     EXEC SQL INCLUDE DEVENGOD END-EXEC,
002076     EXEC SQL INCLUDE CONTROLP END-EXEC,
002077     EXEC SQL INCLUDE CONTADOR END-EXEC,
002078     EXEC SQL INCLUDE RETEFISC END-EXEC,
002081     EXEC SQL INCLUDE RETEPRAC END-EXEC,
002084     EXEC SQL INCLUDE TIPOCAMB END-EXEC,
002087
002090* CURSOR CON LOS CONTRATOS NO CERRADOS SOBRE LOS QUE SE DEVENGA:
002095* LOS BLOQUEADOS O INACTIVOS SIGUEN MANTENIENDO SALDO Y SIGUEN
002098* DEVENGANDO. SE DECLARA WITH HOLD PARA QUE LOS COMMIT
005040        SUBTRACT WS-LIQ-IMPORTE FROM ACUM-ACREEDOR
005050                                     OF DCLINTERES-ACUMULADO
005060        PERFORM 2400-POSTEA-ABONO-INTERESES
005065        PERFORM 2420-PRACTICA-RETENCION
005070        ADD 1               TO WS-CNT-LIQ-ACREED
005080        ADD WS-LIQ-IMPORTE  TO WS-TOT-LIQ-ACREED
005090     END-IF.
005750     MOVE CLAVE-CONTRATO OF DCLCONTRATO TO DESTINO.
005760     MOVE WS-DESC-LIQ-ACREEDORA
005770       TO DESCRIPCION OF DCLMOVIMIENTO.
005772     MOVE WS-LIQ-IMPORTE       TO IMPORTE OF DCLMOVIMIENTO.
005774     MOVE 'N'                  TO TIPO-OPERACION OF DCLMOVIMIENTO.
005780     PERFORM 2500-INSERTA-MOVIMIENTO.
005782     MOVE CLAVE-MOVIMIENTO     TO WS-RET-MOV-ABONO.
005783
005784* ***************************************************************
005785* PRACTICA LA RETENCION FISCAL SOBRE EL ABONO DE INTERESES
005786* ACREEDORES RECIEN POSTEADO. EL TIPO SE TOMA DE LA FILA DE
005787* IBMUSER.RETENCION_FISCAL DEL TIPO DE CLIENTE DEL TITULAR (O,
005790* EN SU DEFECTO, DE LA FILA GENERAL CON TIPO DE CLIENTE EN
005791* BLANCO) VIGENTE EN LA FECHA DE PROCESO. LOS CLIENTES EXENTOS
005792* Y EL PROPIO CONTRATO DE RETENCIONES NO RETIENEN. EN TODOS LOS
005793* CASOS SE REGISTRA EL ABONO EN IBMUSER.RETENCION_PRACTICADA,
005794* PORQUE LA DECLARACION ANUAL INCLUYE TAMBIEN EL INTERES NO
005795* SUJETO A RETENCION
005796* ***************************************************************
005797 2420-PRACTICA-RETENCION.
005798
005799     MOVE 0                    TO WS-RET-IMPORTE.
005800     MOVE 0                    TO WS-RET-MOV-RETENCION.
005801     PERFORM 2410-BUSCA-RETENCION.
005802
005803     IF WS-RET-SIN-TIPO-SI
005804        MOVE 0 TO TIPO-RETENCION OF DCLRETENCION-FISCAL
005805        ADD 1  TO WS-CNT-RET-SIN-TIPO
005806     ELSE
005807        IF EXENTO OF DCLRETENCION-FISCAL EQUAL 'S'
005808           OR CONT-RETENCION OF DCLRETENCION-FISCAL EQUAL
005809              CLAVE-CONTRATO OF DCLCONTRATO
005810           MOVE 0 TO TIPO-RETENCION OF DCLRETENCION-FISCAL
005811           ADD 1  TO WS-CNT-RET-EXENTAS
005812        ELSE
005813           COMPUTE WS-RET-IMPORTE ROUNDED =
005814                   WS-LIQ-IMPORTE *
005815                   TIPO-RETENCION OF DCLRETENCION-FISCAL / 100
005816           IF WS-RET-IMPORTE GREATER THAN ZERO
005817              PERFORM 2430-POSTEA-RETENCION
005818              ADD 1              TO WS-CNT-RETENCIONES
005819              ADD WS-RET-IMPORTE TO WS-TOT-RETENIDO
005820           END-IF
005821        END-IF
005822     END-IF.
005823
005824     PERFORM 2440-REGISTRA-RETENCION.
005825
005826* ***************************************************************
005827* OBTIENE EL TIPO DE CLIENTE DEL PRIMER TITULAR DEL CONTRATO (EL
005828* DE MENOR CLAVE EN IBMUSER.CLIENTE_CONTRATO) Y LA FILA DE
005829* RETENCION VIGENTE PARA ESE TIPO, O LA GENERAL SI NO HAY FILA
005830* PROPIA. SIN NINGUNA FILA VIGENTE NO SE RETIENE
005831* ***************************************************************
005832 2410-BUSCA-RETENCION.
005833
005834     EXEC SQL
005835        SELECT C.TIPO_CLIENTE
005836          INTO :WS-RET-TIPO-CLIENTE
005837          FROM IBMUSER.CLIENTE C
005838         WHERE C.CLAVE_CLIENTE =
005839               (SELECT MIN(L.CLAVE_CLIENTE)
005840                  FROM IBMUSER.CLIENTE_CONTRATO L
005841                 WHERE L.CLAVE_CONTRATO =
005842                       :DCLCONTRATO.CLAVE-CONTRATO)
005843     END-EXEC.
005844
005845     IF SQLCODE EQUAL 100
005846        MOVE SPACES TO WS-RET-TIPO-CLIENTE
005847     ELSE
005848        IF SQLCODE NOT EQUAL 0
005849           SET CODERR-SQL-ERROR TO TRUE
005850           MOVE SQLCODE                    TO WS-S-SQLCODE
005851           MOVE 'ERROR AL RECUPERAR EL TIPO DE CLIENTE'
005852                                           TO WS-S-DESCRIPCION
005853
005854           PERFORM 2800-ESCRIBE-SALIDA
005855           PERFORM 9999-ERROR
005856        END-IF
005857     END-IF.
005858
005859     MOVE WS-RET-TIPO-CLIENTE
005860       TO TIPO-CLIENTE OF DCLRETENCION-FISCAL.
005861     PERFORM 2415-LEE-RETENCION.
005862
005863     IF SQLCODE EQUAL 100
005864        AND WS-RET-TIPO-CLIENTE NOT EQUAL SPACES
005865        MOVE SPACES TO TIPO-CLIENTE OF DCLRETENCION-FISCAL
005866        PERFORM 2415-LEE-RETENCION
005867     END-IF.
005868
005869     IF SQLCODE EQUAL 100
005870        MOVE 'S' TO WS-RET-SIN-TIPO
005871     ELSE
005872        IF SQLCODE NOT EQUAL 0
005873           SET CODERR-SQL-ERROR TO TRUE
005874           MOVE SQLCODE                    TO WS-S-SQLCODE
005875           MOVE 'ERROR AL RECUPERAR EL TIPO DE RETENCION FISCAL'
005876                                           TO WS-S-DESCRIPCION
005877
005878           PERFORM 2800-ESCRIBE-SALIDA
005879           PERFORM 9999-ERROR
005880        ELSE
005881           MOVE 'N' TO WS-RET-SIN-TIPO
005882        END-IF
005883     END-IF.
005884
005885* ***************************************************************
005886* LEE LA FILA DE IBMUSER.RETENCION_FISCAL DEL TIPO DE CLIENTE
005887* INDICADO CON LA FECHA DE EFECTO MAS RECIENTE NO POSTERIOR A
005888* LA FECHA DE PROCESO
005889* ***************************************************************
005890 2415-LEE-RETENCION.
005891
005892     EXEC SQL
005893        SELECT TIPO_RETENCION, EXENTO, CONT_RETENCION
005894          INTO :DCLRETENCION-FISCAL.TIPO-RETENCION,
005895               :DCLRETENCION-FISCAL.EXENTO,
005896               :DCLRETENCION-FISCAL.CONT-RETENCION
005897          FROM IBMUSER.RETENCION_FISCAL
005898         WHERE TIPO_CLIENTE = :DCLRETENCION-FISCAL.TIPO-CLIENTE
005899           AND FECHA_DESDE =
005900               (SELECT MAX(FECHA_DESDE)
005901                  FROM IBMUSER.RETENCION_FISCAL
005902                 WHERE TIPO_CLIENTE =
005903                       :DCLRETENCION-FISCAL.TIPO-CLIENTE
005904                   AND FECHA_DESDE <= DATE(:WS-FECHA-PROCESO))
005905     END-EXEC.
005906
005907* ***************************************************************
005908* POSTEA LA RETENCION: LA CARGA AL CONTRATO, ABONA SU
005909* CONTRAVALOR AL CONTRATO DE RETENCIONES A INGRESAR (CONVERTIDO
005910* AL TIPO DE CAMBIO VIGENTE SI SU DIVISA ES OTRA) E INSERTA EL
005911* MOVIMIENTO DE RETENCION ENTRE AMBOS, QUE APARECE EN EL
005912* EXTRACTO DEL CLIENTE JUNTO AL ABONO BRUTO DE INTERESES
005913* ***************************************************************
005914 2430-POSTEA-RETENCION.
005915
005916     EXEC SQL
005917        SELECT MONEDA
005918          INTO :WS-RET-MONEDA-DESTINO
005919          FROM IBMUSER.CONTRATO
005920         WHERE CLAVE_CONTRATO =
005921               :DCLRETENCION-FISCAL.CONT-RETENCION
005922     END-EXEC.
005923
005924     IF SQLCODE NOT EQUAL 0
005925        SET CODERR-SQL-ERROR TO TRUE
005926        MOVE SQLCODE                       TO WS-S-SQLCODE
005927        MOVE 'NO EXISTE EL CONTRATO DE RETENCIONES A INGRESAR'
005928                                           TO WS-S-DESCRIPCION
005929
005930        PERFORM 2800-ESCRIBE-SALIDA
005931        PERFORM 9999-ERROR
005932     END-IF.
005933
005934     IF WS-RET-MONEDA-DESTINO EQUAL MONEDA OF DCLCONTRATO
005935        MOVE WS-RET-IMPORTE TO WS-RET-IMPORTE-DESTINO
005936     ELSE
005937        EXEC SQL
005938           SELECT TIPO
005939             INTO :DCLTIPO-CAMBIO.TIPO
005940             FROM IBMUSER.TIPO_CAMBIO
005941            WHERE MONEDA_ORIGEN = :DCLCONTRATO.MONEDA
005942              AND MONEDA_DESTINO = :WS-RET-MONEDA-DESTINO
005943              AND FECHA_DESDE =
005944                  (SELECT MAX(FECHA_DESDE)
005945                     FROM IBMUSER.TIPO_CAMBIO
005946                    WHERE MONEDA_ORIGEN = :DCLCONTRATO.MONEDA
005947                      AND MONEDA_DESTINO =
005948                          :WS-RET-MONEDA-DESTINO
005949                      AND FECHA_DESDE <= DATE(:WS-FECHA-PROCESO))
005950        END-EXEC
005951
005952        IF SQLCODE NOT EQUAL 0
005953           SET CODERR-SQL-ERROR TO TRUE
005954           MOVE SQLCODE                    TO WS-S-SQLCODE
005955           MOVE 'SIN TIPO DE CAMBIO PARA ABONAR LA RETENCION'
005956                                           TO WS-S-DESCRIPCION
005957
005958           PERFORM 2800-ESCRIBE-SALIDA
005959           PERFORM 9999-ERROR
005960        END-IF
005961
005962        MOVE TIPO OF DCLTIPO-CAMBIO TO WS-RET-TIPO-CAMBIO
005963        COMPUTE WS-RET-IMPORTE-DESTINO =
005964                WS-RET-IMPORTE * WS-RET-TIPO-CAMBIO
005965     END-IF.
005966
005967     EXEC SQL
005968       UPDATE  IBMUSER.CONTRATO
005969          SET  IMPORTE = IMPORTE - :WS-RET-IMPORTE
005970        WHERE  CLAVE_CONTRATO = :DCLCONTRATO.CLAVE-CONTRATO
005971     END-EXEC.
005972
005973     IF SQLCODE NOT EQUAL 0
005974        SET CODERR-SQL-ERROR TO TRUE
005975        MOVE SQLCODE                       TO WS-S-SQLCODE
005976        MOVE 'ERROR AL CARGAR LA RETENCION AL CONTRATO'
005977                                           TO WS-S-DESCRIPCION
005978
005979        PERFORM 2800-ESCRIBE-SALIDA
005980        PERFORM 9999-ERROR
005981     END-IF.
005982
005983     EXEC SQL
005984       UPDATE  IBMUSER.CONTRATO
005985          SET  IMPORTE = IMPORTE + :WS-RET-IMPORTE-DESTINO
005986        WHERE  CLAVE_CONTRATO =
005987               :DCLRETENCION-FISCAL.CONT-RETENCION
005988     END-EXEC.
005989
005990     IF SQLCODE NOT EQUAL 0
005991        SET CODERR-SQL-ERROR TO TRUE
005992        MOVE SQLCODE                       TO WS-S-SQLCODE
005993        MOVE 'ERROR AL ABONAR EL CONTRATO DE RETENCIONES'
005994                                           TO WS-S-DESCRIPCION
005995
005996        PERFORM 2800-ESCRIBE-SALIDA
005997        PERFORM 9999-ERROR
005998     END-IF.
005999
006000     MOVE 0                    TO IND-ORIGEN.
006001     MOVE 0                    TO IND-DESTINO.
006002     MOVE CLAVE-CONTRATO OF DCLCONTRATO TO ORIGEN.
006003     MOVE CONT-RETENCION OF DCLRETENCION-FISCAL TO DESTINO.
006004     MOVE WS-DESC-RETENCION
006005       TO DESCRIPCION OF DCLMOVIMIENTO.
006006     MOVE WS-RET-IMPORTE       TO IMPORTE OF DCLMOVIMIENTO.
006007     MOVE 'F'                  TO TIPO-OPERACION OF DCLMOVIMIENTO.
006008     PERFORM 2500-INSERTA-MOVIMIENTO.
006009     MOVE CLAVE-MOVIMIENTO     TO WS-RET-MOV-RETENCION.
006010
006011* ***************************************************************
006012* REGISTRA EN IBMUSER.RETENCION_PRACTICADA EL ABONO DE INTERESES
006013* Y LA RETENCION PRACTICADA (CERO SI EXENTO O SIN TIPO), ORIGEN
006014* DE LA DECLARACION FISCAL ANUAL Y DE LOS CERTIFICADOS DE
006015* RETENCIONES QUE EMITE FISC01
006016* ***************************************************************
006017 2440-REGISTRA-RETENCION.
006018
006019     MOVE CLAVE-CONTRATO OF DCLCONTRATO
006020       TO CLAVE-CONTRATO OF DCLRETENCION-PRACTICADA.
006021     MOVE WS-FECHA-PROCESO
006022       TO FECHA-LIQUIDACION OF DCLRETENCION-PRACTICADA.
006023     MOVE MONEDA OF DCLCONTRATO
006024       TO MONEDA OF DCLRETENCION-PRACTICADA.
006025     MOVE WS-RET-TIPO-CLIENTE
006026       TO TIPO-CLIENTE OF DCLRETENCION-PRACTICADA.
006027     MOVE WS-LIQ-IMPORTE
006028       TO INTERES-BRUTO OF DCLRETENCION-PRACTICADA.
006029     MOVE TIPO-RETENCION OF DCLRETENCION-FISCAL
006030       TO TIPO-RETENCION OF DCLRETENCION-PRACTICADA.
006031     MOVE WS-RET-IMPORTE
006032       TO IMPORTE-RETENIDO OF DCLRETENCION-PRACTICADA.
006033     MOVE WS-RET-MOV-ABONO
006034       TO CLAVE-MOV-ABONO OF DCLRETENCION-PRACTICADA.
006035     MOVE WS-RET-MOV-RETENCION
006036       TO CLAVE-MOV-RETENCION OF DCLRETENCION-PRACTICADA.
006037     MOVE WS-CTL-PROGRAMA
006038       TO ORIGEN-LIQUIDACION OF DCLRETENCION-PRACTICADA.
006039
006040     EXEC SQL
006041        INSERT INTO IBMUSER.RETENCION_PRACTICADA
006042              (CLAVE_CONTRATO, FECHA_LIQUIDACION, MONEDA,
006043               TIPO_CLIENTE, INTERES_BRUTO, TIPO_RETENCION,
006044               IMPORTE_RETENIDO, CLAVE_MOV_ABONO,
006045               CLAVE_MOV_RETENCION, ORIGEN_LIQUIDACION)
006046        VALUES (:DCLRETENCION-PRACTICADA.CLAVE-CONTRATO,
006047                DATE(:DCLRETENCION-PRACTICADA.FECHA-LIQUIDACION),
006048                :DCLRETENCION-PRACTICADA.MONEDA,
006049                :DCLRETENCION-PRACTICADA.TIPO-CLIENTE,
006050                :DCLRETENCION-PRACTICADA.INTERES-BRUTO,
006051                :DCLRETENCION-PRACTICADA.TIPO-RETENCION,
006052                :DCLRETENCION-PRACTICADA.IMPORTE-RETENIDO,
006053                :DCLRETENCION-PRACTICADA.CLAVE-MOV-ABONO,
006054                :DCLRETENCION-PRACTICADA.CLAVE-MOV-RETENCION,
006055                :DCLRETENCION-PRACTICADA.ORIGEN-LIQUIDACION)
006056     END-EXEC.
006057
006058     IF SQLCODE NOT EQUAL 0
006059        SET CODERR-SQL-ERROR TO TRUE
006060        MOVE SQLCODE                       TO WS-S-SQLCODE
006061        MOVE 'ERROR AL REGISTRAR LA RETENCION PRACTICADA'
006062                                           TO WS-S-DESCRIPCION
006063
006064        PERFORM 2800-ESCRIBE-SALIDA
006065        PERFORM 9999-ERROR
006066     END-IF.
006067
006068* ***************************************************************
006069* POSTEA EL CARGO DE LA LIQUIDACION DE INTERESES DEUDORES:
006070* RESTA EL IMPORTE DEL SALDO DEL CONTRATO E INSERTA EL MOVIMIENTO
006071* EN IBMUSER.MOVIMIENTO SIN CONTRATO DESTINO (CARGO DEL BANCO)
006072* ***************************************************************
006073 2450-POSTEA-CARGO-INTERESES.
006074
006075     EXEC SQL
006076       UPDATE  IBMUSER.CONTRATO
006077          SET  IMPORTE = IMPORTE - :WS-LIQ-IMPORTE
006078        WHERE  CLAVE_CONTRATO = :DCLCONTRATO.CLAVE-CONTRATO
006079     END-EXEC.
006080
006081     IF SQLCODE NOT EQUAL 0
006082        SET CODERR-SQL-ERROR TO TRUE
006083        MOVE SQLCODE                       TO WS-S-SQLCODE
006084        MOVE 'ERROR AL CARGAR LOS INTERESES AL CONTRATO'
006085                                           TO WS-S-DESCRIPCION
006086
006087        PERFORM 2800-ESCRIBE-SALIDA
006088        PERFORM 9999-ERROR
006089     END-IF.
006090
006091     MOVE 0                    TO IND-ORIGEN.
006092     MOVE 0                    TO IND-DESTINO.
006093     MOVE -1                   TO IND-DESTINO.
006094     MOVE CLAVE-CONTRATO OF DCLCONTRATO TO ORIGEN.
006095     MOVE WS-DESC-LIQ-DEUDORA
006096       TO DESCRIPCION OF DCLMOVIMIENTO.
006097     MOVE WS-LIQ-IMPORTE       TO IMPORTE OF DCLMOVIMIENTO.
006098     MOVE 'N'                  TO TIPO-OPERACION OF DCLMOVIMIENTO.
006099     PERFORM 2500-INSERTA-MOVIMIENTO.
006100
006110* ***************************************************************
006120* INSERTA EN IBMUSER.MOVIMIENTO EL MOVIMIENTO DE LIQUIDACION DE
006130* INTERESES O DE RETENCION PREPARADO POR EL PARRAFO LLAMANTE
006135* (LADOS, DESCRIPCION, IMPORTE Y TIPO DE OPERACION). EN LAS
006137* LIQUIDACIONES EL LADO DEL BANCO (ORIGEN EN LOS ABONOS, DESTINO
006140* EN LOS CARGOS) SE GRABA NULO
006150* ***************************************************************
006160 2500-INSERTA-MOVIMIENTO.
006170
006190     MOVE MONEDA OF DCLCONTRATO TO MONEDA OF DCLMOVIMIENTO.
006200
006210* OBTENEMOS LA FECHA Y HORA ACTUAL DEL SISTEMA PARA EL MOVIMIENTO
006220     MOVE FUNCTION CURRENT-DATE TO WS-FECHA-SISTEMA.
008026     MOVE WS-CNT-TRAMOS-LIQ          TO WS-LIN-VALOR.
008027     MOVE WS-LINEA-INFORME          TO REG-INFORME.
008028     WRITE REG-INFORME.
008038
008048     MOVE SPACES                    TO WS-LINEA-INFORME.
008058     MOVE 'RETENCIONES FISCALES PRACTICADAS'
008068                                     TO WS-LIN-ETIQUETA.
008078     MOVE WS-CNT-RETENCIONES         TO WS-LIN-VALOR.
008088     MOVE WS-LINEA-INFORME          TO REG-INFORME.
008098     WRITE REG-INFORME.
008108
008118     MOVE SPACES                    TO WS-LINEA-INFORME.
008128     MOVE 'IMPORTE TOTAL RETENIDO'
008138                                     TO WS-LIN-ETIQUETA.
008148     MOVE WS-TOT-RETENIDO            TO WS-LIN-VALOR.
008158     MOVE WS-LINEA-INFORME          TO REG-INFORME.
008168     WRITE REG-INFORME.
008178
008188     MOVE SPACES                    TO WS-LINEA-INFORME.
008198     MOVE 'ABONOS EXENTOS DE RETENCION'
008208                                     TO WS-LIN-ETIQUETA.
008218     MOVE WS-CNT-RET-EXENTAS         TO WS-LIN-VALOR.
008228     MOVE WS-LINEA-INFORME          TO REG-INFORME.
008238     WRITE REG-INFORME.
008248
008258     MOVE SPACES                    TO WS-LINEA-INFORME.
008268     MOVE 'ABONOS SIN TIPO DE RETENCION VIGENTE'
008278                                     TO WS-LIN-ETIQUETA.
008288     MOVE WS-CNT-RET-SIN-TIPO        TO WS-LIN-VALOR.
008298     MOVE WS-LINEA-INFORME          TO REG-INFORME.
008308     WRITE REG-INFORME.
008318
008328* ***************************************************************
008035* REGISTRA EL ARRANQUE DE ESTA EJECUCION EN EL CONTROL DE
008035* PROCESOS DE LA CADENA BATCH: COMPRUEBA QUE EL PREDECESOR
008035* TERMINO BIEN EN LA FECHA DE PROCESO, QUE ESTE PROGRAMA NO HA
