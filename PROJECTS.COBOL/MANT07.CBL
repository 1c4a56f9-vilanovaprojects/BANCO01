000010* TRANSACCION ONLINE DE PRESTAMOS PERSONALES CON AMORTIZACION
000020* FRANCESA (CUOTA CONSTANTE). EL ALTA REGISTRA EL PRESTAMO EN
000030* IBMUSER.PRESTAMO CON SU PRINCIPAL, TIPO NOMINAL ANUAL, TIPO DE
000040* DEMORA Y PLAZO EN MESES, GENERA EN IBMUSER.CUADRO_AMORTIZACION
000050* EL CUADRO DE CUOTAS (CAPITAL, INTERESES Y VENCIMIENTO MENSUAL
000060* DESDE LA FECHA DE DISPOSICION) Y ABONA EL PRINCIPAL EN EL
000070* CONTRATO DE CARGO DEL CLIENTE, QUE ES DONDE PRES01 CARGA CADA
000080* NOCHE LAS CUOTAS VENCIDAS. LA AMORTIZACION ANTICIPADA CARGA EN
000090* ESE CONTRATO EL IMPORTE ENTREGADO, REDUCE EL CAPITAL PENDIENTE Y
000100* RECALCULA LAS CUOTAS PENDIENTES, MANTENIENDO EL PLAZO (BAJA LA
000110* CUOTA) O LA CUOTA (SE ACORTA EL PLAZO); SI SE ENTREGA TODO EL
000120* CAPITAL EL PRESTAMO QUEDA CANCELADO. EL RESULTADO VUELVE AL
000130* TERMINAL EN LA MISMA PANTALLA
000140* CADA OPERACION DEJA EN LA AUDITORIA LOS VALORES ANTERIOR Y
000150* POSTERIOR DE LOS CAMPOS DEL PRESTAMO QUE CAMBIAN
000160 IDENTIFICATION DIVISION.
000170 PROGRAM-ID.MANT07.
000180
000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000210 DATA DIVISION.
000220 WORKING-STORAGE SECTION.
000230
000240* AREA RECIBIDA DEL TERMINAL CON LA PETICION. EL PRESTAMO SE
000250* IDENTIFICA POR SU CLAVE; EL IMPORTE ES EL PRINCIPAL EN EL ALTA Y
000260* EL CAPITAL QUE SE ENTREGA EN LA AMORTIZACION ANTICIPADA, SIEMPRE
000270* EN LA DIVISA DEL CONTRATO DE CARGO
000280 01 WS-PETICION.
000290     05 WS-PET-OPERACION       PIC X(1).
000300         88 PET-OPERACION-ALTA     VALUE 'A'.
000310         88 PET-OPERACION-AMORTIZA VALUE 'R'.
000320     05 WS-PET-CLAVE-PRESTAMO  PIC 9(9).
000330     05 WS-PET-CONT-CARGO      PIC 9(9).
000340     05 WS-PET-IMPORTE         PIC 9(11)V9(2).
000350* TIPOS ANUALES EN PORCENTAJE: NOMINAL DEL PRESTAMO Y DE DEMORA
000360* SOBRE LAS CUOTAS IMPAGADAS
000370     05 WS-PET-TIPO-INTERES    PIC 9(2)V9(4).
000380     05 WS-PET-TIPO-DEMORA     PIC 9(2)V9(4).
000390     05 WS-PET-PLAZO           PIC 9(3).
000400* MODALIDAD DE LA AMORTIZACION ANTICIPADA: 'C' MANTIENE EL PLAZO Y
000410* REDUCE LA CUOTA, 'P' MANTIENE LA CUOTA Y REDUCE EL PLAZO. EN
000420* BLANCO EQUIVALE A 'C'
000430     05 WS-PET-MODALIDAD       PIC X(1).
000440         88 PET-MODALIDAD-VALIDA   VALUES 'C' 'P' ' '.
000450         88 PET-MODALIDAD-PLAZO    VALUE 'P'.
000460 01 WS-LONG-PETICION           PIC S9(4) COMP VALUE +48.
000470
000480* AREA DEVUELTA AL TERMINAL CON EL RESULTADO DE LA OPERACION
000490 01 WS-RESPUESTA.
000500     05 WS-RES-CODERR          PIC X(8).
000510         88 CODERR-SQL-ERROR      VALUE 'SQLERROR'.
000520         88 CODERR-PRESTAMO-NOEXI VALUE 'PRENOEXI'.
000530         88 CODERR-PRESTAMO-YAEXI VALUE 'PREYAEXI'.
000540         88 CODERR-PRESTAMO-CANC  VALUE 'PRECANCE'.
000550         88 CODERR-OPERACION-INV  VALUE 'OPERAINV'.
000560         88 CODERR-IMPORTE-INV    VALUE 'IMPORINV'.
000570         88 CODERR-TIPO-INVALIDO  VALUE 'TIPOINVA'.
000580         88 CODERR-PLAZO-INV      VALUE 'PLAZOINV'.
000590         88 CODERR-MODALIDAD-INV  VALUE 'MODALINV'.
000600         88 CODERR-CUOTAS-VENCIDAS VALUE 'CUOTAVEN'.
000610         88 CODERR-CONTRATO-NOEXI VALUE 'CTANOEXI'.
000620         88 CODERR-CONTRATO-BAJA  VALUE 'CTABAJA '.
000630         88 CODERR-DESTINO-BLQ-ABO VALUE 'DESTBLQA'.
000640         88 CODERR-ORIGEN-BLQ-DEB VALUE 'ORIGBLQD'.
000650         88 CODERR-ORIGEN-INACTIVO VALUE 'ORIGINAC'.
000660         88 CODERR-ORIGEN-DESCUB  VALUE 'ORIGDESC'.
000670         88 CODERR-OK             VALUE 'OK      '.
000680     05 WS-RES-SQLCODE         PIC -999.
000690     05 WS-RES-DESCRIPCION     PIC X(68).
000700 01 WS-LONG-RESPUESTA          PIC S9(4) COMP VALUE +80.
000710
000720* PLAZO MAXIMO ADMITIDO EN MESES
000730 01 WS-PLAZO-MAXIMO            PIC 9(3) VALUE 480.
000740
000750* CAMPOS DEL CALCULO DEL CUADRO DE AMORTIZACION: TIPO MENSUAL
000760* (NOMINAL ANUAL / 1200), FACTOR DE DESCUENTO 1/(1+I)**N, CAPITAL
000770* QUE QUEDA POR AMORTIZAR, CUOTA CONSTANTE, NUMERO DE CUOTA EN
000780* CURSO, PRIMERA Y ULTIMA CUOTA A GENERAR, PLAZO SOBRE EL QUE SE
000790* CALCULA LA CUOTA E IMPORTES DE LA CUOTA EN CURSO
000800 01 WS-TASA-MENSUAL            PIC S9(1)V9(12) COMP-3 VALUE 0.
000810 01 WS-FACTOR-DESCUENTO        PIC S9(1)V9(15) COMP-3 VALUE 0.
000820 01 WS-GEN-CAPITAL             PIC S9(11)V9(2) COMP-3 VALUE 0.
000830 01 WS-GEN-CUOTA               PIC S9(11)V9(2) COMP-3 VALUE 0.
000840 01 WS-GEN-NUM                 PIC S9(4) COMP VALUE 0.
000850 01 WS-GEN-PRIMERA             PIC S9(4) COMP VALUE 0.
000860 01 WS-GEN-ULTIMA              PIC S9(4) COMP VALUE 0.
000870 01 WS-GEN-PLAZO               PIC S9(4) COMP VALUE 0.
000880 01 WS-GEN-INTERESES           PIC S9(11)V9(2) COMP-3 VALUE 0.
000890 01 WS-GEN-AMORTIZA            PIC S9(11)V9(2) COMP-3 VALUE 0.
000900
000910* CUOTAS DEL PRESTAMO AUN NO COBRADAS Y VENCIDAS A HOY, QUE
000920* IMPIDEN LA AMORTIZACION ANTICIPADA, Y CUOTAS PENDIENTES QUE SE
000930* RECALCULAN
000940 01 WS-CNT-VENCIDAS            PIC S9(9) COMP VALUE 0.
000950 01 WS-CNT-PENDIENTES          PIC S9(9) COMP VALUE 0.
000960 01 IND-NULL                   PIC S9(4) COMP.
000970
000980* DESCRIPCION DE LOS MOVIMIENTOS DEL PRESTAMO: CONCEPTO SEGUIDO DE
000990* LA CLAVE DEL PRESTAMO
001000 01 WS-DESC-PRESTAMO.
001010     05 WS-DPR-CONCEPTO        PIC X(33).
001020     05 WS-DPR-CLAVE           PIC Z(8)9.
001030     05 FILLER                 PIC X(8) VALUE SPACES.
001040
001050* CUOTA EDITADA PARA LA RESPUESTA AL TERMINAL
001060 01 WS-ED-CUOTA                PIC Z(10)9.99.
001070
001080* VARIABLES PARA LOS MOVIMIENTOS DEL PRESTAMO. EL LADO DEL BANCO
001090* (ORIGEN EN LA DISPOSICION, DESTINO EN LOS CARGOS) SE GRABA NULO,
001100* COMO EN INTE01 Y FACT01
001110 01 IND-ORIGEN               PIC S9(4) COMP.
001120 01 IND-DESTINO              PIC S9(4) COMP.
001130 01 WS-FECHA-SISTEMA         PIC X(21).
001140 01 WS-FECHA-SISTEMA-R REDEFINES WS-FECHA-SISTEMA.
001150     05 WS-FS-ANO           PIC 9(4).
001160     05 WS-FS-MES           PIC 9(2).
001170     05 WS-FS-DIA           PIC 9(2).
001180     05 WS-FS-HORA          PIC 9(2).
001190     05 WS-FS-MINUTO        PIC 9(2).
001200     05 WS-FS-SEGUNDO       PIC 9(2).
001210     05 WS-FS-CENTESIMAS    PIC 9(2).
001220     05 FILLER              PIC X(5).
001230 01 WS-TIMESTAMP-MOVIMIENTO PIC X(26).
001240
001250* RESERVA DE CLAVES DE MOVIMIENTO EN IBMUSER.CONTADOR: TAMANO
001260* DEL BLOQUE QUE SE RESERVA DE CADA VEZ, ULTIMO VALOR
001270* RESERVADO, ULTIMA CLAVE DEL BLOQUE EN USO Y MAXIMOS PARA LA
001280* PRIMERA CARGA DEL CONTADOR
001290 01 WS-BLOQUE-CLAVES       PIC S9(9) COMP VALUE 1.
001300 01 WS-ULTIMO-RESERVADO    PIC S9(9) COMP VALUE 0.
001310 01 WS-ULTIMA-CLAVE-BLOQUE PIC S9(9) COMP VALUE 0.
001320 01 WS-MAX-OPERATIVA       PIC S9(9) COMP VALUE 0.
001330 01 WS-MAX-HISTORICO       PIC S9(9) COMP VALUE 0.
001340 01 IND-NULL-CTR           PIC S9(4) COMP.
001350
001360* IMAGEN DEL PRESTAMO ANTES Y DESPUES DE LA OPERACION, CON LOS
001370* IMPORTES Y TIPOS EDITADOS, PARA ANOTAR EN LA AUDITORIA LOS
001380* CAMPOS QUE CAMBIAN. EN EL ALTA LA IMAGEN ANTERIOR QUEDA EN
001390* BLANCO
001400 01 WS-IMAGEN-ANTES.
001410     05 WS-IMA-CONT-CARGO        PIC Z(8)9.
001420     05 WS-IMA-MONEDA            PIC X(3).
001430     05 WS-IMA-PRINCIPAL         PIC -(11)9.99.
001440     05 WS-IMA-TIPO-INTERES      PIC Z9.9999.
001450     05 WS-IMA-TIPO-DEMORA       PIC Z9.9999.
001460     05 WS-IMA-PLAZO-MESES       PIC ZZ9.
001470     05 WS-IMA-CUOTA             PIC -(11)9.99.
001480     05 WS-IMA-CAPITAL-PEND      PIC -(11)9.99.
001490     05 WS-IMA-FECHA-DISPOSICION PIC X(10).
001500     05 WS-IMA-ESTADO            PIC X(1).
001510 01 WS-IMAGEN-DESPUES.
001520     05 WS-IMD-CONT-CARGO        PIC Z(8)9.
001530     05 WS-IMD-MONEDA            PIC X(3).
001540     05 WS-IMD-PRINCIPAL         PIC -(11)9.99.
001550     05 WS-IMD-TIPO-INTERES      PIC Z9.9999.
001560     05 WS-IMD-TIPO-DEMORA       PIC Z9.9999.
001570     05 WS-IMD-PLAZO-MESES       PIC ZZ9.
001580     05 WS-IMD-CUOTA             PIC -(11)9.99.
001590     05 WS-IMD-CAPITAL-PEND      PIC -(11)9.99.
001600     05 WS-IMD-FECHA-DISPOSICION PIC X(10).
001610     05 WS-IMD-ESTADO            PIC X(1).
001620
001630* CAMPOS QUE CAMBIAN EN LA OPERACION, CON SU VALOR ANTERIOR Y
001640* POSTERIOR EN FORMATO EDITADO. SE GRABAN EN
001650* IBMUSER.AUDITORIA_CAMBIO CON LA MISMA FECHA Y HORA QUE EL
001660* REGISTRO DE AUDITORIA DE LA OPERACION
001670 01 WS-DIF-MAX               PIC 9(2) VALUE 0.
001680 01 WS-TABLA-DIFERENCIAS.
001690     05 WS-DIF-OCU OCCURS 1 TO 12 TIMES
001700                   DEPENDING ON WS-DIF-MAX
001710                   INDEXED BY WS-IDX-DIF.
001720        10 WS-DIF-CAMPO       PIC X(18).
001730        10 WS-DIF-ANTES       PIC X(50).
001740        10 WS-DIF-DESPUES     PIC X(50).
001750
001760* CAMPO QUE SE COMPARA PARA ANOTARLO EN LA TABLA SI HA CAMBIADO
001770 01 WS-DIF-NUEVO.
001780     05 WS-DNU-CAMPO          PIC X(18).
001790     05 WS-DNU-ANTES          PIC X(50).
001800     05 WS-DNU-DESPUES        PIC X(50).
001810
001820* SQLCA Y DCLGEN DE LAS TABLAS. DCLAUDITORIA ES LA TABLA DONDE SE
001830* REGISTRA QUIEN (USUARIO Y TERMINAL) HA REALIZADO CADA ALTA O
001840* AMORTIZACION ANTICIPADA, CON LA CLAVE DEL PRESTAMO EN EL CAMPO
001850* DE CLAVE. AUDITORIA_CAMBIO GUARDA LOS VALORES ANTERIOR Y
001860* POSTERIOR DE LOS CAMPOS QUE CAMBIAN
001870     EXEC SQL INCLUDE SQLCA END-EXEC.
001880     EXEC SQL INCLUDE PRESTAMO END-EXEC.
001890     EXEC SQL INCLUDE CUADROAM END-EXEC.
001900     EXEC SQL INCLUDE CONTRATO END-EXEC.
001910     EXEC SQL INCLUDE MOVIMIEN END-EXEC.
001920     EXEC SQL INCLUDE CONTADOR END-EXEC.
001930     EXEC SQL INCLUDE AUDITORI END-EXEC.
001940     EXEC SQL INCLUDE AUDICAMB END-EXEC.
001950
001960 PROCEDURE DIVISION.
001970
001980     EXEC CICS
001990        HANDLE CONDITION ERROR(9999-ERROR)
002000     END-EXEC.
002010
002020     PERFORM 1000-INICIO.
002030     PERFORM 2000-PROCESO.
002040     PERFORM 3000-FIN.
002050
002060* **********************************************************
002070* PARRAFO DE INICIO. RECIBE LA PETICION DEL TERMINAL
002080* **********************************************************
002090 1000-INICIO.
002100
002110     MOVE SPACES               TO WS-PETICION.
002120     MOVE SPACES               TO WS-RESPUESTA.
002130
002140     EXEC CICS
002150        RECEIVE INTO(WS-PETICION) LENGTH(WS-LONG-PETICION)
002160     END-EXEC.
002170
002180* ************************************************************
002190 2000-PROCESO.
002200* ************************************************************
002210
002220     MOVE WS-PET-CLAVE-PRESTAMO TO CLAVE-PRESTAMO OF DCLPRESTAMO.
002230
002240     EVALUATE TRUE
002250        WHEN PET-OPERACION-ALTA
002260           PERFORM 2100-ALTA-PRESTAMO
002270        WHEN PET-OPERACION-AMORTIZA
002280           PERFORM 2300-AMORTIZA-ANTICIPADA
002290        WHEN OTHER
002300           SET CODERR-OPERACION-INV        TO TRUE
002310           MOVE 0                          TO WS-RES-SQLCODE
002320           MOVE 'CODIGO DE OPERACION NO RECONOCIDO'
002330                                            TO WS-RES-DESCRIPCION
002340     END-EVALUATE.
002350
002360* ***************************************************************
002370* COMPRUEBA LOS DATOS DEL ALTA: PRINCIPAL MAYOR QUE CERO, TIPOS
002380* NOMINAL Y DE DEMORA NUMERICOS Y PLAZO DE 1 A 480 MESES
002390* ***************************************************************
002400 2050-VALIDA-DATOS-ALTA.
002410
002420     SET CODERR-OK                         TO TRUE.
002430
002440     IF WS-PET-IMPORTE NOT NUMERIC
002450        OR WS-PET-IMPORTE EQUAL ZERO
002460        SET CODERR-IMPORTE-INV             TO TRUE
002470        MOVE 0                             TO WS-RES-SQLCODE
002480        MOVE 'EL PRINCIPAL DEBE SER MAYOR QUE CERO'
002490                                           TO WS-RES-DESCRIPCION
002500     ELSE
002510        IF WS-PET-TIPO-INTERES NOT NUMERIC
002520           OR WS-PET-TIPO-DEMORA NOT NUMERIC
002530           SET CODERR-TIPO-INVALIDO        TO TRUE
002540           MOVE 0                          TO WS-RES-SQLCODE
002550           MOVE 'TIPO NOMINAL O DE DEMORA NO VALIDO'
002560                                           TO WS-RES-DESCRIPCION
002570        ELSE
002580           IF WS-PET-PLAZO NOT NUMERIC
002590              OR WS-PET-PLAZO EQUAL ZERO
002600              OR WS-PET-PLAZO GREATER THAN WS-PLAZO-MAXIMO
002610              SET CODERR-PLAZO-INV         TO TRUE
002620              MOVE 0                       TO WS-RES-SQLCODE
002630              MOVE 'PLAZO DEL PRESTAMO NO VALIDO (1 A 480 MESES)'
002640                                           TO WS-RES-DESCRIPCION
002650           END-IF
002660        END-IF
002670     END-IF.
002680
002690* ***************************************************************
002700* LEE EL CONTRATO DE CARGO DEL PRESTAMO: SALDO, ESTADO, LIMITE DE
002710* DESCUBIERTO Y DIVISA, QUE ES LA DIVISA DEL PRESTAMO
002720* ***************************************************************
002730 2060-LEE-CONTRATO-CARGO.
002740
002750     EXEC SQL
002760        SELECT IMPORTE, ESTADO, LIMITE_DESCUBIERTO, MONEDA
002770          INTO :DCLCONTRATO.IMPORTE, :DCLCONTRATO.ESTADO,
002780               :DCLCONTRATO.LIMITE-DESCUBIERTO,
002790               :DCLCONTRATO.MONEDA
002800          FROM IBMUSER.CONTRATO
002810         WHERE CLAVE_CONTRATO = :DCLCONTRATO.CLAVE-CONTRATO
002820     END-EXEC.
002830
002840     IF SQLCODE EQUAL 100
002850        SET CODERR-CONTRATO-NOEXI          TO TRUE
002860        MOVE 0                             TO WS-RES-SQLCODE
002870        MOVE 'EL CONTRATO DE CARGO NO EXISTE'
002880                                           TO WS-RES-DESCRIPCION
002890     ELSE
002900        IF SQLCODE NOT EQUAL 0
002910           SET CODERR-SQL-ERROR TO TRUE
002920           MOVE SQLCODE                    TO WS-RES-SQLCODE
002930           MOVE 'ERROR AL LEER EL CONTRATO DE CARGO'
002940                                           TO WS-RES-DESCRIPCION
002950        END-IF
002960     END-IF.
002970
002980* ***************************************************************
002990* DA DE ALTA EL PRESTAMO: CALCULA LA CUOTA, GRABA EL PRESTAMO Y SU
003000* CUADRO DE AMORTIZACION Y ABONA EL PRINCIPAL EN EL CONTRATO DE
003010* CARGO. EL CONTRATO DEBE ADMITIR ABONOS CON EL MISMO CRITERIO QUE
003020* BANCO01: UN BLOQUEO DE DEBITOS O LA INACTIVIDAD NO IMPIDEN LA
003030* DISPOSICION; EL BLOQUEO DE ABONOS Y LA BAJA SI
003040* ***************************************************************
003050 2100-ALTA-PRESTAMO.
003060
003070     PERFORM 2050-VALIDA-DATOS-ALTA.
003080
003090     IF CODERR-OK
003100        MOVE WS-PET-CONT-CARGO
003110                               TO CLAVE-CONTRATO OF DCLCONTRATO
003120        PERFORM 2060-LEE-CONTRATO-CARGO
003130     END-IF.
003140
003150     IF CODERR-OK
003160        EVALUATE ESTADO OF DCLCONTRATO
003170          WHEN 'V'
003180          WHEN 'D'
003190          WHEN 'I'
003200            CONTINUE
003210          WHEN 'A'
003220            SET CODERR-DESTINO-BLQ-ABO     TO TRUE
003230            MOVE 0                         TO WS-RES-SQLCODE
003240            MOVE 'CONTRATO DE CARGO BLOQUEADO PARA ABONOS'
003250                                           TO WS-RES-DESCRIPCION
003260          WHEN OTHER
003270            SET CODERR-CONTRATO-BAJA       TO TRUE
003280            MOVE 0                         TO WS-RES-SQLCODE
003290            MOVE 'EL CONTRATO DE CARGO ESTA DADO DE BAJA'
003300                                           TO WS-RES-DESCRIPCION
003310        END-EVALUATE
003320     END-IF.
003330
003340     IF CODERR-OK
003350        PERFORM 2110-INSERTA-PRESTAMO
003360     END-IF.
003370
003380     IF CODERR-OK
003390        MOVE 1                     TO WS-GEN-PRIMERA
003400        MOVE PLAZO-MESES OF DCLPRESTAMO TO WS-GEN-ULTIMA
003410        MOVE PRINCIPAL OF DCLPRESTAMO   TO WS-GEN-CAPITAL
003420        MOVE CUOTA OF DCLPRESTAMO       TO WS-GEN-CUOTA
003430        PERFORM 2450-GENERA-CUADRO
003440     END-IF.
003450
003460     IF CODERR-OK
003470        PERFORM 2120-ABONA-PRINCIPAL
003480     END-IF.
003490
003500     IF CODERR-OK
003510        MOVE CUOTA OF DCLPRESTAMO          TO WS-ED-CUOTA
003520        MOVE 0                             TO WS-RES-SQLCODE
003530        MOVE SPACES                        TO WS-RES-DESCRIPCION
003540        STRING 'PRESTAMO DISPUESTO. CUOTA MENSUAL '
003550                                           DELIMITED BY SIZE
003560               WS-ED-CUOTA                 DELIMITED BY SIZE
003570               ' '                         DELIMITED BY SIZE
003580               MONEDA OF DCLPRESTAMO       DELIMITED BY SIZE
003590          INTO WS-RES-DESCRIPCION
003600        END-STRING
003610        MOVE SPACES                      TO WS-IMAGEN-ANTES
003620        PERFORM 2875-GUARDA-IMAGEN-DESPUES
003630        PERFORM 2900-REGISTRA-AUDITORIA
003640        IF CODERR-OK
003650           EXEC CICS SYNCPOINT END-EXEC
003660        END-IF
003670     ELSE
003680        EXEC CICS SYNCPOINT ROLLBACK END-EXEC
003690     END-IF.
003700
003710* ***************************************************************
003720* INSERTA EL NUEVO PRESTAMO, ACTIVO Y CON TODO EL PRINCIPAL
003730* PENDIENTE, CON FECHA DE DISPOSICION HOY Y LA CUOTA CONSTANTE
003740* CALCULADA SOBRE EL PLAZO COMPLETO
003750* ***************************************************************
003760 2110-INSERTA-PRESTAMO.
003770
003780     MOVE WS-PET-CONT-CARGO     TO CONT-CARGO OF DCLPRESTAMO.
003790     MOVE MONEDA OF DCLCONTRATO TO MONEDA OF DCLPRESTAMO.
003800     MOVE WS-PET-IMPORTE        TO PRINCIPAL OF DCLPRESTAMO.
003810     MOVE WS-PET-IMPORTE
003820                            TO CAPITAL-PENDIENTE OF DCLPRESTAMO.
003830     MOVE WS-PET-TIPO-INTERES   TO TIPO-INTERES OF DCLPRESTAMO.
003840     MOVE WS-PET-TIPO-DEMORA    TO TIPO-DEMORA OF DCLPRESTAMO.
003850     MOVE WS-PET-PLAZO          TO PLAZO-MESES OF DCLPRESTAMO.
003860     MOVE 'A'                   TO ESTADO OF DCLPRESTAMO.
003870     MOVE EIBUSERID             TO USUARIO OF DCLPRESTAMO.
003880
003890     MOVE WS-PET-IMPORTE        TO WS-GEN-CAPITAL.
003900     MOVE WS-PET-PLAZO          TO WS-GEN-PLAZO.
003910     PERFORM 2400-CALCULA-CUOTA.
003920     MOVE WS-GEN-CUOTA          TO CUOTA OF DCLPRESTAMO.
003930
003940     EXEC SQL
003950        SELECT CHAR(CURRENT DATE, ISO)
003960          INTO :DCLPRESTAMO.FECHA-DISPOSICION
003970          FROM SYSIBM.SYSDUMMY1
003980     END-EXEC.
003990
004000     IF SQLCODE EQUAL 0
004010        EXEC SQL
004020           INSERT INTO IBMUSER.PRESTAMO
004030                 (CLAVE_PRESTAMO, CONT_CARGO, MONEDA, PRINCIPAL,
004040                  TIPO_INTERES, TIPO_DEMORA, PLAZO_MESES, CUOTA,
004050                  CAPITAL_PENDIENTE, FECHA_DISPOSICION, ESTADO,
004060                  USUARIO, FECHA_ALTA)
004070           VALUES (:DCLPRESTAMO.CLAVE-PRESTAMO,
004080                   :DCLPRESTAMO.CONT-CARGO,
004090                   :DCLPRESTAMO.MONEDA,
004100                   :DCLPRESTAMO.PRINCIPAL,
004110                   :DCLPRESTAMO.TIPO-INTERES,
004120                   :DCLPRESTAMO.TIPO-DEMORA,
004130                   :DCLPRESTAMO.PLAZO-MESES,
004140                   :DCLPRESTAMO.CUOTA,
004150                   :DCLPRESTAMO.CAPITAL-PENDIENTE,
004160                   DATE(:DCLPRESTAMO.FECHA-DISPOSICION),
004170                   :DCLPRESTAMO.ESTADO,
004180                   :DCLPRESTAMO.USUARIO,
004190                   CURRENT TIMESTAMP)
004200        END-EXEC
004210     END-IF.
004220
004230     IF SQLCODE EQUAL -803
004240        SET CODERR-PRESTAMO-YAEXI          TO TRUE
004250        MOVE SQLCODE                       TO WS-RES-SQLCODE
004260        MOVE 'YA EXISTE UN PRESTAMO CON ESA CLAVE'
004270                                           TO WS-RES-DESCRIPCION
004280     ELSE
004290        IF SQLCODE NOT EQUAL 0
004300           SET CODERR-SQL-ERROR TO TRUE
004310           MOVE SQLCODE                    TO WS-RES-SQLCODE
004320           MOVE 'ERROR AL DAR DE ALTA EL PRESTAMO'
004330                                           TO WS-RES-DESCRIPCION
004340        END-IF
004350     END-IF.
004360
004370* ***************************************************************
004380* ABONA EL PRINCIPAL DISPUESTO EN EL CONTRATO DE CARGO Y LO POSTEA
004390* COMO MOVIMIENTO DE TIPO 'P' CON EL LADO DEL BANCO (ORIGEN) NULO
004400* ***************************************************************
004410 2120-ABONA-PRINCIPAL.
004420
004430     EXEC SQL
004440       UPDATE  IBMUSER.CONTRATO
004450          SET  IMPORTE = IMPORTE + :DCLPRESTAMO.PRINCIPAL
004460        WHERE  CLAVE_CONTRATO = :DCLPRESTAMO.CONT-CARGO
004470     END-EXEC.
004480
004490     IF SQLCODE NOT EQUAL 0
004500        SET CODERR-SQL-ERROR TO TRUE
004510        MOVE SQLCODE                       TO WS-RES-SQLCODE
004520        MOVE 'ERROR AL ABONAR EL PRINCIPAL DEL PRESTAMO'
004530                                           TO WS-RES-DESCRIPCION
004540     ELSE
004550        MOVE -1                       TO IND-ORIGEN
004560        MOVE 0                        TO IND-DESTINO
004570        MOVE CONT-CARGO OF DCLPRESTAMO TO DESTINO
004580        MOVE 'DISPOSICION PRESTAMO'   TO WS-DPR-CONCEPTO
004590        MOVE CLAVE-PRESTAMO OF DCLPRESTAMO TO WS-DPR-CLAVE
004600        MOVE WS-DESC-PRESTAMO
004610                               TO DESCRIPCION OF DCLMOVIMIENTO
004620        MOVE PRINCIPAL OF DCLPRESTAMO TO IMPORTE OF DCLMOVIMIENTO
004630        MOVE 'P'                      TO TIPO-OPERACION
004640                                         OF DCLMOVIMIENTO
004650        PERFORM 2700-INSERTA-MOVIMIENTO
004660     END-IF.
004670
004680* ***************************************************************
004690* COMPRUEBA QUE EL PRESTAMO EXISTE Y NO ESTA CANCELADO, DEJANDO
004700* SUS DATOS EN DCLPRESTAMO Y SU IMAGEN ANTERIOR PARA LA AUDITORIA
004710* ***************************************************************
004720 2150-COMPRUEBA-ESTADO-PRESTAMO.
004730
004740     EXEC SQL
004750        SELECT CONT_CARGO, MONEDA, PRINCIPAL, TIPO_INTERES,
004760               TIPO_DEMORA, PLAZO_MESES, CUOTA, CAPITAL_PENDIENTE,
004770               CHAR(FECHA_DISPOSICION, ISO), ESTADO
004780          INTO :DCLPRESTAMO.CONT-CARGO,
004790               :DCLPRESTAMO.MONEDA,
004800               :DCLPRESTAMO.PRINCIPAL,
004810               :DCLPRESTAMO.TIPO-INTERES,
004820               :DCLPRESTAMO.TIPO-DEMORA,
004830               :DCLPRESTAMO.PLAZO-MESES,
004840               :DCLPRESTAMO.CUOTA,
004850               :DCLPRESTAMO.CAPITAL-PENDIENTE,
004860               :DCLPRESTAMO.FECHA-DISPOSICION,
004870               :DCLPRESTAMO.ESTADO
004880          FROM IBMUSER.PRESTAMO
004890         WHERE CLAVE_PRESTAMO = :DCLPRESTAMO.CLAVE-PRESTAMO
004900     END-EXEC.
004910
004920     IF SQLCODE EQUAL 100
004930        SET CODERR-PRESTAMO-NOEXI          TO TRUE
004940        MOVE 0                             TO WS-RES-SQLCODE
004950        MOVE 'EL PRESTAMO NO EXISTE'       TO WS-RES-DESCRIPCION
004960     ELSE
004970        IF SQLCODE NOT EQUAL 0
004980           SET CODERR-SQL-ERROR TO TRUE
004990           MOVE SQLCODE                    TO WS-RES-SQLCODE
005000           MOVE 'ERROR AL COMPROBAR EL PRESTAMO'
005010                                           TO WS-RES-DESCRIPCION
005020        ELSE
005030           IF ESTADO OF DCLPRESTAMO NOT EQUAL 'A'
005040              SET CODERR-PRESTAMO-CANC     TO TRUE
005050              MOVE 0                       TO WS-RES-SQLCODE
005060              MOVE 'EL PRESTAMO YA ESTA CANCELADO'
005070                                           TO WS-RES-DESCRIPCION
005080           ELSE
005090              SET CODERR-OK                TO TRUE
005100              PERFORM 2870-GUARDA-IMAGEN-ANTES
005110           END-IF
005120        END-IF
005130     END-IF.
005140
005150* ***************************************************************
005160* AMORTIZACION ANTICIPADA: EL CLIENTE ENTREGA PARTE O TODO EL
005170* CAPITAL PENDIENTE, QUE SE CARGA EN EL CONTRATO DE CARGO. NO SE
005180* ADMITE CON CUOTAS VENCIDAS SIN COBRAR, QUE DEBEN REGULARIZARSE
005190* ANTES. LAS CUOTAS PENDIENTES SE RECALCULAN SOBRE EL NUEVO
005200* CAPITAL; LOS INTERESES DEL PERIODO EN CURSO SE LIQUIDAN EN LA
005210* SIGUIENTE CUOTA SOBRE EL CAPITAL YA REDUCIDO
005220* ***************************************************************
005230 2300-AMORTIZA-ANTICIPADA.
005240
005250     SET CODERR-OK                         TO TRUE.
005260
005270     IF WS-PET-IMPORTE NOT NUMERIC
005280        OR WS-PET-IMPORTE EQUAL ZERO
005290        SET CODERR-IMPORTE-INV             TO TRUE
005300        MOVE 0                             TO WS-RES-SQLCODE
005310        MOVE 'EL IMPORTE A AMORTIZAR DEBE SER MAYOR QUE CERO'
005320                                           TO WS-RES-DESCRIPCION
005330     ELSE
005340        IF NOT PET-MODALIDAD-VALIDA
005350           SET CODERR-MODALIDAD-INV        TO TRUE
005360           MOVE 0                          TO WS-RES-SQLCODE
005370           MOVE 'MODALIDAD NO RECONOCIDA (C CUOTA O P PLAZO)'
005380                                           TO WS-RES-DESCRIPCION
005390        END-IF
005400     END-IF.
005410
005420     IF CODERR-OK
005430        PERFORM 2150-COMPRUEBA-ESTADO-PRESTAMO
005440     END-IF.
005450
005460     IF CODERR-OK
005470        IF WS-PET-IMPORTE GREATER THAN
005480           CAPITAL-PENDIENTE OF DCLPRESTAMO
005490           SET CODERR-IMPORTE-INV          TO TRUE
005500           MOVE 0                          TO WS-RES-SQLCODE
005510           MOVE 'EL IMPORTE SUPERA EL CAPITAL PENDIENTE'
005520                                           TO WS-RES-DESCRIPCION
005530        ELSE
005540           PERFORM 2310-COMPRUEBA-VENCIDAS
005550        END-IF
005560     END-IF.
005570
005580     IF CODERR-OK
005590        MOVE CONT-CARGO OF DCLPRESTAMO
005600                               TO CLAVE-CONTRATO OF DCLCONTRATO
005610        PERFORM 2060-LEE-CONTRATO-CARGO
005620     END-IF.
005630
005640     IF CODERR-OK
005650        PERFORM 2320-COMPRUEBA-CARGO
005660     END-IF.
005670
005680     IF CODERR-OK
005690        PERFORM 2330-CARGA-AMORTIZACION
005700     END-IF.
005710
005720     IF CODERR-OK
005730        PERFORM 2340-RECALCULA-CUADRO
005740     END-IF.
005750
005760     IF CODERR-OK
005770        MOVE 0                             TO WS-RES-SQLCODE
005780        IF ESTADO OF DCLPRESTAMO EQUAL 'C'
005790           MOVE 'PRESTAMO AMORTIZADO Y CANCELADO'
005800                                           TO WS-RES-DESCRIPCION
005810        ELSE
005820           MOVE CUOTA OF DCLPRESTAMO       TO WS-ED-CUOTA
005830           MOVE SPACES                     TO WS-RES-DESCRIPCION
005840           STRING 'AMORTIZACION REGISTRADA. NUEVA CUOTA '
005850                                           DELIMITED BY SIZE
005860                  WS-ED-CUOTA              DELIMITED BY SIZE
005870                  ' '                      DELIMITED BY SIZE
005880                  MONEDA OF DCLPRESTAMO    DELIMITED BY SIZE
005890             INTO WS-RES-DESCRIPCION
005900           END-STRING
005910        END-IF
005920        PERFORM 2875-GUARDA-IMAGEN-DESPUES
005930        PERFORM 2900-REGISTRA-AUDITORIA
005940        IF CODERR-OK
005950           EXEC CICS SYNCPOINT END-EXEC
005960        END-IF
005970     ELSE
005980        EXEC CICS SYNCPOINT ROLLBACK END-EXEC
005990     END-IF.
006000
006010* ***************************************************************
006020* CUENTA LAS CUOTAS DEL PRESTAMO IMPAGADAS O VENCIDAS A HOY Y AUN
006030* NO COBRADAS POR PRES01
006040* ***************************************************************
006050 2310-COMPRUEBA-VENCIDAS.
006060
006070     EXEC SQL
006080        SELECT COUNT(*)
006090          INTO :WS-CNT-VENCIDAS
006100          FROM IBMUSER.CUADRO_AMORTIZACION
006110         WHERE CLAVE_PRESTAMO = :DCLPRESTAMO.CLAVE-PRESTAMO
006120           AND (ESTADO = 'I'
006130                OR (ESTADO = 'P'
006140                    AND FECHA_VENCIMIENTO <= CURRENT DATE))
006150     END-EXEC.
006160
006170     IF SQLCODE NOT EQUAL 0
006180        SET CODERR-SQL-ERROR TO TRUE
006190        MOVE SQLCODE                       TO WS-RES-SQLCODE
006200        MOVE 'ERROR AL COMPROBAR LAS CUOTAS VENCIDAS'
006210                                           TO WS-RES-DESCRIPCION
006220     ELSE
006230        IF WS-CNT-VENCIDAS GREATER THAN ZERO
006240           SET CODERR-CUOTAS-VENCIDAS      TO TRUE
006250           MOVE 0                          TO WS-RES-SQLCODE
006260           MOVE 'HAY CUOTAS VENCIDAS SIN COBRAR. REGULARIZARLAS'
006270                                           TO WS-RES-DESCRIPCION
006280        END-IF
006290     END-IF.
006300
006310* ***************************************************************
006320* COMPRUEBA QUE EL CONTRATO DE CARGO ADMITE EL CARGO DEL IMPORTE
006330* ENTREGADO, CON EL MISMO CRITERIO QUE BANCO01 PARA EL ORIGEN:
006340* VIGENTE O BLOQUEADO SOLO PARA ABONOS, Y SIN BAJAR DEL LIMITE DE
006350* DESCUBIERTO PACTADO
006360* ***************************************************************
006370 2320-COMPRUEBA-CARGO.
006380
006390     EVALUATE ESTADO OF DCLCONTRATO
006400       WHEN 'V'
006410       WHEN 'A'
006420         IF IMPORTE OF DCLCONTRATO - WS-PET-IMPORTE LESS THAN
006430            (0 - LIMITE-DESCUBIERTO OF DCLCONTRATO)
006440            SET CODERR-ORIGEN-DESCUB       TO TRUE
006450            MOVE 0                         TO WS-RES-SQLCODE
006460            MOVE 'SALDO INSUFICIENTE EN EL CONTRATO DE CARGO'
006470                                           TO WS-RES-DESCRIPCION
006480         END-IF
006490       WHEN 'D'
006500         SET CODERR-ORIGEN-BLQ-DEB         TO TRUE
006510         MOVE 0                            TO WS-RES-SQLCODE
006520         MOVE 'CONTRATO DE CARGO BLOQUEADO PARA DEBITOS'
006530                                           TO WS-RES-DESCRIPCION
006540       WHEN 'I'
006550         SET CODERR-ORIGEN-INACTIVO        TO TRUE
006560         MOVE 0                            TO WS-RES-SQLCODE
006570         MOVE 'CONTRATO DE CARGO INACTIVO. DEBE REACTIVARSE'
006580                                           TO WS-RES-DESCRIPCION
006590       WHEN OTHER
006600         SET CODERR-CONTRATO-BAJA          TO TRUE
006610         MOVE 0                            TO WS-RES-SQLCODE
006620         MOVE 'EL CONTRATO DE CARGO ESTA DADO DE BAJA'
006630                                           TO WS-RES-DESCRIPCION
006640     END-EVALUATE.
006650
006660* ***************************************************************
006670* CARGA EL IMPORTE ENTREGADO EN EL CONTRATO DE CARGO, LO POSTEA
006680* COMO MOVIMIENTO DE TIPO 'P' CON EL LADO DEL BANCO (DESTINO) NULO
006690* Y LO DESCUENTA DEL CAPITAL PENDIENTE
006700* ***************************************************************
006710 2330-CARGA-AMORTIZACION.
006720
006730     EXEC SQL
006740       UPDATE  IBMUSER.CONTRATO
006750          SET  IMPORTE = IMPORTE - :WS-PET-IMPORTE
006760        WHERE  CLAVE_CONTRATO = :DCLPRESTAMO.CONT-CARGO
006770     END-EXEC.
006780
006790     IF SQLCODE NOT EQUAL 0
006800        SET CODERR-SQL-ERROR TO TRUE
006810        MOVE SQLCODE                       TO WS-RES-SQLCODE
006820        MOVE 'ERROR AL CARGAR LA AMORTIZACION EN EL CONTRATO'
006830                                           TO WS-RES-DESCRIPCION
006840     ELSE
006850        MOVE 0                        TO IND-ORIGEN
006860        MOVE -1                       TO IND-DESTINO
006870        MOVE CONT-CARGO OF DCLPRESTAMO TO ORIGEN
006880        MOVE 'AMORTIZACION ANTICIPADA PRESTAMO'
006890                                      TO WS-DPR-CONCEPTO
006900        MOVE CLAVE-PRESTAMO OF DCLPRESTAMO TO WS-DPR-CLAVE
006910        MOVE WS-DESC-PRESTAMO
006920                               TO DESCRIPCION OF DCLMOVIMIENTO
006930        MOVE WS-PET-IMPORTE           TO IMPORTE OF DCLMOVIMIENTO
006940        MOVE 'P'                      TO TIPO-OPERACION
006950                                         OF DCLMOVIMIENTO
006960        PERFORM 2700-INSERTA-MOVIMIENTO
006970     END-IF.
006980
006990     IF CODERR-OK
007000        SUBTRACT WS-PET-IMPORTE
007010                             FROM CAPITAL-PENDIENTE OF DCLPRESTAMO
007020     END-IF.
007030
007040* ***************************************************************
007050* SUSTITUYE LAS CUOTAS PENDIENTES DEL CUADRO POR LAS RECALCULADAS
007060* SOBRE EL NUEVO CAPITAL, CONSERVANDO SU NUMERACION Y SUS FECHAS
007070* DE VENCIMIENTO. CON LA MODALIDAD 'C' SE MANTIENE EL NUMERO DE
007080* CUOTAS Y SE CALCULA LA NUEVA CUOTA; CON LA 'P' SE MANTIENE LA
007090* CUOTA Y EL CUADRO TERMINA ANTES. SIN CAPITAL PENDIENTE EL
007100* PRESTAMO SE CANCELA
007110* ***************************************************************
007120 2340-RECALCULA-CUADRO.
007130
007140     EXEC SQL
007150        SELECT COUNT(*), MIN(NUM_CUOTA)
007160          INTO :WS-CNT-PENDIENTES,
007170               :WS-GEN-PRIMERA :IND-NULL
007180          FROM IBMUSER.CUADRO_AMORTIZACION
007190         WHERE CLAVE_PRESTAMO = :DCLPRESTAMO.CLAVE-PRESTAMO
007200           AND ESTADO = 'P'
007210     END-EXEC.
007220
007230     IF SQLCODE NOT EQUAL 0
007240        SET CODERR-SQL-ERROR TO TRUE
007250        MOVE SQLCODE                       TO WS-RES-SQLCODE
007260        MOVE 'ERROR AL LEER LAS CUOTAS PENDIENTES'
007270                                           TO WS-RES-DESCRIPCION
007280     ELSE
007290        IF IND-NULL EQUAL -1
007300           MOVE 0                          TO WS-GEN-PRIMERA
007310        END-IF
007320        EXEC SQL
007330           DELETE FROM IBMUSER.CUADRO_AMORTIZACION
007340            WHERE CLAVE_PRESTAMO = :DCLPRESTAMO.CLAVE-PRESTAMO
007350              AND ESTADO = 'P'
007360        END-EXEC
007370        IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
007380           SET CODERR-SQL-ERROR TO TRUE
007390           MOVE SQLCODE                    TO WS-RES-SQLCODE
007400           MOVE 'ERROR AL ANULAR LAS CUOTAS PENDIENTES'
007410                                           TO WS-RES-DESCRIPCION
007420        END-IF
007430     END-IF.
007440
007450     IF CODERR-OK
007460        IF CAPITAL-PENDIENTE OF DCLPRESTAMO EQUAL ZERO
007470           OR WS-CNT-PENDIENTES EQUAL ZERO
007480           MOVE 'C'                     TO ESTADO OF DCLPRESTAMO
007490           MOVE 0                          TO CUOTA OF DCLPRESTAMO
007500        ELSE
007510           MOVE CAPITAL-PENDIENTE OF DCLPRESTAMO TO WS-GEN-CAPITAL
007520           IF PET-MODALIDAD-PLAZO
007530              MOVE CUOTA OF DCLPRESTAMO    TO WS-GEN-CUOTA
007540           ELSE
007550              MOVE WS-CNT-PENDIENTES       TO WS-GEN-PLAZO
007560              PERFORM 2400-CALCULA-CUOTA
007570              MOVE WS-GEN-CUOTA            TO CUOTA OF DCLPRESTAMO
007580           END-IF
007590           COMPUTE WS-GEN-ULTIMA =
007600                   WS-GEN-PRIMERA + WS-CNT-PENDIENTES - 1
007610           PERFORM 2450-GENERA-CUADRO
007620           COMPUTE PLAZO-MESES OF DCLPRESTAMO = WS-GEN-NUM - 1
007630        END-IF
007640     END-IF.
007650
007660     IF CODERR-OK
007670        EXEC SQL
007680           UPDATE IBMUSER.PRESTAMO
007690              SET CAPITAL_PENDIENTE =
007700                      :DCLPRESTAMO.CAPITAL-PENDIENTE,
007710                  CUOTA = :DCLPRESTAMO.CUOTA,
007720                  PLAZO_MESES = :DCLPRESTAMO.PLAZO-MESES,
007730                  ESTADO = :DCLPRESTAMO.ESTADO,
007740                  FECHA_CANCELACION =
007750                      CASE WHEN :DCLPRESTAMO.ESTADO = 'C'
007760                           THEN CURRENT DATE
007770                           ELSE NULL END
007780            WHERE CLAVE_PRESTAMO = :DCLPRESTAMO.CLAVE-PRESTAMO
007790        END-EXEC
007800        IF SQLCODE NOT EQUAL 0
007810           SET CODERR-SQL-ERROR TO TRUE
007820           MOVE SQLCODE                    TO WS-RES-SQLCODE
007830           MOVE 'ERROR AL ACTUALIZAR EL PRESTAMO'
007840                                           TO WS-RES-DESCRIPCION
007850        END-IF
007860     END-IF.
007870
007880* ***************************************************************
007890* CALCULA LA CUOTA CONSTANTE DEL SISTEMA FRANCES PARA AMORTIZAR
007900* WS-GEN-CAPITAL EN WS-GEN-PLAZO MESES AL TIPO NOMINAL DEL
007910* PRESTAMO: CUOTA = C * I / (1 - (1+I)**-N), CON I EL TIPO
007920* MENSUAL. A TIPO CERO LA CUOTA ES EL CAPITAL ENTRE EL PLAZO. LA
007930* ULTIMA CUOTA DEL CUADRO ABSORBE EL REDONDEO
007940* ***************************************************************
007950 2400-CALCULA-CUOTA.
007960
007970     COMPUTE WS-TASA-MENSUAL ROUNDED =
007980             TIPO-INTERES OF DCLPRESTAMO / 1200.
007990
008000     IF WS-TASA-MENSUAL EQUAL ZERO
008010        COMPUTE WS-GEN-CUOTA ROUNDED =
008020                WS-GEN-CAPITAL / WS-GEN-PLAZO
008030     ELSE
008040        MOVE 1                             TO WS-FACTOR-DESCUENTO
008050        PERFORM 2410-DESCUENTA-PERIODO WS-GEN-PLAZO TIMES
008060        COMPUTE WS-GEN-CUOTA ROUNDED =
008070                WS-GEN-CAPITAL * WS-TASA-MENSUAL /
008080                (1 - WS-FACTOR-DESCUENTO)
008090     END-IF.
008100
008110* ***************************************************************
008120* DESCUENTA UN PERIODO MENSUAL EN EL FACTOR 1/(1+I)**N
008130* ***************************************************************
008140 2410-DESCUENTA-PERIODO.
008150
008160     COMPUTE WS-FACTOR-DESCUENTO ROUNDED =
008170             WS-FACTOR-DESCUENTO / (1 + WS-TASA-MENSUAL).
008180
008190* ***************************************************************
008200* GENERA EN EL CUADRO LAS CUOTAS DESDE WS-GEN-PRIMERA HASTA
008210* WS-GEN-ULTIMA, O HASTA AMORTIZAR TODO WS-GEN-CAPITAL SI OCURRE
008220* ANTES, CON LA CUOTA CONSTANTE WS-GEN-CUOTA
008230* ***************************************************************
008240 2450-GENERA-CUADRO.
008250
008260     COMPUTE WS-TASA-MENSUAL ROUNDED =
008270             TIPO-INTERES OF DCLPRESTAMO / 1200.
008280     MOVE WS-GEN-PRIMERA                   TO WS-GEN-NUM.
008290
008300     PERFORM 2460-GENERA-CUOTA
008310        UNTIL WS-GEN-NUM GREATER THAN WS-GEN-ULTIMA
008320           OR WS-GEN-CAPITAL NOT GREATER THAN ZERO
008330           OR NOT CODERR-OK.
008340
008350* ***************************************************************
008360* GRABA UNA CUOTA DEL CUADRO: INTERESES DEL MES SOBRE EL CAPITAL
008370* PENDIENTE Y EL RESTO DE LA CUOTA A CAPITAL. LA ULTIMA CUOTA (POR
008380* PLAZO O PORQUE LA CUOTA YA CUBRE TODO EL CAPITAL) AMORTIZA EL
008390* CAPITAL QUE QUEDE. VENCE EL MISMO DIA DEL MES QUE LA DISPOSICION
008400* (O EL ULTIMO DEL MES SI ESE DIA NO EXISTE); SI NO ES HABIL,
008410* PRES01 LA COBRA EL SIGUIENTE DIA HABIL. LA DEMORA SE CUENTA
008420* DESDE EL VENCIMIENTO
008430* ***************************************************************
008440 2460-GENERA-CUOTA.
008450
008460     COMPUTE WS-GEN-INTERESES ROUNDED =
008470             WS-GEN-CAPITAL * WS-TASA-MENSUAL.
008480
008490     IF WS-GEN-NUM EQUAL WS-GEN-ULTIMA
008500        OR WS-GEN-CAPITAL + WS-GEN-INTERESES
008510           NOT GREATER THAN WS-GEN-CUOTA
008520        MOVE WS-GEN-CAPITAL                TO WS-GEN-AMORTIZA
008530     ELSE
008540        COMPUTE WS-GEN-AMORTIZA = WS-GEN-CUOTA - WS-GEN-INTERESES
008550     END-IF.
008560
008570     SUBTRACT WS-GEN-AMORTIZA              FROM WS-GEN-CAPITAL.
008580
008590     MOVE CLAVE-PRESTAMO OF DCLPRESTAMO
008600                  TO CLAVE-PRESTAMO OF DCLCUADRO-AMORTIZACION.
008610     MOVE WS-GEN-NUM      TO NUM-CUOTA OF DCLCUADRO-AMORTIZACION.
008620     COMPUTE CUOTA OF DCLCUADRO-AMORTIZACION =
008630             WS-GEN-AMORTIZA + WS-GEN-INTERESES.
008640     MOVE WS-GEN-AMORTIZA TO CAPITAL OF DCLCUADRO-AMORTIZACION.
008650     MOVE WS-GEN-INTERESES
008660                          TO INTERESES OF DCLCUADRO-AMORTIZACION.
008670     MOVE WS-GEN-CAPITAL
008680                  TO CAPITAL-PENDIENTE OF DCLCUADRO-AMORTIZACION.
008690
008700     EXEC SQL
008710        INSERT INTO IBMUSER.CUADRO_AMORTIZACION
008720              (CLAVE_PRESTAMO, NUM_CUOTA, FECHA_VENCIMIENTO,
008730               CUOTA, CAPITAL, INTERESES, CAPITAL_PENDIENTE,
008740               ESTADO, FECHA_DEMORA, DEMORA_PENDIENTE,
008750               DEMORA_COBRADA, FECHA_COBRO, CLAVE_MOVIMIENTO)
008760        VALUES (:DCLCUADRO-AMORTIZACION.CLAVE-PRESTAMO,
008770                :DCLCUADRO-AMORTIZACION.NUM-CUOTA,
008780                DATE(:DCLPRESTAMO.FECHA-DISPOSICION) +
008790                   :DCLCUADRO-AMORTIZACION.NUM-CUOTA MONTHS,
008800                :DCLCUADRO-AMORTIZACION.CUOTA,
008810                :DCLCUADRO-AMORTIZACION.CAPITAL,
008820                :DCLCUADRO-AMORTIZACION.INTERESES,
008830                :DCLCUADRO-AMORTIZACION.CAPITAL-PENDIENTE,
008840                'P',
008850                DATE(:DCLPRESTAMO.FECHA-DISPOSICION) +
008860                   :DCLCUADRO-AMORTIZACION.NUM-CUOTA MONTHS,
008870                0, 0, NULL, 0)
008880     END-EXEC.
008890
008900     IF SQLCODE NOT EQUAL 0
008910        SET CODERR-SQL-ERROR TO TRUE
008920        MOVE SQLCODE                       TO WS-RES-SQLCODE
008930        MOVE 'ERROR AL GRABAR EL CUADRO DE AMORTIZACION'
008940                                           TO WS-RES-DESCRIPCION
008950     END-IF.
008960
008970     ADD 1                                 TO WS-GEN-NUM.
008980
008990* ***************************************************************
009000* INSERTA EN IBMUSER.MOVIMIENTO EL MOVIMIENTO PREPARADO EN
009010* DCLMOVIMIENTO, EN LA DIVISA DEL PRESTAMO
009020* ***************************************************************
009030 2700-INSERTA-MOVIMIENTO.
009040
009050     MOVE MONEDA OF DCLPRESTAMO TO MONEDA OF DCLMOVIMIENTO.
009060     MOVE EIBUSERID            TO JOB-ID OF DCLMOVIMIENTO.
009070
009080* OBTENEMOS LA FECHA Y HORA ACTUAL DEL SISTEMA PARA EL
009090* MOVIMIENTO
009100     MOVE FUNCTION CURRENT-DATE TO WS-FECHA-SISTEMA.
009110     STRING WS-FS-ANO           DELIMITED BY SIZE
009120            '-'                 DELIMITED BY SIZE
009130            WS-FS-MES           DELIMITED BY SIZE
009140            '-'                 DELIMITED BY SIZE
009150            WS-FS-DIA           DELIMITED BY SIZE
009160            '-'                 DELIMITED BY SIZE
009170            WS-FS-HORA          DELIMITED BY SIZE
009180            '.'                 DELIMITED BY SIZE
009190            WS-FS-MINUTO        DELIMITED BY SIZE
009200            '.'                 DELIMITED BY SIZE
009210            WS-FS-SEGUNDO       DELIMITED BY SIZE
009220            '.'                 DELIMITED BY SIZE
009230            WS-FS-CENTESIMAS    DELIMITED BY SIZE
009240            '0000'              DELIMITED BY SIZE
009250       INTO WS-TIMESTAMP-MOVIMIENTO
009260     END-STRING.
009270     MOVE WS-TIMESTAMP-MOVIMIENTO TO FECHA-MOVIMIENTO
009280                                     OF DCLMOVIMIENTO.
009290
009300* OBTENEMOS LA SIGUIENTE CLAVE DE MOVIMIENTO DEL CONTADOR
009310* COMPARTIDO IBMUSER.CONTADOR, RESERVANDO SI HACE FALTA
009320     PERFORM 2710-OBTIENE-SIGUIENTE-CLAVE.
009330
009340     IF CODERR-OK
009350        EXEC SQL
009360            INSERT INTO IBMUSER.MOVIMIENTO
009370                  (CLAVE_MOVIMIENTO,
009380                   ORIGEN,
009390                   DESTINO,
009400                   DESCRIPCION,
009410                   IMPORTE,
009420                   FECHA_MOVIMIENTO,
009430                   JOB_ID,
009440                   MONEDA,
009450                   TIPO_OPERACION)
009460           VALUES (:DCLMOVIMIENTO.CLAVE-MOVIMIENTO,
009470                   :ORIGEN :IND-ORIGEN,
009480                   :DESTINO :IND-DESTINO,
009490                   :DCLMOVIMIENTO.DESCRIPCION,
009500                   :DCLMOVIMIENTO.IMPORTE,
009510                   :DCLMOVIMIENTO.FECHA-MOVIMIENTO,
009520                   :DCLMOVIMIENTO.JOB-ID,
009530                   :DCLMOVIMIENTO.MONEDA,
009540                   :DCLMOVIMIENTO.TIPO-OPERACION)
009550        END-EXEC
009560
009570        IF SQLCODE NOT EQUAL 0
009580           PERFORM 2790-ERROR-SQL-MOVIMIENTO
009590        END-IF
009600     END-IF.
009610
009620* ***************************************************************
009630* OBTIENE LA SIGUIENTE CLAVE DE MOVIMIENTO DEL BLOQUE RESERVADO
009640* EN IBMUSER.CONTADOR (COMPARTIDO POR TODOS LOS POSTEADORES),
009650* RESERVANDO UNO NUEVO SI ESTE SE AGOTO O SI AUN NO HAY NINGUNO
009660* ***************************************************************
009670 2710-OBTIENE-SIGUIENTE-CLAVE.
009680
009690     IF WS-ULTIMA-CLAVE-BLOQUE EQUAL ZERO
009700        PERFORM 2712-RESERVA-BLOQUE-CLAVES
009710     ELSE
009720        ADD 1 TO CLAVE-MOVIMIENTO OF DCLMOVIMIENTO
009730        IF CLAVE-MOVIMIENTO OF DCLMOVIMIENTO
009740           GREATER THAN WS-ULTIMA-CLAVE-BLOQUE
009750           PERFORM 2712-RESERVA-BLOQUE-CLAVES
009760        END-IF
009770     END-IF.
009780
009790* ***************************************************************
009800* RESERVA UN BLOQUE DE CLAVES DE MOVIMIENTO EN IBMUSER.CONTADOR:
009810* EL CONTADOR SE INCREMENTA EN EL TAMANO DEL BLOQUE Y ESTA
009820* TRANSACCION SE QUEDA CON EL TRAMO RESERVADO, DE MODO QUE LA
009830* OPERATIVA ONLINE Y LOS POSTEOS NOCTURNOS NUNCA COLISIONAN
009840* ***************************************************************
009850 2712-RESERVA-BLOQUE-CLAVES.
009860
009870     EXEC SQL
009880        UPDATE IBMUSER.CONTADOR
009890           SET ULTIMO_VALOR = ULTIMO_VALOR + :WS-BLOQUE-CLAVES
009900         WHERE NOMBRE = 'MOVIMIEN'
009910     END-EXEC.
009920
009930     IF SQLCODE EQUAL 100
009940        PERFORM 2715-INICIALIZA-CONTADOR
009950     ELSE
009960        IF SQLCODE NOT EQUAL 0
009970           PERFORM 2790-ERROR-SQL-MOVIMIENTO
009980        END-IF
009990     END-IF.
010000
010010     IF CODERR-OK
010020        EXEC SQL
010030           SELECT ULTIMO_VALOR
010040             INTO :WS-ULTIMO-RESERVADO
010050             FROM IBMUSER.CONTADOR
010060            WHERE NOMBRE = 'MOVIMIEN'
010070        END-EXEC
010080        IF SQLCODE NOT EQUAL 0
010090           PERFORM 2790-ERROR-SQL-MOVIMIENTO
010100        END-IF
010110     END-IF.
010120
010130     IF CODERR-OK
010140        COMPUTE WS-ULTIMA-CLAVE-BLOQUE = WS-ULTIMO-RESERVADO
010150        COMPUTE CLAVE-MOVIMIENTO OF DCLMOVIMIENTO =
010160                WS-ULTIMO-RESERVADO - WS-BLOQUE-CLAVES + 1
010170     END-IF.
010180
010190* ***************************************************************
010200* PRIMERA RESERVA DE LA HISTORIA: CREA LA FILA DEL CONTADOR
010210* ARRANCANDO DEL MAYOR NUMERO DE MOVIMIENTO CONOCIDO, TANTO EN
010220* LA TABLA OPERATIVA COMO EN EL HISTORICO. SI OTRA EJECUCION
010230* CONCURRENTE CREA LA FILA ANTES, SE RESERVA SOBRE LA FILA YA
010240* CREADA
010250* ***************************************************************
010260 2715-INICIALIZA-CONTADOR.
010270
010280     EXEC SQL
010290        SELECT MAX(CLAVE_MOVIMIENTO)
010300        INTO :WS-MAX-OPERATIVA:IND-NULL-CTR
010310        FROM IBMUSER.MOVIMIENTO
010320     END-EXEC.
010330
010340     IF SQLCODE NOT EQUAL 0
010350        PERFORM 2790-ERROR-SQL-MOVIMIENTO
010360     END-IF.
010370
010380     IF CODERR-OK
010390        IF IND-NULL-CTR EQUAL -1
010400           MOVE 0 TO WS-MAX-OPERATIVA
010410        END-IF
010420        EXEC SQL
010430           SELECT MAX(CLAVE_MOVIMIENTO)
010440           INTO :WS-MAX-HISTORICO:IND-NULL-CTR
010450           FROM IBMUSER.MOVIMIENTO_HIST
010460        END-EXEC
010470        IF SQLCODE NOT EQUAL 0
010480           PERFORM 2790-ERROR-SQL-MOVIMIENTO
010490        END-IF
010500     END-IF.
010510
010520     IF CODERR-OK
010530        IF IND-NULL-CTR EQUAL -1
010540           MOVE 0 TO WS-MAX-HISTORICO
010550        END-IF
010560        IF WS-MAX-HISTORICO GREATER THAN WS-MAX-OPERATIVA
010570           MOVE WS-MAX-HISTORICO TO WS-MAX-OPERATIVA
010580        END-IF
010590        COMPUTE WS-ULTIMO-RESERVADO =
010600                WS-MAX-OPERATIVA + WS-BLOQUE-CLAVES
010610        EXEC SQL
010620           INSERT INTO IBMUSER.CONTADOR (NOMBRE, ULTIMO_VALOR)
010630           VALUES ('MOVIMIEN', :WS-ULTIMO-RESERVADO)
010640        END-EXEC
010650* SI OTRA EJECUCION CREO LA FILA ANTES QUE NOSOTROS, RESERVAMOS
010660* SOBRE LA FILA YA CREADA
010670        IF SQLCODE EQUAL -803
010680           EXEC SQL
010690              UPDATE IBMUSER.CONTADOR
010700                 SET ULTIMO_VALOR = ULTIMO_VALOR +
010710                     :WS-BLOQUE-CLAVES
010720               WHERE NOMBRE = 'MOVIMIEN'
010730           END-EXEC
010740        END-IF
010750        IF SQLCODE NOT EQUAL 0
010760           PERFORM 2790-ERROR-SQL-MOVIMIENTO
010770        END-IF
010780     END-IF.
010790
010800* ***************************************************************
010810* ERROR DE BASE DE DATOS AL POSTEAR UN MOVIMIENTO DEL PRESTAMO
010820* ***************************************************************
010830 2790-ERROR-SQL-MOVIMIENTO.
010840
010850     SET CODERR-SQL-ERROR               TO TRUE.
010860     MOVE SQLCODE                       TO WS-RES-SQLCODE.
010870     MOVE 'ERROR AL POSTEAR EL MOVIMIENTO DEL PRESTAMO'
010880                                        TO WS-RES-DESCRIPCION.
010890
010900* ***************************************************************
010910* GUARDA LA IMAGEN DEL PRESTAMO TAL COMO ESTABA ANTES DE LA
010920* OPERACION
010930* ***************************************************************
010940 2870-GUARDA-IMAGEN-ANTES.
010950
010960     MOVE CONT-CARGO OF DCLPRESTAMO     TO WS-IMA-CONT-CARGO.
010970     MOVE MONEDA OF DCLPRESTAMO         TO WS-IMA-MONEDA.
010980     MOVE PRINCIPAL OF DCLPRESTAMO      TO WS-IMA-PRINCIPAL.
010990     MOVE TIPO-INTERES OF DCLPRESTAMO   TO WS-IMA-TIPO-INTERES.
011000     MOVE TIPO-DEMORA OF DCLPRESTAMO    TO WS-IMA-TIPO-DEMORA.
011010     MOVE PLAZO-MESES OF DCLPRESTAMO    TO WS-IMA-PLAZO-MESES.
011020     MOVE CUOTA OF DCLPRESTAMO          TO WS-IMA-CUOTA.
011030     MOVE CAPITAL-PENDIENTE OF DCLPRESTAMO
011040                                        TO WS-IMA-CAPITAL-PEND.
011050     MOVE FECHA-DISPOSICION OF DCLPRESTAMO
011060                                  TO WS-IMA-FECHA-DISPOSICION.
011070     MOVE ESTADO OF DCLPRESTAMO         TO WS-IMA-ESTADO.
011080
011090* ***************************************************************
011100* GUARDA LA IMAGEN DEL PRESTAMO TAL COMO HA QUEDADO GRABADO
011110* ***************************************************************
011120 2875-GUARDA-IMAGEN-DESPUES.
011130
011140     MOVE CONT-CARGO OF DCLPRESTAMO     TO WS-IMD-CONT-CARGO.
011150     MOVE MONEDA OF DCLPRESTAMO         TO WS-IMD-MONEDA.
011160     MOVE PRINCIPAL OF DCLPRESTAMO      TO WS-IMD-PRINCIPAL.
011170     MOVE TIPO-INTERES OF DCLPRESTAMO   TO WS-IMD-TIPO-INTERES.
011180     MOVE TIPO-DEMORA OF DCLPRESTAMO    TO WS-IMD-TIPO-DEMORA.
011190     MOVE PLAZO-MESES OF DCLPRESTAMO    TO WS-IMD-PLAZO-MESES.
011200     MOVE CUOTA OF DCLPRESTAMO          TO WS-IMD-CUOTA.
011210     MOVE CAPITAL-PENDIENTE OF DCLPRESTAMO
011220                                        TO WS-IMD-CAPITAL-PEND.
011230     MOVE FECHA-DISPOSICION OF DCLPRESTAMO
011240                                  TO WS-IMD-FECHA-DISPOSICION.
011250     MOVE ESTADO OF DCLPRESTAMO         TO WS-IMD-ESTADO.
011260
011270* ***************************************************************
011280* ANOTA EN LA TABLA DE DIFERENCIAS EL CAMPO PREPARADO EN
011290* WS-DIF-NUEVO SI SU VALOR HA CAMBIADO CON LA OPERACION
011300* ***************************************************************
011310 2880-ANOTA-DIFERENCIA.
011320
011330     IF WS-DNU-ANTES NOT EQUAL WS-DNU-DESPUES
011340        AND WS-DIF-MAX LESS THAN 12
011350        ADD 1 TO WS-DIF-MAX
011360        SET WS-IDX-DIF TO WS-DIF-MAX
011370        MOVE WS-DIF-NUEVO TO WS-DIF-OCU (WS-IDX-DIF)
011380     END-IF.
011390
011400* ***************************************************************
011410* COMPARA LAS IMAGENES DEL PRESTAMO ANTES Y DESPUES DE LA
011420* OPERACION Y ANOTA LOS CAMPOS QUE HAN CAMBIADO
011430* ***************************************************************
011440 2890-COMPARA-IMAGENES.
011450
011460     MOVE 0                        TO WS-DIF-MAX.
011470
011480     MOVE 'CONT_CARGO'              TO WS-DNU-CAMPO.
011490     MOVE WS-IMA-CONT-CARGO         TO WS-DNU-ANTES.
011500     MOVE WS-IMD-CONT-CARGO         TO WS-DNU-DESPUES.
011510     PERFORM 2880-ANOTA-DIFERENCIA.
011520
011530     MOVE 'MONEDA'                  TO WS-DNU-CAMPO.
011540     MOVE WS-IMA-MONEDA             TO WS-DNU-ANTES.
011550     MOVE WS-IMD-MONEDA             TO WS-DNU-DESPUES.
011560     PERFORM 2880-ANOTA-DIFERENCIA.
011570
011580     MOVE 'PRINCIPAL'               TO WS-DNU-CAMPO.
011590     MOVE WS-IMA-PRINCIPAL          TO WS-DNU-ANTES.
011600     MOVE WS-IMD-PRINCIPAL          TO WS-DNU-DESPUES.
011610     PERFORM 2880-ANOTA-DIFERENCIA.
011620
011630     MOVE 'TIPO_INTERES'            TO WS-DNU-CAMPO.
011640     MOVE WS-IMA-TIPO-INTERES       TO WS-DNU-ANTES.
011650     MOVE WS-IMD-TIPO-INTERES       TO WS-DNU-DESPUES.
011660     PERFORM 2880-ANOTA-DIFERENCIA.
011670
011680     MOVE 'TIPO_DEMORA'             TO WS-DNU-CAMPO.
011690     MOVE WS-IMA-TIPO-DEMORA        TO WS-DNU-ANTES.
011700     MOVE WS-IMD-TIPO-DEMORA        TO WS-DNU-DESPUES.
011710     PERFORM 2880-ANOTA-DIFERENCIA.
011720
011730     MOVE 'PLAZO_MESES'             TO WS-DNU-CAMPO.
011740     MOVE WS-IMA-PLAZO-MESES        TO WS-DNU-ANTES.
011750     MOVE WS-IMD-PLAZO-MESES        TO WS-DNU-DESPUES.
011760     PERFORM 2880-ANOTA-DIFERENCIA.
011770
011780     MOVE 'CUOTA'                   TO WS-DNU-CAMPO.
011790     MOVE WS-IMA-CUOTA              TO WS-DNU-ANTES.
011800     MOVE WS-IMD-CUOTA              TO WS-DNU-DESPUES.
011810     PERFORM 2880-ANOTA-DIFERENCIA.
011820
011830     MOVE 'CAPITAL_PENDIENTE'       TO WS-DNU-CAMPO.
011840     MOVE WS-IMA-CAPITAL-PEND       TO WS-DNU-ANTES.
011850     MOVE WS-IMD-CAPITAL-PEND       TO WS-DNU-DESPUES.
011860     PERFORM 2880-ANOTA-DIFERENCIA.
011870
011880     MOVE 'FECHA_DISPOSICION'       TO WS-DNU-CAMPO.
011890     MOVE WS-IMA-FECHA-DISPOSICION  TO WS-DNU-ANTES.
011900     MOVE WS-IMD-FECHA-DISPOSICION  TO WS-DNU-DESPUES.
011910     PERFORM 2880-ANOTA-DIFERENCIA.
011920
011930     MOVE 'ESTADO'                  TO WS-DNU-CAMPO.
011940     MOVE WS-IMA-ESTADO             TO WS-DNU-ANTES.
011950     MOVE WS-IMD-ESTADO             TO WS-DNU-DESPUES.
011960     PERFORM 2880-ANOTA-DIFERENCIA.
011970
011980* ***************************************************************
011990* REGISTRA EN IBMUSER.AUDITORIA QUIEN (USUARIO Y TERMINAL) HA
012000* REALIZADO LA OPERACION, CON LA CLAVE DEL PRESTAMO EN EL CAMPO DE
012010* CLAVE, Y LOS VALORES ANTERIOR Y POSTERIOR DE LOS CAMPOS QUE
012020* CAMBIAN
012030* ***************************************************************
012040 2900-REGISTRA-AUDITORIA.
012050
012060     PERFORM 2890-COMPARA-IMAGENES.
012070
012080     MOVE CLAVE-PRESTAMO OF DCLPRESTAMO
012090                                TO CLAVE-CONTRATO OF DCLAUDITORIA.
012100     MOVE 'PRESTAMO'            TO ENTIDAD OF DCLAUDITORIA.
012110     MOVE WS-PET-OPERACION      TO OPERACION OF DCLAUDITORIA.
012120     MOVE EIBUSERID             TO USUARIO OF DCLAUDITORIA.
012130     MOVE EIBTRMID              TO TERMINAL-ID OF DCLAUDITORIA.
012140
012150* LA FECHA Y HORA DEL REGISTRO SE TOMA ANTES DE GRABARLO PARA
012160* ENLAZAR CON ELLA LOS CAMPOS MODIFICADOS
012170     EXEC SQL
012180        SELECT CURRENT TIMESTAMP
012190          INTO :DCLAUDITORIA.FECHA-HORA
012200          FROM SYSIBM.SYSDUMMY1
012210     END-EXEC.
012220
012230     IF SQLCODE EQUAL 0
012240        EXEC SQL
012250           INSERT INTO IBMUSER.AUDITORIA
012260                 (CLAVE_CONTRATO, OPERACION, USUARIO, TERMINAL_ID,
012270                  FECHA_HORA, ENTIDAD)
012280           VALUES (:DCLAUDITORIA.CLAVE-CONTRATO,
012290                   :DCLAUDITORIA.OPERACION,
012300                   :DCLAUDITORIA.USUARIO,
012310                   :DCLAUDITORIA.TERMINAL-ID,
012320                   :DCLAUDITORIA.FECHA-HORA,
012330                   :DCLAUDITORIA.ENTIDAD)
012340        END-EXEC
012350     END-IF.
012360
012370     IF SQLCODE EQUAL 0
012380        PERFORM 2910-REGISTRA-DIFERENCIA
012390           VARYING WS-IDX-DIF FROM 1 BY 1
012400           UNTIL WS-IDX-DIF GREATER THAN WS-DIF-MAX
012410              OR SQLCODE NOT EQUAL 0
012420     END-IF.
012430
012440     IF SQLCODE NOT EQUAL 0
012450        SET CODERR-SQL-ERROR                  TO TRUE
012460        MOVE SQLCODE                          TO WS-RES-SQLCODE
012470        MOVE 'ERROR AL REGISTRAR LA AUDITORIA DEL PRESTAMO'
012480                                           TO WS-RES-DESCRIPCION
012490
012500* LA OPERACION YA SE HABIA EJECUTADO ANTES DE LLAMAR A ESTE
012510* PARRAFO. SIN UN ROLLBACK EXPLICITO AQUI, EL RETURN DE 3000-FIN
012520* HARIA UN SYNCPOINT IMPLICITO QUE CONFIRMARIA ESE CAMBIO SIN SU
012530* REGISTRO DE AUDITORIA
012540        EXEC CICS SYNCPOINT ROLLBACK END-EXEC
012550     END-IF.
012560
012570* ***************************************************************
012580* GRABA EN IBMUSER.AUDITORIA_CAMBIO EL VALOR ANTERIOR Y POSTERIOR
012590* DE UN CAMPO MODIFICADO, ENLAZADO CON SU REGISTRO DE AUDITORIA
012600* POR CONTRATO, ENTIDAD Y FECHA Y HORA
012610* ***************************************************************
012620 2910-REGISTRA-DIFERENCIA.
012630
012640     MOVE WS-DIF-CAMPO (WS-IDX-DIF)
012650                                TO CAMPO OF DCLAUDITORIA-CAMBIO.
012660     MOVE WS-DIF-ANTES (WS-IDX-DIF)
012670                                TO VALOR-ANTES
012680                                   OF DCLAUDITORIA-CAMBIO.
012690     MOVE WS-DIF-DESPUES (WS-IDX-DIF)
012700                                TO VALOR-DESPUES
012710                                   OF DCLAUDITORIA-CAMBIO.
012720
012730     EXEC SQL
012740        INSERT INTO IBMUSER.AUDITORIA_CAMBIO
012750              (CLAVE_CONTRATO, ENTIDAD, FECHA_HORA, CAMPO,
012760               VALOR_ANTES, VALOR_DESPUES)
012770        VALUES (:DCLAUDITORIA.CLAVE-CONTRATO,
012780                :DCLAUDITORIA.ENTIDAD,
012790                :DCLAUDITORIA.FECHA-HORA,
012800                :DCLAUDITORIA-CAMBIO.CAMPO,
012810                :DCLAUDITORIA-CAMBIO.VALOR-ANTES,
012820                :DCLAUDITORIA-CAMBIO.VALOR-DESPUES)
012830     END-EXEC.
012840
012850* ***************************************************************
012860* PARRAFO DE FIN. DEVUELVE AL TERMINAL EL RESULTADO DE LA
012870* OPERACION Y TERMINA LA TRANSACCION
012880* ***************************************************************
012890 3000-FIN.
012900
012910     EXEC CICS
012920        SEND FROM(WS-RESPUESTA) LENGTH(WS-LONG-RESPUESTA) ERASE
012930     END-EXEC.
012940
012950     EXEC CICS
012960        RETURN
012970     END-EXEC.
012980
012990* **************************************************************
013000* PARRAFO DE ERROR. DESHACE LOS CAMBIOS PENDIENTES DE LA UNIDAD
013010* DE TRABAJO Y DEVUELVE AL TERMINAL UNA RESPUESTA DE ERROR
013020* **************************************************************
013030 9999-ERROR.
013040
013050     SET CODERR-SQL-ERROR                  TO TRUE
013060     MOVE 0                                 TO WS-RES-SQLCODE
013070     MOVE 'ERROR NO CONTROLADO EN LA TRANSACCION'
013080                                            TO WS-RES-DESCRIPCION
013090
013100     EXEC CICS SYNCPOINT ROLLBACK END-EXEC.
013110
013120     EXEC CICS
013130        SEND FROM(WS-RESPUESTA) LENGTH(WS-LONG-RESPUESTA) ERASE
013140     END-EXEC.
013150
013160     EXEC CICS
013170        RETURN
013180     END-EXEC.
