000010* TRANSACCION ONLINE DE MANTENIMIENTO DE IBMUSER.MANDATO (MANDATOS
000020* DE ADEUDO DIRECTO QUE LOS DEUDORES FIRMAN A FAVOR DE UN
000030* ACREEDOR). DA DE ALTA, MODIFICA O REVOCA UN MANDATO A PARTIR DE
000040* LOS DATOS RECIBIDOS DEL TERMINAL. DOMI01 SOLO ACEPTA LOS COBROS
000050* DE UN ACREEDOR QUE TIENEN DETRAS UN MANDATO ACTIVO. ADEMAS
000060* REGISTRA LA SOLICITUD DE DEVOLUCION DE UN COBRO YA CARGADO,
000070* DENTRO DEL PLAZO REGLAMENTARIO, QUE DOMI01 ABONA AL DEUDOR EN
000080* SU SIGUIENTE EJECUCION. EL RESULTADO VUELVE AL TERMINAL EN LA
000090* MISMA PANTALLA
000100* CADA OPERACION DEJA EN LA AUDITORIA LOS VALORES ANTERIOR Y
000110* POSTERIOR DE LOS CAMPOS DEL MANDATO O DEL COBRO QUE CAMBIAN
000120 IDENTIFICATION DIVISION.
000130 PROGRAM-ID.MANT05.
000140
000150 ENVIRONMENT DIVISION.
000160 INPUT-OUTPUT SECTION.
000170 DATA DIVISION.
000180 WORKING-STORAGE SECTION.
000190
000200* AREA RECIBIDA DEL TERMINAL CON LA PETICION DE MANTENIMIENTO. EL
000210* MANDATO SE IDENTIFICA POR EL ACREEDOR Y SU REFERENCIA; LA
000220* DEVOLUCION, POR LA CLAVE DEL COBRO QUE LA ORIGINA
000230 01 WS-PETICION.
000240     05 WS-PET-OPERACION       PIC X(1).
000250         88 PET-OPERACION-ALTA     VALUE 'A'.
000260         88 PET-OPERACION-MODIFICA VALUE 'M'.
000270         88 PET-OPERACION-BAJA     VALUE 'B'.
000280         88 PET-OPERACION-DEVOLUC  VALUE 'D'.
000290     05 WS-PET-ACREEDOR        PIC X(8).
000300     05 WS-PET-REF-MANDATO     PIC X(35).
000310     05 WS-PET-CONT-DEUDOR     PIC 9(9).
000320     05 WS-PET-CONT-ACREEDOR   PIC 9(9).
000330     05 WS-PET-FECHA-FIRMA     PIC X(10).
000340* VISTA POR PARTES DE LA FECHA DE FIRMA, PARA PODER VALIDAR SU
000350* FORMATO ANTES DE USARLA, COMO HACE BANCO01
000360     05 WS-PET-FECHA-FIRMA-R REDEFINES WS-PET-FECHA-FIRMA.
000370        10 WS-PET-FF-ANO       PIC 9(4).
000380        10 WS-PET-FF-SEP1      PIC X(1).
000390        10 WS-PET-FF-MES       PIC 9(2).
000400        10 WS-PET-FF-SEP2      PIC X(1).
000410        10 WS-PET-FF-DIA       PIC 9(2).
000420* MANDATO UNICO (UN SOLO COBRO) O RECURRENTE
000430     05 WS-PET-TIPO-MANDATO    PIC X(1).
000440         88 PET-TIPO-MANDATO-VALIDO VALUES 'U' 'R'.
000450     05 WS-PET-CLAVE-COBRO     PIC 9(9).
000460 01 WS-LONG-PETICION           PIC S9(4) COMP VALUE +82.
000470
000480* AREA DEVUELTA AL TERMINAL CON EL RESULTADO DE LA OPERACION
000490 01 WS-RESPUESTA.
000500     05 WS-RES-CODERR          PIC X(8).
000510         88 CODERR-SQL-ERROR      VALUE 'SQLERROR'.
000520         88 CODERR-MANDATO-NOEXI  VALUE 'MANNOEXI'.
000530         88 CODERR-MANDATO-YAEXI  VALUE 'MANYAEXI'.
000540         88 CODERR-MANDATO-NOACT  VALUE 'MANNOACT'.
000550         88 CODERR-OPERACION-INV  VALUE 'OPERAINV'.
000560         88 CODERR-TIPO-MAND-INV  VALUE 'TIPMAINV'.
000570         88 CODERR-FECHA-INVALIDA VALUE 'FECHAINV'.
000580         88 CODERR-MISMO-CONTRATO VALUE 'MISMOCTA'.
000590         88 CODERR-CONTRATO-NOVIG VALUE 'CONTNOVI'.
000600         88 CODERR-COBRO-NOEXI    VALUE 'COBNOEXI'.
000610         88 CODERR-COBRO-NO-DEV   VALUE 'COBNODEV'.
000620         88 CODERR-FUERA-PLAZO    VALUE 'FUERAPLZ'.
000630         88 CODERR-COBRO-NO-POST  VALUE 'COBNOPOS'.
000640         88 CODERR-OK             VALUE 'OK      '.
000650     05 WS-RES-SQLCODE         PIC -999.
000660     05 WS-RES-DESCRIPCION     PIC X(68).
000670 01 WS-LONG-RESPUESTA          PIC S9(4) COMP VALUE +80.
000680
000690* PLAZO REGLAMENTARIO (EN DIAS DESDE LA FECHA DEL COBRO) EN EL
000700* QUE EL DEUDOR PUEDE PEDIR LA DEVOLUCION DE UN ADEUDO AUTORIZADO
000710 01 WS-DIAS-DEVOLUCION         PIC S9(4) COMP VALUE 56.
000720
000730* COBROS DEL DEUDOR DENTRO DEL PLAZO DE DEVOLUCION Y CLAVE DEL
000740* MOVIMIENTO CON EL QUE BANCO01 POSTEO EL CARGO DEL COBRO,
000750* LOCALIZADO POR LA DESCRIPCION QUE LE DIO DOMI01
000760 01 WS-CNT-EN-PLAZO            PIC S9(9) COMP VALUE 0.
000770 01 WS-CLAVE-MOV-COBRO         PIC S9(9) COMP VALUE 0.
000780 01 IND-NULL                   PIC S9(4) COMP.
000790 01 WS-DC-CLAVE-COBRO          PIC 9(9).
000800 01 WS-DESC-COBRO              PIC X(29).
000810
000820* IMAGEN DEL MANDATO ANTES Y DESPUES DE LA OPERACION, PARA ANOTAR
000830* EN LA AUDITORIA LOS CAMPOS QUE CAMBIAN. EN EL ALTA LA IMAGEN
000840* ANTERIOR QUEDA EN BLANCO. EN LA SOLICITUD DE DEVOLUCION SOLO SE
000850* ANOTAN EL ESTADO DEL COBRO Y EL MOVIMIENTO DE CARGO LOCALIZADO
000860 01 WS-IMAGEN-ANTES.
000870     05 WS-IMA-ACREEDOR          PIC X(8).
000880     05 WS-IMA-REF-MANDATO       PIC X(35).
000890     05 WS-IMA-CONT-DEUDOR       PIC Z(8)9.
000900     05 WS-IMA-CONT-ACREEDOR     PIC Z(8)9.
000910     05 WS-IMA-FECHA-FIRMA       PIC X(10).
000920     05 WS-IMA-TIPO-MANDATO      PIC X(1).
000930     05 WS-IMA-ESTADO            PIC X(1).
000940     05 WS-IMA-CLAVE-MOV-COBRO   PIC X(9).
000950 01 WS-IMAGEN-DESPUES.
000960     05 WS-IMD-ACREEDOR          PIC X(8).
000970     05 WS-IMD-REF-MANDATO       PIC X(35).
000980     05 WS-IMD-CONT-DEUDOR       PIC Z(8)9.
000990     05 WS-IMD-CONT-ACREEDOR     PIC Z(8)9.
001000     05 WS-IMD-FECHA-FIRMA       PIC X(10).
001010     05 WS-IMD-TIPO-MANDATO      PIC X(1).
001020     05 WS-IMD-ESTADO            PIC X(1).
001030     05 WS-IMD-CLAVE-MOV-COBRO   PIC X(9).
001040
001050* CAMPOS QUE CAMBIAN EN LA OPERACION, CON SU VALOR ANTERIOR Y
001060* POSTERIOR EN FORMATO EDITADO. SE GRABAN EN
001070* IBMUSER.AUDITORIA_CAMBIO CON LA MISMA FECHA Y HORA QUE EL
001080* REGISTRO DE AUDITORIA DE LA OPERACION
001090 01 WS-DIF-MAX               PIC 9(2) VALUE 0.
001100 01 WS-TABLA-DIFERENCIAS.
001110     05 WS-DIF-OCU OCCURS 1 TO 12 TIMES
001120                   DEPENDING ON WS-DIF-MAX
001130                   INDEXED BY WS-IDX-DIF.
001140        10 WS-DIF-CAMPO       PIC X(18).
001150        10 WS-DIF-ANTES       PIC X(50).
001160        10 WS-DIF-DESPUES     PIC X(50).
001170
001180* CAMPO QUE SE COMPARA PARA ANOTARLO EN LA TABLA SI HA CAMBIADO
001190 01 WS-DIF-NUEVO.
001200     05 WS-DNU-CAMPO          PIC X(18).
001210     05 WS-DNU-ANTES          PIC X(50).
001220     05 WS-DNU-DESPUES        PIC X(50).
001230
001240* SQLCA Y DCLGEN DE LAS TABLAS. DCLAUDITORIA ES LA TABLA DONDE SE
001250* REGISTRA QUIEN (USUARIO Y TERMINAL) HA REALIZADO CADA ALTA,
001260* MODIFICACION O REVOCACION DE MANDATO (CON EL CONTRATO DEUDOR EN
001270* EL CAMPO DE CLAVE) Y CADA SOLICITUD DE DEVOLUCION (CON LA CLAVE
001280* DEL COBRO)
001290* AUDITORIA_CAMBIO GUARDA LOS VALORES ANTERIOR Y POSTERIOR DE LOS
001300* CAMPOS QUE CAMBIAN
001310     EXEC SQL INCLUDE SQLCA END-EXEC.
001320     EXEC SQL INCLUDE MANDATO END-EXEC.
001330     EXEC SQL INCLUDE COBRODOM END-EXEC.
001340     EXEC SQL INCLUDE CONTRATO END-EXEC.
001350     EXEC SQL INCLUDE AUDITORI END-EXEC.
001360     EXEC SQL INCLUDE AUDICAMB END-EXEC.
001370
001380 PROCEDURE DIVISION.
001390
001400     EXEC CICS
001410        HANDLE CONDITION ERROR(9999-ERROR)
001420     END-EXEC.
001430
001440     PERFORM 1000-INICIO.
001450     PERFORM 2000-PROCESO.
001460     PERFORM 3000-FIN.
001470
001480* **********************************************************
001490* PARRAFO DE INICIO. RECIBE LA PETICION DEL TERMINAL
001500* **********************************************************
001510 1000-INICIO.
001520
001530     MOVE SPACES               TO WS-PETICION.
001540     MOVE SPACES               TO WS-RESPUESTA.
001550
001560     EXEC CICS
001570        RECEIVE INTO(WS-PETICION) LENGTH(WS-LONG-PETICION)
001580     END-EXEC.
001590
001600* ************************************************************
001610 2000-PROCESO.
001620* ************************************************************
001630
001640     MOVE WS-PET-ACREEDOR    TO ACREEDOR OF DCLMANDATO.
001650     MOVE WS-PET-REF-MANDATO TO REF-MANDATO OF DCLMANDATO.
001660
001670     EVALUATE TRUE
001680        WHEN PET-OPERACION-ALTA
001690           PERFORM 2100-ALTA-MANDATO
001700        WHEN PET-OPERACION-MODIFICA
001710           PERFORM 2200-MODIFICA-MANDATO
001720        WHEN PET-OPERACION-BAJA
001730           PERFORM 2300-BAJA-MANDATO
001740        WHEN PET-OPERACION-DEVOLUC
001750           PERFORM 2400-SOLICITA-DEVOLUCION
001760        WHEN OTHER
001770           SET CODERR-OPERACION-INV        TO TRUE
001780           MOVE 0                          TO WS-RES-SQLCODE
001790           MOVE 'CODIGO DE OPERACION NO RECONOCIDO'
001800                                            TO WS-RES-DESCRIPCION
001810     END-EVALUATE.
001820
001830* ***************************************************************
001840* COMPRUEBA QUE LOS DATOS DEL MANDATO RECIBIDOS DEL TERMINAL SON
001850* COHERENTES: TIPO DE MANDATO RECONOCIDO, FECHA DE FIRMA CON
001860* FORMATO VALIDO, CONTRATOS DEUDOR Y ACREEDOR DISTINTOS, Y
001870* AMBOS CONTRATOS EXISTENTES Y NO CANCELADOS
001880* ***************************************************************
001890 2050-VALIDA-DATOS-MANDATO.
001900
001910     SET CODERR-OK                         TO TRUE.
001920
001930     IF NOT PET-TIPO-MANDATO-VALIDO
001940        SET CODERR-TIPO-MAND-INV           TO TRUE
001950        MOVE 0                             TO WS-RES-SQLCODE
001960        MOVE 'TIPO DE MANDATO NO RECONOCIDO (U O R)'
001970                                           TO WS-RES-DESCRIPCION
001980     ELSE
001990        IF WS-PET-FF-ANO NOT NUMERIC
002000           OR WS-PET-FF-MES NOT NUMERIC
002010           OR WS-PET-FF-DIA NOT NUMERIC
002020           OR WS-PET-FF-SEP1 NOT EQUAL '-'
002030           OR WS-PET-FF-SEP2 NOT EQUAL '-'
002040           OR WS-PET-FF-MES LESS THAN 01
002050           OR WS-PET-FF-MES GREATER THAN 12
002060           OR WS-PET-FF-DIA LESS THAN 01
002070           OR WS-PET-FF-DIA GREATER THAN 31
002080           SET CODERR-FECHA-INVALIDA       TO TRUE
002090           MOVE 0                          TO WS-RES-SQLCODE
002100           MOVE 'FECHA DE FIRMA CON FORMATO INVALIDO (AAAA-MM-DD)'
002110                                           TO WS-RES-DESCRIPCION
002120        ELSE
002130           IF WS-PET-CONT-DEUDOR EQUAL WS-PET-CONT-ACREEDOR
002140              SET CODERR-MISMO-CONTRATO    TO TRUE
002150              MOVE 0                       TO WS-RES-SQLCODE
002160              MOVE 'CONTRATO DEUDOR Y ACREEDOR COINCIDEN'
002170                                           TO WS-RES-DESCRIPCION
002180           END-IF
002190        END-IF
002200     END-IF.
002210
002220     IF CODERR-OK
002230        MOVE WS-PET-CONT-DEUDOR TO CLAVE-CONTRATO OF DCLCONTRATO
002240        PERFORM 2060-COMPRUEBA-CONTRATO
002250     END-IF.
002260
002270     IF CODERR-OK
002280        MOVE WS-PET-CONT-ACREEDOR TO CLAVE-CONTRATO OF DCLCONTRATO
002290        PERFORM 2060-COMPRUEBA-CONTRATO
002300     END-IF.
002310
002320* ***************************************************************
002330* COMPRUEBA QUE EL CONTRATO INDICADO EXISTE Y NO ESTA CANCELADO.
002340* LAS DEMAS VALIDACIONES DE ESTADO Y SALDO LAS APLICA BANCO01 AL
002350* POSTEAR CADA COBRO
002360* ***************************************************************
002370 2060-COMPRUEBA-CONTRATO.
002380
002390     EXEC SQL
002400        SELECT ESTADO
002410          INTO :DCLCONTRATO.ESTADO
002420          FROM IBMUSER.CONTRATO
002430         WHERE CLAVE_CONTRATO = :DCLCONTRATO.CLAVE-CONTRATO
002440     END-EXEC.
002450
002460     IF SQLCODE EQUAL 100
002470        SET CODERR-CONTRATO-NOVIG          TO TRUE
002480        MOVE 0                             TO WS-RES-SQLCODE
002490        MOVE 'EL CONTRATO DEL MANDATO NO EXISTE'
002500                                           TO WS-RES-DESCRIPCION
002510     ELSE
002520        IF SQLCODE NOT EQUAL 0
002530           SET CODERR-SQL-ERROR TO TRUE
002540           MOVE SQLCODE                    TO WS-RES-SQLCODE
002550           MOVE 'ERROR AL COMPROBAR EL CONTRATO DEL MANDATO'
002560                                           TO WS-RES-DESCRIPCION
002570        ELSE
002580           IF ESTADO OF DCLCONTRATO EQUAL 'C'
002590              SET CODERR-CONTRATO-NOVIG    TO TRUE
002600              MOVE 0                       TO WS-RES-SQLCODE
002610              MOVE 'EL CONTRATO DEL MANDATO ESTA CANCELADO'
002620                                           TO WS-RES-DESCRIPCION
002630           END-IF
002640        END-IF
002650     END-IF.
002660
002670* ***************************************************************
002680* DA DE ALTA UN NUEVO MANDATO ACTIVO, RECHAZANDO LA PETICION SI
002690* EL ACREEDOR YA TIENE UN MANDATO CON ESA REFERENCIA. LA FECHA DEL
002700* ULTIMO COBRO ARRANCA EN LA DE FIRMA, PARA QUE LA CADUCIDAD POR
002710* FALTA DE USO SE CUENTE DESDE LA FIRMA HASTA EL PRIMER COBRO
002720* ***************************************************************
002730 2100-ALTA-MANDATO.
002740
002750     PERFORM 2050-VALIDA-DATOS-MANDATO.
002760
002770     IF CODERR-OK
002780        PERFORM 2110-INSERTA-MANDATO
002790     END-IF.
002800
002810* ***************************************************************
002820* INSERTA EL NUEVO MANDATO EN LA TABLA, UNA VEZ VALIDADOS LOS
002830* DATOS RECIBIDOS DEL TERMINAL
002840* ***************************************************************
002850 2110-INSERTA-MANDATO.
002860
002870     MOVE WS-PET-CONT-DEUDOR    TO CONT-DEUDOR OF DCLMANDATO.
002880     MOVE WS-PET-CONT-ACREEDOR  TO CONT-ACREEDOR OF DCLMANDATO.
002890     MOVE WS-PET-FECHA-FIRMA    TO FECHA-FIRMA OF DCLMANDATO.
002900     MOVE WS-PET-TIPO-MANDATO   TO TIPO-MANDATO OF DCLMANDATO.
002910     MOVE 'A'                   TO ESTADO OF DCLMANDATO.
002920     MOVE EIBUSERID             TO USUARIO OF DCLMANDATO.
002930
002940     EXEC SQL
002950        INSERT INTO IBMUSER.MANDATO
002960              (ACREEDOR, REF_MANDATO, CONT_DEUDOR, CONT_ACREEDOR,
002970               FECHA_FIRMA, TIPO_MANDATO, ESTADO,
002980               FECHA_ULTIMO_COBRO, USUARIO, FECHA_ALTA)
002990        VALUES (:DCLMANDATO.ACREEDOR,
003000                :DCLMANDATO.REF-MANDATO,
003010                :DCLMANDATO.CONT-DEUDOR,
003020                :DCLMANDATO.CONT-ACREEDOR,
003030                DATE(:DCLMANDATO.FECHA-FIRMA),
003040                :DCLMANDATO.TIPO-MANDATO,
003050                :DCLMANDATO.ESTADO,
003060                DATE(:DCLMANDATO.FECHA-FIRMA),
003070                :DCLMANDATO.USUARIO,
003080                CURRENT TIMESTAMP)
003090     END-EXEC.
003100
003110     IF SQLCODE EQUAL -803
003120        SET CODERR-MANDATO-YAEXI           TO TRUE
003130        MOVE SQLCODE                       TO WS-RES-SQLCODE
003140        MOVE 'EL ACREEDOR YA TIENE UN MANDATO CON ESA REFERENCIA'
003150                                           TO WS-RES-DESCRIPCION
003160     ELSE
003170        IF SQLCODE NOT EQUAL 0
003180           SET CODERR-SQL-ERROR TO TRUE
003190           MOVE SQLCODE                    TO WS-RES-SQLCODE
003200           MOVE 'ERROR AL DAR DE ALTA EL MANDATO'
003210                                           TO WS-RES-DESCRIPCION
003220        ELSE
003230           SET CODERR-OK                   TO TRUE
003240           MOVE 0                          TO WS-RES-SQLCODE
003250           MOVE 'MANDATO DADO DE ALTA CORRECTAMENTE'
003260                                           TO WS-RES-DESCRIPCION
003270           MOVE SPACES                TO WS-IMAGEN-ANTES
003280           PERFORM 2875-GUARDA-IMAGEN-DESPUES
003290           PERFORM 2900-REGISTRA-AUDITORIA
003300           IF CODERR-OK
003310              EXEC CICS SYNCPOINT END-EXEC
003320           END-IF
003330        END-IF
003340     END-IF.
003350
003360* ***************************************************************
003370* COMPRUEBA QUE EL MANDATO SOBRE EL QUE SE VA A MODIFICAR O
003380* REVOCAR EXISTE Y SIGUE ACTIVO (ESTADO 'A'). UN MANDATO
003390* REVOCADO, CADUCADO O FINALIZADO (UNICO YA COBRADO) NO SE
003400* REACTIVA: EL ACREEDOR DEBE RECOGER UN MANDATO NUEVO
003410* ***************************************************************
003420 2150-COMPRUEBA-ESTADO-MANDATO.
003430
003440     EXEC SQL
003450        SELECT ESTADO, CONT_DEUDOR, CONT_ACREEDOR,
003460               CHAR(FECHA_FIRMA, ISO), TIPO_MANDATO
003470          INTO :DCLMANDATO.ESTADO,
003480               :DCLMANDATO.CONT-DEUDOR,
003490               :DCLMANDATO.CONT-ACREEDOR,
003500               :DCLMANDATO.FECHA-FIRMA,
003510               :DCLMANDATO.TIPO-MANDATO
003520          FROM IBMUSER.MANDATO
003530         WHERE ACREEDOR = :DCLMANDATO.ACREEDOR
003540           AND REF_MANDATO = :DCLMANDATO.REF-MANDATO
003550     END-EXEC.
003560
003570     IF SQLCODE EQUAL 100
003580        SET CODERR-MANDATO-NOEXI           TO TRUE
003590        MOVE 0                             TO WS-RES-SQLCODE
003600        MOVE 'EL MANDATO NO EXISTE'
003610                                           TO WS-RES-DESCRIPCION
003620     ELSE
003630        IF SQLCODE NOT EQUAL 0
003640           SET CODERR-SQL-ERROR TO TRUE
003650           MOVE SQLCODE                    TO WS-RES-SQLCODE
003660           MOVE 'ERROR AL COMPROBAR EL ESTADO DEL MANDATO'
003670                                           TO WS-RES-DESCRIPCION
003680        ELSE
003690           IF ESTADO OF DCLMANDATO NOT EQUAL 'A'
003700              SET CODERR-MANDATO-NOACT     TO TRUE
003710              MOVE 0                       TO WS-RES-SQLCODE
003720              MOVE 'EL MANDATO YA NO ESTA ACTIVO'
003730                                           TO WS-RES-DESCRIPCION
003740           ELSE
003750              SET CODERR-OK                TO TRUE
003760              PERFORM 2870-GUARDA-IMAGEN-ANTES
003770           END-IF
003780        END-IF
003790     END-IF.
003800
003810* ***************************************************************
003820* MODIFICA LOS DATOS DE UN MANDATO YA EXISTENTE Y ACTIVO
003830* ***************************************************************
003840 2200-MODIFICA-MANDATO.
003850
003860     PERFORM 2050-VALIDA-DATOS-MANDATO.
003870
003880     IF CODERR-OK
003890        PERFORM 2150-COMPRUEBA-ESTADO-MANDATO
003900     END-IF.
003910
003920     IF CODERR-OK
003930     EXEC SQL
003940        UPDATE IBMUSER.MANDATO
003950           SET CONT_DEUDOR = :WS-PET-CONT-DEUDOR,
003960               CONT_ACREEDOR = :WS-PET-CONT-ACREEDOR,
003970               FECHA_FIRMA = DATE(:WS-PET-FECHA-FIRMA),
003980               TIPO_MANDATO = :WS-PET-TIPO-MANDATO
003990         WHERE ACREEDOR = :DCLMANDATO.ACREEDOR
004000           AND REF_MANDATO = :DCLMANDATO.REF-MANDATO
004010     END-EXEC
004020
004030        IF SQLCODE EQUAL 100
004040           SET CODERR-MANDATO-NOEXI           TO TRUE
004050           MOVE 0                             TO WS-RES-SQLCODE
004060           MOVE 'EL MANDATO A MODIFICAR NO EXISTE'
004070                                           TO WS-RES-DESCRIPCION
004080        ELSE
004090           IF SQLCODE NOT EQUAL 0
004100              SET CODERR-SQL-ERROR TO TRUE
004110              MOVE SQLCODE                    TO WS-RES-SQLCODE
004120              MOVE 'ERROR AL MODIFICAR EL MANDATO'
004130                                           TO WS-RES-DESCRIPCION
004140           ELSE
004150              MOVE WS-PET-CONT-DEUDOR TO CONT-DEUDOR OF DCLMANDATO
004160              SET CODERR-OK                   TO TRUE
004170              MOVE 0                          TO WS-RES-SQLCODE
004180              MOVE 'MANDATO MODIFICADO CORRECTAMENTE'
004190                                           TO WS-RES-DESCRIPCION
004200              MOVE WS-PET-CONT-ACREEDOR TO CONT-ACREEDOR
004210                                           OF DCLMANDATO
004220              MOVE WS-PET-FECHA-FIRMA   TO FECHA-FIRMA
004230                                           OF DCLMANDATO
004240              MOVE WS-PET-TIPO-MANDATO  TO TIPO-MANDATO
004250                                           OF DCLMANDATO
004260              PERFORM 2875-GUARDA-IMAGEN-DESPUES
004270              PERFORM 2900-REGISTRA-AUDITORIA
004280              IF CODERR-OK
004290                 EXEC CICS SYNCPOINT END-EXEC
004300              END-IF
004310           END-IF
004320        END-IF
004330     END-IF.
004340
004350* ***************************************************************
004360* REVOCA UN MANDATO EXISTENTE Y ACTIVO, MARCANDO SU ESTADO COMO
004370* 'R' CON LA FECHA DE BAJA EN LUGAR DE BORRAR EL REGISTRO, PARA
004380* CONSERVAR LA TRAZA DE LOS COBROS QUE LO REFERENCIAN. DESDE ESE
004390* MOMENTO DOMI01 DEVUELVE AL ACREEDOR LOS COBROS QUE LO USEN
004400* ***************************************************************
004410 2300-BAJA-MANDATO.
004420
004430     PERFORM 2150-COMPRUEBA-ESTADO-MANDATO.
004440
004450     IF CODERR-OK
004460     EXEC SQL
004470        UPDATE IBMUSER.MANDATO
004480           SET ESTADO = 'R',
004490               FECHA_BAJA = CURRENT DATE
004500         WHERE ACREEDOR = :DCLMANDATO.ACREEDOR
004510           AND REF_MANDATO = :DCLMANDATO.REF-MANDATO
004520     END-EXEC
004530
004540        IF SQLCODE EQUAL 100
004550           SET CODERR-MANDATO-NOEXI           TO TRUE
004560           MOVE 0                             TO WS-RES-SQLCODE
004570           MOVE 'EL MANDATO A REVOCAR NO EXISTE'
004580                                           TO WS-RES-DESCRIPCION
004590        ELSE
004600           IF SQLCODE NOT EQUAL 0
004610              SET CODERR-SQL-ERROR TO TRUE
004620              MOVE SQLCODE                    TO WS-RES-SQLCODE
004630              MOVE 'ERROR AL REVOCAR EL MANDATO'
004640                                           TO WS-RES-DESCRIPCION
004650           ELSE
004660              SET CODERR-OK                   TO TRUE
004670              MOVE 0                          TO WS-RES-SQLCODE
004680              MOVE 'MANDATO REVOCADO CORRECTAMENTE'
004690                                           TO WS-RES-DESCRIPCION
004700              MOVE WS-IMAGEN-ANTES      TO WS-IMAGEN-DESPUES
004710              MOVE 'R'                  TO WS-IMD-ESTADO
004720              PERFORM 2900-REGISTRA-AUDITORIA
004730              IF CODERR-OK
004740                 EXEC CICS SYNCPOINT END-EXEC
004750              END-IF
004760           END-IF
004770        END-IF
004780     END-IF.
004790
004800* ***************************************************************
004810* REGISTRA LA SOLICITUD DEL DEUDOR DE DEVOLVER UN COBRO YA
004820* CARGADO. EL COBRO DEBE EXISTIR, ESTAR ENVIADO A BANCO01 Y SIN
004830* DEVOLUCION PREVIA, ESTAR DENTRO DEL PLAZO DE DEVOLUCION Y
004840* HABER LLEGADO A POSTEARSE (UN COBRO RECHAZADO POR BANCO01 NO
004850* SE CARGO Y NO HAY NADA QUE DEVOLVER). LA CLAVE DEL MOVIMIENTO
004860* ORIGINAL QUEDA EN EL COBRO, Y DOMI01 GENERA EL ABONO AL DEUDOR
004870* Y EL AVISO AL ACREEDOR EN SU SIGUIENTE EJECUCION
004880* ***************************************************************
004890 2400-SOLICITA-DEVOLUCION.
004900
004910     MOVE WS-PET-CLAVE-COBRO    TO CLAVE-COBRO
004920                                   OF DCLCOBRO-DOMICILIADO.
004930     SET CODERR-OK                         TO TRUE.
004940
004950     PERFORM 2410-RECUPERA-COBRO.
004960
004970     IF CODERR-OK
004980        PERFORM 2420-BUSCA-MOVIMIENTO-COBRO
004990     END-IF.
005000
005010     IF CODERR-OK
005020        EXEC SQL
005030           UPDATE IBMUSER.COBRO_DOMICILIADO
005040              SET ESTADO = 'S',
005050                  FECHA_SOLICITUD = CURRENT DATE,
005060                  CLAVE_MOV_COBRO = :WS-CLAVE-MOV-COBRO
005070            WHERE CLAVE_COBRO =
005080                  :DCLCOBRO-DOMICILIADO.CLAVE-COBRO
005090              AND ESTADO = 'E'
005100        END-EXEC
005110
005120        IF SQLCODE EQUAL 100
005130           SET CODERR-COBRO-NO-DEV         TO TRUE
005140           MOVE 0                          TO WS-RES-SQLCODE
005150           MOVE 'EL COBRO YA TIENE UNA DEVOLUCION SOLICITADA'
005160                                           TO WS-RES-DESCRIPCION
005170        ELSE
005180           IF SQLCODE NOT EQUAL 0
005190              SET CODERR-SQL-ERROR TO TRUE
005200              MOVE SQLCODE                 TO WS-RES-SQLCODE
005210              MOVE 'ERROR AL REGISTRAR LA SOLICITUD DE DEVOLUCION'
005220                                           TO WS-RES-DESCRIPCION
005230           ELSE
005240              SET CODERR-OK                TO TRUE
005250              MOVE 0                       TO WS-RES-SQLCODE
005260              MOVE 'DEVOLUCION DEL COBRO SOLICITADA CORRECTAMENTE'
005270                                           TO WS-RES-DESCRIPCION
005280              MOVE SPACES               TO WS-IMAGEN-ANTES
005290              MOVE SPACES               TO WS-IMAGEN-DESPUES
005300              MOVE 'E'                  TO WS-IMA-ESTADO
005310              MOVE 'S'                  TO WS-IMD-ESTADO
005320              MOVE WS-CLAVE-MOV-COBRO   TO WS-IMD-CLAVE-MOV-COBRO
005330              PERFORM 2900-REGISTRA-AUDITORIA
005340              IF CODERR-OK
005350                 EXEC CICS SYNCPOINT END-EXEC
005360              END-IF
005370           END-IF
005380        END-IF
005390     END-IF.
005400
005410* ***************************************************************
005420* RECUPERA EL COBRO Y COMPRUEBA QUE ESTA ENVIADO A BANCO01 SIN
005430* DEVOLUCION PREVIA ('E') Y DENTRO DEL PLAZO DE DEVOLUCION
005440* ***************************************************************
005450 2410-RECUPERA-COBRO.
005460
005470     EXEC SQL
005480        SELECT ESTADO, CONT_DEUDOR, CONT_ACREEDOR
005490          INTO :DCLCOBRO-DOMICILIADO.ESTADO,
005500               :DCLCOBRO-DOMICILIADO.CONT-DEUDOR,
005510               :DCLCOBRO-DOMICILIADO.CONT-ACREEDOR
005520          FROM IBMUSER.COBRO_DOMICILIADO
005530         WHERE CLAVE_COBRO = :DCLCOBRO-DOMICILIADO.CLAVE-COBRO
005540     END-EXEC.
005550
005560     IF SQLCODE EQUAL 100
005570        SET CODERR-COBRO-NOEXI             TO TRUE
005580        MOVE 0                             TO WS-RES-SQLCODE
005590        MOVE 'EL COBRO NO EXISTE'
005600                                           TO WS-RES-DESCRIPCION
005610     ELSE
005620        IF SQLCODE NOT EQUAL 0
005630           SET CODERR-SQL-ERROR TO TRUE
005640           MOVE SQLCODE                    TO WS-RES-SQLCODE
005650           MOVE 'ERROR AL RECUPERAR EL COBRO'
005660                                           TO WS-RES-DESCRIPCION
005670        ELSE
005680           IF ESTADO OF DCLCOBRO-DOMICILIADO NOT EQUAL 'E'
005690              SET CODERR-COBRO-NO-DEV      TO TRUE
005700              MOVE 0                       TO WS-RES-SQLCODE
005710              MOVE 'EL COBRO YA TIENE UNA DEVOLUCION SOLICITADA'
005720                                           TO WS-RES-DESCRIPCION
005730           END-IF
005740        END-IF
005750     END-IF.
005760
005770     IF CODERR-OK
005780        EXEC SQL
005790           SELECT COUNT(*)
005800             INTO :WS-CNT-EN-PLAZO
005810             FROM IBMUSER.COBRO_DOMICILIADO
005820            WHERE CLAVE_COBRO = :DCLCOBRO-DOMICILIADO.CLAVE-COBRO
005830              AND FECHA_COBRO + :WS-DIAS-DEVOLUCION DAYS
005840                  >= CURRENT DATE
005850        END-EXEC
005860
005870        IF SQLCODE NOT EQUAL 0
005880           SET CODERR-SQL-ERROR TO TRUE
005890           MOVE SQLCODE                    TO WS-RES-SQLCODE
005900           MOVE 'ERROR AL COMPROBAR EL PLAZO DE DEVOLUCION'
005910                                           TO WS-RES-DESCRIPCION
005920        ELSE
005930           IF WS-CNT-EN-PLAZO EQUAL 0
005940              SET CODERR-FUERA-PLAZO       TO TRUE
005950              MOVE 0                       TO WS-RES-SQLCODE
005960              MOVE 'PLAZO DE DEVOLUCION DEL COBRO VENCIDO'
005970                                           TO WS-RES-DESCRIPCION
005980           END-IF
005990        END-IF
006000     END-IF.
006010
006020* ***************************************************************
006030* LOCALIZA EL MOVIMIENTO CON EL QUE BANCO01 CARGO EL COBRO AL
006040* DEUDOR, EN LA TABLA OPERATIVA O YA ARCHIVADO EN EL HISTORICO,
006050* POR LA DESCRIPCION QUE DOMI01 LE DIO AL GENERAR LA REMESA
006060* ***************************************************************
006070 2420-BUSCA-MOVIMIENTO-COBRO.
006080
006090     MOVE WS-PET-CLAVE-COBRO    TO WS-DC-CLAVE-COBRO.
006100     MOVE SPACES                TO WS-DESC-COBRO.
006110     STRING 'ADEUDO DOMICILIADO '  DELIMITED BY SIZE
006120            WS-DC-CLAVE-COBRO      DELIMITED BY SIZE
006130            '%'                    DELIMITED BY SIZE
006140       INTO WS-DESC-COBRO
006150     END-STRING.
006160
006170     EXEC SQL
006180        SELECT MAX(M.CLAVE_MOVIMIENTO)
006190          INTO :WS-CLAVE-MOV-COBRO :IND-NULL
006200          FROM (SELECT CLAVE_MOVIMIENTO
006210                  FROM IBMUSER.MOVIMIENTO
006220                 WHERE ORIGEN =
006230                       :DCLCOBRO-DOMICILIADO.CONT-DEUDOR
006240                   AND DESTINO =
006250                       :DCLCOBRO-DOMICILIADO.CONT-ACREEDOR
006260                   AND DESCRIPCION LIKE :WS-DESC-COBRO
006270                UNION ALL
006280                SELECT CLAVE_MOVIMIENTO
006290                  FROM IBMUSER.MOVIMIENTO_HIST
006300                 WHERE ORIGEN =
006310                       :DCLCOBRO-DOMICILIADO.CONT-DEUDOR
006320                   AND DESTINO =
006330                       :DCLCOBRO-DOMICILIADO.CONT-ACREEDOR
006340                   AND DESCRIPCION LIKE :WS-DESC-COBRO) AS M
006350     END-EXEC.
006360
006370     IF SQLCODE NOT EQUAL 0
006380        SET CODERR-SQL-ERROR TO TRUE
006390        MOVE SQLCODE                       TO WS-RES-SQLCODE
006400        MOVE 'ERROR AL BUSCAR EL MOVIMIENTO DEL COBRO'
006410                                           TO WS-RES-DESCRIPCION
006420     ELSE
006430        IF IND-NULL LESS THAN 0
006440           SET CODERR-COBRO-NO-POST        TO TRUE
006450           MOVE 0                          TO WS-RES-SQLCODE
006460           MOVE 'EL COBRO NO LLEGO A CARGARSE AL DEUDOR'
006470                                           TO WS-RES-DESCRIPCION
006480        END-IF
006490     END-IF.
006500
006510* ***************************************************************
006520* GUARDA LA IMAGEN DEL MANDATO LEIDO ANTES DE LA OPERACION
006530* ***************************************************************
006540 2870-GUARDA-IMAGEN-ANTES.
006550
006560     MOVE ACREEDOR OF DCLMANDATO        TO WS-IMA-ACREEDOR.
006570     MOVE REF-MANDATO OF DCLMANDATO     TO WS-IMA-REF-MANDATO.
006580     MOVE CONT-DEUDOR OF DCLMANDATO     TO WS-IMA-CONT-DEUDOR.
006590     MOVE CONT-ACREEDOR OF DCLMANDATO   TO WS-IMA-CONT-ACREEDOR.
006600     MOVE FECHA-FIRMA OF DCLMANDATO     TO WS-IMA-FECHA-FIRMA.
006610     MOVE TIPO-MANDATO OF DCLMANDATO    TO WS-IMA-TIPO-MANDATO.
006620     MOVE ESTADO OF DCLMANDATO          TO WS-IMA-ESTADO.
006630     MOVE SPACES TO WS-IMA-CLAVE-MOV-COBRO.
006640
006650* ***************************************************************
006660* GUARDA LA IMAGEN DEL MANDATO TAL COMO HA QUEDADO GRABADO
006670* ***************************************************************
006680 2875-GUARDA-IMAGEN-DESPUES.
006690
006700     MOVE ACREEDOR OF DCLMANDATO        TO WS-IMD-ACREEDOR.
006710     MOVE REF-MANDATO OF DCLMANDATO     TO WS-IMD-REF-MANDATO.
006720     MOVE CONT-DEUDOR OF DCLMANDATO     TO WS-IMD-CONT-DEUDOR.
006730     MOVE CONT-ACREEDOR OF DCLMANDATO   TO WS-IMD-CONT-ACREEDOR.
006740     MOVE FECHA-FIRMA OF DCLMANDATO     TO WS-IMD-FECHA-FIRMA.
006750     MOVE TIPO-MANDATO OF DCLMANDATO    TO WS-IMD-TIPO-MANDATO.
006760     MOVE ESTADO OF DCLMANDATO          TO WS-IMD-ESTADO.
006770     MOVE SPACES TO WS-IMD-CLAVE-MOV-COBRO.
006780
006790* ***************************************************************
006800* ANOTA EN LA TABLA DE DIFERENCIAS EL CAMPO PREPARADO EN
006810* WS-DIF-NUEVO SI SU VALOR HA CAMBIADO CON LA OPERACION
006820* ***************************************************************
006830 2880-ANOTA-DIFERENCIA.
006840
006850     IF WS-DNU-ANTES NOT EQUAL WS-DNU-DESPUES
006860        AND WS-DIF-MAX LESS THAN 12
006870        ADD 1 TO WS-DIF-MAX
006880        SET WS-IDX-DIF TO WS-DIF-MAX
006890        MOVE WS-DIF-NUEVO TO WS-DIF-OCU (WS-IDX-DIF)
006900     END-IF.
006910
006920* ***************************************************************
006930* COMPARA LAS IMAGENES DEL MANDATO O DEL COBRO ANTES Y DESPUES
006940* DE LA OPERACION Y ANOTA LOS CAMPOS QUE HAN CAMBIADO
006950* ***************************************************************
006960 2890-COMPARA-IMAGENES.
006970
006980     MOVE 0                        TO WS-DIF-MAX.
006990
007000     MOVE 'ACREEDOR'                TO WS-DNU-CAMPO.
007010     MOVE WS-IMA-ACREEDOR           TO WS-DNU-ANTES.
007020     MOVE WS-IMD-ACREEDOR           TO WS-DNU-DESPUES.
007030     PERFORM 2880-ANOTA-DIFERENCIA.
007040
007050     MOVE 'REF_MANDATO'             TO WS-DNU-CAMPO.
007060     MOVE WS-IMA-REF-MANDATO        TO WS-DNU-ANTES.
007070     MOVE WS-IMD-REF-MANDATO        TO WS-DNU-DESPUES.
007080     PERFORM 2880-ANOTA-DIFERENCIA.
007090
007100     MOVE 'CONT_DEUDOR'             TO WS-DNU-CAMPO.
007110     MOVE WS-IMA-CONT-DEUDOR        TO WS-DNU-ANTES.
007120     MOVE WS-IMD-CONT-DEUDOR        TO WS-DNU-DESPUES.
007130     PERFORM 2880-ANOTA-DIFERENCIA.
007140
007150     MOVE 'CONT_ACREEDOR'           TO WS-DNU-CAMPO.
007160     MOVE WS-IMA-CONT-ACREEDOR      TO WS-DNU-ANTES.
007170     MOVE WS-IMD-CONT-ACREEDOR      TO WS-DNU-DESPUES.
007180     PERFORM 2880-ANOTA-DIFERENCIA.
007190
007200     MOVE 'FECHA_FIRMA'             TO WS-DNU-CAMPO.
007210     MOVE WS-IMA-FECHA-FIRMA        TO WS-DNU-ANTES.
007220     MOVE WS-IMD-FECHA-FIRMA        TO WS-DNU-DESPUES.
007230     PERFORM 2880-ANOTA-DIFERENCIA.
007240
007250     MOVE 'TIPO_MANDATO'            TO WS-DNU-CAMPO.
007260     MOVE WS-IMA-TIPO-MANDATO       TO WS-DNU-ANTES.
007270     MOVE WS-IMD-TIPO-MANDATO       TO WS-DNU-DESPUES.
007280     PERFORM 2880-ANOTA-DIFERENCIA.
007290
007300     MOVE 'ESTADO'                  TO WS-DNU-CAMPO.
007310     MOVE WS-IMA-ESTADO             TO WS-DNU-ANTES.
007320     MOVE WS-IMD-ESTADO             TO WS-DNU-DESPUES.
007330     PERFORM 2880-ANOTA-DIFERENCIA.
007340
007350     MOVE 'CLAVE_MOV_COBRO'         TO WS-DNU-CAMPO.
007360     MOVE WS-IMA-CLAVE-MOV-COBRO    TO WS-DNU-ANTES.
007370     MOVE WS-IMD-CLAVE-MOV-COBRO    TO WS-DNU-DESPUES.
007380     PERFORM 2880-ANOTA-DIFERENCIA.
007390
007400* ***************************************************************
007410* REGISTRA EN IBMUSER.AUDITORIA QUIEN (USUARIO Y TERMINAL) HA
007420* REALIZADO LA OPERACION. EN LOS MANDATOS SE REGISTRA EL CONTRATO
007430* DEUDOR EN EL CAMPO DE CLAVE; EN LAS DEVOLUCIONES, LA CLAVE DEL
007440* COBRO
007450* Y LOS VALORES ANTERIOR Y POSTERIOR DE LOS CAMPOS QUE CAMBIAN
007460* ***************************************************************
007470 2900-REGISTRA-AUDITORIA.
007480
007490     PERFORM 2890-COMPARA-IMAGENES.
007500
007510     IF PET-OPERACION-DEVOLUC
007520        MOVE CLAVE-COBRO OF DCLCOBRO-DOMICILIADO
007530                                TO CLAVE-CONTRATO OF DCLAUDITORIA
007540        MOVE 'COBRODOM'         TO ENTIDAD OF DCLAUDITORIA
007550     ELSE
007560        MOVE CONT-DEUDOR OF DCLMANDATO
007570                                TO CLAVE-CONTRATO OF DCLAUDITORIA
007580        MOVE 'MANDATO '         TO ENTIDAD OF DCLAUDITORIA
007590     END-IF.
007600     MOVE WS-PET-OPERACION      TO OPERACION OF DCLAUDITORIA.
007610     MOVE EIBUSERID             TO USUARIO OF DCLAUDITORIA.
007620     MOVE EIBTRMID              TO TERMINAL-ID OF DCLAUDITORIA.
007630
007640* LA FECHA Y HORA DEL REGISTRO SE TOMA ANTES DE GRABARLO PARA
007650* ENLAZAR CON ELLA LOS CAMPOS MODIFICADOS
007660     EXEC SQL
007670        SELECT CURRENT TIMESTAMP
007680          INTO :DCLAUDITORIA.FECHA-HORA
007690          FROM SYSIBM.SYSDUMMY1
007700     END-EXEC.
007710
007720     IF SQLCODE EQUAL 0
007730        EXEC SQL
007740           INSERT INTO IBMUSER.AUDITORIA
007750                 (CLAVE_CONTRATO, OPERACION, USUARIO, TERMINAL_ID,
007760                  FECHA_HORA, ENTIDAD)
007770           VALUES (:DCLAUDITORIA.CLAVE-CONTRATO,
007780                   :DCLAUDITORIA.OPERACION,
007790                   :DCLAUDITORIA.USUARIO,
007800                   :DCLAUDITORIA.TERMINAL-ID,
007810                   :DCLAUDITORIA.FECHA-HORA,
007820                   :DCLAUDITORIA.ENTIDAD)
007830        END-EXEC
007840     END-IF.
007850
007860     IF SQLCODE EQUAL 0
007870        PERFORM 2910-REGISTRA-DIFERENCIA
007880           VARYING WS-IDX-DIF FROM 1 BY 1
007890           UNTIL WS-IDX-DIF GREATER THAN WS-DIF-MAX
007900              OR SQLCODE NOT EQUAL 0
007910     END-IF.
007920
007930     IF SQLCODE NOT EQUAL 0
007940        SET CODERR-SQL-ERROR                  TO TRUE
007950        MOVE SQLCODE                          TO WS-RES-SQLCODE
007960        MOVE 'ERROR AL REGISTRAR LA AUDITORIA DEL MANDATO'
007970                                           TO WS-RES-DESCRIPCION
007980
007990* LA OPERACION YA SE HABIA EJECUTADO ANTES DE LLAMAR A ESTE
008000* PARRAFO. SIN UN ROLLBACK EXPLICITO AQUI, EL RETURN DE 3000-FIN
008010* HARIA UN SYNCPOINT IMPLICITO QUE CONFIRMARIA ESE CAMBIO SIN SU
008020* REGISTRO DE AUDITORIA
008030        EXEC CICS SYNCPOINT ROLLBACK END-EXEC
008040     END-IF.
008050
008060* ***************************************************************
008070* GRABA EN IBMUSER.AUDITORIA_CAMBIO EL VALOR ANTERIOR Y POSTERIOR
008080* DE UN CAMPO MODIFICADO, ENLAZADO CON SU REGISTRO DE AUDITORIA
008090* POR CONTRATO, ENTIDAD Y FECHA Y HORA
008100* ***************************************************************
008110 2910-REGISTRA-DIFERENCIA.
008120
008130     MOVE WS-DIF-CAMPO (WS-IDX-DIF)
008140                                TO CAMPO OF DCLAUDITORIA-CAMBIO.
008150     MOVE WS-DIF-ANTES (WS-IDX-DIF)
008160                                TO VALOR-ANTES
008170                                   OF DCLAUDITORIA-CAMBIO.
008180     MOVE WS-DIF-DESPUES (WS-IDX-DIF)
008190                                TO VALOR-DESPUES
008200                                   OF DCLAUDITORIA-CAMBIO.
008210
008220     EXEC SQL
008230        INSERT INTO IBMUSER.AUDITORIA_CAMBIO
008240              (CLAVE_CONTRATO, ENTIDAD, FECHA_HORA, CAMPO,
008250               VALOR_ANTES, VALOR_DESPUES)
008260        VALUES (:DCLAUDITORIA.CLAVE-CONTRATO,
008270                :DCLAUDITORIA.ENTIDAD,
008280                :DCLAUDITORIA.FECHA-HORA,
008290                :DCLAUDITORIA-CAMBIO.CAMPO,
008300                :DCLAUDITORIA-CAMBIO.VALOR-ANTES,
008310                :DCLAUDITORIA-CAMBIO.VALOR-DESPUES)
008320     END-EXEC.
008330
008340* ***************************************************************
008350* PARRAFO DE FIN. DEVUELVE AL TERMINAL EL RESULTADO DE LA
008360* OPERACION Y TERMINA LA TRANSACCION
008370* ***************************************************************
008380 3000-FIN.
008390
008400     EXEC CICS
008410        SEND FROM(WS-RESPUESTA) LENGTH(WS-LONG-RESPUESTA) ERASE
008420     END-EXEC.
008430
008440     EXEC CICS
008450        RETURN
008460     END-EXEC.
008470
008480* **************************************************************
008490* PARRAFO DE ERROR. DESHACE LOS CAMBIOS PENDIENTES DE LA UNIDAD
008500* DE TRABAJO Y DEVUELVE AL TERMINAL UNA RESPUESTA DE ERROR
008510* **************************************************************
008520 9999-ERROR.
008530
008540     SET CODERR-SQL-ERROR                  TO TRUE
008550     MOVE 0                                 TO WS-RES-SQLCODE
008560     MOVE 'ERROR NO CONTROLADO EN LA TRANSACCION'
008570                                            TO WS-RES-DESCRIPCION
008580
008590     EXEC CICS SYNCPOINT ROLLBACK END-EXEC.
008600
008610     EXEC CICS
008620        SEND FROM(WS-RESPUESTA) LENGTH(WS-LONG-RESPUESTA) ERASE
008630     END-EXEC.
008640
008650     EXEC CICS
008660        RETURN
008670     END-EXEC.
