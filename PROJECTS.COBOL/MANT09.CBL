000010* TRANSACCION ONLINE DE MANTENIMIENTO DEL REGISTRO DE
000020* BENEFICIARIOS EXTERNOS (IBMUSER.BENEFICIARIO). CADA BENEFICIARIO
000030* PERTENECE A UN CONTRATO ORDENANTE Y RECOGE EL IBAN, EL BIC Y EL
000040* NOMBRE DE LA CUENTA DE OTRA ENTIDAD A LA QUE ESE CONTRATO PUEDE
000050* ENVIAR TRANSFERENCIAS EXTERNAS (TIPO 'X' EN BANCO01, TRAN01 Y
000060* AUTO01). PERMITE DAR DE ALTA UN BENEFICIARIO, MODIFICAR SU BIC Y
000070* SU NOMBRE, Y DARLO DE BAJA. EL IBAN NO SE MODIFICA: UNA CUENTA
000080* DISTINTA ES OTRO BENEFICIARIO. EN EL ALTA SE VALIDA EL FORMATO
000090* DEL IBAN Y SUS DIGITOS DE CONTROL (MODULO 97) Y EN EL ALTA Y LA
000100* MODIFICACION EL FORMATO DEL BIC Y QUE EL NOMBRE ESTE INFORMADO.
000110* EL RESULTADO VUELVE AL TERMINAL EN LA MISMA PANTALLA
000120* CADA OPERACION DEJA EN LA AUDITORIA LOS VALORES ANTERIOR Y
000130* POSTERIOR DE LOS CAMPOS QUE CAMBIAN
000140 IDENTIFICATION DIVISION.
000150 PROGRAM-ID.MANT09.
000160
000170 ENVIRONMENT DIVISION.
000180 INPUT-OUTPUT SECTION.
000190 DATA DIVISION.
000200 WORKING-STORAGE SECTION.
000210
000220* AREA RECIBIDA DEL TERMINAL CON LA PETICION DE MANTENIMIENTO. EL
000230* BENEFICIARIO SE IDENTIFICA POR SU CLAVE; EL CONTRATO ORDENANTE Y
000240* EL IBAN SOLO SE USAN EN EL ALTA
000250 01 WS-PETICION.
000260     05 WS-PET-OPERACION       PIC X(1).
000270         88 PET-OPERACION-ALTA     VALUE 'A'.
000280         88 PET-OPERACION-MODIFICA VALUE 'M'.
000290         88 PET-OPERACION-BAJA     VALUE 'B'.
000300     05 WS-PET-CLAVE-BENEFICIARIO PIC 9(9).
000310     05 WS-PET-CLAVE-CONTRATO  PIC 9(9).
000320     05 WS-PET-IBAN            PIC X(34).
000330     05 WS-PET-BIC             PIC X(11).
000340     05 WS-PET-NOMBRE          PIC X(50).
000350 01 WS-LONG-PETICION           PIC S9(4) COMP VALUE +114.
000360
000370* AREA DEVUELTA AL TERMINAL CON EL RESULTADO DE LA OPERACION
000380 01 WS-RESPUESTA.
000390     05 WS-RES-CODERR          PIC X(8).
000400         88 CODERR-SQL-ERROR      VALUE 'SQLERROR'.
000410         88 CODERR-BENEF-NOEXI    VALUE 'BENNOEXI'.
000420         88 CODERR-BENEF-YAEXI    VALUE 'BENYAEXI'.
000430         88 CODERR-BENEF-BAJA     VALUE 'BENBAJA '.
000440         88 CODERR-OPERACION-INV  VALUE 'OPERAINV'.
000450         88 CODERR-CONTRATO-INV   VALUE 'CONTRINV'.
000460         88 CODERR-IBAN-INV       VALUE 'IBANINV '.
000470         88 CODERR-BIC-INV        VALUE 'BICINV  '.
000480         88 CODERR-NOMBRE-INV     VALUE 'NOMBRINV'.
000490         88 CODERR-OK             VALUE 'OK      '.
000500     05 WS-RES-SQLCODE         PIC -999.
000510     05 WS-RES-DESCRIPCION     PIC X(68).
000520 01 WS-LONG-RESPUESTA          PIC S9(4) COMP VALUE +80.
000530
000540* COPIAS DEL IBAN Y DEL BIC TECLEADOS PARA RECORRERLOS CARACTER A
000550* CARACTER, E IBAN REORDENADO (LOS CUATRO PRIMEROS CARACTERES AL
000560* FINAL) PARA CALCULAR SUS DIGITOS DE CONTROL
000570 01 WS-IBAN-TRABAJO.
000580     05 WS-IBAN-CAR            PIC X OCCURS 34 TIMES.
000590 01 WS-IBAN-REORDENADO.
000600     05 WS-IBAN-REO-CAR        PIC X OCCURS 34 TIMES.
000610 01 WS-BIC-TRABAJO.
000620     05 WS-BIC-CAR             PIC X OCCURS 11 TIMES.
000630
000640* CAMPOS DE LA VALIDACION DE FORMATO: LONGITUD OCUPADA Y BLANCOS
000650* DEL CAMPO (SIN BLANCOS INTERMEDIOS LA SUMA ES SU TAMANO),
000660* POSICION QUE SE COMPRUEBA Y CARACTER EN CURSO
000670 01 WS-LONGITUD                PIC S9(4) COMP VALUE 0.
000680 01 WS-BLANCOS                 PIC S9(4) COMP VALUE 0.
000690 01 WS-POS                     PIC S9(4) COMP VALUE 0.
000700 01 WS-CAR                     PIC X(1).
000710 01 WS-CAR-DIGITO REDEFINES WS-CAR PIC 9(1).
000720 01 WS-FORMATO                 PIC X VALUE 'S'.
000730     88 WS-FORMATO-SI          VALUE 'S'.
000740     88 WS-FORMATO-NO          VALUE 'N'.
000750
000760* CALCULO DEL MODULO 97 DEL IBAN: CADA LETRA VALE 10 MAS SU
000770* POSICION EN EL ALFABETO (A=10 ... Z=35) Y CADA DIGITO SU VALOR.
000780* EL RESTO SE VA ARRASTRANDO CARACTER A CARACTER PARA NO TENER QUE
000790* MANEJAR UN NUMERO DE HASTA 68 CIFRAS. EL IBAN ES CORRECTO SI EL
000800* RESTO FINAL ES 1
000810 01 WS-LETRAS                  PIC X(26)
000820                               VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
000830 01 WS-LETRA-POS               PIC S9(4) COMP VALUE 0.
000840 01 WS-IBAN-RESTO              PIC 9(2) VALUE 0.
000850 01 WS-IBAN-AUXILIAR           PIC 9(5) VALUE 0.
000860 01 WS-IBAN-COCIENTE           PIC 9(5) VALUE 0.
000870
000880* CONTADOR DE BENEFICIARIOS ACTIVOS DEL CONTRATO CON EL MISMO IBAN
000890 01 WS-CNT-IBAN                PIC S9(9) COMP VALUE 0.
000900
000910* IMAGEN DEL BENEFICIARIO ANTES Y DESPUES DE LA OPERACION PARA
000920* ANOTAR EN LA AUDITORIA LOS CAMPOS QUE CAMBIAN. EN EL ALTA LA
000930* IMAGEN ANTERIOR QUEDA EN BLANCO
000940 01 WS-IMAGEN-ANTES.
000950     05 WS-IMA-CLAVE-BENEFICIARIO PIC Z(8)9.
000960     05 WS-IMA-CLAVE-CONTRATO    PIC Z(8)9.
000970     05 WS-IMA-IBAN              PIC X(34).
000980     05 WS-IMA-BIC               PIC X(11).
000990     05 WS-IMA-NOMBRE            PIC X(50).
001000     05 WS-IMA-ESTADO            PIC X(1).
001010 01 WS-IMAGEN-DESPUES.
001020     05 WS-IMD-CLAVE-BENEFICIARIO PIC Z(8)9.
001030     05 WS-IMD-CLAVE-CONTRATO    PIC Z(8)9.
001040     05 WS-IMD-IBAN              PIC X(34).
001050     05 WS-IMD-BIC               PIC X(11).
001060     05 WS-IMD-NOMBRE            PIC X(50).
001070     05 WS-IMD-ESTADO            PIC X(1).
001080
001090* CAMPOS QUE CAMBIAN EN LA OPERACION, CON SU VALOR ANTERIOR Y
001100* POSTERIOR EN FORMATO EDITADO. SE GRABAN EN
001110* IBMUSER.AUDITORIA_CAMBIO CON LA MISMA FECHA Y HORA QUE EL
001120* REGISTRO DE AUDITORIA DE LA OPERACION
001130 01 WS-DIF-MAX               PIC 9(2) VALUE 0.
001140 01 WS-TABLA-DIFERENCIAS.
001150     05 WS-DIF-OCU OCCURS 1 TO 12 TIMES
001160                   DEPENDING ON WS-DIF-MAX
001170                   INDEXED BY WS-IDX-DIF.
001180        10 WS-DIF-CAMPO       PIC X(18).
001190        10 WS-DIF-ANTES       PIC X(50).
001200        10 WS-DIF-DESPUES     PIC X(50).
001210
001220* CAMPO QUE SE COMPARA PARA ANOTARLO EN LA TABLA SI HA CAMBIADO
001230 01 WS-DIF-NUEVO.
001240     05 WS-DNU-CAMPO          PIC X(18).
001250     05 WS-DNU-ANTES          PIC X(50).
001260     05 WS-DNU-DESPUES        PIC X(50).
001270
001280* SQLCA Y DCLGEN DE LAS TABLAS. DCLAUDITORIA ES LA TABLA DONDE SE
001290* REGISTRA QUIEN (USUARIO Y TERMINAL) HA REALIZADO CADA OPERACION,
001300* CON LA CLAVE DEL CONTRATO ORDENANTE DEL BENEFICIARIO
001310* AUDITORIA_CAMBIO GUARDA LOS VALORES ANTERIOR Y POSTERIOR DE LOS
001320* CAMPOS QUE CAMBIAN
001330     EXEC SQL INCLUDE SQLCA END-EXEC.
001340     EXEC SQL INCLUDE BENEFICI END-EXEC.
001350     EXEC SQL INCLUDE CONTRATO END-EXEC.
001360     EXEC SQL INCLUDE AUDITORI END-EXEC.
001370     EXEC SQL INCLUDE AUDICAMB END-EXEC.
001380
001390 PROCEDURE DIVISION.
001400
001410     EXEC CICS
001420        HANDLE CONDITION ERROR(9999-ERROR)
001430     END-EXEC.
001440
001450     PERFORM 1000-INICIO.
001460     PERFORM 2000-PROCESO.
001470     PERFORM 3000-FIN.
001480
001490* **********************************************************
001500* PARRAFO DE INICIO. RECIBE LA PETICION DEL TERMINAL
001510* **********************************************************
001520 1000-INICIO.
001530
001540     MOVE SPACES               TO WS-PETICION.
001550     MOVE SPACES               TO WS-RESPUESTA.
001560     INITIALIZE DCLBENEFICIARIO.
001570
001580     EXEC CICS
001590        RECEIVE INTO(WS-PETICION) LENGTH(WS-LONG-PETICION)
001600     END-EXEC.
001610
001620* ************************************************************
001630 2000-PROCESO.
001640* ************************************************************
001650
001660     MOVE WS-PET-CLAVE-BENEFICIARIO TO CLAVE-BENEFICIARIO
001670                                       OF DCLBENEFICIARIO.
001680
001690     EVALUATE TRUE
001700        WHEN PET-OPERACION-ALTA
001710           PERFORM 2100-ALTA-BENEFICIARIO
001720        WHEN PET-OPERACION-MODIFICA
001730           PERFORM 2200-MODIFICA-BENEFICIARIO
001740        WHEN PET-OPERACION-BAJA
001750           PERFORM 2300-BAJA-BENEFICIARIO
001760        WHEN OTHER
001770           SET CODERR-OPERACION-INV        TO TRUE
001780           MOVE 0                          TO WS-RES-SQLCODE
001790           MOVE 'CODIGO DE OPERACION NO RECONOCIDO'
001800                                            TO WS-RES-DESCRIPCION
001810     END-EVALUATE.
001820
001830* ***************************************************************
001840* COMPRUEBA LOS DATOS COMUNES AL ALTA Y A LA MODIFICACION: NOMBRE
001850* DEL BENEFICIARIO INFORMADO Y BIC CON FORMATO VALIDO
001860* ***************************************************************
001870 2050-VALIDA-DATOS.
001880
001890     SET CODERR-OK                         TO TRUE.
001900
001910     IF WS-PET-NOMBRE EQUAL SPACES
001920        SET CODERR-NOMBRE-INV              TO TRUE
001930        MOVE 0                             TO WS-RES-SQLCODE
001940        MOVE 'EL NOMBRE DEL BENEFICIARIO ES OBLIGATORIO'
001950                                           TO WS-RES-DESCRIPCION
001960     END-IF.
001970
001980     IF CODERR-OK
001990        PERFORM 2070-VALIDA-BIC
002000     END-IF.
002010
002020* ***************************************************************
002030* COMPRUEBA EL FORMATO DEL BIC: 8 U 11 CARACTERES SIN BLANCOS
002040* INTERMEDIOS, LOS SEIS PRIMEROS LETRAS (ENTIDAD Y PAIS) Y EL
002050* RESTO LETRAS O DIGITOS (LOCALIDAD Y SUCURSAL)
002060* ***************************************************************
002070 2070-VALIDA-BIC.
002080
002090     MOVE WS-PET-BIC            TO WS-BIC-TRABAJO.
002100     MOVE 0                     TO WS-LONGITUD.
002110     MOVE 0                     TO WS-BLANCOS.
002120     INSPECT WS-PET-BIC TALLYING WS-LONGITUD
002130             FOR CHARACTERS BEFORE INITIAL SPACE.
002140     INSPECT WS-PET-BIC TALLYING WS-BLANCOS FOR ALL SPACES.
002150
002160     SET WS-FORMATO-SI          TO TRUE.
002170     IF WS-LONGITUD + WS-BLANCOS NOT EQUAL 11
002180        OR (WS-LONGITUD NOT EQUAL 8 AND WS-LONGITUD NOT EQUAL 11)
002190        SET WS-FORMATO-NO       TO TRUE
002200     END-IF.
002210
002220     IF WS-FORMATO-SI
002230        PERFORM 2075-VALIDA-CARACTER-BIC
002240           VARYING WS-POS FROM 1 BY 1
002250           UNTIL WS-POS GREATER THAN WS-LONGITUD
002260              OR WS-FORMATO-NO
002270     END-IF.
002280
002290     IF WS-FORMATO-NO
002300        SET CODERR-BIC-INV                 TO TRUE
002310        MOVE 0                             TO WS-RES-SQLCODE
002320        MOVE 'BIC CON FORMATO INCORRECTO'  TO WS-RES-DESCRIPCION
002330     END-IF.
002340
002350* ***************************************************************
002360* COMPRUEBA UN CARACTER DEL BIC SEGUN SU POSICION
002370* ***************************************************************
002380 2075-VALIDA-CARACTER-BIC.
002390
002400     MOVE WS-BIC-CAR (WS-POS)   TO WS-CAR.
002410
002420     IF WS-POS LESS THAN 7
002430        IF WS-CAR NOT ALPHABETIC-UPPER OR WS-CAR EQUAL SPACE
002440           SET WS-FORMATO-NO    TO TRUE
002450        END-IF
002460     ELSE
002470        IF WS-CAR NOT ALPHABETIC-UPPER AND WS-CAR NOT NUMERIC
002480           SET WS-FORMATO-NO    TO TRUE
002490        END-IF
002500     END-IF.
002510
002520* ***************************************************************
002530* COMPRUEBA EL IBAN: ENTRE 15 Y 34 CARACTERES SIN BLANCOS
002540* INTERMEDIOS, CODIGO DE PAIS DE DOS LETRAS, DOS DIGITOS DE
002550* CONTROL Y EL RESTO LETRAS O DIGITOS. LOS DIGITOS DE CONTROL SE
002560* VERIFICAN CON EL MODULO 97 DEL IBAN REORDENADO (ISO 13616)
002570* ***************************************************************
002580 2080-VALIDA-IBAN.
002590
002600     MOVE WS-PET-IBAN           TO WS-IBAN-TRABAJO.
002610     MOVE 0                     TO WS-LONGITUD.
002620     MOVE 0                     TO WS-BLANCOS.
002630     INSPECT WS-PET-IBAN TALLYING WS-LONGITUD
002640             FOR CHARACTERS BEFORE INITIAL SPACE.
002650     INSPECT WS-PET-IBAN TALLYING WS-BLANCOS FOR ALL SPACES.
002660
002670     SET WS-FORMATO-SI          TO TRUE.
002680     IF WS-LONGITUD LESS THAN 15
002690        OR WS-LONGITUD + WS-BLANCOS NOT EQUAL 34
002700        SET WS-FORMATO-NO       TO TRUE
002710     END-IF.
002720
002730     IF WS-FORMATO-SI
002740        PERFORM 2082-VALIDA-CARACTER-IBAN
002750           VARYING WS-POS FROM 1 BY 1
002760           UNTIL WS-POS GREATER THAN WS-LONGITUD
002770              OR WS-FORMATO-NO
002780     END-IF.
002790
002800* SE PASAN LOS CUATRO PRIMEROS CARACTERES AL FINAL Y SE CALCULA
002810* EL RESTO DE DIVIDIR ENTRE 97 EL NUMERO RESULTANTE
002820     IF WS-FORMATO-SI
002830        MOVE SPACES             TO WS-IBAN-REORDENADO
002840        STRING WS-PET-IBAN (5:WS-LONGITUD - 4) DELIMITED BY SIZE
002850               WS-PET-IBAN (1:4)               DELIMITED BY SIZE
002860          INTO WS-IBAN-REORDENADO
002870        END-STRING
002880        MOVE 0                  TO WS-IBAN-RESTO
002890        PERFORM 2084-ACUMULA-RESTO-IBAN
002900           VARYING WS-POS FROM 1 BY 1
002910           UNTIL WS-POS GREATER THAN WS-LONGITUD
002920        IF WS-IBAN-RESTO NOT EQUAL 1
002930           SET WS-FORMATO-NO    TO TRUE
002940        END-IF
002950     END-IF.
002960
002970     IF WS-FORMATO-NO
002980        SET CODERR-IBAN-INV                TO TRUE
002990        MOVE 0                             TO WS-RES-SQLCODE
003000        MOVE 'IBAN CON FORMATO O DIGITOS DE CONTROL INCORRECTOS'
003010                                           TO WS-RES-DESCRIPCION
003020     END-IF.
003030
003040* ***************************************************************
003050* COMPRUEBA UN CARACTER DEL IBAN SEGUN SU POSICION
003060* ***************************************************************
003070 2082-VALIDA-CARACTER-IBAN.
003080
003090     MOVE WS-IBAN-CAR (WS-POS)  TO WS-CAR.
003100
003110     EVALUATE TRUE
003120        WHEN WS-POS LESS THAN 3
003130           IF WS-CAR NOT ALPHABETIC-UPPER OR WS-CAR EQUAL SPACE
003140              SET WS-FORMATO-NO TO TRUE
003150           END-IF
003160        WHEN WS-POS LESS THAN 5
003170           IF WS-CAR NOT NUMERIC
003180              SET WS-FORMATO-NO TO TRUE
003190           END-IF
003200        WHEN OTHER
003210           IF WS-CAR NOT ALPHABETIC-UPPER AND WS-CAR NOT NUMERIC
003220              SET WS-FORMATO-NO TO TRUE
003230           END-IF
003240     END-EVALUATE.
003250
003260* ***************************************************************
003270* INCORPORA AL RESTO DEL MODULO 97 UN CARACTER DEL IBAN
003280* REORDENADO: UN DIGITO DESPLAZA EL RESTO UNA CIFRA Y UNA LETRA,
003290* QUE VALE DOS CIFRAS, LO DESPLAZA DOS
003300* ***************************************************************
003310 2084-ACUMULA-RESTO-IBAN.
003320
003330     MOVE WS-IBAN-REO-CAR (WS-POS) TO WS-CAR.
003340
003350     IF WS-CAR NUMERIC
003360        COMPUTE WS-IBAN-AUXILIAR = WS-IBAN-RESTO * 10
003370                                 + WS-CAR-DIGITO
003380     ELSE
003390        MOVE 0                  TO WS-LETRA-POS
003400        INSPECT WS-LETRAS TALLYING WS-LETRA-POS
003410                FOR CHARACTERS BEFORE INITIAL WS-CAR
003420        COMPUTE WS-IBAN-AUXILIAR = WS-IBAN-RESTO * 100
003430                                 + WS-LETRA-POS + 10
003440     END-IF.
003450
003460     DIVIDE WS-IBAN-AUXILIAR BY 97 GIVING WS-IBAN-COCIENTE
003470            REMAINDER WS-IBAN-RESTO.
003480
003490* ***************************************************************
003500* COMPRUEBA EL CONTRATO ORDENANTE DEL ALTA: DEBE EXISTIR Y NO
003510* ESTAR CANCELADO, Y NO TENER YA UN BENEFICIARIO ACTIVO CON EL
003520* MISMO IBAN
003530* ***************************************************************
003540 2090-COMPRUEBA-CONTRATO.
003550
003560     MOVE WS-PET-CLAVE-CONTRATO TO CLAVE-CONTRATO OF DCLCONTRATO.
003570
003580     EXEC SQL
003590        SELECT ESTADO
003600          INTO :DCLCONTRATO.ESTADO
003610          FROM IBMUSER.CONTRATO
003620         WHERE CLAVE_CONTRATO = :DCLCONTRATO.CLAVE-CONTRATO
003630     END-EXEC.
003640
003650     IF SQLCODE EQUAL 100
003660        SET CODERR-CONTRATO-INV            TO TRUE
003670        MOVE 0                             TO WS-RES-SQLCODE
003680        MOVE 'EL CONTRATO NO EXISTE'       TO WS-RES-DESCRIPCION
003690     ELSE
003700        IF SQLCODE NOT EQUAL 0
003710           SET CODERR-SQL-ERROR TO TRUE
003720           MOVE SQLCODE                    TO WS-RES-SQLCODE
003730           MOVE 'ERROR AL COMPROBAR EL CONTRATO'
003740                                           TO WS-RES-DESCRIPCION
003750        ELSE
003760           IF ESTADO OF DCLCONTRATO EQUAL 'C'
003770              SET CODERR-CONTRATO-INV      TO TRUE
003780              MOVE 0                       TO WS-RES-SQLCODE
003790              MOVE 'EL CONTRATO ESTA CANCELADO'
003800                                           TO WS-RES-DESCRIPCION
003810           END-IF
003820        END-IF
003830     END-IF.
003840
003850     IF CODERR-OK
003860        EXEC SQL
003870           SELECT COUNT(*)
003880             INTO :WS-CNT-IBAN
003890             FROM IBMUSER.BENEFICIARIO
003900            WHERE CLAVE_CONTRATO = :DCLCONTRATO.CLAVE-CONTRATO
003910              AND IBAN = :WS-PET-IBAN
003920              AND ESTADO = 'A'
003930        END-EXEC
003940
003950        IF SQLCODE NOT EQUAL 0
003960           SET CODERR-SQL-ERROR TO TRUE
003970           MOVE SQLCODE                    TO WS-RES-SQLCODE
003980           MOVE 'ERROR AL COMPROBAR BENEFICIARIOS DEL CONTRATO'
003990                                           TO WS-RES-DESCRIPCION
004000        ELSE
004010           IF WS-CNT-IBAN GREATER THAN ZERO
004020              SET CODERR-BENEF-YAEXI       TO TRUE
004030              MOVE 0                       TO WS-RES-SQLCODE
004040              MOVE 'EL CONTRATO YA TIENE ESE IBAN DE BENEFICIARIO'
004050                                           TO WS-RES-DESCRIPCION
004060           END-IF
004070        END-IF
004080     END-IF.
004090
004100* ***************************************************************
004110* DA DE ALTA UN BENEFICIARIO ACTIVO DEL CONTRATO ORDENANTE,
004120* RECHAZANDO LA PETICION SI LA CLAVE INDICADA YA EXISTE
004130* ***************************************************************
004140 2100-ALTA-BENEFICIARIO.
004150
004160     PERFORM 2050-VALIDA-DATOS.
004170
004180     IF CODERR-OK
004190        PERFORM 2080-VALIDA-IBAN
004200     END-IF.
004210
004220     IF CODERR-OK
004230        PERFORM 2090-COMPRUEBA-CONTRATO
004240     END-IF.
004250
004260     IF CODERR-OK
004270        PERFORM 2110-INSERTA-BENEFICIARIO
004280     END-IF.
004290
004300     IF CODERR-OK
004310        MOVE 0                             TO WS-RES-SQLCODE
004320        MOVE 'BENEFICIARIO DADO DE ALTA CORRECTAMENTE'
004330                                           TO WS-RES-DESCRIPCION
004340        MOVE SPACES                      TO WS-IMAGEN-ANTES
004350        PERFORM 2875-GUARDA-IMAGEN-DESPUES
004360        PERFORM 2900-REGISTRA-AUDITORIA
004370        IF CODERR-OK
004380           EXEC CICS SYNCPOINT END-EXEC
004390        END-IF
004400     ELSE
004410        EXEC CICS SYNCPOINT ROLLBACK END-EXEC
004420     END-IF.
004430
004440* ***************************************************************
004450* INSERTA EL NUEVO BENEFICIARIO EN LA TABLA
004460* ***************************************************************
004470 2110-INSERTA-BENEFICIARIO.
004480
004490     MOVE WS-PET-CLAVE-CONTRATO TO CLAVE-CONTRATO
004500                                   OF DCLBENEFICIARIO.
004510     MOVE WS-PET-IBAN           TO IBAN OF DCLBENEFICIARIO.
004520     MOVE WS-PET-BIC            TO BIC OF DCLBENEFICIARIO.
004530     MOVE WS-PET-NOMBRE         TO NOMBRE OF DCLBENEFICIARIO.
004540     MOVE 'A'                   TO ESTADO OF DCLBENEFICIARIO.
004550     MOVE EIBUSERID             TO USUARIO OF DCLBENEFICIARIO.
004560
004570     EXEC SQL
004580        INSERT INTO IBMUSER.BENEFICIARIO
004590              (CLAVE_BENEFICIARIO, CLAVE_CONTRATO, IBAN, BIC,
004600               NOMBRE, ESTADO, USUARIO, FECHA_ALTA)
004610        VALUES (:DCLBENEFICIARIO.CLAVE-BENEFICIARIO,
004620                :DCLBENEFICIARIO.CLAVE-CONTRATO,
004630                :DCLBENEFICIARIO.IBAN,
004640                :DCLBENEFICIARIO.BIC,
004650                :DCLBENEFICIARIO.NOMBRE,
004660                :DCLBENEFICIARIO.ESTADO,
004670                :DCLBENEFICIARIO.USUARIO,
004680                CURRENT TIMESTAMP)
004690     END-EXEC.
004700
004710     IF SQLCODE EQUAL -803
004720        SET CODERR-BENEF-YAEXI             TO TRUE
004730        MOVE SQLCODE                       TO WS-RES-SQLCODE
004740        MOVE 'YA EXISTE UN BENEFICIARIO CON ESA CLAVE'
004750                                           TO WS-RES-DESCRIPCION
004760     ELSE
004770        IF SQLCODE NOT EQUAL 0
004780           SET CODERR-SQL-ERROR TO TRUE
004790           MOVE SQLCODE                    TO WS-RES-SQLCODE
004800           MOVE 'ERROR AL DAR DE ALTA EL BENEFICIARIO'
004810                                           TO WS-RES-DESCRIPCION
004820        END-IF
004830     END-IF.
004840
004850* ***************************************************************
004860* LEE EL BENEFICIARIO SOBRE EL QUE SE VA A OPERAR, COMPRUEBA QUE
004870* NO ESTA DADO DE BAJA ('B') Y GUARDA SU IMAGEN ANTES DE LA
004880* OPERACION
004890* ***************************************************************
004900 2150-LEE-BENEFICIARIO.
004910
004920     EXEC SQL
004930        SELECT CLAVE_CONTRATO, IBAN, BIC, NOMBRE, ESTADO
004940          INTO :DCLBENEFICIARIO.CLAVE-CONTRATO,
004950               :DCLBENEFICIARIO.IBAN,
004960               :DCLBENEFICIARIO.BIC,
004970               :DCLBENEFICIARIO.NOMBRE,
004980               :DCLBENEFICIARIO.ESTADO
004990          FROM IBMUSER.BENEFICIARIO
005000         WHERE CLAVE_BENEFICIARIO =
005010               :DCLBENEFICIARIO.CLAVE-BENEFICIARIO
005020     END-EXEC.
005030
005040     IF SQLCODE EQUAL 100
005050        SET CODERR-BENEF-NOEXI             TO TRUE
005060        MOVE 0                             TO WS-RES-SQLCODE
005070        MOVE 'EL BENEFICIARIO NO EXISTE'   TO WS-RES-DESCRIPCION
005080     ELSE
005090        IF SQLCODE NOT EQUAL 0
005100           SET CODERR-SQL-ERROR TO TRUE
005110           MOVE SQLCODE                    TO WS-RES-SQLCODE
005120           MOVE 'ERROR AL LEER EL BENEFICIARIO'
005130                                           TO WS-RES-DESCRIPCION
005140        ELSE
005150           IF ESTADO OF DCLBENEFICIARIO EQUAL 'B'
005160              SET CODERR-BENEF-BAJA        TO TRUE
005170              MOVE 0                       TO WS-RES-SQLCODE
005180              MOVE 'EL BENEFICIARIO ESTA DADO DE BAJA'
005190                                           TO WS-RES-DESCRIPCION
005200           ELSE
005210              SET CODERR-OK                TO TRUE
005220              PERFORM 2870-GUARDA-IMAGEN-ANTES
005230           END-IF
005240        END-IF
005250     END-IF.
005260
005270* ***************************************************************
005280* MODIFICA EL BIC Y EL NOMBRE DE UN BENEFICIARIO ACTIVO. LAS
005290* TRANSFERENCIAS YA ORDENADAS CONSERVAN LOS DATOS CON LOS QUE SE
005300* ORDENARON
005310* ***************************************************************
005320 2200-MODIFICA-BENEFICIARIO.
005330
005340     PERFORM 2050-VALIDA-DATOS.
005350
005360     IF CODERR-OK
005370        PERFORM 2150-LEE-BENEFICIARIO
005380     END-IF.
005390
005400     IF CODERR-OK
005410        EXEC SQL
005420           UPDATE IBMUSER.BENEFICIARIO
005430              SET BIC = :WS-PET-BIC,
005440                  NOMBRE = :WS-PET-NOMBRE
005450            WHERE CLAVE_BENEFICIARIO =
005460                  :DCLBENEFICIARIO.CLAVE-BENEFICIARIO
005470              AND ESTADO <> 'B'
005480        END-EXEC
005490
005500        IF SQLCODE EQUAL 100
005510           SET CODERR-BENEF-BAJA           TO TRUE
005520           MOVE 0                          TO WS-RES-SQLCODE
005530           MOVE 'EL BENEFICIARIO ESTA DADO DE BAJA'
005540                                           TO WS-RES-DESCRIPCION
005550        ELSE
005560           IF SQLCODE NOT EQUAL 0
005570              SET CODERR-SQL-ERROR TO TRUE
005580              MOVE SQLCODE                 TO WS-RES-SQLCODE
005590              MOVE 'ERROR AL MODIFICAR EL BENEFICIARIO'
005600                                           TO WS-RES-DESCRIPCION
005610           END-IF
005620        END-IF
005630     END-IF.
005640
005650     IF CODERR-OK
005660        MOVE 0                             TO WS-RES-SQLCODE
005670        MOVE 'BENEFICIARIO MODIFICADO CORRECTAMENTE'
005680                                           TO WS-RES-DESCRIPCION
005690        MOVE WS-PET-BIC            TO BIC OF DCLBENEFICIARIO
005700        MOVE WS-PET-NOMBRE         TO NOMBRE OF DCLBENEFICIARIO
005710        PERFORM 2875-GUARDA-IMAGEN-DESPUES
005720        PERFORM 2900-REGISTRA-AUDITORIA
005730        IF CODERR-OK
005740           EXEC CICS SYNCPOINT END-EXEC
005750        END-IF
005760     ELSE
005770        EXEC CICS SYNCPOINT ROLLBACK END-EXEC
005780     END-IF.
005790
005800* ***************************************************************
005810* DA DE BAJA UN BENEFICIARIO: QUEDA CON ESTADO 'B' COMO HISTORICO
005820* Y NO ADMITE NUEVAS TRANSFERENCIAS. LAS YA ORDENADAS SE ENVIAN
005830* CON LOS DATOS QUE GUARDARON AL ORDENARSE
005840* ***************************************************************
005850 2300-BAJA-BENEFICIARIO.
005860
005870     PERFORM 2150-LEE-BENEFICIARIO.
005880
005890     IF CODERR-OK
005900        EXEC SQL
005910           UPDATE IBMUSER.BENEFICIARIO
005920              SET ESTADO = 'B'
005930            WHERE CLAVE_BENEFICIARIO =
005940                  :DCLBENEFICIARIO.CLAVE-BENEFICIARIO
005950              AND ESTADO <> 'B'
005960        END-EXEC
005970
005980        IF SQLCODE EQUAL 100
005990           SET CODERR-BENEF-BAJA           TO TRUE
006000           MOVE 0                          TO WS-RES-SQLCODE
006010           MOVE 'EL BENEFICIARIO ESTA DADO DE BAJA'
006020                                           TO WS-RES-DESCRIPCION
006030        ELSE
006040           IF SQLCODE NOT EQUAL 0
006050              SET CODERR-SQL-ERROR TO TRUE
006060              MOVE SQLCODE                 TO WS-RES-SQLCODE
006070              MOVE 'ERROR AL DAR DE BAJA EL BENEFICIARIO'
006080                                           TO WS-RES-DESCRIPCION
006090           END-IF
006100        END-IF
006110     END-IF.
006120
006130     IF CODERR-OK
006140        MOVE 0                             TO WS-RES-SQLCODE
006150        MOVE 'BENEFICIARIO DADO DE BAJA CORRECTAMENTE'
006160                                           TO WS-RES-DESCRIPCION
006170        MOVE WS-IMAGEN-ANTES             TO WS-IMAGEN-DESPUES
006180        MOVE 'B'                         TO WS-IMD-ESTADO
006190        PERFORM 2900-REGISTRA-AUDITORIA
006200        IF CODERR-OK
006210           EXEC CICS SYNCPOINT END-EXEC
006220        END-IF
006230     ELSE
006240        EXEC CICS SYNCPOINT ROLLBACK END-EXEC
006250     END-IF.
006260
006270* ***************************************************************
006280* GUARDA LA IMAGEN DEL BENEFICIARIO LEIDO ANTES DE LA OPERACION
006290* ***************************************************************
006300 2870-GUARDA-IMAGEN-ANTES.
006310
006320     MOVE CLAVE-BENEFICIARIO OF DCLBENEFICIARIO
006330                                TO WS-IMA-CLAVE-BENEFICIARIO.
006340     MOVE CLAVE-CONTRATO OF DCLBENEFICIARIO
006350                                TO WS-IMA-CLAVE-CONTRATO.
006360     MOVE IBAN OF DCLBENEFICIARIO        TO WS-IMA-IBAN.
006370     MOVE BIC OF DCLBENEFICIARIO         TO WS-IMA-BIC.
006380     MOVE NOMBRE OF DCLBENEFICIARIO      TO WS-IMA-NOMBRE.
006390     MOVE ESTADO OF DCLBENEFICIARIO      TO WS-IMA-ESTADO.
006400
006410* ***************************************************************
006420* GUARDA LA IMAGEN DEL BENEFICIARIO TAL COMO HA QUEDADO GRABADO
006430* ***************************************************************
006440 2875-GUARDA-IMAGEN-DESPUES.
006450
006460     MOVE CLAVE-BENEFICIARIO OF DCLBENEFICIARIO
006470                                TO WS-IMD-CLAVE-BENEFICIARIO.
006480     MOVE CLAVE-CONTRATO OF DCLBENEFICIARIO
006490                                TO WS-IMD-CLAVE-CONTRATO.
006500     MOVE IBAN OF DCLBENEFICIARIO        TO WS-IMD-IBAN.
006510     MOVE BIC OF DCLBENEFICIARIO         TO WS-IMD-BIC.
006520     MOVE NOMBRE OF DCLBENEFICIARIO      TO WS-IMD-NOMBRE.
006530     MOVE ESTADO OF DCLBENEFICIARIO      TO WS-IMD-ESTADO.
006540
006550* ***************************************************************
006560* ANOTA EN LA TABLA DE DIFERENCIAS EL CAMPO PREPARADO EN
006570* WS-DIF-NUEVO SI SU VALOR HA CAMBIADO CON LA OPERACION
006580* ***************************************************************
006590 2880-ANOTA-DIFERENCIA.
006600
006610     IF WS-DNU-ANTES NOT EQUAL WS-DNU-DESPUES
006620        AND WS-DIF-MAX LESS THAN 12
006630        ADD 1 TO WS-DIF-MAX
006640        SET WS-IDX-DIF TO WS-DIF-MAX
006650        MOVE WS-DIF-NUEVO TO WS-DIF-OCU (WS-IDX-DIF)
006660     END-IF.
006670
006680* ***************************************************************
006690* ANOTA SIEMPRE EN LA TABLA DE DIFERENCIAS EL CAMPO DE CLAVE
006700* PREPARADO EN WS-DIF-NUEVO, HAYA CAMBIADO O NO, PARA PODER
006710* IDENTIFICAR LA FILA AFECTADA
006720* ***************************************************************
006730 2885-ANOTA-CLAVE.
006740
006750     IF WS-DIF-MAX LESS THAN 12
006760        ADD 1 TO WS-DIF-MAX
006770        SET WS-IDX-DIF TO WS-DIF-MAX
006780        MOVE WS-DIF-NUEVO TO WS-DIF-OCU (WS-IDX-DIF)
006790     END-IF.
006800
006810* ***************************************************************
006820* COMPARA LAS IMAGENES ANTES Y DESPUES DE LA OPERACION Y ANOTA
006830* LOS CAMPOS QUE HAN CAMBIADO. LA CLAVE DEL BENEFICIARIO SE ANOTA
006840* SIEMPRE, AUNQUE NO CAMBIE, PORQUE LA OPERACION SE AUDITA CON LA
006850* CLAVE DE SU CONTRATO ORDENANTE
006860* ***************************************************************
006870 2890-COMPARA-IMAGENES.
006880
006890     MOVE 0                        TO WS-DIF-MAX.
006900
006910     MOVE 'CLAVE_BENEFICIARIO'      TO WS-DNU-CAMPO.
006920     MOVE WS-IMA-CLAVE-BENEFICIARIO TO WS-DNU-ANTES.
006930     MOVE WS-IMD-CLAVE-BENEFICIARIO TO WS-DNU-DESPUES.
006940     PERFORM 2885-ANOTA-CLAVE.
006950
006960     MOVE 'CLAVE_CONTRATO'          TO WS-DNU-CAMPO.
006970     MOVE WS-IMA-CLAVE-CONTRATO     TO WS-DNU-ANTES.
006980     MOVE WS-IMD-CLAVE-CONTRATO     TO WS-DNU-DESPUES.
006990     PERFORM 2880-ANOTA-DIFERENCIA.
007000
007010     MOVE 'IBAN'                    TO WS-DNU-CAMPO.
007020     MOVE WS-IMA-IBAN               TO WS-DNU-ANTES.
007030     MOVE WS-IMD-IBAN               TO WS-DNU-DESPUES.
007040     PERFORM 2880-ANOTA-DIFERENCIA.
007050
007060     MOVE 'BIC'                     TO WS-DNU-CAMPO.
007070     MOVE WS-IMA-BIC                TO WS-DNU-ANTES.
007080     MOVE WS-IMD-BIC                TO WS-DNU-DESPUES.
007090     PERFORM 2880-ANOTA-DIFERENCIA.
007100
007110     MOVE 'NOMBRE'                  TO WS-DNU-CAMPO.
007120     MOVE WS-IMA-NOMBRE             TO WS-DNU-ANTES.
007130     MOVE WS-IMD-NOMBRE             TO WS-DNU-DESPUES.
007140     PERFORM 2880-ANOTA-DIFERENCIA.
007150
007160     MOVE 'ESTADO'                  TO WS-DNU-CAMPO.
007170     MOVE WS-IMA-ESTADO             TO WS-DNU-ANTES.
007180     MOVE WS-IMD-ESTADO             TO WS-DNU-DESPUES.
007190     PERFORM 2880-ANOTA-DIFERENCIA.
007200
007210* ***************************************************************
007220* REGISTRA EN IBMUSER.AUDITORIA QUIEN (USUARIO Y TERMINAL) HA
007230* REALIZADO LA OPERACION, CON LA CLAVE DEL CONTRATO ORDENANTE DEL
007240* BENEFICIARIO Y ENTIDAD 'BENEFICI'
007250* Y LOS VALORES ANTERIOR Y POSTERIOR DE LOS CAMPOS QUE CAMBIAN
007260* ***************************************************************
007270 2900-REGISTRA-AUDITORIA.
007280
007290     PERFORM 2890-COMPARA-IMAGENES.
007300
007310     MOVE CLAVE-CONTRATO OF DCLBENEFICIARIO
007320                                TO CLAVE-CONTRATO OF DCLAUDITORIA.
007330     MOVE 'BENEFICI'            TO ENTIDAD OF DCLAUDITORIA.
007340     MOVE WS-PET-OPERACION      TO OPERACION OF DCLAUDITORIA.
007350     MOVE EIBUSERID             TO USUARIO OF DCLAUDITORIA.
007360     MOVE EIBTRMID              TO TERMINAL-ID OF DCLAUDITORIA.
007370
007380* LA FECHA Y HORA DEL REGISTRO SE TOMA ANTES DE GRABARLO PARA
007390* ENLAZAR CON ELLA LOS CAMPOS MODIFICADOS
007400     EXEC SQL
007410        SELECT CURRENT TIMESTAMP
007420          INTO :DCLAUDITORIA.FECHA-HORA
007430          FROM SYSIBM.SYSDUMMY1
007440     END-EXEC.
007450
007460     IF SQLCODE EQUAL 0
007470        EXEC SQL
007480           INSERT INTO IBMUSER.AUDITORIA
007490                 (CLAVE_CONTRATO, OPERACION, USUARIO, TERMINAL_ID,
007500                  FECHA_HORA, ENTIDAD)
007510           VALUES (:DCLAUDITORIA.CLAVE-CONTRATO,
007520                   :DCLAUDITORIA.OPERACION,
007530                   :DCLAUDITORIA.USUARIO,
007540                   :DCLAUDITORIA.TERMINAL-ID,
007550                   :DCLAUDITORIA.FECHA-HORA,
007560                   :DCLAUDITORIA.ENTIDAD)
007570        END-EXEC
007580     END-IF.
007590
007600     IF SQLCODE EQUAL 0
007610        PERFORM 2910-REGISTRA-DIFERENCIA
007620           VARYING WS-IDX-DIF FROM 1 BY 1
007630           UNTIL WS-IDX-DIF GREATER THAN WS-DIF-MAX
007640              OR SQLCODE NOT EQUAL 0
007650     END-IF.
007660
007670     IF SQLCODE NOT EQUAL 0
007680        SET CODERR-SQL-ERROR                  TO TRUE
007690        MOVE SQLCODE                          TO WS-RES-SQLCODE
007700        MOVE 'ERROR AL REGISTRAR LA AUDITORIA DEL BENEFICIARIO'
007710                                           TO WS-RES-DESCRIPCION
007720
007730* LA OPERACION YA SE HABIA EJECUTADO ANTES DE LLAMAR A ESTE
007740* PARRAFO. SIN UN ROLLBACK EXPLICITO AQUI, EL RETURN DE 3000-FIN
007750* HARIA UN SYNCPOINT IMPLICITO QUE CONFIRMARIA ESE CAMBIO SIN SU
007760* REGISTRO DE AUDITORIA
007770        EXEC CICS SYNCPOINT ROLLBACK END-EXEC
007780     END-IF.
007790
007800* ***************************************************************
007810* GRABA EN IBMUSER.AUDITORIA_CAMBIO EL VALOR ANTERIOR Y POSTERIOR
007820* DE UN CAMPO MODIFICADO, ENLAZADO CON SU REGISTRO DE AUDITORIA
007830* POR CONTRATO, ENTIDAD Y FECHA Y HORA
007840* ***************************************************************
007850 2910-REGISTRA-DIFERENCIA.
007860
007870     MOVE WS-DIF-CAMPO (WS-IDX-DIF)
007880                                TO CAMPO OF DCLAUDITORIA-CAMBIO.
007890     MOVE WS-DIF-ANTES (WS-IDX-DIF)
007900                                TO VALOR-ANTES
007910                                   OF DCLAUDITORIA-CAMBIO.
007920     MOVE WS-DIF-DESPUES (WS-IDX-DIF)
007930                                TO VALOR-DESPUES
007940                                   OF DCLAUDITORIA-CAMBIO.
007950
007960     EXEC SQL
007970        INSERT INTO IBMUSER.AUDITORIA_CAMBIO
007980              (CLAVE_CONTRATO, ENTIDAD, FECHA_HORA, CAMPO,
007990               VALOR_ANTES, VALOR_DESPUES)
008000        VALUES (:DCLAUDITORIA.CLAVE-CONTRATO,
008010                :DCLAUDITORIA.ENTIDAD,
008020                :DCLAUDITORIA.FECHA-HORA,
008030                :DCLAUDITORIA-CAMBIO.CAMPO,
008040                :DCLAUDITORIA-CAMBIO.VALOR-ANTES,
008050                :DCLAUDITORIA-CAMBIO.VALOR-DESPUES)
008060     END-EXEC.
008070
008080* ***************************************************************
008090* PARRAFO DE FIN. DEVUELVE AL TERMINAL EL RESULTADO DE LA
008100* OPERACION Y TERMINA LA TRANSACCION
008110* ***************************************************************
008120 3000-FIN.
008130
008140     EXEC CICS
008150        SEND FROM(WS-RESPUESTA) LENGTH(WS-LONG-RESPUESTA) ERASE
008160     END-EXEC.
008170
008180     EXEC CICS
008190        RETURN
008200     END-EXEC.
008210
008220* **************************************************************
008230* PARRAFO DE ERROR. DESHACE LOS CAMBIOS PENDIENTES DE LA UNIDAD
008240* DE TRABAJO Y DEVUELVE AL TERMINAL UNA RESPUESTA DE ERROR
008250* **************************************************************
008260 9999-ERROR.
008270
008280     SET CODERR-SQL-ERROR                  TO TRUE
008290     MOVE 0                                 TO WS-RES-SQLCODE
008300     MOVE 'ERROR NO CONTROLADO EN LA TRANSACCION'
008310                                            TO WS-RES-DESCRIPCION
008320
008330     EXEC CICS SYNCPOINT ROLLBACK END-EXEC.
008340
008350     EXEC CICS
008360        SEND FROM(WS-RESPUESTA) LENGTH(WS-LONG-RESPUESTA) ERASE
008370     END-EXEC.
008380
008390     EXEC CICS
008400        RETURN
008410     END-EXEC.
