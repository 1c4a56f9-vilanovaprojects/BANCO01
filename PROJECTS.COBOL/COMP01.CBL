000010* PROGRAMA DE GENERACION DEL FICHERO DE TRANSFERENCIAS EXTERNAS
000020* PARA LA CAMARA DE COMPENSACION. RECOGE LAS TRANSFERENCIAS
000030* EXTERNAS POSTADAS POR BANCO01, TRAN01 Y AUTO01 QUE ESTAN
000040* PENDIENTES DE ENVIO (ESTADO 'P' EN LA TABLA
000050* IBMUSER.TRANSFERENCIA_EXTERNA)
000060* Y ESCRIBE UN FICHERO POR DIVISA, CONCATENADOS EN LA MISMA
000070* SALIDA, CADA UNO CON SU CABECERA, UN DETALLE POR TRANSFERENCIA
000080* (LA REFERENCIA ES LA CLAVE DEL MOVIMIENTO DE CARGO AL ORDENANTE)
000090* Y SU TRAILER CON EL NUMERO DE DETALLES Y EL IMPORTE TOTAL COMO
000100* TOTALES DE CONTROL. CADA TRANSFERENCIA ENVIADA QUEDA EN ESTADO
000110* 'E' CON EL NUMERO DE FICHERO Y LA FECHA DE ENVIO, QUE SON LOS
000120* QUE RECH01 CONTRASTA AL RECIBIR LOS RECHAZOS Y DEVOLUCIONES DE
000130* LA CAMARA. EL IMPORTE YA ESTA ABONADO EN EL CONTRATO PUENTE DE
000140* LA DIVISA (IBMUSER.CUENTA_COMPENSACION), CUYO SALDO SE LIQUIDA
000150* CON LA CAMARA
000160 IDENTIFICATION DIVISION.
000170 PROGRAM-ID.COMP01.
000180
000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.
000220
000230* FICHERO DE SALIDA CON LAS TRANSFERENCIAS PARA LA CAMARA
000240     SELECT FICHERO-CMP ASSIGN TO COMPENSA
000250     ORGANIZATION IS SEQUENTIAL
000260     ACCESS IS SEQUENTIAL
000270     FILE STATUS IS FS-COMPENSA.
000280
000290* FICHERO DE INFORME DE CONTROL DE LA EJECUCION
000300     SELECT FICHERO-INF ASSIGN TO INFORME
000310     ORGANIZATION IS SEQUENTIAL
000320     ACCESS IS SEQUENTIAL
000330     FILE STATUS IS FS-INFORME.
000340
000350 DATA DIVISION.
000360 FILE SECTION.
000370
000380* REGISTRO DEL FICHERO PARA LA CAMARA DE COMPENSACION
000390 FD FICHERO-CMP DATA RECORD IS REG-COMPENSA.
000400 01 REG-COMPENSA   PIC X(200).
000410
000420* REGISTRO DEL FICHERO DE INFORME DE CONTROL
000430 FD FICHERO-INF DATA RECORD IS REG-INFORME.
000440 01 REG-INFORME    PIC X(80).
000450
000460 WORKING-STORAGE SECTION.
000470
000480* REGISTRO DE DETALLE DEL FICHERO PARA LA CAMARA: REFERENCIA DE LA
000490* TRANSFERENCIA (CLAVE DEL MOVIMIENTO DE CARGO), CONTRATO
000500* ORDENANTE, FECHA DE LA ORDEN, DATOS DEL BENEFICIARIO, IMPORTE,
000510* DIVISA Y CONCEPTO
000520 01 WS-COMPENSA.
000530     05 WS-K-TIPO-REG      PIC X(1).
000540     05 WS-K-REFERENCIA    PIC 9(9).
000550     05 WS-K-CONT-ORDENANTE PIC 9(9).
000560     05 WS-K-FECHA-ORDEN   PIC X(10).
000570     05 WS-K-IBAN          PIC X(34).
000580     05 WS-K-BIC           PIC X(11).
000590     05 WS-K-NOMBRE        PIC X(50).
000600     05 WS-K-IMPORTE       PIC 9(11)V9(2).
000610     05 WS-K-MONEDA        PIC X(3).
000620     05 WS-K-CONCEPTO      PIC X(50).
000630     05 FILLER             PIC X(10).
000640
000650* VISTA DEL REGISTRO CUANDO ES UNA CABECERA, CON EL NUMERO DE
000660* FICHERO, LA FECHA DE ENVIO Y LA DIVISA DE SUS TRANSFERENCIAS
000670 01 WS-K-CABECERA REDEFINES WS-COMPENSA.
000680     05 FILLER              PIC X(1).
000690     05 WS-K-CAB-NUM-FICH   PIC 9(9).
000700     05 WS-K-CAB-FECHA      PIC X(10).
000710     05 WS-K-CAB-MONEDA     PIC X(3).
000720     05 FILLER              PIC X(177).
000730
000740* VISTA DEL REGISTRO CUANDO ES UN TRAILER, CON LOS TOTALES DE
000750* CONTROL DEL FICHERO
000760 01 WS-K-TRAILER REDEFINES WS-COMPENSA.
000770     05 FILLER                PIC X(1).
000780     05 WS-K-TRA-TOTAL-REG    PIC 9(9).
000790     05 WS-K-TRA-IMPORTE-TOT  PIC 9(13)V9(2).
000800     05 FILLER                PIC X(175).
000810
000820* FILESTATUS DE LOS FICHEROS DE LA EJECUCION
000830 01 FS-COMPENSA           PIC 99.
000840     88 FICHERO-CMP-OK    VALUE 00.
000850 01 FS-INFORME            PIC 99.
000860
000870* FECHA DE PROCESO (AAAA-MM-DD)
000880 01 WS-FECHA-PROCESO         PIC X(10).
000890 01 WS-FECHA-SISTEMA         PIC X(21).
000900 01 WS-FECHA-SISTEMA-R REDEFINES WS-FECHA-SISTEMA.
000910     05 WS-FS-ANO           PIC 9(4).
000920     05 WS-FS-MES           PIC 9(2).
000930     05 WS-FS-DIA           PIC 9(2).
000940     05 FILLER              PIC X(13).
000950
000960* ULTIMO NUMERO DE FICHERO ASIGNADO Y DIVISA DEL FICHERO EN CURSO
000970 01 WS-ULTIMO-FICHERO        PIC S9(9) COMP VALUE 0.
000980 01 IND-NULL                 PIC S9(4) COMP.
000990 01 WS-MONEDA-ACTUAL         PIC X(3) VALUE SPACES.
001000
001010* CONTADORES DEL FICHERO EN CURSO
001020 01 WS-FIC-DETALLES          PIC 9(9)       VALUE 0.
001030 01 WS-FIC-IMPORTE           PIC 9(13)V9(2) VALUE 0.
001040
001050* INDICADOR DE FIN DEL CURSOR DE TRANSFERENCIAS PENDIENTES
001060 01 WS-FIN-CURSOR        PIC X VALUE 'N'.
001070     88 WS-FIN-CURSOR-SI VALUE 'S'.
001080     88 WS-FIN-CURSOR-NO VALUE 'N'.
001090
001100* CONTADORES DEL INFORME DE CONTROL DE LA EJECUCION
001110 01 WS-CONTADORES-INFORME.
001120     05 WS-CNT-FICHEROS      PIC 9(9)   VALUE 0.
001130     05 WS-CNT-ENVIADAS      PIC 9(9)   VALUE 0.
001140
001150* LINEA DE DETALLE DEL INFORME DE CONTROL
001160 01 WS-LINEA-INFORME.
001170     05 WS-LIN-ETIQUETA     PIC X(40).
001180     05 WS-LIN-VALOR        PIC Z(11)9.99-.
001190     05 FILLER              PIC X(24).
001200
001210* NUMERO DE FICHERO EDITADO PARA LAS LINEAS DEL INFORME
001220 01 WS-FICHERO-EDITADO       PIC 9(9).
001230
001240* SQLCA Y DCLGEN DE LAS TABLAS
001250     EXEC SQL INCLUDE SQLCA END-EXEC.
001260     EXEC SQL INCLUDE TRANEXTE END-EXEC.
001270
001280* CURSOR CON LAS TRANSFERENCIAS EXTERNAS PENDIENTES DE ENVIO,
001290* AGRUPADAS POR DIVISA PARA GENERAR UN FICHERO POR DIVISA
001300     EXEC SQL
001310        DECLARE CUR-PENDIENTES CURSOR FOR
001320        SELECT CLAVE_MOV_ORDEN, CONT_ORIGEN, IBAN, BIC, NOMBRE,
001330               CONCEPTO, IMPORTE, MONEDA, CHAR(FECHA_ORDEN)
001340          FROM IBMUSER.TRANSFERENCIA_EXTERNA
001350         WHERE ESTADO = 'P'
001360         ORDER BY MONEDA, CLAVE_MOV_ORDEN
001370     END-EXEC.
001380
001390 PROCEDURE DIVISION.
001400     PERFORM 1000-INICIO.
001410     PERFORM 2000-PROCESA-FICHERO UNTIL WS-FIN-CURSOR-SI.
001420     PERFORM 3000-FIN.
001430
001440* **********************************************************
001450* PARRAFO DE INICIO
001460* **********************************************************
001470 1000-INICIO.
001480
001490     DISPLAY 'INICIO COMP01'.
001500
001510     OPEN OUTPUT FICHERO-CMP.
001520     OPEN OUTPUT FICHERO-INF.
001530
001540     MOVE FUNCTION CURRENT-DATE TO WS-FECHA-SISTEMA.
001550     STRING WS-FS-ANO           DELIMITED BY SIZE
001560            '-'                 DELIMITED BY SIZE
001570            WS-FS-MES           DELIMITED BY SIZE
001580            '-'                 DELIMITED BY SIZE
001590            WS-FS-DIA           DELIMITED BY SIZE
001600       INTO WS-FECHA-PROCESO
001610     END-STRING.
001620
001630* ULTIMO NUMERO DE FICHERO YA ASIGNADO. ESTE PROGRAMA ES EL UNICO
001640* QUE ENVIA TRANSFERENCIAS A LA CAMARA
001650     EXEC SQL
001660        SELECT MAX(NUM_FICHERO)
001670          INTO :WS-ULTIMO-FICHERO :IND-NULL
001680          FROM IBMUSER.TRANSFERENCIA_EXTERNA
001690     END-EXEC.
001700     PERFORM 1090-COMPRUEBA-SQLCODE.
001710     IF IND-NULL LESS THAN 0
001720        MOVE 0 TO WS-ULTIMO-FICHERO
001730     END-IF.
001740
001750     MOVE 'N' TO WS-FIN-CURSOR.
001760     EXEC SQL
001770        OPEN CUR-PENDIENTES
001780     END-EXEC.
001790     PERFORM 1090-COMPRUEBA-SQLCODE.
001800
001810     PERFORM 2010-LEE-PENDIENTE.
001820     IF WS-FIN-CURSOR-SI
001830        DISPLAY 'NO HAY TRANSFERENCIAS EXTERNAS PENDIENTES'
001840     END-IF.
001850
001860* ***************************************************************
001870* COMPRUEBA EL SQLCODE DE LA ULTIMA OPERACION DE BASE DE DATOS.
001880* CUALQUIER VALOR DISTINTO DE CERO ES UN ERROR
001890* ***************************************************************
001900 1090-COMPRUEBA-SQLCODE.
001910
001920     IF SQLCODE NOT EQUAL 0
001930        DISPLAY 'ERROR DE BASE DE DATOS EN COMP01. SQLCODE: '
001940                SQLCODE
001950        PERFORM 9999-ERROR
001960     END-IF.
001970
001980* ***************************************************************
001990* GENERA EL FICHERO DE UNA DIVISA: CABECERA CON UN NUEVO NUMERO DE
002000* FICHERO, UN DETALLE POR TRANSFERENCIA PENDIENTE DE LA DIVISA Y
002010* TRAILER CON LOS TOTALES DE CONTROL. AL SALIR, LA ULTIMA FILA
002020* LEIDA ES LA PRIMERA DE LA SIGUIENTE DIVISA O EL FIN DEL CURSOR
002030* ***************************************************************
002040 2000-PROCESA-FICHERO.
002050
002060     MOVE MONEDA OF DCLTRANSFERENCIA-EXTERNA TO WS-MONEDA-ACTUAL.
002070     ADD 1 TO WS-ULTIMO-FICHERO.
002080     ADD 1 TO WS-CNT-FICHEROS.
002090     MOVE 0 TO WS-FIC-DETALLES.
002100     MOVE 0 TO WS-FIC-IMPORTE.
002110
002120     MOVE SPACES               TO WS-COMPENSA.
002130     MOVE 'C'                  TO WS-K-TIPO-REG.
002140     MOVE WS-ULTIMO-FICHERO    TO WS-K-CAB-NUM-FICH.
002150     MOVE WS-FECHA-PROCESO     TO WS-K-CAB-FECHA.
002160     MOVE WS-MONEDA-ACTUAL     TO WS-K-CAB-MONEDA.
002170     PERFORM 2900-ESCRIBE-REG-COMPENSA.
002180
002190     PERFORM 2100-TRATA-TRANSFERENCIA
002200        UNTIL WS-FIN-CURSOR-SI
002210           OR MONEDA OF DCLTRANSFERENCIA-EXTERNA
002220              NOT EQUAL WS-MONEDA-ACTUAL.
002230
002240     MOVE SPACES               TO WS-COMPENSA.
002250     MOVE 'T'                  TO WS-K-TIPO-REG.
002260     MOVE WS-FIC-DETALLES      TO WS-K-TRA-TOTAL-REG.
002270     MOVE WS-FIC-IMPORTE       TO WS-K-TRA-IMPORTE-TOT.
002280     PERFORM 2900-ESCRIBE-REG-COMPENSA.
002290
002300     PERFORM 2200-INFORMA-FICHERO.
002310
002320* ***************************************************************
002330* LEE LA SIGUIENTE TRANSFERENCIA PENDIENTE DE ENVIO
002340* ***************************************************************
002350 2010-LEE-PENDIENTE.
002360
002370     EXEC SQL
002380        FETCH CUR-PENDIENTES
002390         INTO :DCLTRANSFERENCIA-EXTERNA.CLAVE-MOV-ORDEN,
002400              :DCLTRANSFERENCIA-EXTERNA.CONT-ORIGEN,
002410              :DCLTRANSFERENCIA-EXTERNA.IBAN,
002420              :DCLTRANSFERENCIA-EXTERNA.BIC,
002430              :DCLTRANSFERENCIA-EXTERNA.NOMBRE,
002440              :DCLTRANSFERENCIA-EXTERNA.CONCEPTO,
002450              :DCLTRANSFERENCIA-EXTERNA.IMPORTE,
002460              :DCLTRANSFERENCIA-EXTERNA.MONEDA,
002470              :DCLTRANSFERENCIA-EXTERNA.FECHA-ORDEN
002480     END-EXEC.
002490
002500     IF SQLCODE EQUAL 100
002510        MOVE 'S' TO WS-FIN-CURSOR
002520     ELSE
002530        PERFORM 1090-COMPRUEBA-SQLCODE
002540     END-IF.
002550
002560* ***************************************************************
002570* ESCRIBE EL DETALLE DE UNA TRANSFERENCIA, LA MARCA COMO ENVIADA
002580* CON EL NUMERO DE FICHERO Y LA FECHA DE ENVIO Y LEE LA SIGUIENTE
002590* ***************************************************************
002600 2100-TRATA-TRANSFERENCIA.
002610
002620     MOVE SPACES                TO WS-COMPENSA.
002630     MOVE 'D'                   TO WS-K-TIPO-REG.
002640     MOVE CLAVE-MOV-ORDEN OF DCLTRANSFERENCIA-EXTERNA
002650                                TO WS-K-REFERENCIA.
002660     MOVE CONT-ORIGEN OF DCLTRANSFERENCIA-EXTERNA
002670                                TO WS-K-CONT-ORDENANTE.
002680     MOVE FECHA-ORDEN OF DCLTRANSFERENCIA-EXTERNA
002690                                TO WS-K-FECHA-ORDEN.
002700     MOVE IBAN OF DCLTRANSFERENCIA-EXTERNA   TO WS-K-IBAN.
002710     MOVE BIC OF DCLTRANSFERENCIA-EXTERNA    TO WS-K-BIC.
002720     MOVE NOMBRE OF DCLTRANSFERENCIA-EXTERNA TO WS-K-NOMBRE.
002730     MOVE IMPORTE OF DCLTRANSFERENCIA-EXTERNA
002740                                TO WS-K-IMPORTE.
002750     MOVE MONEDA OF DCLTRANSFERENCIA-EXTERNA TO WS-K-MONEDA.
002760     MOVE CONCEPTO OF DCLTRANSFERENCIA-EXTERNA
002770                                TO WS-K-CONCEPTO.
002780     PERFORM 2900-ESCRIBE-REG-COMPENSA.
002790
002800     ADD 1 TO WS-FIC-DETALLES.
002810     ADD IMPORTE OF DCLTRANSFERENCIA-EXTERNA TO WS-FIC-IMPORTE.
002820     ADD 1 TO WS-CNT-ENVIADAS.
002830
002840     MOVE WS-ULTIMO-FICHERO     TO NUM-FICHERO
002850                                   OF DCLTRANSFERENCIA-EXTERNA.
002860     EXEC SQL
002870        UPDATE IBMUSER.TRANSFERENCIA_EXTERNA
002880           SET ESTADO = 'E',
002890               NUM_FICHERO =
002900                  :DCLTRANSFERENCIA-EXTERNA.NUM-FICHERO,
002910               FECHA_ENVIO = DATE(:WS-FECHA-PROCESO)
002920         WHERE CLAVE_MOV_ORDEN =
002930               :DCLTRANSFERENCIA-EXTERNA.CLAVE-MOV-ORDEN
002940     END-EXEC.
002950     PERFORM 1090-COMPRUEBA-SQLCODE.
002960
002970     PERFORM 2010-LEE-PENDIENTE.
002980
002990* ***************************************************************
003000* ANOTA EN EL INFORME EL FICHERO GENERADO, CON SU NUMERO, SU
003010* DIVISA, SU NUMERO DE TRANSFERENCIAS Y SU IMPORTE TOTAL
003020* ***************************************************************
003030 2200-INFORMA-FICHERO.
003040
003050     MOVE WS-ULTIMO-FICHERO         TO WS-FICHERO-EDITADO.
003060
003070     MOVE SPACES                    TO WS-LINEA-INFORME.
003080     STRING 'FICHERO '              DELIMITED BY SIZE
003090            WS-FICHERO-EDITADO      DELIMITED BY SIZE
003100            ' ('                    DELIMITED BY SIZE
003110            WS-MONEDA-ACTUAL        DELIMITED BY SIZE
003120            ') TRANSFERENCIAS'      DELIMITED BY SIZE
003130       INTO WS-LIN-ETIQUETA
003140     END-STRING.
003150     MOVE WS-FIC-DETALLES           TO WS-LIN-VALOR.
003160     MOVE WS-LINEA-INFORME          TO REG-INFORME.
003170     WRITE REG-INFORME.
003180
003190     MOVE SPACES                    TO WS-LINEA-INFORME.
003200     STRING 'FICHERO '              DELIMITED BY SIZE
003210            WS-FICHERO-EDITADO      DELIMITED BY SIZE
003220            ' ('                    DELIMITED BY SIZE
003230            WS-MONEDA-ACTUAL        DELIMITED BY SIZE
003240            ') IMPORTE TOTAL'       DELIMITED BY SIZE
003250       INTO WS-LIN-ETIQUETA
003260     END-STRING.
003270     MOVE WS-FIC-IMPORTE            TO WS-LIN-VALOR.
003280     MOVE WS-LINEA-INFORME          TO REG-INFORME.
003290     WRITE REG-INFORME.
003300
003310* ***************************************************************
003320* ESCRIBE EL REGISTRO PREPARADO EN EL FICHERO PARA LA CAMARA
003330* ***************************************************************
003340 2900-ESCRIBE-REG-COMPENSA.
003350
003360     MOVE WS-COMPENSA           TO REG-COMPENSA.
003370     WRITE REG-COMPENSA.
003380
003390     IF NOT FICHERO-CMP-OK
003400        DISPLAY 'FILE STATUS INESPERADO EN FICHERO-CMP: '
003410                FS-COMPENSA
003420        PERFORM 9999-ERROR
003430     END-IF.
003440
003450* ***************************************************************
003460* PARRAFO DE FIN DEL PROGRAMA. CONFIRMA LAS TRANSFERENCIAS
003470* MARCADAS COMO ENVIADAS Y ESCRIBE LOS TOTALES DEL INFORME
003480* ***************************************************************
003490 3000-FIN.
003500
003510     DISPLAY 'FIN'.
003520
003530     EXEC SQL
003540        CLOSE CUR-PENDIENTES
003550     END-EXEC.
003560     PERFORM 1090-COMPRUEBA-SQLCODE.
003570
003580     EXEC SQL COMMIT END-EXEC.
003590
003600     PERFORM 3100-ESCRIBE-INFORME.
003610
003620     CLOSE FICHERO-CMP.
003630     CLOSE FICHERO-INF.
003640     STOP RUN.
003650
003660* ***************************************************************
003670* ESCRIBE LOS TOTALES DE LA EJECUCION AL FINAL DEL INFORME DE
003680* CONTROL. LAS LINEAS DE CADA FICHERO SE HAN ESCRITO AL CERRARLO
003690* ***************************************************************
003700 3100-ESCRIBE-INFORME.
003710
003720     MOVE SPACES                    TO WS-LINEA-INFORME.
003730     MOVE 'COMP01 - INFORME DE CONTROL DE EJECUCION'
003740                                     TO WS-LIN-ETIQUETA.
003750     MOVE WS-LINEA-INFORME          TO REG-INFORME.
003760     WRITE REG-INFORME.
003770
003780     MOVE SPACES                    TO WS-LINEA-INFORME.
003790     STRING 'FECHA DE PROCESO: '     DELIMITED BY SIZE
003800            WS-FECHA-PROCESO         DELIMITED BY SIZE
003810       INTO WS-LIN-ETIQUETA
003820     END-STRING.
003830     MOVE WS-LINEA-INFORME          TO REG-INFORME.
003840     WRITE REG-INFORME.
003850
003860     MOVE SPACES                    TO WS-LINEA-INFORME.
003870     MOVE 'FICHEROS GENERADOS PARA LA CAMARA'
003880                                     TO WS-LIN-ETIQUETA.
003890     MOVE WS-CNT-FICHEROS            TO WS-LIN-VALOR.
003900     MOVE WS-LINEA-INFORME          TO REG-INFORME.
003910     WRITE REG-INFORME.
003920
003930     MOVE SPACES                    TO WS-LINEA-INFORME.
003940     MOVE 'TRANSFERENCIAS EXTERNAS ENVIADAS'
003950                                     TO WS-LIN-ETIQUETA.
003960     MOVE WS-CNT-ENVIADAS            TO WS-LIN-VALOR.
003970     MOVE WS-LINEA-INFORME          TO REG-INFORME.
003980     WRITE REG-INFORME.
003990
004000* **************************************************************
004010* PARRAFO DE ERROR.REALIZAMOS UN ROLLBACK DE LA BASE DE DATOS
004020* Y DEVOLVEMOS AL SISTEMA UN RC=8 (ERROR NO CONTROLADO)
004030* **************************************************************
004040 9999-ERROR.
004050
004060     DISPLAY 'ERROR'.
004070
004080     EXEC SQL ROLLBACK END-EXEC
004090     MOVE 8 TO RETURN-CODE.
004100     GOBACK.
