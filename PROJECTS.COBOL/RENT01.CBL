000010* PROGRAMA MENSUAL DE RENTABILIDAD DE CLIENTES. REUNE EN UN SOLO
000020* INFORME LO QUE CADA CONTRATO APORTA AL BANCO EN EL MES: LAS
000030* COMISIONES COBRADAS (MOVIMIENTOS 'C', INCLUIDOS LOS CARGOS
000040* CONSOLIDADOS DE FACT01), LOS INTERESES DEUDORES Y ACREEDORES
000050* DEVENGADOS EN IBMUSER.DEVENGO_DIARIO, EL MARGEN DE CAMBIO DE
000060* LAS TRANSFERENCIAS ENTRE DIVISAS DISTINTAS Y EL SALDO MEDIO DE
000070* IBMUSER.SALDO_DIARIO, TODO CONVERTIDO A LA DIVISA DE REFERENCIA
000080* CON LOS TIPOS DE CIERRE DEL MES DE IBMUSER.TIPO_CAMBIO. EL
000090* RESULTADO POR CONTRATO SE GUARDA EN
000100* IBMUSER.RENTABILIDAD_CONTRATO (UNA FILA POR PERIODO Y CONTRATO,
000110* REPROCESABLE), Y A PARTIR DE ELLA SE EMITE LA CLASIFICACION DE
000120* CLIENTES POR CONTRIBUCION NETA CON EL DETALLE DE SUS CONTRATOS,
000130* LOS TOTALES POR PRODUCTO Y UN EXTRACTO DE LONGITUD FIJA PARA
000140* EL AREA COMERCIAL. LOS CONTRATOS COMPARTIDOS SE IMPUTAN A PARTES
000150* IGUALES ENTRE SUS TITULARES, COMO EN FISC01
000160 IDENTIFICATION DIVISION.
000170 PROGRAM-ID.RENT01.
000180
000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.
000220
000230* FICHERO DE SALIDA CON LA CLASIFICACION DE CLIENTES Y LOS
000240* TOTALES POR PRODUCTO
000250     SELECT FICHERO-REN ASSIGN TO RENTAB
000260     ORGANIZATION IS SEQUENTIAL
000270     ACCESS IS SEQUENTIAL
000280     FILE STATUS IS FS-RENTAB.
000290
000300* FICHERO DE EXTRACTO PARA EL AREA COMERCIAL: C/D/T DE LONGITUD
000310* FIJA, UN DETALLE POR CLIENTE Y CONTRATO
000320     SELECT FICHERO-EXT ASSIGN TO EXTRACTO
000330     ORGANIZATION IS SEQUENTIAL
000340     ACCESS IS SEQUENTIAL
000350     FILE STATUS IS FS-EXTRACTO.
000360
000370* FICHERO DE INFORME DE CONTROL DE LA EJECUCION
000380     SELECT FICHERO-INF ASSIGN TO INFORME
000390     ORGANIZATION IS SEQUENTIAL
000400     ACCESS IS SEQUENTIAL
000410     FILE STATUS IS FS-INFORME.
000420
000430* FICHERO DE PARAMETROS CON EL PERIODO (AAAA-MM), LA DIVISA DE
000440* REFERENCIA, EL MARGEN DE CAMBIO Y LA FRECUENCIA DE COMMIT. SI
000450* NO EXISTE, SE PROCESA EL MES ANTERIOR CON LOS VALORES POR
000460* DEFECTO
000470     SELECT OPTIONAL FICHERO-PARM ASSIGN TO PARM
000480     ORGANIZATION IS SEQUENTIAL
000490     ACCESS IS SEQUENTIAL
000500     FILE STATUS IS FS-PARM.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540
000550* REGISTRO DEL FICHERO DE CLASIFICACION
000560 FD FICHERO-REN DATA RECORD IS REG-RENTAB.
000570 01 REG-RENTAB     PIC X(80).
000580
000590* REGISTRO DEL FICHERO DE EXTRACTO COMERCIAL
000600 FD FICHERO-EXT DATA RECORD IS REG-EXTRACTO.
000610 01 REG-EXTRACTO   PIC X(200).
000620
000630* REGISTRO DEL FICHERO DE INFORME DE CONTROL
000640 FD FICHERO-INF DATA RECORD IS REG-INFORME.
000650 01 REG-INFORME    PIC X(80).
000660
000670* REGISTRO DE PARAMETROS DE EJECUCION
000680 FD FICHERO-PARM DATA RECORD IS REG-PARM.
000690 01 REG-PARM      PIC X(20).
000700
000710 WORKING-STORAGE SECTION.
000720
000730* REGISTRO DE CABECERA DEL EXTRACTO COMERCIAL
000740 01 WS-EXT-CABECERA.
000750     05 WS-EC-TIPO-REG     PIC X(1).
000760     05 WS-EC-PERIODO      PIC X(7).
000770     05 WS-EC-MONEDA-REF   PIC X(3).
000780     05 WS-EC-FECHA-GEN    PIC X(10).
000790     05 WS-EC-MARGEN       PIC 9(1)V9(3).
000800     05 FILLER             PIC X(175) VALUE SPACES.
000810
000820* REGISTRO DE DETALLE DEL EXTRACTO COMERCIAL: LA PARTE DE UN
000830* CONTRATO QUE CORRESPONDE A UN CLIENTE, CON LA POSICION DEL
000840* CLIENTE EN LA CLASIFICACION. LOS IMPORTES VAN EN LA DIVISA DE
000850* REFERENCIA, CON SIGNO SEPARADO EN CABEZA
000860 01 WS-EXT-DETALLE.
000870     05 WS-ED-TIPO-REG     PIC X(1).
000880     05 WS-ED-PERIODO      PIC X(7).
000890     05 WS-ED-MONEDA-REF   PIC X(3).
000900     05 WS-ED-POSICION     PIC 9(7).
000910     05 WS-ED-CLIENTE      PIC 9(9).
000920     05 WS-ED-DOCUMENTO    PIC X(15).
000930     05 WS-ED-NOMBRE       PIC X(50).
000940     05 WS-ED-CONTRATO     PIC 9(9).
000950     05 WS-ED-PRODUCTO     PIC X(1).
000960     05 WS-ED-MONEDA       PIC X(3).
000970     05 WS-ED-TITULARES    PIC 9(3).
000980     05 WS-ED-COMISIONES   PIC S9(11)V9(2)
000990                           SIGN IS LEADING SEPARATE.
001000     05 WS-ED-INT-DEUDOR   PIC S9(11)V9(2)
001010                           SIGN IS LEADING SEPARATE.
001020     05 WS-ED-INT-ACREEDOR PIC S9(11)V9(2)
001030                           SIGN IS LEADING SEPARATE.
001040     05 WS-ED-MARGEN       PIC S9(11)V9(2)
001050                           SIGN IS LEADING SEPARATE.
001060     05 WS-ED-CONTRIBUCION PIC S9(11)V9(2)
001070                           SIGN IS LEADING SEPARATE.
001080     05 WS-ED-SALDO-MEDIO  PIC S9(11)V9(2)
001090                           SIGN IS LEADING SEPARATE.
001100     05 WS-ED-SIN-CAMBIO   PIC X(1).
001110     05 FILLER             PIC X(7) VALUE SPACES.
001120
001130* REGISTRO DE TRAILER DEL EXTRACTO, CON LOS TOTALES DE CONTROL
001140 01 WS-EXT-TRAILER.
001150     05 WS-ET-TIPO-REG     PIC X(1).
001160     05 WS-ET-TOTAL-REG    PIC 9(9).
001170     05 WS-ET-TOTAL-CONTRIB PIC S9(13)V9(2)
001180                           SIGN IS LEADING SEPARATE.
001190     05 FILLER             PIC X(174) VALUE SPACES.
001200
001210* FILESTATUS DE LOS FICHEROS DE LA EJECUCION
001220 01 FS-RENTAB            PIC 99.
001230     88 FICHERO-REN-OK   VALUE 00.
001240 01 FS-EXTRACTO          PIC 99.
001250     88 FICHERO-EXT-OK   VALUE 00.
001260 01 FS-INFORME           PIC 99.
001270 01 FS-PARM              PIC 99.
001280
001290* REGISTRO DE PARAMETROS: PERIODO AAAA-MM, DIVISA DE REFERENCIA,
001300* MARGEN DE CAMBIO EN TANTO POR CIENTO (9V999) Y FRECUENCIA DE
001310* COMMIT EN NUMERO DE CONTRATOS
001320 01 WS-PARM-DATOS.
001330     05 WS-PARM-PERIODO     PIC X(7).
001340     05 WS-PARM-MONEDA-REF  PIC X(3).
001350     05 WS-PARM-MARGEN      PIC X(4).
001360     05 WS-PARM-MARGEN-N REDEFINES WS-PARM-MARGEN
001370                            PIC 9(1)V9(3).
001380     05 WS-PARM-FRECUENCIA  PIC X(4).
001390     05 WS-PARM-FRECUENCIA-N REDEFINES WS-PARM-FRECUENCIA
001400                            PIC 9(4).
001410     05 FILLER              PIC X(2).
001420
001430* DIVISA DE REFERENCIA DEL INFORME. POR DEFECTO EUR, COMO EN
001440* DIVI01, SALVO QUE FICHERO-PARM INDIQUE OTRA
001450 01 WS-MONEDA-REF        PIC X(3) VALUE 'EUR'.
001460
001470* MARGEN DE CAMBIO, EN TANTO POR CIENTO SOBRE EL CONTRAVALOR, QUE
001480* SE IMPUTA A CADA TRANSFERENCIA ENTRE DIVISAS DISTINTAS. LAS
001490* CONVERSIONES SE POSTEAN AL TIPO DE IBMUSER.TIPO_CAMBIO SIN
001500* GUARDAR EL DIFERENCIAL, ASI QUE EL MARGEN SE ESTIMA CON EL QUE
001510* TESORERIA APLICA A LOS TIPOS PUBLICADOS. POR DEFECTO 0,500%
001520 01 WS-MARGEN-CAMBIO     PIC 9(1)V9(3) VALUE 0.500.
001530
001540* FRECUENCIA DE COMMIT EN NUMERO DE CONTRATOS. POR DEFECTO 100,
001550* SALVO QUE FICHERO-PARM INDIQUE OTRO VALOR
001560 01 WS-FRECUENCIA-COMMIT PIC 9(4) VALUE 100.
001570 01 WS-COMMIT            PIC 9(4) VALUE 0.
001580
001590* PERIODO PROCESADO (AAAA-MM), SUS FECHAS DE INICIO Y FIN
001600* (AAAA-MM-DD) Y FECHA DE GENERACION
001610 01 WS-PERIODO               PIC X(7).
001620 01 WS-PERIODO-R REDEFINES WS-PERIODO.
001630     05 WS-PER-ANO           PIC X(4).
001640     05 WS-PER-GUION         PIC X(1).
001650     05 WS-PER-MES           PIC X(2).
001660 01 WS-FECHA-INICIO          PIC X(10).
001670 01 WS-FECHA-FIN             PIC X(10).
001680 01 WS-FECHA-GENERACION      PIC X(10).
001690
001700* INDICADORES DE FIN DE LOS CURSORES
001710 01 WS-FIN-CONTRATOS     PIC X VALUE 'N'.
001720     88 WS-FIN-CONTRATOS-SI VALUE 'S'.
001730     88 WS-FIN-CONTRATOS-NO VALUE 'N'.
001740 01 WS-FIN-CURSOR        PIC X VALUE 'N'.
001750     88 WS-FIN-CURSOR-SI VALUE 'S'.
001760     88 WS-FIN-CURSOR-NO VALUE 'N'.
001770 01 WS-FIN-DETALLE       PIC X VALUE 'N'.
001780     88 WS-FIN-DETALLE-SI VALUE 'S'.
001790     88 WS-FIN-DETALLE-NO VALUE 'N'.
001800
001810* NUMERO DE TIPOS DE CAMBIO CARGADOS EN LA TABLA EN MEMORIA
001820 01 WS-CAMBIO-MAX          PIC 9(4) VALUE 0.
001830
001840* TABLA EN MEMORIA CON LOS TIPOS DE CAMBIO DE CIERRE DEL MES (LOS
001850* VIGENTES EL ULTIMO DIA DEL PERIODO), CARGADA AL INICIO DESDE
001860* IBMUSER.TIPO_CAMBIO
001870 01 WS-TABLA-CAMBIO.
001880     05 WS-CAMBIO-OCU OCCURS 1 TO 100 TIMES
001890                      DEPENDING ON WS-CAMBIO-MAX
001900                      INDEXED BY WS-IDX-CAMBIO.
001910        10 WS-CAMBIO-ORIGEN    PIC X(3).
001920        10 WS-CAMBIO-DESTINO   PIC X(3).
001930        10 WS-CAMBIO-TIPO      PIC 9(4)V9(6).
001940
001950* CAMPOS DE ENTRADA/SALIDA DE LA CONVERSION DE UN IMPORTE A LA
001960* DIVISA DE REFERENCIA CON LOS TIPOS DE CIERRE. SI NO HAY TIPO
001970* DEFINIDO, EL PARRAFO DEVUELVE EL INDICADOR DE CONVERSION
001980* FALLIDA Y EL LLAMANTE DECIDE
001990 01 WS-CONV-MONEDA-ORIGEN    PIC X(3).
002000 01 WS-CONV-MONEDA-DESTINO   PIC X(3).
002010 01 WS-CONV-IMPORTE-ENTRADA  PIC S9(13)V9(2) COMP-3.
002020 01 WS-CONV-IMPORTE-SALIDA   PIC S9(13)V9(2) COMP-3.
002030 01 WS-CONV-TIPO-CAMBIO      PIC 9(4)V9(6).
002040 01 WS-CONV-FALLIDA          PIC X VALUE 'N'.
002050     88 WS-CONV-FALLIDA-SI   VALUE 'S'.
002060     88 WS-CONV-FALLIDA-NO   VALUE 'N'.
002070
002080* CONTRATO EN CURSO LEIDO DEL CURSOR DE CONTRATOS: DIVISA,
002090* PRODUCTO Y NUMERO DE TITULARES
002100 01 WS-CTO-CLAVE             PIC S9(9) COMP.
002110 01 WS-CTO-MONEDA            PIC X(3).
002120 01 WS-CTO-PRODUCTO          PIC X(1).
002130 01 WS-CTO-TITULARES         PIC S9(4) COMP.
002140
002150* ACUMULADORES DEL CONTRATO EN CURSO, YA EN LA DIVISA DE
002160* REFERENCIA
002170 01 WS-CTO-COMISIONES        PIC S9(13)V9(2) COMP-3.
002180 01 WS-CTO-INT-DEUDOR        PIC S9(13)V9(2) COMP-3.
002190 01 WS-CTO-INT-ACREEDOR      PIC S9(13)V9(2) COMP-3.
002200 01 WS-CTO-VOLUMEN-CRUZADO   PIC S9(13)V9(2) COMP-3.
002210 01 WS-CTO-MARGEN            PIC S9(13)V9(2) COMP-3.
002220 01 WS-CTO-SALDO-MEDIO       PIC S9(13)V9(2) COMP-3.
002230 01 WS-CTO-CONTRIBUCION      PIC S9(13)V9(2) COMP-3.
002240 01 WS-CTO-SIN-CAMBIO        PIC X(1).
002250 01 WS-CTO-ACTIVIDAD         PIC X VALUE 'N'.
002260     88 WS-CTO-ACTIVIDAD-SI  VALUE 'S'.
002270     88 WS-CTO-ACTIVIDAD-NO  VALUE 'N'.
002280
002290* CAMPOS LEIDOS DE LOS CURSORES DE MOVIMIENTOS AGREGADOS POR
002300* DIVISA (COMISIONES Y TRANSFERENCIAS ENTRE DIVISAS)
002310 01 WS-AGR-MONEDA            PIC X(3).
002320 01 WS-AGR-NUM               PIC S9(9) COMP.
002330 01 WS-AGR-IMPORTE           PIC S9(13)V9(2) COMP-3.
002340
002350* INTERESES DEVENGADOS EN EL PERIODO POR LADO, EN LA DIVISA DEL
002360* CONTRATO, Y DIAS CON DEVENGO
002370 01 WS-DEV-DEUDOR            PIC S9(13)V9(6) COMP-3.
002380 01 WS-DEV-ACREEDOR          PIC S9(13)V9(6) COMP-3.
002390 01 WS-DEV-DIAS              PIC S9(9) COMP.
002400
002410* SALDO MEDIO DEL PERIODO EN LA DIVISA DEL CONTRATO Y DIAS CON
002420* SALDO REGISTRADO
002430 01 WS-SAL-MEDIO             PIC S9(13)V9(2) COMP-3.
002440 01 WS-SAL-DIAS              PIC S9(9) COMP.
002450
002460* CAMPOS LEIDOS DEL CURSOR DE CLASIFICACION: CLIENTE Y SU PARTE
002470* DE LOS IMPORTES DE SUS CONTRATOS
002480 01 WS-RNK-CLIENTE           PIC S9(9) COMP.
002490 01 WS-RNK-NOMBRE            PIC X(50).
002500 01 WS-RNK-DOCUMENTO         PIC X(15).
002510 01 WS-RNK-COMISIONES        PIC S9(13)V9(2) COMP-3.
002520 01 WS-RNK-INT-DEUDOR        PIC S9(13)V9(2) COMP-3.
002530 01 WS-RNK-INT-ACREEDOR      PIC S9(13)V9(2) COMP-3.
002540 01 WS-RNK-MARGEN            PIC S9(13)V9(2) COMP-3.
002550 01 WS-RNK-SALDO-MEDIO       PIC S9(13)V9(2) COMP-3.
002560 01 WS-RNK-CONTRIBUCION      PIC S9(13)V9(2) COMP-3.
002570 01 WS-RNK-POSICION          PIC 9(7) VALUE 0.
002580
002590* CAMPOS LEIDOS DEL CURSOR DE DETALLE: UN CONTRATO DEL CLIENTE
002600* CON LA PARTE DE SUS IMPORTES QUE LE CORRESPONDE
002610 01 WS-DET-CONTRATO          PIC S9(9) COMP.
002620 01 WS-DET-PRODUCTO          PIC X(1).
002630 01 WS-DET-MONEDA            PIC X(3).
002640 01 WS-DET-TITULARES         PIC S9(4) COMP.
002650 01 WS-DET-COMISIONES        PIC S9(13)V9(2) COMP-3.
002660 01 WS-DET-INT-DEUDOR        PIC S9(13)V9(2) COMP-3.
002670 01 WS-DET-INT-ACREEDOR      PIC S9(13)V9(2) COMP-3.
002680 01 WS-DET-MARGEN            PIC S9(13)V9(2) COMP-3.
002690 01 WS-DET-SALDO-MEDIO       PIC S9(13)V9(2) COMP-3.
002700 01 WS-DET-CONTRIBUCION      PIC S9(13)V9(2) COMP-3.
002710 01 WS-DET-SIN-CAMBIO        PIC X(1).
002720
002730* CAMPOS LEIDOS DEL CURSOR DE TOTALES POR PRODUCTO
002740 01 WS-PRD-PRODUCTO          PIC X(1).
002750 01 WS-PRD-NUM               PIC S9(9) COMP.
002760 01 WS-PRD-COMISIONES        PIC S9(13)V9(2) COMP-3.
002770 01 WS-PRD-INT-DEUDOR        PIC S9(13)V9(2) COMP-3.
002780 01 WS-PRD-INT-ACREEDOR      PIC S9(13)V9(2) COMP-3.
002790 01 WS-PRD-MARGEN            PIC S9(13)V9(2) COMP-3.
002800 01 WS-PRD-SALDO-MEDIO       PIC S9(13)V9(2) COMP-3.
002810 01 WS-PRD-CONTRIBUCION      PIC S9(13)V9(2) COMP-3.
002820
002830* INTERESES NETOS (DEUDORES MENOS ACREEDORES) DE UNA LINEA
002840 01 WS-INTERESES-NETOS       PIC S9(13)V9(2) COMP-3.
002850
002860* DESCRIPCION DEL PRODUCTO PARA LAS LINEAS DE TOTALES
002870 01 WS-DESC-PRODUCTO         PIC X(22).
002880
002890* LINEA DE CLIENTE DE LA CLASIFICACION: POSICION, CLIENTE,
002900* NOMBRE Y SU PARTE DE COMISIONES, INTERESES NETOS, MARGEN DE
002910* CAMBIO Y CONTRIBUCION NETA
002920 01 WS-LINEA-CLIENTE.
002930     05 WS-LC-POSICION     PIC Z(4)9.
002940     05 FILLER             PIC X(1).
002950     05 WS-LC-CLIENTE      PIC Z(8)9.
002960     05 FILLER             PIC X(1).
002970     05 WS-LC-NOMBRE       PIC X(16).
002980     05 WS-LC-COMISIONES   PIC -(8)9.99.
002990     05 WS-LC-INTERESES    PIC -(8)9.99.
003000     05 WS-LC-MARGEN       PIC -(8)9.99.
003010     05 WS-LC-CONTRIBUCION PIC -(8)9.99.
003020
003030* LINEA DE CONTRATO DE LA CLASIFICACION, BAJO SU CLIENTE: CON SU
003040* PRODUCTO, DIVISA, SALDO MEDIO Y MARCA ('*' IMPORTES SIN TIPO
003050* DE CIERRE, 'C' CONTRATO COMPARTIDO)
003060 01 WS-LINEA-CONTRATO.
003070     05 FILLER             PIC X(3).
003080     05 WS-LD-CONTRATO     PIC Z(8)9.
003090     05 FILLER             PIC X(1).
003100     05 WS-LD-PRODUCTO     PIC X(1).
003110     05 FILLER             PIC X(1).
003120     05 WS-LD-MONEDA       PIC X(3).
003130     05 WS-LD-SALDO-MEDIO  PIC -(9)9.99.
003140     05 WS-LD-MARCA        PIC X(1).
003150     05 WS-LD-COMISIONES   PIC -(8)9.99.
003160     05 WS-LD-INTERESES    PIC -(8)9.99.
003170     05 WS-LD-MARGEN       PIC -(8)9.99.
003180     05 WS-LD-CONTRIBUCION PIC -(8)9.99.
003190
003200* LINEA DE TOTALES POR PRODUCTO Y TOTAL GENERAL
003210 01 WS-LINEA-PRODUCTO.
003220     05 WS-LP-DESCRIPCION  PIC X(22).
003230     05 WS-LP-NUM          PIC Z(8)9.
003240     05 FILLER             PIC X(1).
003250     05 WS-LP-COMISIONES   PIC -(8)9.99.
003260     05 WS-LP-INTERESES    PIC -(8)9.99.
003270     05 WS-LP-MARGEN       PIC -(8)9.99.
003280     05 WS-LP-CONTRIBUCION PIC -(8)9.99.
003290
003300* CABECERAS DE COLUMNAS DE LA CLASIFICACION
003310 01 WS-CABECERA-CLIENTE.
003320     05 FILLER PIC X(32) VALUE ' POS.   CLIENTE NOMBRE'.
003330     05 FILLER PIC X(12) VALUE '  COMISIONES'.
003340     05 FILLER PIC X(12) VALUE '   INTERESES'.
003350     05 FILLER PIC X(12) VALUE '  MARGEN DIV'.
003360     05 FILLER PIC X(12) VALUE 'CONTRIBUCION'.
003370 01 WS-CABECERA-CONTRATO.
003380     05 FILLER PIC X(32) VALUE
003390        '    CONTRATO P DIV  SALDO MEDIO'.
003400     05 FILLER PIC X(48) VALUE SPACES.
003410 01 WS-CABECERA-PRODUCTO.
003420     05 FILLER PIC X(32) VALUE
003430        'PRODUCTO               CONTRATOS'.
003440     05 FILLER PIC X(12) VALUE '  COMISIONES'.
003450     05 FILLER PIC X(12) VALUE '   INTERESES'.
003460     05 FILLER PIC X(12) VALUE '  MARGEN DIV'.
003470     05 FILLER PIC X(12) VALUE 'CONTRIBUCION'.
003480
003490* CONTADORES Y TOTALES DEL INFORME DE CONTROL DE LA EJECUCION,
003500* EN LA DIVISA DE REFERENCIA
003510 01 WS-CONTADORES-INFORME.
003520     05 WS-CNT-CONTRATOS     PIC 9(9) VALUE 0.
003530     05 WS-CNT-CON-ACTIVIDAD PIC 9(9) VALUE 0.
003540     05 WS-CNT-SIN-ACTIVIDAD PIC 9(9) VALUE 0.
003550     05 WS-CNT-SIN-CAMBIO    PIC 9(9) VALUE 0.
003560     05 WS-CNT-CLIENTES      PIC 9(9) VALUE 0.
003570     05 WS-CNT-EXTRACTO      PIC 9(9) VALUE 0.
003580     05 WS-TOT-COMISIONES    PIC S9(13)V9(2) VALUE 0.
003590     05 WS-TOT-INT-DEUDOR    PIC S9(13)V9(2) VALUE 0.
003600     05 WS-TOT-INT-ACREEDOR  PIC S9(13)V9(2) VALUE 0.
003610     05 WS-TOT-MARGEN        PIC S9(13)V9(2) VALUE 0.
003620     05 WS-TOT-SALDO-MEDIO   PIC S9(13)V9(2) VALUE 0.
003630     05 WS-TOT-CONTRIBUCION  PIC S9(13)V9(2) VALUE 0.
003640     05 WS-TOT-EXTRACTO      PIC S9(13)V9(2) VALUE 0.
003650
003660* LINEA DE DETALLE DEL INFORME DE CONTROL
003670 01 WS-LINEA-INFORME.
003680     05 WS-LIN-ETIQUETA     PIC X(40).
003690     05 WS-LIN-VALOR        PIC Z(11)9.99-.
003700     05 FILLER              PIC X(24).
003710
003720* FECHA DEL SISTEMA, PARA LA FECHA DE GENERACION
003730 01 WS-FECHA-SISTEMA         PIC X(21).
003740 01 WS-FECHA-SISTEMA-R REDEFINES WS-FECHA-SISTEMA.
003750     05 WS-FS-ANO           PIC 9(4).
003760     05 WS-FS-MES           PIC 9(2).
003770     05 WS-FS-DIA           PIC 9(2).
003780     05 FILLER              PIC X(13).
003790
003800* SQLCA Y DCLGEN DE LAS TABLAS
003810     EXEC SQL INCLUDE SQLCA END-EXEC.
003820     EXEC SQL INCLUDE CONTRATO END-EXEC.
003830     EXEC SQL INCLUDE TIPOCAMB END-EXEC.
003840     EXEC SQL INCLUDE RENTCONT END-EXEC.
003850
003860* CURSOR CON EL TIPO DE CAMBIO DE CADA PAR DE DIVISAS VIGENTE EL
003870* ULTIMO DIA DEL PERIODO: SON LOS TIPOS DE CIERRE DEL MES
003880     EXEC SQL
003890        DECLARE CUR-CAMBIOS CURSOR FOR
003900        SELECT A.MONEDA_ORIGEN, A.MONEDA_DESTINO, A.TIPO
003910          FROM IBMUSER.TIPO_CAMBIO A
003920         WHERE A.FECHA_DESDE =
003930               (SELECT MAX(B.FECHA_DESDE)
003940                  FROM IBMUSER.TIPO_CAMBIO B
003950                 WHERE B.MONEDA_ORIGEN = A.MONEDA_ORIGEN
003960                   AND B.MONEDA_DESTINO = A.MONEDA_DESTINO
003970                   AND B.FECHA_DESDE <= DATE(:WS-FECHA-FIN))
003980     END-EXEC.
003990
004000* CURSOR CON LOS CONTRATOS VINCULADOS A ALGUN CLIENTE, CON SU
004010* DIVISA, SU NUMERO DE TITULARES Y SU PRODUCTO. NO HAY CATALOGO
004020* DE PRODUCTOS, ASI QUE SE DEDUCE DE LAS CONDICIONES DEL
004030* CONTRATO: 'P' CUENTA DE CARGO DE UN PRESTAMO VIVO EN EL
004040* PERIODO, 'D' CUENTA CON LIMITE DE DESCUBIERTO, 'M' CUENTA CON
004050* FACTURACION MENSUAL DE COMISIONES Y 'O' CUENTA ORDINARIA. SE
004060* DECLARA WITH HOLD PARA QUE LOS COMMIT INTERMEDIOS NO LO CIERREN
004070     EXEC SQL
004080        DECLARE CUR-CONTRATOS CURSOR WITH HOLD FOR
004090        SELECT C.CLAVE_CONTRATO, C.MONEDA,
004100               (SELECT COUNT(*)
004110                  FROM IBMUSER.CLIENTE_CONTRATO L
004120                 WHERE L.CLAVE_CONTRATO = C.CLAVE_CONTRATO),
004130               CASE
004140                  WHEN EXISTS
004150                       (SELECT 1
004160                          FROM IBMUSER.PRESTAMO P
004170                         WHERE P.CONT_CARGO = C.CLAVE_CONTRATO
004180                           AND P.FECHA_DISPOSICION <=
004190                               DATE(:WS-FECHA-FIN)
004200                           AND (P.FECHA_CANCELACION IS NULL
004210                            OR  P.FECHA_CANCELACION >=
004220                                DATE(:WS-FECHA-INICIO)))
004230                  THEN 'P'
004240                  WHEN C.LIMITE_DESCUBIERTO > 0 THEN 'D'
004250                  WHEN C.MODO_COMISION = 'M'    THEN 'M'
004260                  ELSE 'O'
004270               END
004280          FROM IBMUSER.CONTRATO C
004290         WHERE EXISTS
004300               (SELECT 1
004310                  FROM IBMUSER.CLIENTE_CONTRATO L
004320                 WHERE L.CLAVE_CONTRATO = C.CLAVE_CONTRATO)
004330         ORDER BY C.CLAVE_CONTRATO
004340     END-EXEC.
004350
004360* CURSOR CON LAS COMISIONES CARGADAS AL CONTRATO EN EL PERIODO,
004370* AGREGADAS POR DIVISA: MOVIMIENTOS 'C' SIN CONTRATO DESTINO (EL
004380* LADO DEL BANCO), TANTO LOS CARGOS EN EL ACTO DE BANCO01, TRAN01
004390* Y MORO01 COMO LOS CONSOLIDADOS DE FACT01, EN LA TABLA OPERATIVA
004400* Y EN EL HISTORICO POR SI EL ARCHIVADO YA LOS HA MOVIDO
004410     EXEC SQL
004420        DECLARE CUR-COMISIONES CURSOR FOR
004430        SELECT M.MONEDA, COUNT(*), SUM(M.IMPORTE)
004440          FROM (SELECT X.MONEDA, X.IMPORTE
004450                  FROM IBMUSER.MOVIMIENTO X
004460                 WHERE X.ORIGEN = :WS-CTO-CLAVE
004470                   AND X.DESTINO IS NULL
004480                   AND X.TIPO_OPERACION = 'C'
004490                   AND CAST(X.FECHA_MOVIMIENTO AS DATE) BETWEEN
004500                       DATE(:WS-FECHA-INICIO)
004510                   AND DATE(:WS-FECHA-FIN)
004520                UNION ALL
004530                SELECT H.MONEDA, H.IMPORTE
004540                  FROM IBMUSER.MOVIMIENTO_HIST H
004550                 WHERE H.ORIGEN = :WS-CTO-CLAVE
004560                   AND H.DESTINO IS NULL
004570                   AND H.TIPO_OPERACION = 'C'
004580                   AND CAST(H.FECHA_MOVIMIENTO AS DATE) BETWEEN
004590                       DATE(:WS-FECHA-INICIO)
004600                   AND DATE(:WS-FECHA-FIN))
004610               AS M
004620         GROUP BY M.MONEDA
004630     END-EXEC.
004640
004650* CURSOR CON LAS TRANSFERENCIAS ORDENADAS POR EL CONTRATO EN EL
004660* PERIODO QUE HAN NECESITADO CONVERSION (LA DIVISA DEL MOVIMIENTO
004670* NO ES LA DE ALGUNO DE LOS DOS CONTRATOS), AGREGADAS POR DIVISA.
004680* LAS ANULACIONES ('V') NO GENERAN MARGEN
004690     EXEC SQL
004700        DECLARE CUR-CRUZADOS CURSOR FOR
004710        SELECT M.MONEDA, COUNT(*), SUM(M.IMPORTE)
004720          FROM (SELECT X.ORIGEN, X.DESTINO, X.MONEDA, X.IMPORTE
004730                  FROM IBMUSER.MOVIMIENTO X
004740                 WHERE X.ORIGEN = :WS-CTO-CLAVE
004750                   AND X.DESTINO IS NOT NULL
004760                   AND X.TIPO_OPERACION <> 'V'
004770                   AND CAST(X.FECHA_MOVIMIENTO AS DATE) BETWEEN
004780                       DATE(:WS-FECHA-INICIO)
004790                   AND DATE(:WS-FECHA-FIN)
004800                UNION ALL
004810                SELECT H.ORIGEN, H.DESTINO, H.MONEDA, H.IMPORTE
004820                  FROM IBMUSER.MOVIMIENTO_HIST H
004830                 WHERE H.ORIGEN = :WS-CTO-CLAVE
004840                   AND H.DESTINO IS NOT NULL
004850                   AND H.TIPO_OPERACION <> 'V'
004860                   AND CAST(H.FECHA_MOVIMIENTO AS DATE) BETWEEN
004870                       DATE(:WS-FECHA-INICIO)
004880                   AND DATE(:WS-FECHA-FIN))
004890               AS M,
004900               IBMUSER.CONTRATO O,
004910               IBMUSER.CONTRATO D
004920         WHERE O.CLAVE_CONTRATO = M.ORIGEN
004930           AND D.CLAVE_CONTRATO = M.DESTINO
004940           AND (M.MONEDA <> O.MONEDA
004950            OR  M.MONEDA <> D.MONEDA)
004960         GROUP BY M.MONEDA
004970     END-EXEC.
004980
004990* CURSOR DE CLASIFICACION: CADA CLIENTE CON LA SUMA DE SU PARTE
005000* DE LOS CONTRATOS DEL PERIODO (A PARTES IGUALES ENTRE LOS
005010* TITULARES), ORDENADO POR CONTRIBUCION NETA DESCENDENTE
005020     EXEC SQL
005030        DECLARE CUR-RANKING CURSOR FOR
005040        SELECT L.CLAVE_CLIENTE, K.NOMBRE, K.DOCUMENTO,
005050               SUM(ROUND(R.COMISIONES / R.TITULARES, 2)),
005060               SUM(ROUND(R.INTERES_DEUDOR / R.TITULARES, 2)),
005070               SUM(ROUND(R.INTERES_ACREEDOR / R.TITULARES, 2)),
005080               SUM(ROUND(R.MARGEN_CAMBIO / R.TITULARES, 2)),
005090               SUM(ROUND(R.SALDO_MEDIO / R.TITULARES, 2)),
005100               SUM(ROUND(R.CONTRIBUCION / R.TITULARES, 2))
005110          FROM IBMUSER.RENTABILIDAD_CONTRATO R,
005120               IBMUSER.CLIENTE_CONTRATO L,
005130               IBMUSER.CLIENTE K
005140         WHERE R.PERIODO = :WS-PERIODO
005150           AND L.CLAVE_CONTRATO = R.CLAVE_CONTRATO
005160           AND K.CLAVE_CLIENTE = L.CLAVE_CLIENTE
005170         GROUP BY L.CLAVE_CLIENTE, K.NOMBRE, K.DOCUMENTO
005180         ORDER BY 9 DESC, 1
005190     END-EXEC.
005200
005210* CURSOR DE DETALLE: LOS CONTRATOS DEL CLIENTE EN CURSO CON LA
005220* PARTE DE SUS IMPORTES QUE LE CORRESPONDE, DE MAYOR A MENOR
005230* CONTRIBUCION
005240     EXEC SQL
005250        DECLARE CUR-DETALLE CURSOR FOR
005260        SELECT R.CLAVE_CONTRATO, R.PRODUCTO, R.MONEDA,
005270               R.TITULARES,
005280               ROUND(R.COMISIONES / R.TITULARES, 2),
005290               ROUND(R.INTERES_DEUDOR / R.TITULARES, 2),
005300               ROUND(R.INTERES_ACREEDOR / R.TITULARES, 2),
005310               ROUND(R.MARGEN_CAMBIO / R.TITULARES, 2),
005320               ROUND(R.SALDO_MEDIO / R.TITULARES, 2),
005330               ROUND(R.CONTRIBUCION / R.TITULARES, 2),
005340               R.SIN_CAMBIO
005350          FROM IBMUSER.RENTABILIDAD_CONTRATO R,
005360               IBMUSER.CLIENTE_CONTRATO L
005370         WHERE L.CLAVE_CLIENTE = :WS-RNK-CLIENTE
005380           AND R.PERIODO = :WS-PERIODO
005390           AND R.CLAVE_CONTRATO = L.CLAVE_CONTRATO
005400         ORDER BY 10 DESC, 1
005410     END-EXEC.
005420
005430* CURSOR DE TOTALES POR PRODUCTO: CADA CONTRATO CUENTA UNA SOLA
005440* VEZ, SEA CUAL SEA SU NUMERO DE TITULARES
005450     EXEC SQL
005460        DECLARE CUR-PRODUCTOS CURSOR FOR
005470        SELECT PRODUCTO, COUNT(*), SUM(COMISIONES),
005480               SUM(INTERES_DEUDOR), SUM(INTERES_ACREEDOR),
005490               SUM(MARGEN_CAMBIO), SUM(SALDO_MEDIO),
005500               SUM(CONTRIBUCION)
005510          FROM IBMUSER.RENTABILIDAD_CONTRATO
005520         WHERE PERIODO = :WS-PERIODO
005530         GROUP BY PRODUCTO
005540         ORDER BY PRODUCTO
005550     END-EXEC.
005560
005570 PROCEDURE DIVISION.
005580     PERFORM 1000-INICIO.
005590     PERFORM 2000-PROCESO UNTIL WS-FIN-CONTRATOS-SI.
005600     PERFORM 3000-CLASIFICACION.
005610     PERFORM 4000-FIN.
005620
005630* **********************************************************
005640* PARRAFO DE INICIO
005650* **********************************************************
005660 1000-INICIO.
005670
005680     DISPLAY 'INICIO RENT01'.
005690
005700     OPEN OUTPUT FICHERO-REN.
005710     OPEN OUTPUT FICHERO-EXT.
005720     OPEN OUTPUT FICHERO-INF.
005730
005740     MOVE FUNCTION CURRENT-DATE TO WS-FECHA-SISTEMA.
005750     STRING WS-FS-ANO           DELIMITED BY SIZE
005760            '-'                 DELIMITED BY SIZE
005770            WS-FS-MES           DELIMITED BY SIZE
005780            '-'                 DELIMITED BY SIZE
005790            WS-FS-DIA           DELIMITED BY SIZE
005800       INTO WS-FECHA-GENERACION
005810     END-STRING.
005820
005830* PERIODO POR DEFECTO: EL MES NATURAL ANTERIOR AL ACTUAL
005840     EXEC SQL
005850        SELECT CHAR(CURRENT DATE - (DAY(CURRENT DATE) - 1) DAYS
005860                    - 1 MONTH, ISO)
005870          INTO :WS-FECHA-INICIO
005880          FROM SYSIBM.SYSDUMMY1
005890     END-EXEC.
005900     PERFORM 1090-COMPRUEBA-SQLCODE.
005910
005920* LEE FICHERO-PARM (SI EXISTE) PARA OBTENER EL PERIODO, LA DIVISA
005930* DE REFERENCIA, EL MARGEN DE CAMBIO Y LA FRECUENCIA DE COMMIT
005940     OPEN INPUT FICHERO-PARM.
005950     READ FICHERO-PARM INTO WS-PARM-DATOS.
005960     IF FS-PARM EQUAL '00'
005970        IF WS-PARM-PERIODO NOT EQUAL SPACES
005980           MOVE WS-PARM-PERIODO TO WS-PERIODO
005990           PERFORM 1010-VALIDA-PERIODO
006000           STRING WS-PERIODO    DELIMITED BY SIZE
006010                  '-01'         DELIMITED BY SIZE
006020             INTO WS-FECHA-INICIO
006030           END-STRING
006040        END-IF
006050        IF WS-PARM-MONEDA-REF NOT EQUAL SPACES
006060           MOVE WS-PARM-MONEDA-REF TO WS-MONEDA-REF
006070        END-IF
006080        IF WS-PARM-MARGEN IS NUMERIC
006090           MOVE WS-PARM-MARGEN-N TO WS-MARGEN-CAMBIO
006100        END-IF
006110        IF WS-PARM-FRECUENCIA IS NUMERIC
006120           IF WS-PARM-FRECUENCIA-N GREATER THAN ZERO
006130              MOVE WS-PARM-FRECUENCIA-N TO WS-FRECUENCIA-COMMIT
006140           END-IF
006150        END-IF
006160     END-IF.
006170     CLOSE FICHERO-PARM.
006180
006190* ULTIMO DIA DEL PERIODO, CUYOS TIPOS DE CAMBIO SON LOS DE CIERRE
006200     EXEC SQL
006210        SELECT CHAR(DATE(:WS-FECHA-INICIO) + 1 MONTH - 1 DAY, ISO)
006220          INTO :WS-FECHA-FIN
006230          FROM SYSIBM.SYSDUMMY1
006240     END-EXEC.
006250     PERFORM 1090-COMPRUEBA-SQLCODE.
006260
006270     MOVE WS-FECHA-INICIO(1:7) TO WS-PERIODO.
006280
006290     DISPLAY 'PERIODO: ' WS-PERIODO ' REFERENCIA: ' WS-MONEDA-REF
006300             ' MARGEN DE CAMBIO: ' WS-MARGEN-CAMBIO.
006310
006320* CARGAMOS EN MEMORIA LOS TIPOS DE CIERRE DEL MES
006330     PERFORM 1070-CARGA-TIPOS-CAMBIO.
006340
006350* EL PERIODO SE PUEDE REPROCESAR: BORRAMOS LO CALCULADO EN UNA
006360* EJECUCION ANTERIOR DEL MISMO PERIODO ANTES DE EMPEZAR
006370     EXEC SQL
006380        DELETE FROM IBMUSER.RENTABILIDAD_CONTRATO
006390         WHERE PERIODO = :WS-PERIODO
006400     END-EXEC.
006410     IF SQLCODE NOT EQUAL 100
006420        PERFORM 1090-COMPRUEBA-SQLCODE
006430     END-IF.
006440     EXEC SQL COMMIT END-EXEC.
006450
006460* ABRIMOS EL CURSOR DE CONTRATOS Y LEEMOS EL PRIMERO
006470     EXEC SQL
006480        OPEN CUR-CONTRATOS
006490     END-EXEC.
006500     PERFORM 1090-COMPRUEBA-SQLCODE.
006510
006520     PERFORM 1080-LEE-CONTRATO.
006530
006540* ***************************************************************
006550* VALIDA EL PERIODO RECIBIDO EN FICHERO-PARM (AAAA-MM). UN
006560* PERIODO MAL FORMADO DETIENE LA EJECUCION
006570* ***************************************************************
006580 1010-VALIDA-PERIODO.
006590
006600     IF WS-PER-ANO IS NOT NUMERIC
006610        OR WS-PER-GUION NOT EQUAL '-'
006620        OR WS-PER-MES IS NOT NUMERIC
006630        OR WS-PER-MES LESS THAN '01'
006640        OR WS-PER-MES GREATER THAN '12'
006650        DISPLAY 'PERIODO NO VALIDO EN FICHERO-PARM: ' WS-PERIODO
006660        PERFORM 9999-ERROR
006670     END-IF.
006680
006690* ***************************************************************
006700* CARGA EN LA TABLA WS-CAMBIO-OCU EL TIPO DE CAMBIO DE CADA PAR
006710* DE DIVISAS VIGENTE EL ULTIMO DIA DEL PERIODO
006720* ***************************************************************
006730 1070-CARGA-TIPOS-CAMBIO.
006740
006750     MOVE 0 TO WS-CAMBIO-MAX.
006760
006770     EXEC SQL
006780        OPEN CUR-CAMBIOS
006790     END-EXEC.
006800     PERFORM 1090-COMPRUEBA-SQLCODE.
006810
006820     MOVE 'N' TO WS-FIN-CURSOR.
006830     PERFORM 1072-LEE-TIPO-CAMBIO.
006840     PERFORM 1075-ANADE-TIPO-CAMBIO UNTIL WS-FIN-CURSOR-SI.
006850
006860     EXEC SQL
006870        CLOSE CUR-CAMBIOS
006880     END-EXEC.
006890     PERFORM 1090-COMPRUEBA-SQLCODE.
006900
006910* ***************************************************************
006920* LEE EL SIGUIENTE TIPO DE CAMBIO DE CIERRE
006930* ***************************************************************
006940 1072-LEE-TIPO-CAMBIO.
006950
006960     EXEC SQL
006970        FETCH CUR-CAMBIOS
006980         INTO :DCLTIPO-CAMBIO.MONEDA-ORIGEN,
006990              :DCLTIPO-CAMBIO.MONEDA-DESTINO,
007000              :DCLTIPO-CAMBIO.TIPO
007010     END-EXEC.
007020
007030     IF SQLCODE EQUAL 100
007040        MOVE 'S' TO WS-FIN-CURSOR
007050     ELSE
007060        PERFORM 1090-COMPRUEBA-SQLCODE
007070     END-IF.
007080
007090* ***************************************************************
007100* GUARDA EN LA TABLA EN MEMORIA EL TIPO LEIDO Y LEE EL SIGUIENTE
007110* ***************************************************************
007120 1075-ANADE-TIPO-CAMBIO.
007130
007140     IF WS-CAMBIO-MAX NOT LESS THAN 100
007150        DISPLAY 'HAY MAS DE 100 TIPOS DE CAMBIO VIGENTES. '
007160                'NO CABEN EN WS-CAMBIO-OCU'
007170        PERFORM 9999-ERROR
007180     END-IF.
007190
007200     ADD 1 TO WS-CAMBIO-MAX.
007210     SET WS-IDX-CAMBIO TO WS-CAMBIO-MAX.
007220     MOVE MONEDA-ORIGEN OF DCLTIPO-CAMBIO  TO
007230          WS-CAMBIO-ORIGEN(WS-IDX-CAMBIO).
007240     MOVE MONEDA-DESTINO OF DCLTIPO-CAMBIO TO
007250          WS-CAMBIO-DESTINO(WS-IDX-CAMBIO).
007260     MOVE TIPO OF DCLTIPO-CAMBIO           TO
007270          WS-CAMBIO-TIPO(WS-IDX-CAMBIO).
007280
007290     PERFORM 1072-LEE-TIPO-CAMBIO.
007300
007310* ***************************************************************
007320* LEE EL SIGUIENTE CONTRATO A EVALUAR. UN SQLCODE 100 INDICA QUE
007330* NO QUEDAN CONTRATOS
007340* ***************************************************************
007350 1080-LEE-CONTRATO.
007360
007370     EXEC SQL
007380        FETCH CUR-CONTRATOS
007390         INTO :WS-CTO-CLAVE, :WS-CTO-MONEDA,
007400              :WS-CTO-TITULARES, :WS-CTO-PRODUCTO
007410     END-EXEC.
007420
007430     IF SQLCODE EQUAL 100
007440        MOVE 'S' TO WS-FIN-CONTRATOS
007450     ELSE
007460        PERFORM 1090-COMPRUEBA-SQLCODE
007470     END-IF.
007480
007490* ***************************************************************
007500* COMPRUEBA EL SQLCODE DE LA ULTIMA OPERACION DE BASE DE DATOS.
007510* CUALQUIER VALOR DISTINTO DE CERO ES UN ERROR
007520* ***************************************************************
007530 1090-COMPRUEBA-SQLCODE.
007540
007550     IF SQLCODE NOT EQUAL 0
007560        DISPLAY 'ERROR DE BASE DE DATOS EN RENT01. SQLCODE: '
007570                SQLCODE
007580        PERFORM 9999-ERROR
007590     END-IF.
007600
007610* ***************************************************************
007620* EVALUA UN CONTRATO: ACUMULA SUS COMISIONES, INTERESES, MARGEN
007630* DE CAMBIO Y SALDO MEDIO DEL PERIODO EN LA DIVISA DE REFERENCIA
007640* Y, SI HA TENIDO ACTIVIDAD, GUARDA SU RENTABILIDAD
007650* ***************************************************************
007660 2000-PROCESO.
007670
007680     ADD 1                     TO WS-CNT-CONTRATOS.
007690     ADD 1                     TO WS-COMMIT.
007700
007710     MOVE 0                    TO WS-CTO-COMISIONES.
007720     MOVE 0                    TO WS-CTO-INT-DEUDOR.
007730     MOVE 0                    TO WS-CTO-INT-ACREEDOR.
007740     MOVE 0                    TO WS-CTO-VOLUMEN-CRUZADO.
007750     MOVE 0                    TO WS-CTO-MARGEN.
007760     MOVE 0                    TO WS-CTO-SALDO-MEDIO.
007770     MOVE 'N'                  TO WS-CTO-SIN-CAMBIO.
007780     MOVE 'N'                  TO WS-CTO-ACTIVIDAD.
007790
007800     PERFORM 2100-ACUMULA-COMISIONES.
007810     PERFORM 2200-ACUMULA-INTERESES.
007820     PERFORM 2300-ACUMULA-CRUZADOS.
007830     PERFORM 2400-CALCULA-SALDO-MEDIO.
007840
007850* UN CONTRATO SIN MOVIMIENTOS, DEVENGOS NI SALDOS EN EL PERIODO
007860* (CANCELADO HACE TIEMPO, POR EJEMPLO) NO APORTA NADA Y NO SE
007870* GUARDA
007880     IF WS-CTO-ACTIVIDAD-SI
007890        PERFORM 2500-GRABA-RENTABILIDAD
007900     ELSE
007910        ADD 1                  TO WS-CNT-SIN-ACTIVIDAD
007920     END-IF.
007930
007940* CADA WS-FRECUENCIA-COMMIT CONTRATOS, CONFIRMAMOS LOS CAMBIOS
007950     IF WS-COMMIT EQUAL WS-FRECUENCIA-COMMIT
007960        EXEC SQL COMMIT END-EXEC
007970        MOVE 0                 TO WS-COMMIT
007980     END-IF.
007990
008000* SIGUIENTE CONTRATO
008010     PERFORM 1080-LEE-CONTRATO.
008020
008030* ***************************************************************
008040* ACUMULA LAS COMISIONES COBRADAS AL CONTRATO EN EL PERIODO,
008050* CONVIRTIENDO CADA DIVISA A LA DE REFERENCIA
008060* ***************************************************************
008070 2100-ACUMULA-COMISIONES.
008080
008090     EXEC SQL
008100        OPEN CUR-COMISIONES
008110     END-EXEC.
008120     PERFORM 1090-COMPRUEBA-SQLCODE.
008130
008140     MOVE 'N' TO WS-FIN-CURSOR.
008150     PERFORM 2110-LEE-COMISION.
008160     PERFORM 2120-SUMA-COMISION UNTIL WS-FIN-CURSOR-SI.
008170
008180     EXEC SQL
008190        CLOSE CUR-COMISIONES
008200     END-EXEC.
008210     PERFORM 1090-COMPRUEBA-SQLCODE.
008220
008230* ***************************************************************
008240* LEE EL SIGUIENTE AGREGADO DE COMISIONES DEL CONTRATO
008250* ***************************************************************
008260 2110-LEE-COMISION.
008270
008280     EXEC SQL
008290        FETCH CUR-COMISIONES
008300         INTO :WS-AGR-MONEDA, :WS-AGR-NUM, :WS-AGR-IMPORTE
008310     END-EXEC.
008320
008330     IF SQLCODE EQUAL 100
008340        MOVE 'S' TO WS-FIN-CURSOR
008350     ELSE
008360        PERFORM 1090-COMPRUEBA-SQLCODE
008370     END-IF.
008380
008390* ***************************************************************
008400* SUMA UN AGREGADO DE COMISIONES, YA EN LA DIVISA DE REFERENCIA
008410* ***************************************************************
008420 2120-SUMA-COMISION.
008430
008440     MOVE 'S'                  TO WS-CTO-ACTIVIDAD.
008450     MOVE WS-AGR-MONEDA        TO WS-CONV-MONEDA-ORIGEN.
008460     MOVE WS-AGR-IMPORTE       TO WS-CONV-IMPORTE-ENTRADA.
008470     PERFORM 2650-CONVIERTE-A-REFERENCIA.
008480     ADD WS-CONV-IMPORTE-SALIDA TO WS-CTO-COMISIONES.
008490
008500     PERFORM 2110-LEE-COMISION.
008510
008520* ***************************************************************
008530* ACUMULA LOS INTERESES DEVENGADOS POR EL CONTRATO EN EL PERIODO:
008540* LOS DEUDORES ('D') LOS PAGA EL CLIENTE Y SON INGRESO; LOS
008550* ACREEDORES ('A') LOS PAGA EL BANCO Y SON COSTE. EL DEVENGO VA
008560* EN LA DIVISA DEL CONTRATO
008570* ***************************************************************
008580 2200-ACUMULA-INTERESES.
008590
008600     EXEC SQL
008610        SELECT COUNT(*),
008620               COALESCE(SUM(CASE WHEN LADO = 'D'
008630                                 THEN IMPORTE_DEVENGADO
008640                                 ELSE 0 END), 0),
008650               COALESCE(SUM(CASE WHEN LADO = 'A'
008660                                 THEN IMPORTE_DEVENGADO
008670                                 ELSE 0 END), 0)
008680          INTO :WS-DEV-DIAS, :WS-DEV-DEUDOR, :WS-DEV-ACREEDOR
008690          FROM IBMUSER.DEVENGO_DIARIO
008700         WHERE CLAVE_CONTRATO = :WS-CTO-CLAVE
008710           AND FECHA BETWEEN DATE(:WS-FECHA-INICIO)
008720                         AND DATE(:WS-FECHA-FIN)
008730     END-EXEC.
008740     PERFORM 1090-COMPRUEBA-SQLCODE.
008750
008760     IF WS-DEV-DIAS GREATER THAN ZERO
008770        MOVE 'S'                TO WS-CTO-ACTIVIDAD
008780        MOVE WS-CTO-MONEDA      TO WS-CONV-MONEDA-ORIGEN
008790        COMPUTE WS-CONV-IMPORTE-ENTRADA ROUNDED = WS-DEV-DEUDOR
008800        PERFORM 2650-CONVIERTE-A-REFERENCIA
008810        MOVE WS-CONV-IMPORTE-SALIDA TO WS-CTO-INT-DEUDOR
008820        MOVE WS-CTO-MONEDA      TO WS-CONV-MONEDA-ORIGEN
008830        COMPUTE WS-CONV-IMPORTE-ENTRADA ROUNDED = WS-DEV-ACREEDOR
008840        PERFORM 2650-CONVIERTE-A-REFERENCIA
008850        MOVE WS-CONV-IMPORTE-SALIDA TO WS-CTO-INT-ACREEDOR
008860     END-IF.
008870
008880* ***************************************************************
008890* ACUMULA EL CONTRAVALOR DE LAS TRANSFERENCIAS ENTRE DIVISAS
008900* ORDENADAS POR EL CONTRATO Y CALCULA SOBRE EL EL MARGEN DE
008910* CAMBIO DEL PERIODO
008920* ***************************************************************
008930 2300-ACUMULA-CRUZADOS.
008940
008950     EXEC SQL
008960        OPEN CUR-CRUZADOS
008970     END-EXEC.
008980     PERFORM 1090-COMPRUEBA-SQLCODE.
008990
009000     MOVE 'N' TO WS-FIN-CURSOR.
009010     PERFORM 2310-LEE-CRUZADO.
009020     PERFORM 2320-SUMA-CRUZADO UNTIL WS-FIN-CURSOR-SI.
009030
009040     EXEC SQL
009050        CLOSE CUR-CRUZADOS
009060     END-EXEC.
009070     PERFORM 1090-COMPRUEBA-SQLCODE.
009080
009090     COMPUTE WS-CTO-MARGEN ROUNDED =
009100             WS-CTO-VOLUMEN-CRUZADO * WS-MARGEN-CAMBIO / 100.
009110
009120* ***************************************************************
009130* LEE EL SIGUIENTE AGREGADO DE TRANSFERENCIAS ENTRE DIVISAS
009140* ***************************************************************
009150 2310-LEE-CRUZADO.
009160
009170     EXEC SQL
009180        FETCH CUR-CRUZADOS
009190         INTO :WS-AGR-MONEDA, :WS-AGR-NUM, :WS-AGR-IMPORTE
009200     END-EXEC.
009210
009220     IF SQLCODE EQUAL 100
009230        MOVE 'S' TO WS-FIN-CURSOR
009240     ELSE
009250        PERFORM 1090-COMPRUEBA-SQLCODE
009260     END-IF.
009270
009280* ***************************************************************
009290* SUMA AL VOLUMEN CRUZADO DEL CONTRATO UN AGREGADO DE
009300* TRANSFERENCIAS, YA EN LA DIVISA DE REFERENCIA
009310* ***************************************************************
009320 2320-SUMA-CRUZADO.
009330
009340     MOVE 'S'                  TO WS-CTO-ACTIVIDAD.
009350     MOVE WS-AGR-MONEDA        TO WS-CONV-MONEDA-ORIGEN.
009360     MOVE WS-AGR-IMPORTE       TO WS-CONV-IMPORTE-ENTRADA.
009370     PERFORM 2650-CONVIERTE-A-REFERENCIA.
009380     ADD WS-CONV-IMPORTE-SALIDA TO WS-CTO-VOLUMEN-CRUZADO.
009390
009400     PERFORM 2310-LEE-CRUZADO.
009410
009420* ***************************************************************
009430* CALCULA EL SALDO MEDIO DEL CONTRATO EN EL PERIODO SOBRE LOS
009440* DIAS CON SALDO REGISTRADO EN IBMUSER.SALDO_DIARIO
009450* ***************************************************************
009460 2400-CALCULA-SALDO-MEDIO.
009470
009480     EXEC SQL
009490        SELECT COUNT(*), COALESCE(AVG(SALDO), 0)
009500          INTO :WS-SAL-DIAS, :WS-SAL-MEDIO
009510          FROM IBMUSER.SALDO_DIARIO
009520         WHERE CLAVE_CONTRATO = :WS-CTO-CLAVE
009530           AND FECHA BETWEEN DATE(:WS-FECHA-INICIO)
009540                         AND DATE(:WS-FECHA-FIN)
009550     END-EXEC.
009560     PERFORM 1090-COMPRUEBA-SQLCODE.
009570
009580     IF WS-SAL-DIAS GREATER THAN ZERO
009590        MOVE 'S'                TO WS-CTO-ACTIVIDAD
009600        MOVE WS-CTO-MONEDA      TO WS-CONV-MONEDA-ORIGEN
009610        MOVE WS-SAL-MEDIO       TO WS-CONV-IMPORTE-ENTRADA
009620        PERFORM 2650-CONVIERTE-A-REFERENCIA
009630        MOVE WS-CONV-IMPORTE-SALIDA TO WS-CTO-SALDO-MEDIO
009640     END-IF.
009650
009660* ***************************************************************
009670* CALCULA LA CONTRIBUCION NETA DEL CONTRATO (COMISIONES MAS
009680* INTERESES DEUDORES MENOS ACREEDORES MAS MARGEN DE CAMBIO), LA
009690* GUARDA EN IBMUSER.RENTABILIDAD_CONTRATO Y LA SUMA A LOS TOTALES
009700* ***************************************************************
009710 2500-GRABA-RENTABILIDAD.
009720
009730     COMPUTE WS-CTO-CONTRIBUCION =
009740             WS-CTO-COMISIONES + WS-CTO-INT-DEUDOR
009750           - WS-CTO-INT-ACREEDOR + WS-CTO-MARGEN.
009760
009770     IF WS-CTO-TITULARES LESS THAN 1
009780        MOVE 1 TO WS-CTO-TITULARES
009790     END-IF.
009800
009810     MOVE WS-PERIODO           TO PERIODO
009820                                  OF DCLRENTABILIDAD-CONTRATO.
009830     MOVE WS-CTO-CLAVE         TO CLAVE-CONTRATO
009840                                  OF DCLRENTABILIDAD-CONTRATO.
009850     MOVE WS-CTO-PRODUCTO      TO PRODUCTO
009860                                  OF DCLRENTABILIDAD-CONTRATO.
009870     MOVE WS-CTO-MONEDA        TO MONEDA
009880                                  OF DCLRENTABILIDAD-CONTRATO.
009890     MOVE WS-MONEDA-REF        TO MONEDA-REF
009900                                  OF DCLRENTABILIDAD-CONTRATO.
009910     MOVE WS-CTO-TITULARES     TO TITULARES
009920                                  OF DCLRENTABILIDAD-CONTRATO.
009930     MOVE WS-CTO-COMISIONES    TO COMISIONES
009940                                  OF DCLRENTABILIDAD-CONTRATO.
009950     MOVE WS-CTO-INT-DEUDOR    TO INTERES-DEUDOR
009960                                  OF DCLRENTABILIDAD-CONTRATO.
009970     MOVE WS-CTO-INT-ACREEDOR  TO INTERES-ACREEDOR
009980                                  OF DCLRENTABILIDAD-CONTRATO.
009990     MOVE WS-CTO-MARGEN        TO MARGEN-CAMBIO
010000                                  OF DCLRENTABILIDAD-CONTRATO.
010010     MOVE WS-CTO-SALDO-MEDIO   TO SALDO-MEDIO
010020                                  OF DCLRENTABILIDAD-CONTRATO.
010030     MOVE WS-CTO-CONTRIBUCION  TO CONTRIBUCION
010040                                  OF DCLRENTABILIDAD-CONTRATO.
010050     MOVE WS-CTO-SIN-CAMBIO    TO SIN-CAMBIO
010060                                  OF DCLRENTABILIDAD-CONTRATO.
010070
010080     EXEC SQL
010090        INSERT INTO IBMUSER.RENTABILIDAD_CONTRATO
010100              (PERIODO, CLAVE_CONTRATO, PRODUCTO, MONEDA,
010110               MONEDA_REF, TITULARES, COMISIONES, INTERES_DEUDOR,
010120               INTERES_ACREEDOR, MARGEN_CAMBIO, SALDO_MEDIO,
010130               CONTRIBUCION, SIN_CAMBIO, FECHA_PROCESO)
010140        VALUES (:DCLRENTABILIDAD-CONTRATO.PERIODO,
010150                :DCLRENTABILIDAD-CONTRATO.CLAVE-CONTRATO,
010160                :DCLRENTABILIDAD-CONTRATO.PRODUCTO,
010170                :DCLRENTABILIDAD-CONTRATO.MONEDA,
010180                :DCLRENTABILIDAD-CONTRATO.MONEDA-REF,
010190                :DCLRENTABILIDAD-CONTRATO.TITULARES,
010200                :DCLRENTABILIDAD-CONTRATO.COMISIONES,
010210                :DCLRENTABILIDAD-CONTRATO.INTERES-DEUDOR,
010220                :DCLRENTABILIDAD-CONTRATO.INTERES-ACREEDOR,
010230                :DCLRENTABILIDAD-CONTRATO.MARGEN-CAMBIO,
010240                :DCLRENTABILIDAD-CONTRATO.SALDO-MEDIO,
010250                :DCLRENTABILIDAD-CONTRATO.CONTRIBUCION,
010260                :DCLRENTABILIDAD-CONTRATO.SIN-CAMBIO,
010270                CURRENT DATE)
010280     END-EXEC.
010290     PERFORM 1090-COMPRUEBA-SQLCODE.
010300
010310     ADD 1                     TO WS-CNT-CON-ACTIVIDAD.
010320     ADD WS-CTO-COMISIONES     TO WS-TOT-COMISIONES.
010330     ADD WS-CTO-INT-DEUDOR     TO WS-TOT-INT-DEUDOR.
010340     ADD WS-CTO-INT-ACREEDOR   TO WS-TOT-INT-ACREEDOR.
010350     ADD WS-CTO-MARGEN         TO WS-TOT-MARGEN.
010360     ADD WS-CTO-SALDO-MEDIO    TO WS-TOT-SALDO-MEDIO.
010370     ADD WS-CTO-CONTRIBUCION   TO WS-TOT-CONTRIBUCION.
010380
010390* ***************************************************************
010400* CONVIERTE WS-CONV-IMPORTE-ENTRADA ENTRE LAS DOS DIVISAS
010410* INDICADAS CON LOS TIPOS DE CIERRE CARGADOS EN MEMORIA. SI NO
010420* HAY TIPO DEFINIDO, DEVUELVE EL INDICADOR DE CONVERSION FALLIDA
010430* ***************************************************************
010440 2600-CONVIERTE-IMPORTE.
010450
010460     MOVE 'N' TO WS-CONV-FALLIDA.
010470
010480     IF WS-CONV-MONEDA-ORIGEN EQUAL WS-CONV-MONEDA-DESTINO
010490        MOVE WS-CONV-IMPORTE-ENTRADA TO WS-CONV-IMPORTE-SALIDA
010500     ELSE
010510        MOVE 'S'                     TO WS-CONV-FALLIDA
010520        IF WS-CAMBIO-MAX GREATER THAN ZERO
010530           SET WS-IDX-CAMBIO TO 1
010540           SEARCH WS-CAMBIO-OCU
010550              AT END
010560                 CONTINUE
010570              WHEN WS-CAMBIO-ORIGEN(WS-IDX-CAMBIO) EQUAL
010580                   WS-CONV-MONEDA-ORIGEN
010590                   AND WS-CAMBIO-DESTINO(WS-IDX-CAMBIO) EQUAL
010600                   WS-CONV-MONEDA-DESTINO
010610                 MOVE WS-CAMBIO-TIPO(WS-IDX-CAMBIO) TO
010620                      WS-CONV-TIPO-CAMBIO
010630                 MOVE 'N'             TO WS-CONV-FALLIDA
010640           END-SEARCH
010650        END-IF
010660        IF WS-CONV-FALLIDA-NO
010670           COMPUTE WS-CONV-IMPORTE-SALIDA ROUNDED =
010680                   WS-CONV-IMPORTE-ENTRADA * WS-CONV-TIPO-CAMBIO
010690        END-IF
010700     END-IF.
010710
010720* ***************************************************************
010730* CONVIERTE A LA DIVISA DE REFERENCIA UN IMPORTE DEL CONTRATO EN
010740* CURSO. SI NO HAY TIPO DE CIERRE, EL IMPORTE SE EXCLUYE (CUENTA
010750* COMO CERO), SE MARCA EL CONTRATO Y SE CUENTA EN EL INFORME
010760* ***************************************************************
010770 2650-CONVIERTE-A-REFERENCIA.
010780
010790     MOVE WS-MONEDA-REF        TO WS-CONV-MONEDA-DESTINO.
010800     PERFORM 2600-CONVIERTE-IMPORTE.
010810
010820     IF WS-CONV-FALLIDA-SI
010830        MOVE 'S'               TO WS-CTO-SIN-CAMBIO
010840        MOVE 0                 TO WS-CONV-IMPORTE-SALIDA
010850        ADD 1                  TO WS-CNT-SIN-CAMBIO
010860     END-IF.
010870
010880* ***************************************************************
010890* DEVUELVE EN WS-DESC-PRODUCTO LA DESCRIPCION DEL PRODUCTO
010900* WS-PRD-PRODUCTO
010910* ***************************************************************
010920 2860-DESCRIBE-PRODUCTO.
010930
010940     EVALUATE WS-PRD-PRODUCTO
010950        WHEN 'P'
010960           MOVE 'P CARGO DE PRESTAMO'    TO WS-DESC-PRODUCTO
010970        WHEN 'D'
010980           MOVE 'D CON DESCUBIERTO'      TO WS-DESC-PRODUCTO
010990        WHEN 'M'
011000           MOVE 'M FACTURACION MENSUAL'  TO WS-DESC-PRODUCTO
011010        WHEN OTHER
011020           MOVE 'O CUENTA ORDINARIA'     TO WS-DESC-PRODUCTO
011030     END-EVALUATE.
011040
011050* ***************************************************************
011060* COMPRUEBA EL FILE STATUS DE LA ULTIMA ESCRITURA DEL FICHERO DE
011070* CLASIFICACION
011080* ***************************************************************
011090 2900-COMPRUEBA-FS-REN.
011100
011110     IF NOT FICHERO-REN-OK
011120        DISPLAY 'FILE STATUS INESPERADO EN FICHERO-REN: '
011130                FS-RENTAB
011140        PERFORM 9999-ERROR
011150     END-IF.
011160
011170* ***************************************************************
011180* COMPRUEBA EL FILE STATUS DE LA ULTIMA ESCRITURA DEL EXTRACTO
011190* ***************************************************************
011200 2910-COMPRUEBA-FS-EXT.
011210
011220     IF NOT FICHERO-EXT-OK
011230        DISPLAY 'FILE STATUS INESPERADO EN FICHERO-EXT: '
011240                FS-EXTRACTO
011250        PERFORM 9999-ERROR
011260     END-IF.
011270
011280* ***************************************************************
011290* ESCRIBE LA LINEA PREPARADA EN EL FICHERO DE CLASIFICACION
011300* ***************************************************************
011310 2990-ESCRIBE-LINEA-REN.
011320
011330     WRITE REG-RENTAB.
011340     PERFORM 2900-COMPRUEBA-FS-REN.
011350
011360* ***************************************************************
011370* EMITE LA CLASIFICACION DE CLIENTES POR CONTRIBUCION NETA CON EL
011380* DETALLE DE SUS CONTRATOS, LOS TOTALES POR PRODUCTO Y EL
011390* EXTRACTO COMERCIAL, A PARTIR DE LO GUARDADO PARA EL PERIODO
011400* ***************************************************************
011410 3000-CLASIFICACION.
011420
011430* CERRAMOS EL CURSOR DE CONTRATOS Y CONFIRMAMOS LA ULTIMA TANDA
011440     EXEC SQL
011450        CLOSE CUR-CONTRATOS
011460     END-EXEC.
011470     PERFORM 1090-COMPRUEBA-SQLCODE.
011480     EXEC SQL COMMIT END-EXEC.
011490
011500* CABECERA DEL EXTRACTO COMERCIAL
011510     MOVE 'C'                   TO WS-EC-TIPO-REG.
011520     MOVE WS-PERIODO            TO WS-EC-PERIODO.
011530     MOVE WS-MONEDA-REF         TO WS-EC-MONEDA-REF.
011540     MOVE WS-FECHA-GENERACION   TO WS-EC-FECHA-GEN.
011550     MOVE WS-MARGEN-CAMBIO      TO WS-EC-MARGEN.
011560     MOVE WS-EXT-CABECERA       TO REG-EXTRACTO.
011570     WRITE REG-EXTRACTO.
011580     PERFORM 2910-COMPRUEBA-FS-EXT.
011590
011600* TITULO Y CABECERAS DE LA CLASIFICACION
011610     MOVE ALL '='               TO REG-RENTAB.
011620     PERFORM 2990-ESCRIBE-LINEA-REN.
011630     MOVE SPACES                TO REG-RENTAB.
011640     STRING 'RENTABILIDAD DE CLIENTES. PERIODO '
011650                                DELIMITED BY SIZE
011660            WS-PERIODO          DELIMITED BY SIZE
011670            '. IMPORTES EN '    DELIMITED BY SIZE
011680            WS-MONEDA-REF       DELIMITED BY SIZE
011690       INTO REG-RENTAB
011700     END-STRING.
011710     PERFORM 2990-ESCRIBE-LINEA-REN.
011720     MOVE ALL '='               TO REG-RENTAB.
011730     PERFORM 2990-ESCRIBE-LINEA-REN.
011740     MOVE WS-CABECERA-CLIENTE   TO REG-RENTAB.
011750     PERFORM 2990-ESCRIBE-LINEA-REN.
011760     MOVE WS-CABECERA-CONTRATO  TO REG-RENTAB.
011770     PERFORM 2990-ESCRIBE-LINEA-REN.
011780     MOVE ALL '-'               TO REG-RENTAB.
011790     PERFORM 2990-ESCRIBE-LINEA-REN.
011800
011810     EXEC SQL
011820        OPEN CUR-RANKING
011830     END-EXEC.
011840     PERFORM 1090-COMPRUEBA-SQLCODE.
011850
011860     MOVE 'N' TO WS-FIN-CURSOR.
011870     PERFORM 3010-LEE-CLIENTE.
011880     PERFORM 3020-TRATA-CLIENTE UNTIL WS-FIN-CURSOR-SI.
011890
011900     EXEC SQL
011910        CLOSE CUR-RANKING
011920     END-EXEC.
011930     PERFORM 1090-COMPRUEBA-SQLCODE.
011940
011950     PERFORM 3100-TOTALES-PRODUCTO.
011960
011970* TRAILER DEL EXTRACTO CON LOS TOTALES DE CONTROL
011980     MOVE 'T'                   TO WS-ET-TIPO-REG.
011990     MOVE WS-CNT-EXTRACTO       TO WS-ET-TOTAL-REG.
012000     MOVE WS-TOT-EXTRACTO       TO WS-ET-TOTAL-CONTRIB.
012010     MOVE WS-EXT-TRAILER        TO REG-EXTRACTO.
012020     WRITE REG-EXTRACTO.
012030     PERFORM 2910-COMPRUEBA-FS-EXT.
012040
012050* ***************************************************************
012060* LEE EL SIGUIENTE CLIENTE DE LA CLASIFICACION
012070* ***************************************************************
012080 3010-LEE-CLIENTE.
012090
012100     EXEC SQL
012110        FETCH CUR-RANKING
012120         INTO :WS-RNK-CLIENTE, :WS-RNK-NOMBRE, :WS-RNK-DOCUMENTO,
012130              :WS-RNK-COMISIONES, :WS-RNK-INT-DEUDOR,
012140              :WS-RNK-INT-ACREEDOR, :WS-RNK-MARGEN,
012150              :WS-RNK-SALDO-MEDIO, :WS-RNK-CONTRIBUCION
012160     END-EXEC.
012170
012180     IF SQLCODE EQUAL 100
012190        MOVE 'S' TO WS-FIN-CURSOR
012200     ELSE
012210        PERFORM 1090-COMPRUEBA-SQLCODE
012220     END-IF.
012230
012240* ***************************************************************
012250* ESCRIBE LA LINEA DEL CLIENTE CON SU POSICION Y, DEBAJO, LA DE
012260* CADA UNO DE SUS CONTRATOS, QUE TAMBIEN VAN AL EXTRACTO
012270* ***************************************************************
012280 3020-TRATA-CLIENTE.
012290
012300     ADD 1                      TO WS-RNK-POSICION.
012310     ADD 1                      TO WS-CNT-CLIENTES.
012320
012330     COMPUTE WS-INTERESES-NETOS =
012340             WS-RNK-INT-DEUDOR - WS-RNK-INT-ACREEDOR.
012350
012360     MOVE SPACES                TO WS-LINEA-CLIENTE.
012370     MOVE WS-RNK-POSICION       TO WS-LC-POSICION.
012380     MOVE WS-RNK-CLIENTE        TO WS-LC-CLIENTE.
012390     MOVE WS-RNK-NOMBRE         TO WS-LC-NOMBRE.
012400     MOVE WS-RNK-COMISIONES     TO WS-LC-COMISIONES.
012410     MOVE WS-INTERESES-NETOS    TO WS-LC-INTERESES.
012420     MOVE WS-RNK-MARGEN         TO WS-LC-MARGEN.
012430     MOVE WS-RNK-CONTRIBUCION   TO WS-LC-CONTRIBUCION.
012440     MOVE WS-LINEA-CLIENTE      TO REG-RENTAB.
012450     PERFORM 2990-ESCRIBE-LINEA-REN.
012460
012470     EXEC SQL
012480        OPEN CUR-DETALLE
012490     END-EXEC.
012500     PERFORM 1090-COMPRUEBA-SQLCODE.
012510
012520     MOVE 'N' TO WS-FIN-DETALLE.
012530     PERFORM 3030-LEE-DETALLE.
012540     PERFORM 3040-TRATA-DETALLE UNTIL WS-FIN-DETALLE-SI.
012550
012560     EXEC SQL
012570        CLOSE CUR-DETALLE
012580     END-EXEC.
012590     PERFORM 1090-COMPRUEBA-SQLCODE.
012600
012610     PERFORM 3010-LEE-CLIENTE.
012620
012630* ***************************************************************
012640* LEE EL SIGUIENTE CONTRATO DEL CLIENTE EN CURSO
012650* ***************************************************************
012660 3030-LEE-DETALLE.
012670
012680     EXEC SQL
012690        FETCH CUR-DETALLE
012700         INTO :WS-DET-CONTRATO, :WS-DET-PRODUCTO, :WS-DET-MONEDA,
012710              :WS-DET-TITULARES, :WS-DET-COMISIONES,
012720              :WS-DET-INT-DEUDOR, :WS-DET-INT-ACREEDOR,
012730              :WS-DET-MARGEN, :WS-DET-SALDO-MEDIO,
012740              :WS-DET-CONTRIBUCION, :WS-DET-SIN-CAMBIO
012750     END-EXEC.
012760
012770     IF SQLCODE EQUAL 100
012780        MOVE 'S' TO WS-FIN-DETALLE
012790     ELSE
012800        PERFORM 1090-COMPRUEBA-SQLCODE
012810     END-IF.
012820
012830* ***************************************************************
012840* ESCRIBE LA LINEA DEL CONTRATO BAJO SU CLIENTE Y SU REGISTRO DE
012850* DETALLE EN EL EXTRACTO COMERCIAL
012860* ***************************************************************
012870 3040-TRATA-DETALLE.
012880
012890     COMPUTE WS-INTERESES-NETOS =
012900             WS-DET-INT-DEUDOR - WS-DET-INT-ACREEDOR.
012910
012920     MOVE SPACES                TO WS-LINEA-CONTRATO.
012930     MOVE WS-DET-CONTRATO       TO WS-LD-CONTRATO.
012940     MOVE WS-DET-PRODUCTO       TO WS-LD-PRODUCTO.
012950     MOVE WS-DET-MONEDA         TO WS-LD-MONEDA.
012960     MOVE WS-DET-SALDO-MEDIO    TO WS-LD-SALDO-MEDIO.
012970     IF WS-DET-TITULARES GREATER THAN 1
012980        MOVE 'C'                TO WS-LD-MARCA
012990     END-IF.
013000     IF WS-DET-SIN-CAMBIO EQUAL 'S'
013010        MOVE '*'                TO WS-LD-MARCA
013020     END-IF.
013030     MOVE WS-DET-COMISIONES     TO WS-LD-COMISIONES.
013040     MOVE WS-INTERESES-NETOS    TO WS-LD-INTERESES.
013050     MOVE WS-DET-MARGEN         TO WS-LD-MARGEN.
013060     MOVE WS-DET-CONTRIBUCION   TO WS-LD-CONTRIBUCION.
013070     MOVE WS-LINEA-CONTRATO     TO REG-RENTAB.
013080     PERFORM 2990-ESCRIBE-LINEA-REN.
013090
013100     MOVE 'D'                   TO WS-ED-TIPO-REG.
013110     MOVE WS-PERIODO            TO WS-ED-PERIODO.
013120     MOVE WS-MONEDA-REF         TO WS-ED-MONEDA-REF.
013130     MOVE WS-RNK-POSICION       TO WS-ED-POSICION.
013140     MOVE WS-RNK-CLIENTE        TO WS-ED-CLIENTE.
013150     MOVE WS-RNK-DOCUMENTO      TO WS-ED-DOCUMENTO.
013160     MOVE WS-RNK-NOMBRE         TO WS-ED-NOMBRE.
013170     MOVE WS-DET-CONTRATO       TO WS-ED-CONTRATO.
013180     MOVE WS-DET-PRODUCTO       TO WS-ED-PRODUCTO.
013190     MOVE WS-DET-MONEDA         TO WS-ED-MONEDA.
013200     MOVE WS-DET-TITULARES      TO WS-ED-TITULARES.
013210     MOVE WS-DET-COMISIONES     TO WS-ED-COMISIONES.
013220     MOVE WS-DET-INT-DEUDOR     TO WS-ED-INT-DEUDOR.
013230     MOVE WS-DET-INT-ACREEDOR   TO WS-ED-INT-ACREEDOR.
013240     MOVE WS-DET-MARGEN         TO WS-ED-MARGEN.
013250     MOVE WS-DET-CONTRIBUCION   TO WS-ED-CONTRIBUCION.
013260     MOVE WS-DET-SALDO-MEDIO    TO WS-ED-SALDO-MEDIO.
013270     MOVE WS-DET-SIN-CAMBIO     TO WS-ED-SIN-CAMBIO.
013280     MOVE WS-EXT-DETALLE        TO REG-EXTRACTO.
013290     WRITE REG-EXTRACTO.
013300     PERFORM 2910-COMPRUEBA-FS-EXT.
013310
013320     ADD 1                      TO WS-CNT-EXTRACTO.
013330     ADD WS-DET-CONTRIBUCION    TO WS-TOT-EXTRACTO.
013340
013350     PERFORM 3030-LEE-DETALLE.
013360
013370* ***************************************************************
013380* ESCRIBE LOS TOTALES POR PRODUCTO, EL TOTAL GENERAL Y LA
013390* LEYENDA DE LA CLASIFICACION
013400* ***************************************************************
013410 3100-TOTALES-PRODUCTO.
013420
013430     MOVE SPACES                TO REG-RENTAB.
013440     PERFORM 2990-ESCRIBE-LINEA-REN.
013450     MOVE 'TOTALES POR PRODUCTO (CADA CONTRATO UNA SOLA VEZ)'
013460                                TO REG-RENTAB.
013470     PERFORM 2990-ESCRIBE-LINEA-REN.
013480     MOVE WS-CABECERA-PRODUCTO  TO REG-RENTAB.
013490     PERFORM 2990-ESCRIBE-LINEA-REN.
013500     MOVE ALL '-'               TO REG-RENTAB.
013510     PERFORM 2990-ESCRIBE-LINEA-REN.
013520
013530     EXEC SQL
013540        OPEN CUR-PRODUCTOS
013550     END-EXEC.
013560     PERFORM 1090-COMPRUEBA-SQLCODE.
013570
013580     MOVE 'N' TO WS-FIN-CURSOR.
013590     PERFORM 3110-LEE-PRODUCTO.
013600     PERFORM 3120-ESCRIBE-PRODUCTO UNTIL WS-FIN-CURSOR-SI.
013610
013620     EXEC SQL
013630        CLOSE CUR-PRODUCTOS
013640     END-EXEC.
013650     PERFORM 1090-COMPRUEBA-SQLCODE.
013660
013670     MOVE ALL '-'               TO REG-RENTAB.
013680     PERFORM 2990-ESCRIBE-LINEA-REN.
013690     COMPUTE WS-INTERESES-NETOS =
013700             WS-TOT-INT-DEUDOR - WS-TOT-INT-ACREEDOR.
013710     MOVE SPACES                TO WS-LINEA-PRODUCTO.
013720     MOVE 'TOTAL'               TO WS-LP-DESCRIPCION.
013730     MOVE WS-CNT-CON-ACTIVIDAD  TO WS-LP-NUM.
013740     MOVE WS-TOT-COMISIONES     TO WS-LP-COMISIONES.
013750     MOVE WS-INTERESES-NETOS    TO WS-LP-INTERESES.
013760     MOVE WS-TOT-MARGEN         TO WS-LP-MARGEN.
013770     MOVE WS-TOT-CONTRIBUCION   TO WS-LP-CONTRIBUCION.
013780     MOVE WS-LINEA-PRODUCTO     TO REG-RENTAB.
013790     PERFORM 2990-ESCRIBE-LINEA-REN.
013800
013810     MOVE SPACES                TO REG-RENTAB.
013820     PERFORM 2990-ESCRIBE-LINEA-REN.
013830     MOVE 'INTERESES: DEVENGO DEUDOR MENOS ACREEDOR DEL PERIODO.'
013840                                TO REG-RENTAB.
013850     PERFORM 2990-ESCRIBE-LINEA-REN.
013860     MOVE 'CONTRIBUCION: COMISIONES MAS INTERESES MAS MARGEN DIV.'
013870                                TO REG-RENTAB.
013880     PERFORM 2990-ESCRIBE-LINEA-REN.
013890     MOVE 'MARCA C: CONTRATO COMPARTIDO, A PARTES IGUALES.'
013900                                TO REG-RENTAB.
013910     PERFORM 2990-ESCRIBE-LINEA-REN.
013920     MOVE 'MARCA *: IMPORTES SIN TIPO DE CIERRE, EXCLUIDOS.'
013930                                TO REG-RENTAB.
013940     PERFORM 2990-ESCRIBE-LINEA-REN.
013950
013960* ***************************************************************
013970* LEE EL SIGUIENTE TOTAL POR PRODUCTO
013980* ***************************************************************
013990 3110-LEE-PRODUCTO.
014000
014010     EXEC SQL
014020        FETCH CUR-PRODUCTOS
014030         INTO :WS-PRD-PRODUCTO, :WS-PRD-NUM,
014040              :WS-PRD-COMISIONES, :WS-PRD-INT-DEUDOR,
014050              :WS-PRD-INT-ACREEDOR, :WS-PRD-MARGEN,
014060              :WS-PRD-SALDO-MEDIO, :WS-PRD-CONTRIBUCION
014070     END-EXEC.
014080
014090     IF SQLCODE EQUAL 100
014100        MOVE 'S' TO WS-FIN-CURSOR
014110     ELSE
014120        PERFORM 1090-COMPRUEBA-SQLCODE
014130     END-IF.
014140
014150* ***************************************************************
014160* ESCRIBE LA LINEA DE TOTALES DE UN PRODUCTO
014170* ***************************************************************
014180 3120-ESCRIBE-PRODUCTO.
014190
014200     PERFORM 2860-DESCRIBE-PRODUCTO.
014210     COMPUTE WS-INTERESES-NETOS =
014220             WS-PRD-INT-DEUDOR - WS-PRD-INT-ACREEDOR.
014230
014240     MOVE SPACES                TO WS-LINEA-PRODUCTO.
014250     MOVE WS-DESC-PRODUCTO      TO WS-LP-DESCRIPCION.
014260     MOVE WS-PRD-NUM            TO WS-LP-NUM.
014270     MOVE WS-PRD-COMISIONES     TO WS-LP-COMISIONES.
014280     MOVE WS-INTERESES-NETOS    TO WS-LP-INTERESES.
014290     MOVE WS-PRD-MARGEN         TO WS-LP-MARGEN.
014300     MOVE WS-PRD-CONTRIBUCION   TO WS-LP-CONTRIBUCION.
014310     MOVE WS-LINEA-PRODUCTO     TO REG-RENTAB.
014320     PERFORM 2990-ESCRIBE-LINEA-REN.
014330
014340     PERFORM 3110-LEE-PRODUCTO.
014350
014360* ***************************************************************
014370* PARRAFO DE FIN DEL PROGRAMA. ESCRIBE EL INFORME DE CONTROL
014380* ***************************************************************
014390 4000-FIN.
014400
014410     DISPLAY 'FIN'.
014420
014430     PERFORM 4100-ESCRIBE-INFORME.
014440
014450     CLOSE FICHERO-REN.
014460     CLOSE FICHERO-EXT.
014470     CLOSE FICHERO-INF.
014480     STOP RUN.
014490
014500* ***************************************************************
014510* ESCRIBE EL INFORME DE CONTROL CON LOS TOTALES DE LA EJECUCION
014520* ***************************************************************
014530 4100-ESCRIBE-INFORME.
014540
014550     MOVE SPACES                    TO WS-LINEA-INFORME.
014560     MOVE 'RENT01 - INFORME DE CONTROL DE EJECUCION'
014570                                     TO WS-LIN-ETIQUETA.
014580     MOVE WS-LINEA-INFORME          TO REG-INFORME.
014590     WRITE REG-INFORME.
014600
014610     MOVE SPACES                    TO WS-LINEA-INFORME.
014620     STRING 'PERIODO '               DELIMITED BY SIZE
014630            WS-PERIODO               DELIMITED BY SIZE
014640            ', REFERENCIA '          DELIMITED BY SIZE
014650            WS-MONEDA-REF            DELIMITED BY SIZE
014660       INTO WS-LIN-ETIQUETA
014670     END-STRING.
014680     MOVE WS-LINEA-INFORME          TO REG-INFORME.
014690     WRITE REG-INFORME.
014700
014710     MOVE SPACES                    TO WS-LINEA-INFORME.
014720     MOVE 'CONTRATOS DE CLIENTES EXAMINADOS'
014730                                     TO WS-LIN-ETIQUETA.
014740     MOVE WS-CNT-CONTRATOS           TO WS-LIN-VALOR.
014750     MOVE WS-LINEA-INFORME          TO REG-INFORME.
014760     WRITE REG-INFORME.
014770
014780     MOVE SPACES                    TO WS-LINEA-INFORME.
014790     MOVE 'CONTRATOS CON ACTIVIDAD EN EL PERIODO'
014800                                     TO WS-LIN-ETIQUETA.
014810     MOVE WS-CNT-CON-ACTIVIDAD       TO WS-LIN-VALOR.
014820     MOVE WS-LINEA-INFORME          TO REG-INFORME.
014830     WRITE REG-INFORME.
014840
014850     MOVE SPACES                    TO WS-LINEA-INFORME.
014860     MOVE 'CONTRATOS SIN ACTIVIDAD (NO GUARDADOS)'
014870                                     TO WS-LIN-ETIQUETA.
014880     MOVE WS-CNT-SIN-ACTIVIDAD       TO WS-LIN-VALOR.
014890     MOVE WS-LINEA-INFORME          TO REG-INFORME.
014900     WRITE REG-INFORME.
014910
014920     MOVE SPACES                    TO WS-LINEA-INFORME.
014930     MOVE 'IMPORTES SIN TIPO DE CIERRE (EXCLUIDOS)'
014940                                     TO WS-LIN-ETIQUETA.
014950     MOVE WS-CNT-SIN-CAMBIO          TO WS-LIN-VALOR.
014960     MOVE WS-LINEA-INFORME          TO REG-INFORME.
014970     WRITE REG-INFORME.
014980
014990     MOVE SPACES                    TO WS-LINEA-INFORME.
015000     MOVE 'CLIENTES CLASIFICADOS'   TO WS-LIN-ETIQUETA.
015010     MOVE WS-CNT-CLIENTES            TO WS-LIN-VALOR.
015020     MOVE WS-LINEA-INFORME          TO REG-INFORME.
015030     WRITE REG-INFORME.
015040
015050     MOVE SPACES                    TO WS-LINEA-INFORME.
015060     MOVE 'REGISTROS DE DETALLE DEL EXTRACTO'
015070                                     TO WS-LIN-ETIQUETA.
015080     MOVE WS-CNT-EXTRACTO            TO WS-LIN-VALOR.
015090     MOVE WS-LINEA-INFORME          TO REG-INFORME.
015100     WRITE REG-INFORME.
015110
015120     MOVE SPACES                    TO WS-LINEA-INFORME.
015130     MOVE 'TOTAL COMISIONES'        TO WS-LIN-ETIQUETA.
015140     MOVE WS-TOT-COMISIONES          TO WS-LIN-VALOR.
015150     MOVE WS-LINEA-INFORME          TO REG-INFORME.
015160     WRITE REG-INFORME.
015170
015180     MOVE SPACES                    TO WS-LINEA-INFORME.
015190     MOVE 'TOTAL INTERESES DEUDORES'
015200                                     TO WS-LIN-ETIQUETA.
015210     MOVE WS-TOT-INT-DEUDOR          TO WS-LIN-VALOR.
015220     MOVE WS-LINEA-INFORME          TO REG-INFORME.
015230     WRITE REG-INFORME.
015240
015250     MOVE SPACES                    TO WS-LINEA-INFORME.
015260     MOVE 'TOTAL INTERESES ACREEDORES'
015270                                     TO WS-LIN-ETIQUETA.
015280     MOVE WS-TOT-INT-ACREEDOR        TO WS-LIN-VALOR.
015290     MOVE WS-LINEA-INFORME          TO REG-INFORME.
015300     WRITE REG-INFORME.
015310
015320     MOVE SPACES                    TO WS-LINEA-INFORME.
015330     MOVE 'TOTAL MARGEN DE CAMBIO'  TO WS-LIN-ETIQUETA.
015340     MOVE WS-TOT-MARGEN              TO WS-LIN-VALOR.
015350     MOVE WS-LINEA-INFORME          TO REG-INFORME.
015360     WRITE REG-INFORME.
015370
015380     MOVE SPACES                    TO WS-LINEA-INFORME.
015390     MOVE 'TOTAL SALDO MEDIO'       TO WS-LIN-ETIQUETA.
015400     MOVE WS-TOT-SALDO-MEDIO         TO WS-LIN-VALOR.
015410     MOVE WS-LINEA-INFORME          TO REG-INFORME.
015420     WRITE REG-INFORME.
015430
015440     MOVE SPACES                    TO WS-LINEA-INFORME.
015450     MOVE 'TOTAL CONTRIBUCION NETA' TO WS-LIN-ETIQUETA.
015460     MOVE WS-TOT-CONTRIBUCION        TO WS-LIN-VALOR.
015470     MOVE WS-LINEA-INFORME          TO REG-INFORME.
015480     WRITE REG-INFORME.
015490
015500* **************************************************************
015510* PARRAFO DE ERROR.REALIZAMOS UN ROLLBACK DE LA BASE DE DATOS
015520* Y DEVOLVEMOS AL SISTEMA UN RC=8 (ERROR NO CONTROLADO)
015530* **************************************************************
015540 9999-ERROR.
015550
015560     DISPLAY 'ERROR'.
015570
015580     EXEC SQL ROLLBACK END-EXEC
015590     MOVE 8 TO RETURN-CODE.
015600     GOBACK.
