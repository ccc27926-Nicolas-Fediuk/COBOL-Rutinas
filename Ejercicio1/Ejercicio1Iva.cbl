000100******************************************************************
000110*PROGRAMA    : Ejercicio1Iva
000120*AUTOR       : R. Fediuk - Sistemas
000130*INSTALACION : Casa Central
000140*FECHA ESCR. : 2026-10-15
000150*FECHA COMP. :
000160*PROPOSITO   : Libro IVA Ventas mensual. Recorre el historial
000170*              direccionable por fecha (SALES-HISTORY-INDEX,
000180*              copybook SALESIDX) desde el primer hasta el ultimo
000190*              dia del mes y lista cada comprobante: las ventas
000200*              como factura (FC) y las devoluciones como nota de
000210*              credito (NC) con importes negativos, con fecha,
000220*              secuencia, sucursal, documento y condicion IVA del
000230*              cliente (tomados del maestro de clientes), neto
000240*              gravado, IVA y total. La letra del comprobante es A
000250*              para responsables inscriptos y B para el resto.
000260*              Emite subtotales por dia y por condicion IVA, y
000270*              graba cada comprobante en el archivo de
000280*              exportacion de formato fijo (IVAEXP) para el
000290*              aplicativo de presentacion. El mes llega por PARM
000300*              (AAAAMM); sin PARM se toma el mes de la fecha de
000310*              proceso. Las ventas sin cliente, o con un cliente
000320*              que ya no esta en el maestro, salen como
000330*              consumidor final sin documento.
000340******************************************************************
000350*HISTORIAL DE MODIFICACIONES
000360*FECHA       INIC.  DESCRIPCION
000370*----------  -----  -------------------------------------------
000380*2026-10-15  RF     Version original.
000381*2026-10-15  RF     Se graba en RUNCTL la hora de inicio del
000382*                   paso (RC-HORA-INICIO) para el historial
000383*                   de tiempos de la noche.
000390******************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. Ejercicio1Iva.
000420 AUTHOR. R. FEDIUK.
000430 INSTALLATION. CASA CENTRAL.
000440 DATE-WRITTEN. 2026-10-15.
000450 DATE-COMPILED.
000460******************************************************************
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT SALES-HISTORY-INDEX ASSIGN TO "SALESIDX"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS SI-CLAVE
000540         FILE STATUS IS LV-HIST-STATUS.
000550     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS RANDOM
000580         RECORD KEY IS CM-CLIENTE-ID
000590         ALTERNATE RECORD KEY IS CM-APELLIDO-NOMBRE
000600             WITH DUPLICATES
000610         FILE STATUS IS LV-CUST-STATUS.
000620     SELECT PROCESS-DATE-FILE ASSIGN TO "PROCDATE"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS LV-PROC-STATUS.
000650     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS LV-RUN-STATUS.
000680     SELECT IVA-EXPORT-FILE ASSIGN TO "IVAEXP"
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS LV-EXP-STATUS.
000710     SELECT IVA-REPORT-FILE ASSIGN TO "IVARPT"
000720         ORGANIZATION IS SEQUENTIAL.
000730******************************************************************
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  SALES-HISTORY-INDEX
000770     LABEL RECORDS ARE STANDARD.
000780     COPY SALESIDX.
000790
000800 FD  CUSTOMER-MASTER
000810     LABEL RECORDS ARE STANDARD.
000820     COPY CUSTMAST.
000830
000840 FD  PROCESS-DATE-FILE
000850     LABEL RECORDS ARE STANDARD.
000860     COPY PROCDATE.
000870
000880 FD  RUN-CONTROL-FILE
000890     LABEL RECORDS ARE STANDARD.
000900     COPY RUNCTL.
000910
000920******************************************************************
000930*EXPORTACION: un registro de 120 bytes por comprobante. Tipo de
000940*documento con los codigos del aplicativo: 80 CUIT, 96 DNI, 99
000950*sin identificar. Los importes van sin signo; la nota de credito
000960*se reconoce por el tipo de comprobante NC.
000970******************************************************************
000980 FD  IVA-EXPORT-FILE
000990     LABEL RECORDS ARE STANDARD.
001000 01  LX-EXPORT-RECORD.
001010     05  LX-FECHA                PIC 9(08).
001020     05  LX-TIPO-COMPROBANTE     PIC X(02).
001030     05  LX-LETRA                PIC X(01).
001040     05  LX-SUCURSAL             PIC X(03).
001050     05  LX-NUMERO               PIC 9(06).
001060     05  LX-TIPO-DOCUMENTO       PIC X(02).
001070     05  LX-NUMERO-DOCUMENTO     PIC 9(11).
001080     05  LX-CONDICION-IVA        PIC X(01).
001090     05  LX-DENOMINACION         PIC X(35).
001100     05  LX-NETO-GRAVADO         PIC 9(10)V9(02).
001110     05  LX-IVA                  PIC 9(10)V9(02).
001120     05  LX-TOTAL                PIC 9(10)V9(02).
001130     05  FILLER                  PIC X(15).
001140
001150 FD  IVA-REPORT-FILE
001160     LABEL RECORDS ARE STANDARD.
001170 01  LV-LINEA-IMPRESION          PIC X(132).
001180
001190 WORKING-STORAGE SECTION.
001200 01  LV-SWITCHES.
001210     05  LV-SW-FIN-HISTORIA      PIC X(01) VALUE "N".
001220         88  LV-FIN-HISTORIA            VALUE "S".
001230     05  LV-SW-HIST-ABIERTA      PIC X(01) VALUE "N".
001240         88  LV-HIST-ABIERTA            VALUE "S".
001250     05  LV-SW-CUST-ABIERTO      PIC X(01) VALUE "N".
001260         88  LV-MAESTRO-ABIERTO         VALUE "S".
001270     05  LV-SW-CLIENTE           PIC X(01) VALUE "N".
001280         88  LV-CLIENTE-HALLADO         VALUE "S".
001290
001300 01  LV-HIST-STATUS              PIC X(02).
001310     88  LV-HIST-STATUS-OK             VALUE "00".
001320
001330 01  LV-CUST-STATUS              PIC X(02).
001340     88  LV-CUST-STATUS-OK             VALUE "00".
001350
001360 01  LV-PROC-STATUS              PIC X(02).
001370     88  LV-PROC-STATUS-OK             VALUE "00".
001380
001390 01  LV-RUN-STATUS               PIC X(02).
001400     88  LV-RUN-STATUS-OK              VALUE "00".
001410
001420 01  LV-EXP-STATUS               PIC X(02).
001430     88  LV-EXP-STATUS-OK              VALUE "00".
001440
001441 01  LV-HORA-INICIO              PIC 9(08) VALUE ZERO.
001450 01  LV-FECHA-PROCESO            PIC 9(08) VALUE ZERO.
001460 01  LV-FECHA-PROCESO-R REDEFINES LV-FECHA-PROCESO.
001470     05  LV-PROCESO-ANIOMES      PIC 9(06).
001480     05  LV-PROCESO-DIA          PIC 9(02).
001490
001500 01  LV-MES-REPORTE              PIC 9(06) VALUE ZERO.
001510 01  LV-FECHA-DESDE              PIC 9(08) VALUE ZERO.
001520 01  LV-FECHA-DESDE-R REDEFINES LV-FECHA-DESDE.
001530     05  LV-DESDE-ANIOMES        PIC 9(06).
001540     05  LV-DESDE-DIA            PIC 9(02).
001550 01  LV-FECHA-HASTA              PIC 9(08) VALUE ZERO.
001560 01  LV-FECHA-HASTA-R REDEFINES LV-FECHA-HASTA.
001570     05  LV-HASTA-ANIOMES        PIC 9(06).
001580     05  LV-HASTA-DIA            PIC 9(02).
001590 01  LV-FECHA-ANTERIOR           PIC 9(08) VALUE ZERO.
001600
001610 01  LV-CONSTANTES.
001620     05  LV-MAX-LINEAS           PIC 9(02) VALUE 56.
001630
001640******************************************************************
001650*CONDICIONES IVA: codigo del maestro, descripcion y abreviatura
001660*para el detalle. El orden es el de los subtotales del pie.
001670******************************************************************
001680 01  LV-CONDICIONES-VALORES.
001690     05  FILLER                  PIC X(35) VALUE
001700         "IRESPONSABLE INSCRIPTO RESP.INSCR. ".
001710     05  FILLER                  PIC X(35) VALUE
001720         "MMONOTRIBUTO           MONOTRIBUTO ".
001730     05  FILLER                  PIC X(35) VALUE
001740         "EEXENTO                EXENTO      ".
001750     05  FILLER                  PIC X(35) VALUE
001760         "FCONSUMIDOR FINAL      CONS.FINAL  ".
001770 01  LV-CONDICIONES REDEFINES LV-CONDICIONES-VALORES.
001780     05  LV-COND-ENTRADA OCCURS 4 TIMES.
001790         10  LV-COND-CODIGO      PIC X(01).
001800         10  LV-COND-DESCRIPCION PIC X(22).
001810         10  LV-COND-ABREVIATURA PIC X(12).
001820
001830 01  LV-TOTALES-CONDICION.
001840     05  LV-TC-ENTRADA OCCURS 4 TIMES.
001850         10  LV-TC-CANTIDAD      PIC 9(06).
001860         10  LV-TC-NETO          PIC S9(10)V9(02).
001870         10  LV-TC-IVA           PIC S9(10)V9(02).
001880         10  LV-TC-TOTAL         PIC S9(10)V9(02).
001890
001900 01  LV-CONTROL-TABLA.
001910     05  LV-IDX                  PIC 9(02) COMP VALUE ZERO.
001920     05  LV-IDX-COND             PIC 9(02) COMP VALUE ZERO.
001930
001940 01  LV-COMPROBANTE.
001950     05  LV-CONDICION-IVA        PIC X(01).
001960         88  LV-IVA-INSCRIPTO           VALUE "I".
001970     05  LV-TIPO-DOCUMENTO       PIC X(01).
001980         88  LV-DOC-CUIT                VALUE "C".
001990         88  LV-DOC-DNI                 VALUE "D".
002000     05  LV-NUMERO-DOCUMENTO     PIC 9(11).
002010     05  LV-DENOMINACION         PIC X(35).
002020     05  LV-NETO                 PIC S9(08)V9(02).
002030     05  LV-IVA                  PIC S9(08)V9(02).
002040     05  LV-TOTAL                PIC S9(08)V9(02).
002050
002060 01  LV-CUIT-NUM                 PIC 9(11) VALUE ZERO.
002070 01  LV-CUIT-PARTES REDEFINES LV-CUIT-NUM.
002080     05  LV-CUIT-PREFIJO         PIC 9(02).
002090     05  LV-CUIT-CUERPO          PIC 9(08).
002100     05  LV-CUIT-VERIFICADOR     PIC 9(01).
002110
002120 01  LV-CUIT-EDITADO.
002130     05  LV-CE-PREFIJO           PIC 9(02).
002140     05  FILLER                  PIC X(01) VALUE "-".
002150     05  LV-CE-CUERPO            PIC 9(08).
002160     05  FILLER                  PIC X(01) VALUE "-".
002170     05  LV-CE-VERIFICADOR       PIC 9(01).
002180 01  LV-DNI-EDITADO              PIC Z(07)9.
002190
002200 01  LV-TOTALES.
002210     05  LV-CANT-LEIDOS          PIC 9(08) VALUE ZERO.
002220     05  LV-CANT-FACTURAS        PIC 9(08) VALUE ZERO.
002230     05  LV-CANT-NOTAS-CREDITO   PIC 9(08) VALUE ZERO.
002240     05  LV-CANT-SIN-CLIENTE     PIC 9(08) VALUE ZERO.
002250     05  LV-SUMA-TOTALES         PIC 9(10)V9(02) VALUE ZERO.
002260     05  LV-DIA-NETO             PIC S9(10)V9(02) VALUE ZERO.
002270     05  LV-DIA-IVA              PIC S9(10)V9(02) VALUE ZERO.
002280     05  LV-DIA-TOTAL            PIC S9(10)V9(02) VALUE ZERO.
002290     05  LV-MES-NETO             PIC S9(10)V9(02) VALUE ZERO.
002300     05  LV-MES-IVA              PIC S9(10)V9(02) VALUE ZERO.
002310     05  LV-MES-TOTAL            PIC S9(10)V9(02) VALUE ZERO.
002320
002330 01  LV-FECHA-EMISION            PIC 9(08) VALUE ZERO.
002340
002350 01  LV-CONTROL-PAGINA.
002360     05  LV-PAGINA               PIC 9(04) VALUE ZERO.
002370     05  LV-LINEAS-PAGINA        PIC 9(02) VALUE ZERO.
002380
002390 01  LV-LINEA-TRABAJO            PIC X(132) VALUE SPACES.
002400
002410 01  LV-ENCABEZADO-1.
002420     05  FILLER                  PIC X(10) VALUE SPACES.
002430     05  FILLER                  PIC X(34) VALUE
002440         "LIBRO IVA VENTAS                  ".
002450     05  FILLER                  PIC X(34) VALUE SPACES.
002460     05  FILLER                  PIC X(07) VALUE "FECHA: ".
002470     05  LV-ENC-FECHA            PIC 9999/99/99.
002480     05  FILLER                  PIC X(10) VALUE SPACES.
002490     05  FILLER                  PIC X(08) VALUE "PAGINA: ".
002500     05  LV-ENC-PAGINA           PIC ZZZ9.
002510     05  FILLER                  PIC X(15) VALUE SPACES.
002520
002530 01  LV-ENCABEZADO-PERIODO.
002540     05  FILLER                  PIC X(10) VALUE SPACES.
002550     05  FILLER                  PIC X(09) VALUE "PERIODO: ".
002560     05  LV-PER-DESDE            PIC 9999/99/99.
002570     05  FILLER                  PIC X(03) VALUE " A ".
002580     05  LV-PER-HASTA            PIC 9999/99/99.
002590     05  FILLER                  PIC X(90) VALUE SPACES.
002600
002610 01  LV-ENCABEZADO-2.
002620     05  FILLER                  PIC X(12) VALUE "FECHA       ".
002630     05  FILLER                  PIC X(08) VALUE "SECUEN  ".
002640     05  FILLER                  PIC X(05) VALUE "SUC  ".
002650     05  FILLER                  PIC X(06) VALUE "COMPR ".
002660     05  FILLER                  PIC X(15) VALUE
002670         "DOCUMENTO      ".
002680     05  FILLER                  PIC X(14) VALUE
002690         "CONDICION IVA ".
002700     05  FILLER                  PIC X(21) VALUE
002710         "CLIENTE              ".
002720     05  FILLER                  PIC X(14) VALUE
002730         "  NETO GRAVADO".
002740     05  FILLER                  PIC X(15) VALUE
002750         "            IVA".
002760     05  FILLER                  PIC X(15) VALUE
002770         "          TOTAL".
002780     05  FILLER                  PIC X(07) VALUE SPACES.
002790
002800 01  LV-LINEA-DETALLE.
002810     05  LV-DET-FECHA            PIC 9999/99/99.
002820     05  FILLER                  PIC X(02) VALUE SPACES.
002830     05  LV-DET-SECUENCIA        PIC 9(06).
002840     05  FILLER                  PIC X(02) VALUE SPACES.
002850     05  LV-DET-SUCURSAL         PIC X(03).
002860     05  FILLER                  PIC X(02) VALUE SPACES.
002870     05  LV-DET-COMPROBANTE      PIC X(04).
002880     05  FILLER                  PIC X(02) VALUE SPACES.
002890     05  LV-DET-DOCUMENTO        PIC X(13).
002900     05  FILLER                  PIC X(02) VALUE SPACES.
002910     05  LV-DET-CONDICION        PIC X(12).
002920     05  FILLER                  PIC X(02) VALUE SPACES.
002930     05  LV-DET-NOMBRE           PIC X(20).
002940     05  FILLER                  PIC X(01) VALUE SPACES.
002950     05  LV-DET-NETO             PIC -ZZ,ZZZ,ZZ9.99.
002960     05  FILLER                  PIC X(01) VALUE SPACES.
002970     05  LV-DET-IVA              PIC -ZZ,ZZZ,ZZ9.99.
002980     05  FILLER                  PIC X(01) VALUE SPACES.
002990     05  LV-DET-TOTAL            PIC -ZZ,ZZZ,ZZ9.99.
003000     05  FILLER                  PIC X(07) VALUE SPACES.
003010
003020 01  LV-LINEA-RESUMEN.
003030     05  LV-RES-TITULO           PIC X(45).
003040     05  LV-RES-CANTIDAD         PIC ZZ,ZZZ,ZZ9.
003050     05  FILLER                  PIC X(77) VALUE SPACES.
003060******************************************************************
003070 LINKAGE SECTION.
003080 01  LK-PARM-AREA.
003090     05  LK-PARM-LEN             PIC S9(04) COMP.
003100     05  LK-PARM-MES             PIC X(06).
003110******************************************************************
003120 PROCEDURE DIVISION USING LK-PARM-AREA.
003130
003140 0000-MAINLINE.
003150     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
003160     PERFORM 2000-PROCESAR-COMPROBANTE THRU 2000-EXIT
003170         UNTIL LV-FIN-HISTORIA.
003180     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
003190     STOP RUN.
003200
003210******************************************************************
003220*INICIALIZAR: toma el mes del PARM o de la fecha de proceso, abre
003230*el historial, el maestro de clientes y la exportacion, y se
003240*posiciona en el primer dia del mes.
003250******************************************************************
003260 1000-INICIALIZAR.
003261     ACCEPT LV-HORA-INICIO FROM TIME.
003270     OPEN OUTPUT IVA-REPORT-FILE.
003280     ACCEPT LV-FECHA-EMISION FROM DATE YYYYMMDD.
003290     MOVE LV-FECHA-EMISION TO LV-FECHA-PROCESO.
003300     OPEN INPUT PROCESS-DATE-FILE.
003310     IF LV-PROC-STATUS-OK
003320         READ PROCESS-DATE-FILE
003330             AT END
003340                 CONTINUE
003350             NOT AT END
003360                 MOVE PD-FECHA-PROCESO TO LV-FECHA-PROCESO
003370         END-READ
003380         CLOSE PROCESS-DATE-FILE
003390     END-IF.
003400     MOVE LV-PROCESO-ANIOMES TO LV-MES-REPORTE.
003410     IF LK-PARM-LEN NOT LESS THAN 6
003420         IF LK-PARM-MES IS NUMERIC
003430             MOVE LK-PARM-MES TO LV-MES-REPORTE
003440         ELSE
003450             DISPLAY "PARM de mes no numerico, se ignora: "
003460                 LK-PARM-MES
003470         END-IF
003480     END-IF.
003490     MOVE LV-MES-REPORTE TO LV-DESDE-ANIOMES.
003500     MOVE 1 TO LV-DESDE-DIA.
003510     MOVE LV-MES-REPORTE TO LV-HASTA-ANIOMES.
003520     MOVE 31 TO LV-HASTA-DIA.
003530     MOVE LV-FECHA-PROCESO TO LV-ENC-FECHA.
003540     MOVE LV-FECHA-DESDE TO LV-PER-DESDE.
003550     MOVE LV-FECHA-HASTA TO LV-PER-HASTA.
003560     INITIALIZE LV-TOTALES-CONDICION.
003570     PERFORM 5000-ENCABEZADO THRU 5000-EXIT.
003580     OPEN INPUT SALES-HISTORY-INDEX.
003590     IF NOT LV-HIST-STATUS-OK
003600         DISPLAY "No se pudo abrir SALES-HISTORY-INDEX, status "
003610             LV-HIST-STATUS
003620         SET LV-FIN-HISTORIA TO TRUE
003630         MOVE 12 TO RETURN-CODE
003640         GO TO 1000-EXIT
003650     END-IF.
003660     SET LV-HIST-ABIERTA TO TRUE.
003670     OPEN INPUT CUSTOMER-MASTER.
003680     IF LV-CUST-STATUS-OK
003690         SET LV-MAESTRO-ABIERTO TO TRUE
003700     ELSE
003710         DISPLAY "Sin maestro de clientes (status "
003720             LV-CUST-STATUS "), todo sale como consumidor final"
003730     END-IF.
003740     OPEN OUTPUT IVA-EXPORT-FILE.
003750     MOVE LV-FECHA-DESDE TO SI-FECHA.
003760     MOVE ZERO TO SI-SECUENCIA.
003770     START SALES-HISTORY-INDEX
003780         KEY IS NOT LESS THAN SI-CLAVE
003790         INVALID KEY SET LV-FIN-HISTORIA TO TRUE
003800     END-START.
003810     IF NOT LV-FIN-HISTORIA
003820         PERFORM 1100-LEER-HISTORIA THRU 1100-EXIT
003830     END-IF.
003840 1000-EXIT.
003850     EXIT.
003860
003870 1100-LEER-HISTORIA.
003880     READ SALES-HISTORY-INDEX NEXT RECORD
003890         AT END
003900             SET LV-FIN-HISTORIA TO TRUE
003910     END-READ.
003920     IF NOT LV-FIN-HISTORIA
003930             AND SI-FECHA > LV-FECHA-HASTA
003940         SET LV-FIN-HISTORIA TO TRUE
003950     END-IF.
003960 1100-EXIT.
003970     EXIT.
003980
003990******************************************************************
004000*PROCESAR-COMPROBANTE: corta por dia, toma los datos fiscales del
004010*cliente, lista el comprobante, lo exporta y lo acumula en el
004020*dia, en su condicion IVA y en el mes.
004030******************************************************************
004040 2000-PROCESAR-COMPROBANTE.
004050     ADD 1 TO LV-CANT-LEIDOS.
004060     IF SI-FECHA NOT = LV-FECHA-ANTERIOR
004070         IF LV-FECHA-ANTERIOR NOT = ZERO
004080             PERFORM 2800-TOTAL-DIA THRU 2800-EXIT
004090         END-IF
004100         MOVE SI-FECHA TO LV-FECHA-ANTERIOR
004110     END-IF.
004120     PERFORM 2100-BUSCAR-CLIENTE THRU 2100-EXIT.
004130     IF SI-TIPO-DEVOLUCION
004140         COMPUTE LV-NETO  = ZERO - SI-NETO
004150         COMPUTE LV-IVA   = ZERO - SI-IVA
004160         COMPUTE LV-TOTAL = ZERO - SI-TOTAL
004170         ADD 1 TO LV-CANT-NOTAS-CREDITO
004180     ELSE
004190         MOVE SI-NETO  TO LV-NETO
004200         MOVE SI-IVA   TO LV-IVA
004210         MOVE SI-TOTAL TO LV-TOTAL
004220         ADD 1 TO LV-CANT-FACTURAS
004230     END-IF.
004240     PERFORM 2300-UBICAR-CONDICION THRU 2300-EXIT.
004250     PERFORM 2400-IMPRIMIR-COMPROBANTE THRU 2400-EXIT.
004260     PERFORM 2500-EXPORTAR-COMPROBANTE THRU 2500-EXIT.
004270     ADD 1        TO LV-TC-CANTIDAD(LV-IDX-COND).
004280     ADD LV-NETO  TO LV-TC-NETO(LV-IDX-COND).
004290     ADD LV-IVA   TO LV-TC-IVA(LV-IDX-COND).
004300     ADD LV-TOTAL TO LV-TC-TOTAL(LV-IDX-COND).
004310     ADD LV-NETO  TO LV-DIA-NETO.
004320     ADD LV-IVA   TO LV-DIA-IVA.
004330     ADD LV-TOTAL TO LV-DIA-TOTAL.
004340     ADD LV-NETO  TO LV-MES-NETO.
004350     ADD LV-IVA   TO LV-MES-IVA.
004360     ADD LV-TOTAL TO LV-MES-TOTAL.
004370     ADD SI-TOTAL TO LV-SUMA-TOTALES.
004380     PERFORM 1100-LEER-HISTORIA THRU 1100-EXIT.
004390 2000-EXIT.
004400     EXIT.
004410
004420******************************************************************
004430*BUSCAR-CLIENTE: toma documento, condicion y nombre del maestro;
004440*sin cliente en la venta, o sin cliente en el maestro, el
004450*comprobante es de consumidor final sin documento.
004460******************************************************************
004470 2100-BUSCAR-CLIENTE.
004480     MOVE "N" TO LV-SW-CLIENTE.
004490     MOVE "F"    TO LV-CONDICION-IVA.
004500     MOVE SPACE  TO LV-TIPO-DOCUMENTO.
004510     MOVE ZERO   TO LV-NUMERO-DOCUMENTO.
004520     MOVE "CONSUMIDOR FINAL" TO LV-DENOMINACION.
004530     IF SI-CLIENTE-ID = ZERO OR NOT LV-MAESTRO-ABIERTO
004540         GO TO 2100-EXIT
004550     END-IF.
004560     MOVE SI-CLIENTE-ID TO CM-CLIENTE-ID.
004570     READ CUSTOMER-MASTER
004580         INVALID KEY
004590             ADD 1 TO LV-CANT-SIN-CLIENTE
004600         NOT INVALID KEY
004610             SET LV-CLIENTE-HALLADO TO TRUE
004620     END-READ.
004630     IF LV-CLIENTE-HALLADO
004640         MOVE CM-CONDICION-IVA    TO LV-CONDICION-IVA
004650         MOVE CM-TIPO-DOCUMENTO   TO LV-TIPO-DOCUMENTO
004660         MOVE CM-NUMERO-DOCUMENTO TO LV-NUMERO-DOCUMENTO
004670         MOVE CM-APELLIDO-NOMBRE  TO LV-DENOMINACION
004680     END-IF.
004690 2100-EXIT.
004700     EXIT.
004710
004720******************************************************************
004730*UBICAR-CONDICION: entrada de la tabla de condiciones IVA del
004740*comprobante; un codigo desconocido cuenta como consumidor final
004750*(ultima entrada).
004760******************************************************************
004770 2300-UBICAR-CONDICION.
004780     MOVE 4 TO LV-IDX-COND.
004790     MOVE 1 TO LV-IDX.
004800     PERFORM 2310-COMPARAR-CONDICION THRU 2310-EXIT
004810         UNTIL LV-IDX > 4.
004820 2300-EXIT.
004830     EXIT.
004840
004850 2310-COMPARAR-CONDICION.
004860     IF LV-COND-CODIGO(LV-IDX) = LV-CONDICION-IVA
004870         MOVE LV-IDX TO LV-IDX-COND
004880     END-IF.
004890     ADD 1 TO LV-IDX.
004900 2310-EXIT.
004910     EXIT.
004920
004930 2400-IMPRIMIR-COMPROBANTE.
004940     MOVE SPACES TO LV-LINEA-DETALLE.
004950     MOVE SI-FECHA     TO LV-DET-FECHA.
004960     MOVE SI-SECUENCIA TO LV-DET-SECUENCIA.
004970     MOVE SI-SUCURSAL  TO LV-DET-SUCURSAL.
004980     IF SI-TIPO-DEVOLUCION
004990         MOVE "NC" TO LV-DET-COMPROBANTE(1:2)
005000     ELSE
005010         MOVE "FC" TO LV-DET-COMPROBANTE(1:2)
005020     END-IF.
005030     IF LV-IVA-INSCRIPTO
005040         MOVE "A" TO LV-DET-COMPROBANTE(4:1)
005050     ELSE
005060         MOVE "B" TO LV-DET-COMPROBANTE(4:1)
005070     END-IF.
005080     EVALUATE TRUE
005090         WHEN LV-DOC-CUIT
005100             MOVE LV-NUMERO-DOCUMENTO TO LV-CUIT-NUM
005110             MOVE LV-CUIT-PREFIJO     TO LV-CE-PREFIJO
005120             MOVE LV-CUIT-CUERPO      TO LV-CE-CUERPO
005130             MOVE LV-CUIT-VERIFICADOR TO LV-CE-VERIFICADOR
005140             MOVE LV-CUIT-EDITADO     TO LV-DET-DOCUMENTO
005150         WHEN LV-DOC-DNI
005160             MOVE LV-NUMERO-DOCUMENTO TO LV-DNI-EDITADO
005170             MOVE LV-DNI-EDITADO      TO LV-DET-DOCUMENTO
005180         WHEN OTHER
005190             MOVE "SIN DOCUMENTO" TO LV-DET-DOCUMENTO
005200     END-EVALUATE.
005210     MOVE LV-COND-ABREVIATURA(LV-IDX-COND) TO LV-DET-CONDICION.
005220     MOVE LV-DENOMINACION TO LV-DET-NOMBRE.
005230     MOVE LV-NETO  TO LV-DET-NETO.
005240     MOVE LV-IVA   TO LV-DET-IVA.
005250     MOVE LV-TOTAL TO LV-DET-TOTAL.
005260     MOVE LV-LINEA-DETALLE TO LV-LINEA-TRABAJO.
005270     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
005280 2400-EXIT.
005290     EXIT.
005300
005310 2500-EXPORTAR-COMPROBANTE.
005320     MOVE SPACES TO LX-EXPORT-RECORD.
005330     MOVE SI-FECHA     TO LX-FECHA.
005340     MOVE LV-DET-COMPROBANTE(1:2) TO LX-TIPO-COMPROBANTE.
005350     MOVE LV-DET-COMPROBANTE(4:1) TO LX-LETRA.
005360     MOVE SI-SUCURSAL  TO LX-SUCURSAL.
005370     MOVE SI-SECUENCIA TO LX-NUMERO.
005380     EVALUATE TRUE
005390         WHEN LV-DOC-CUIT
005400             MOVE "80" TO LX-TIPO-DOCUMENTO
005410         WHEN LV-DOC-DNI
005420             MOVE "96" TO LX-TIPO-DOCUMENTO
005430         WHEN OTHER
005440             MOVE "99" TO LX-TIPO-DOCUMENTO
005450     END-EVALUATE.
005460     MOVE LV-NUMERO-DOCUMENTO TO LX-NUMERO-DOCUMENTO.
005470     MOVE LV-COND-CODIGO(LV-IDX-COND) TO LX-CONDICION-IVA.
005480     MOVE LV-DENOMINACION TO LX-DENOMINACION.
005490     MOVE SI-NETO  TO LX-NETO-GRAVADO.
005500     MOVE SI-IVA   TO LX-IVA.
005510     MOVE SI-TOTAL TO LX-TOTAL.
005520     WRITE LX-EXPORT-RECORD.
005530 2500-EXIT.
005540     EXIT.
005550
005560******************************************************************
005570*TOTAL-DIA: subtotal del dia que termina.
005580******************************************************************
005590 2800-TOTAL-DIA.
005600     MOVE SPACES TO LV-LINEA-DETALLE.
005610     MOVE LV-FECHA-ANTERIOR TO LV-DET-FECHA.
005620     MOVE "TOTAL DEL DIA" TO LV-DET-NOMBRE.
005630     MOVE LV-DIA-NETO  TO LV-DET-NETO.
005640     MOVE LV-DIA-IVA   TO LV-DET-IVA.
005650     MOVE LV-DIA-TOTAL TO LV-DET-TOTAL.
005660     MOVE LV-LINEA-DETALLE TO LV-LINEA-TRABAJO.
005670     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
005680     MOVE SPACES TO LV-LINEA-TRABAJO.
005690     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
005700     MOVE ZERO TO LV-DIA-NETO.
005710     MOVE ZERO TO LV-DIA-IVA.
005720     MOVE ZERO TO LV-DIA-TOTAL.
005730 2800-EXIT.
005740     EXIT.
005750
005760******************************************************************
005770*ENCABEZADO: imprime el titulo de pagina, el periodo y las
005780*columnas del libro.
005790******************************************************************
005800 5000-ENCABEZADO.
005810     ADD 1 TO LV-PAGINA.
005820     MOVE ZERO TO LV-LINEAS-PAGINA.
005830     MOVE LV-PAGINA TO LV-ENC-PAGINA.
005840     WRITE LV-LINEA-IMPRESION FROM LV-ENCABEZADO-1.
005850     WRITE LV-LINEA-IMPRESION FROM LV-ENCABEZADO-PERIODO.
005860     MOVE ALL "=" TO LV-LINEA-IMPRESION.
005870     WRITE LV-LINEA-IMPRESION.
005880     WRITE LV-LINEA-IMPRESION FROM LV-ENCABEZADO-2.
005890     MOVE ALL "-" TO LV-LINEA-IMPRESION.
005900     WRITE LV-LINEA-IMPRESION.
005910 5000-EXIT.
005920     EXIT.
005930
005940 7000-ESCRIBIR-LINEA.
005950     IF LV-LINEAS-PAGINA NOT LESS THAN LV-MAX-LINEAS
005960         PERFORM 5000-ENCABEZADO THRU 5000-EXIT
005970     END-IF.
005980     WRITE LV-LINEA-IMPRESION FROM LV-LINEA-TRABAJO.
005990     ADD 1 TO LV-LINEAS-PAGINA.
006000 7000-EXIT.
006010     EXIT.
006020
006030******************************************************************
006040*FINALIZAR: cierra el ultimo dia, emite los subtotales por
006050*condicion IVA, el total del mes y los contadores, y cierra los
006060*archivos.
006070******************************************************************
006080 9000-FINALIZAR.
006090     IF NOT LV-HIST-ABIERTA
006100         GO TO 9000-CERRAR
006110     END-IF.
006120     IF LV-CANT-LEIDOS = ZERO
006130         MOVE "SIN COMPROBANTES EN EL PERIODO" TO LV-LINEA-TRABAJO
006140         PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
006150         GO TO 9000-CERRAR
006160     END-IF.
006170     PERFORM 2800-TOTAL-DIA THRU 2800-EXIT.
006180     MOVE ALL "-" TO LV-LINEA-TRABAJO.
006190     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
006200     MOVE ZERO TO LV-IDX.
006210     PERFORM 9100-TOTAL-CONDICION THRU 9100-EXIT 4 TIMES.
006220     MOVE ALL "-" TO LV-LINEA-TRABAJO.
006230     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
006240     MOVE SPACES TO LV-LINEA-DETALLE.
006250     MOVE "TOTAL DEL MES" TO LV-DET-NOMBRE.
006260     MOVE LV-MES-NETO  TO LV-DET-NETO.
006270     MOVE LV-MES-IVA   TO LV-DET-IVA.
006280     MOVE LV-MES-TOTAL TO LV-DET-TOTAL.
006290     MOVE LV-LINEA-DETALLE TO LV-LINEA-TRABAJO.
006300     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
006310     MOVE SPACES TO LV-LINEA-TRABAJO.
006320     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
006330     MOVE "FACTURAS" TO LV-RES-TITULO.
006340     MOVE LV-CANT-FACTURAS TO LV-RES-CANTIDAD.
006350     PERFORM 9200-ESCRIBIR-RESUMEN THRU 9200-EXIT.
006360     MOVE "NOTAS DE CREDITO" TO LV-RES-TITULO.
006370     MOVE LV-CANT-NOTAS-CREDITO TO LV-RES-CANTIDAD.
006380     PERFORM 9200-ESCRIBIR-RESUMEN THRU 9200-EXIT.
006390     IF LV-CANT-SIN-CLIENTE > ZERO
006400         MOVE "CLIENTES FUERA DEL MAESTRO (CONS. FINAL)"
006410             TO LV-RES-TITULO
006420         MOVE LV-CANT-SIN-CLIENTE TO LV-RES-CANTIDAD
006430         PERFORM 9200-ESCRIBIR-RESUMEN THRU 9200-EXIT
006440     END-IF.
006450 9000-CERRAR.
006460     IF LV-HIST-ABIERTA
006470         CLOSE SALES-HISTORY-INDEX
006480         CLOSE IVA-EXPORT-FILE
006490     END-IF.
006500     IF LV-MAESTRO-ABIERTO
006510         CLOSE CUSTOMER-MASTER
006520     END-IF.
006530     CLOSE IVA-REPORT-FILE.
006540     IF LV-HIST-ABIERTA
006550         PERFORM 9500-GRABAR-RUN-CONTROL THRU 9500-EXIT
006560     END-IF.
006570 9000-EXIT.
006580     EXIT.
006590
006600 9100-TOTAL-CONDICION.
006610     ADD 1 TO LV-IDX.
006620     MOVE SPACES TO LV-LINEA-DETALLE.
006630     MOVE LV-COND-ABREVIATURA(LV-IDX) TO LV-DET-CONDICION.
006640     MOVE "SUBTOTAL CONDICION" TO LV-DET-NOMBRE.
006650     MOVE LV-TC-NETO(LV-IDX)  TO LV-DET-NETO.
006660     MOVE LV-TC-IVA(LV-IDX)   TO LV-DET-IVA.
006670     MOVE LV-TC-TOTAL(LV-IDX) TO LV-DET-TOTAL.
006680     MOVE LV-LINEA-DETALLE TO LV-LINEA-TRABAJO.
006690     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
006700 9100-EXIT.
006710     EXIT.
006720
006730 9200-ESCRIBIR-RESUMEN.
006740     MOVE LV-LINEA-RESUMEN TO LV-LINEA-TRABAJO.
006750     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
006760 9200-EXIT.
006770     EXIT.
006780
006790******************************************************************
006800*GRABAR-RUN-CONTROL: deja constancia de la corrida completa en
006810*RUN-CONTROL-FILE, para el rearranque del proceso nocturno.
006820******************************************************************
006830 9500-GRABAR-RUN-CONTROL.
006840     OPEN EXTEND RUN-CONTROL-FILE.
006850     IF NOT LV-RUN-STATUS-OK
006860         OPEN OUTPUT RUN-CONTROL-FILE
006870     END-IF.
006880     IF NOT LV-RUN-STATUS-OK
006890         DISPLAY "No se pudo grabar RUN-CONTROL-FILE, status "
006900             LV-RUN-STATUS
006910         GO TO 9500-EXIT
006920     END-IF.
006930     INITIALIZE RC-RUN-RECORD.
006940     MOVE "EJER1IVA" TO RC-PROGRAMA.
006950     MOVE LV-FECHA-PROCESO TO RC-FECHA.
006960     ACCEPT RC-HORA FROM TIME.
006961     MOVE LV-HORA-INICIO TO RC-HORA-INICIO.
006970     MOVE LV-CANT-LEIDOS TO RC-LEIDOS.
006980     MOVE LV-CANT-LEIDOS TO RC-PROCESADOS.
006990     MOVE LV-SUMA-TOTALES TO RC-SUMA-MONTO.
007000     MOVE LV-MES-TOTAL TO RC-TOTAL-GENERAL.
007010     WRITE RC-RUN-RECORD.
007020     CLOSE RUN-CONTROL-FILE.
007030 9500-EXIT.
007040     EXIT.
007050
007060 END PROGRAM Ejercicio1Iva.
