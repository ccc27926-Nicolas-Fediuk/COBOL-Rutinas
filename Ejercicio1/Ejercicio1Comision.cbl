000100******************************************************************
000110*PROGRAMA    : Ejercicio1Comision
000120*AUTOR       : R. Fediuk - Sistemas
000130*INSTALACION : Casa Central
000140*FECHA ESCR. : 2026-10-15
000150*FECHA COMP. :
000160*PROPOSITO   : Liquidacion mensual de comisiones de cajeros.
000170*              Lee SALES-HISTORY-INDEX del mes y acumula por
000180*              cajero (SI-CAJERO) las ventas menos las
000190*              devoluciones, y del historial de diferencias de
000200*              arqueo (DRAWER-DIFF-FILE) los faltantes de caja
000210*              fuera de tolerancia. A cada cajero le aplica la
000220*              regla de comision de su sucursal vigente al ultimo
000230*              dia del mes (COMMISSION-PARAMS-FILE: porcentaje,
000240*              piso de venta neta y porcentaje del faltante que se
000250*              descuenta, con tope en la comision). Un cajero dado
000260*              de baja en CASHIER-MASTER cobra lo vendido hasta su
000270*              MC-FECHA-BAJA inclusive. Imprime el reporte por
000280*              sucursal con el bloque de firmas y graba una
000290*              generacion nueva de la interfaz de formato fijo a
000300*              liquidacion de sueldos (legajo, periodo, concepto,
000310*              importe). El mes llega por PARM (AAAAMM); sin PARM
000320*              se toma el mes de la fecha de proceso.
000330******************************************************************
000340*HISTORIAL DE MODIFICACIONES
000350*FECHA       INIC.  DESCRIPCION
000360*----------  -----  -------------------------------------------
000370*2026-10-15  RF     Version original.
000371*2026-10-15  RF     Se graba en RUNCTL la hora de inicio del
000372*                   paso (RC-HORA-INICIO) para el historial
000373*                   de tiempos de la noche.
000374*2026-10-15  RF     Los totales por sucursal y general suman solo
000375*                   los cajeros que pasaron a sueldos: un cajero
000376*                   sin maestro o sin legajo se lista pero no
000377*                   suma, y los totales cuadran con la interfaz.
000380******************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. Ejercicio1Comision.
000410 AUTHOR. R. FEDIUK.
000420 INSTALLATION. CASA CENTRAL.
000430 DATE-WRITTEN. 2026-10-15.
000440 DATE-COMPILED.
000450******************************************************************
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT SALES-HISTORY-INDEX ASSIGN TO "SALESIDX"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS SI-CLAVE
000530         FILE STATUS IS CO-HIST-STATUS.
000540     SELECT DRAWER-DIFF-FILE ASSIGN TO "ARQDIF"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS AD-CLAVE
000580         FILE STATUS IS CO-DIF-STATUS.
000590     SELECT CASHIER-MASTER ASSIGN TO "CAJMAST"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS RANDOM
000620         RECORD KEY IS MC-CAJERO
000630         FILE STATUS IS CO-CAJM-STATUS.
000640     SELECT COMMISSION-PARAMS-FILE ASSIGN TO "COMPARMS"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS KP-CLAVE
000680         FILE STATUS IS CO-COM-STATUS.
000690     SELECT PROCESS-DATE-FILE ASSIGN TO "PROCDATE"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS CO-PROC-STATUS.
000720     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS CO-RUN-STATUS.
000750     SELECT PAYROLL-INTERFACE-FILE ASSIGN TO "NOMCOM"
000760         ORGANIZATION IS SEQUENTIAL.
000770     SELECT COMMISSION-REPORT-FILE ASSIGN TO "COMRPT"
000780         ORGANIZATION IS SEQUENTIAL.
000790******************************************************************
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  SALES-HISTORY-INDEX
000830     LABEL RECORDS ARE STANDARD.
000840     COPY SALESIDX.
000850
000860 FD  DRAWER-DIFF-FILE
000870     LABEL RECORDS ARE STANDARD.
000880     COPY ARQDIF.
000890
000900 FD  CASHIER-MASTER
000910     LABEL RECORDS ARE STANDARD.
000920     COPY CAJMAST.
000930
000940 FD  COMMISSION-PARAMS-FILE
000950     LABEL RECORDS ARE STANDARD.
000960     COPY COMPAR.
000970
000980 FD  PROCESS-DATE-FILE
000990     LABEL RECORDS ARE STANDARD.
001000     COPY PROCDATE.
001010
001020 FD  RUN-CONTROL-FILE
001030     LABEL RECORDS ARE STANDARD.
001040     COPY RUNCTL.
001050
001060******************************************************************
001070*INTERFAZ A SUELDOS: un registro por legajo y concepto. COMI es
001080*la comision del periodo; DFAL el descuento por faltantes de
001090*caja, que liquidacion resta.
001100******************************************************************
001110 FD  PAYROLL-INTERFACE-FILE
001120     LABEL RECORDS ARE STANDARD.
001130 01  NM-NOMINA-RECORD.
001140     05  NM-LEGAJO               PIC 9(06).
001150     05  NM-PERIODO              PIC 9(06).
001160     05  NM-CONCEPTO             PIC X(04).
001170     05  NM-IMPORTE              PIC 9(10)V9(02).
001180     05  FILLER                  PIC X(12).
001190
001200 FD  COMMISSION-REPORT-FILE
001210     LABEL RECORDS ARE STANDARD.
001220 01  CO-LINEA-IMPRESION          PIC X(132).
001230
001240 WORKING-STORAGE SECTION.
001250 01  CO-SWITCHES.
001260     05  CO-SW-FIN-HISTORIA      PIC X(01) VALUE "N".
001270         88  CO-FIN-HISTORIA            VALUE "S".
001280     05  CO-SW-HIST-ABIERTA      PIC X(01) VALUE "N".
001290         88  CO-HIST-ABIERTA            VALUE "S".
001300     05  CO-SW-FIN-DIFERENCIAS   PIC X(01) VALUE "N".
001310         88  CO-FIN-DIFERENCIAS         VALUE "S".
001320     05  CO-SW-DIF-ABIERTO       PIC X(01) VALUE "N".
001330         88  CO-DIF-ABIERTO             VALUE "S".
001340     05  CO-SW-CAJM-ABIERTO      PIC X(01) VALUE "N".
001350         88  CO-CAJMAST-ABIERTO         VALUE "S".
001360     05  CO-SW-FIN-REGLAS        PIC X(01) VALUE "N".
001370         88  CO-FIN-REGLAS              VALUE "S".
001380     05  CO-SW-HALLADO           PIC X(01) VALUE "N".
001390         88  CO-HALLADO                 VALUE "S".
001400     05  CO-SW-ANTES             PIC X(01) VALUE "N".
001410         88  CO-VA-ANTES                VALUE "S".
001420
001430 01  CO-HIST-STATUS              PIC X(02).
001440     88  CO-HIST-STATUS-OK             VALUE "00".
001450
001460 01  CO-DIF-STATUS               PIC X(02).
001470     88  CO-DIF-STATUS-OK              VALUE "00".
001480
001490 01  CO-CAJM-STATUS              PIC X(02).
001500     88  CO-CAJM-STATUS-OK             VALUE "00".
001510
001520 01  CO-COM-STATUS               PIC X(02).
001530     88  CO-COM-STATUS-OK              VALUE "00".
001540
001550 01  CO-PROC-STATUS              PIC X(02).
001560     88  CO-PROC-STATUS-OK             VALUE "00".
001570
001580 01  CO-RUN-STATUS               PIC X(02).
001590     88  CO-RUN-STATUS-OK              VALUE "00".
001600
001610 01  CO-CONSTANTES.
001620     05  CO-MAX-CAJEROS          PIC 9(03) COMP VALUE 500.
001630     05  CO-MAX-REGLAS           PIC 9(03) COMP VALUE 100.
001640     05  CO-MAX-LINEAS           PIC 9(02) VALUE 56.
001650     05  CO-LINEAS-CIERRE        PIC 9(02) VALUE 40.
001660     05  CO-CONCEPTO-COMISION    PIC X(04) VALUE "COMI".
001670     05  CO-CONCEPTO-FALTANTE    PIC X(04) VALUE "DFAL".
001680
001690******************************************************************
001700*VALORES POR DEFECTO: rigen en las sucursales sin regla propia
001710*cuando tampoco hay regla general vigente; los mismos que
001720*muestra el mantenimiento de reglas.
001730******************************************************************
001740 01  CO-DEFECTOS.
001750     05  CO-DEF-PORCENTAJE       PIC 9(02)V9(02) VALUE 1.00.
001760     05  CO-DEF-PISO-VENTAS      PIC 9(10)V9(02) VALUE ZERO.
001770     05  CO-DEF-PORC-FALTANTE    PIC 9(03) VALUE 100.
001780
001781 01  CO-HORA-INICIO              PIC 9(08) VALUE ZERO.
001782
001790 01  CO-FECHAS.
001800     05  CO-FECHA-PROCESO        PIC 9(08) VALUE ZERO.
001810     05  CO-FECHA-PROCESO-R REDEFINES CO-FECHA-PROCESO.
001820         10  CO-PROCESO-ANIOMES  PIC 9(06).
001830         10  CO-PROCESO-DIA      PIC 9(02).
001840     05  CO-MES-LIQUIDADO        PIC 9(06) VALUE ZERO.
001850     05  CO-FECHA-DESDE          PIC 9(08) VALUE ZERO.
001860     05  CO-FECHA-HASTA          PIC 9(08) VALUE ZERO.
001870     05  CO-FECHA-BAJA-R.
001880         10  CO-BAJA-AAAA        PIC 9(04).
001890         10  CO-BAJA-MM          PIC 9(02).
001900         10  CO-BAJA-DD          PIC 9(02).
001910
001920******************************************************************
001930*TABLA DE REGLAS: la ultima regla de cada sucursal con vigencia
001940*hasta el fin del mes liquidado; la sucursal en blanco es la
001950*regla general.
001960******************************************************************
001970 01  CO-TABLA-REGLAS.
001980     05  CO-ENTRADA-REGLA OCCURS 100 TIMES.
001990         10  CO-REG-SUCURSAL     PIC X(03).
002000         10  CO-REG-FECHA        PIC 9(08).
002010         10  CO-REG-PORCENTAJE   PIC 9(02)V9(02).
002020         10  CO-REG-PISO         PIC 9(10)V9(02).
002030         10  CO-REG-PORC-FALT    PIC 9(03).
002040
002050 01  CO-REGLA-APLICADA.
002060     05  CO-RG-PORCENTAJE        PIC 9(02)V9(02) VALUE ZERO.
002070     05  CO-RG-PISO              PIC 9(10)V9(02) VALUE ZERO.
002080     05  CO-RG-PORC-FALT         PIC 9(03) VALUE ZERO.
002090
002100******************************************************************
002110*TABLA DE CAJEROS: uno por codigo de cajero, con la sucursal y
002120*los datos del maestro (o la sucursal del primer movimiento si no
002130*esta en el maestro) y lo acumulado en el mes.
002140******************************************************************
002150 01  CO-TABLA-CAJEROS.
002160     05  CO-ENTRADA-CAJERO OCCURS 500 TIMES.
002170         10  CO-CAJ-CLAVE.
002180             15  CO-CAJ-SUCURSAL PIC X(03).
002190             15  CO-CAJ-CAJERO   PIC X(05).
002200         10  CO-CAJ-NOMBRE       PIC X(25).
002210         10  CO-CAJ-LEGAJO       PIC X(06).
002220         10  CO-CAJ-SW-MAESTRO   PIC X(01).
002230             88  CO-CAJ-CON-MAESTRO    VALUE "S".
002240         10  CO-CAJ-SW-BAJA      PIC X(01).
002250             88  CO-CAJ-DE-BAJA        VALUE "S".
002260         10  CO-CAJ-FECHA-BAJA   PIC 9(08).
002270         10  CO-CAJ-VENTAS       PIC 9(12)V9(02).
002280         10  CO-CAJ-DEVOLUCIONES PIC 9(12)V9(02).
002290         10  CO-CAJ-FALTANTE     PIC 9(12)V9(02).
002300
002310 01  CO-CAJ-AUX                  PIC X(91).
002320
002330 01  CO-CONTROL-TABLAS.
002340     05  CO-CANT-CAJEROS         PIC 9(03) COMP VALUE ZERO.
002350     05  CO-CANT-REGLAS          PIC 9(03) COMP VALUE ZERO.
002360     05  CO-IDX                  PIC 9(03) COMP VALUE ZERO.
002370     05  CO-IDX-J                PIC 9(03) COMP VALUE ZERO.
002380     05  CO-IDX-MEJOR            PIC 9(03) COMP VALUE ZERO.
002390     05  CO-IDX-CAJ              PIC 9(03) COMP VALUE ZERO.
002400     05  CO-IDX-REG              PIC 9(03) COMP VALUE ZERO.
002410     05  CO-CANT-DESBORDES       PIC 9(08) VALUE ZERO.
002420
002430 01  CO-BUSQUEDA.
002440     05  CO-CAJ-BUSCADO          PIC X(05) VALUE SPACES.
002450     05  CO-SUC-ORIGEN           PIC X(03) VALUE SPACES.
002460     05  CO-SUC-BUSCADA          PIC X(03) VALUE SPACES.
002470     05  CO-SUC-ANTERIOR         PIC X(03) VALUE SPACES.
002480
002490******************************************************************
002500*LIQUIDACION DE UN CAJERO.
002510******************************************************************
002520 01  CO-LIQUIDACION.
002530     05  CO-NETO                 PIC S9(12)V9(02) VALUE ZERO.
002540     05  CO-COMISION             PIC 9(12)V9(02) VALUE ZERO.
002550     05  CO-DESCUENTO            PIC 9(12)V9(02) VALUE ZERO.
002560     05  CO-A-PAGAR              PIC 9(12)V9(02) VALUE ZERO.
002570
002580 01  CO-OBS-BAJA.
002590     05  FILLER                  PIC X(05) VALUE "BAJA ".
002600     05  CO-OBS-BAJA-DD          PIC 9(02).
002610     05  FILLER                  PIC X(01) VALUE "/".
002620     05  CO-OBS-BAJA-MM          PIC 9(02).
002630
002640 01  CO-TOTALES-SUCURSAL.
002650     05  CO-SUC-NETO             PIC S9(12)V9(02) VALUE ZERO.
002660     05  CO-SUC-COMISION         PIC 9(12)V9(02) VALUE ZERO.
002670     05  CO-SUC-FALTANTE         PIC 9(12)V9(02) VALUE ZERO.
002680     05  CO-SUC-DESCUENTO        PIC 9(12)V9(02) VALUE ZERO.
002690     05  CO-SUC-A-PAGAR          PIC 9(12)V9(02) VALUE ZERO.
002700
002710 01  CO-TOTALES-GENERALES.
002720     05  CO-TOT-NETO             PIC S9(12)V9(02) VALUE ZERO.
002730     05  CO-TOT-COMISION         PIC 9(12)V9(02) VALUE ZERO.
002740     05  CO-TOT-FALTANTE         PIC 9(12)V9(02) VALUE ZERO.
002750     05  CO-TOT-DESCUENTO        PIC 9(12)V9(02) VALUE ZERO.
002760     05  CO-TOT-A-PAGAR          PIC 9(12)V9(02) VALUE ZERO.
002770
002780 01  CO-CONTADORES.
002790     05  CO-CANT-LEIDOS          PIC 9(08) VALUE ZERO.
002800     05  CO-CANT-POST-BAJA       PIC 9(08) VALUE ZERO.
002810     05  CO-CANT-FALTANTES       PIC 9(08) VALUE ZERO.
002820     05  CO-CANT-LIQUIDADOS      PIC 9(08) VALUE ZERO.
002830     05  CO-CANT-SIN-LIQUIDAR    PIC 9(08) VALUE ZERO.
002840     05  CO-CANT-INTERFAZ        PIC 9(08) VALUE ZERO.
002850
002860 01  CO-CONTROL-PAGINA.
002870     05  CO-PAGINA               PIC 9(04) VALUE ZERO.
002880     05  CO-LINEAS-PAGINA        PIC 9(02) VALUE ZERO.
002890
002900 01  CO-LINEA-TRABAJO            PIC X(132) VALUE SPACES.
002910
002920 01  CO-ENCABEZADO-1.
002930     05  FILLER                  PIC X(10) VALUE SPACES.
002940     05  FILLER                  PIC X(34) VALUE
002950         "LIQUIDACION DE COMISIONES CAJEROS ".
002960     05  FILLER                  PIC X(34) VALUE SPACES.
002970     05  FILLER                  PIC X(07) VALUE "FECHA: ".
002980     05  CO-ENC-FECHA            PIC 9999/99/99.
002990     05  FILLER                  PIC X(10) VALUE SPACES.
003000     05  FILLER                  PIC X(08) VALUE "PAGINA: ".
003010     05  CO-ENC-PAGINA           PIC ZZZ9.
003020     05  FILLER                  PIC X(15) VALUE SPACES.
003030
003040 01  CO-ENCABEZADO-PERIODO.
003050     05  FILLER                  PIC X(10) VALUE SPACES.
003060     05  FILLER                  PIC X(09) VALUE "PERIODO: ".
003070     05  CO-PER-MES              PIC 9999/99.
003080     05  FILLER                  PIC X(106) VALUE SPACES.
003090
003100 01  CO-ENCABEZADO-2.
003110     05  FILLER                  PIC X(04) VALUE "SUC ".
003120     05  FILLER                  PIC X(06) VALUE "CAJERO".
003130     05  FILLER                  PIC X(26) VALUE " NOMBRE".
003140     05  FILLER                  PIC X(07) VALUE "LEGAJO ".
003150     05  FILLER                  PIC X(15) VALUE
003160         "     VENTA NETA".
003170     05  FILLER                  PIC X(01) VALUE SPACES.
003180     05  FILLER                  PIC X(05) VALUE "PORC.".
003190     05  FILLER                  PIC X(01) VALUE SPACES.
003200     05  FILLER                  PIC X(13) VALUE
003210         "     COMISION".
003220     05  FILLER                  PIC X(01) VALUE SPACES.
003230     05  FILLER                  PIC X(13) VALUE
003240         "    FALTANTES".
003250     05  FILLER                  PIC X(01) VALUE SPACES.
003260     05  FILLER                  PIC X(13) VALUE
003270         "    DESCUENTO".
003280     05  FILLER                  PIC X(01) VALUE SPACES.
003290     05  FILLER                  PIC X(13) VALUE
003300         "      A PAGAR".
003310     05  FILLER                  PIC X(01) VALUE SPACES.
003320     05  FILLER                  PIC X(11) VALUE "OBSERVACION".
003330
003340 01  CO-LINEA-REGLA.
003350     05  CO-RGL-SUCURSAL         PIC X(22).
003360     05  FILLER                  PIC X(16) VALUE
003370         "VIGENTE DESDE: ".
003380     05  CO-RGL-VIGENCIA         PIC X(10).
003390     05  FILLER                  PIC X(04) VALUE SPACES.
003400     05  FILLER                  PIC X(10) VALUE "COMISION: ".
003410     05  CO-RGL-PORC             PIC Z9.99.
003420     05  FILLER                  PIC X(05) VALUE "%    ".
003430     05  FILLER                  PIC X(07) VALUE "PISO: $".
003440     05  CO-RGL-PISO             PIC Z,ZZZ,ZZZ,ZZ9.
003450     05  FILLER                  PIC X(04) VALUE SPACES.
003460     05  FILLER                  PIC X(24) VALUE
003470         "DESCUENTO DE FALTANTES: ".
003480     05  CO-RGL-FALT             PIC ZZ9.
003490     05  FILLER                  PIC X(01) VALUE "%".
003500     05  FILLER                  PIC X(08) VALUE SPACES.
003510
003520 01  CO-VIGENCIA-EDITADA         PIC 9999/99/99.
003530
003540 01  CO-LINEA-DETALLE.
003550     05  CO-DET-SUCURSAL         PIC X(03).
003560     05  FILLER                  PIC X(01) VALUE SPACES.
003570     05  CO-DET-CAJERO           PIC X(05).
003580     05  FILLER                  PIC X(01) VALUE SPACES.
003590     05  CO-DET-NOMBRE           PIC X(25).
003600     05  FILLER                  PIC X(01) VALUE SPACES.
003610     05  CO-DET-LEGAJO           PIC X(06).
003620     05  FILLER                  PIC X(01) VALUE SPACES.
003630     05  CO-DET-NETO             PIC ZZZ,ZZZ,ZZ9.99-.
003640     05  FILLER                  PIC X(01) VALUE SPACES.
003650     05  CO-DET-PORC             PIC Z9.99.
003660     05  FILLER                  PIC X(01) VALUE SPACES.
003670     05  CO-DET-COMISION         PIC ZZ,ZZZ,ZZ9.99.
003680     05  FILLER                  PIC X(01) VALUE SPACES.
003690     05  CO-DET-FALTANTE         PIC ZZ,ZZZ,ZZ9.99.
003700     05  FILLER                  PIC X(01) VALUE SPACES.
003710     05  CO-DET-DESCUENTO        PIC ZZ,ZZZ,ZZ9.99.
003720     05  FILLER                  PIC X(01) VALUE SPACES.
003730     05  CO-DET-A-PAGAR          PIC ZZ,ZZZ,ZZ9.99.
003740     05  FILLER                  PIC X(01) VALUE SPACES.
003750     05  CO-DET-OBSERVACION      PIC X(11).
003760
003770 01  CO-LINEA-TOTAL.
003780     05  CO-TOT-TITULO           PIC X(40).
003790     05  CO-TOT-ED-NETO          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
003800     05  FILLER                  PIC X(06) VALUE SPACES.
003810     05  CO-TOT-ED-COMISION      PIC ZZZ,ZZZ,ZZ9.99.
003820     05  CO-TOT-ED-FALTANTE      PIC ZZZ,ZZZ,ZZ9.99.
003830     05  CO-TOT-ED-DESCUENTO     PIC ZZZ,ZZZ,ZZ9.99.
003840     05  CO-TOT-ED-A-PAGAR       PIC ZZZ,ZZZ,ZZ9.99.
003850     05  FILLER                  PIC X(12) VALUE SPACES.
003860
003870 01  CO-LINEA-FIRMA.
003880     05  FILLER                  PIC X(10) VALUE SPACES.
003890     05  CO-FIR-TITULO           PIC X(30).
003900     05  CO-FIR-RAYA             PIC X(40).
003910     05  FILLER                  PIC X(52) VALUE SPACES.
003920
003930 01  CO-LINEA-RESUMEN.
003940     05  CO-RES-TITULO           PIC X(45).
003950     05  CO-RES-CANTIDAD         PIC ZZ,ZZZ,ZZ9.
003960     05  FILLER                  PIC X(77) VALUE SPACES.
003970
003980 LINKAGE SECTION.
003990 01  LK-PARM-AREA.
004000     05  LK-PARM-LEN             PIC S9(04) COMP.
004010     05  LK-PARM-MES             PIC X(06).
004020******************************************************************
004030 PROCEDURE DIVISION USING LK-PARM-AREA.
004040
004050 0000-MAINLINE.
004060     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
004070     PERFORM 2000-PROCESAR-HISTORIA THRU 2000-EXIT
004080         UNTIL CO-FIN-HISTORIA.
004090     PERFORM 3000-PROCESAR-DIFERENCIA THRU 3000-EXIT
004100         UNTIL CO-FIN-DIFERENCIAS.
004110     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
004120     STOP RUN.
004130
004140******************************************************************
004150*INICIALIZAR: toma el mes del PARM o de la fecha de proceso,
004160*carga e imprime las reglas vigentes, abre el maestro de cajeros,
004170*el historial, las diferencias de arqueo y la interfaz, y se
004180*posiciona en el primer dia del mes.
004190******************************************************************
004200 1000-INICIALIZAR.
004201     ACCEPT CO-HORA-INICIO FROM TIME.
004210     OPEN OUTPUT COMMISSION-REPORT-FILE.
004220     ACCEPT CO-FECHA-PROCESO FROM DATE YYYYMMDD.
004230     OPEN INPUT PROCESS-DATE-FILE.
004240     IF CO-PROC-STATUS-OK
004250         READ PROCESS-DATE-FILE
004260             AT END
004270                 CONTINUE
004280             NOT AT END
004290                 MOVE PD-FECHA-PROCESO TO CO-FECHA-PROCESO
004300         END-READ
004310         CLOSE PROCESS-DATE-FILE
004320     END-IF.
004330     MOVE CO-PROCESO-ANIOMES TO CO-MES-LIQUIDADO.
004340     IF LK-PARM-LEN NOT LESS THAN 6
004350         IF LK-PARM-MES IS NUMERIC
004360             MOVE LK-PARM-MES TO CO-MES-LIQUIDADO
004370         ELSE
004380             DISPLAY "PARM de mes no numerico, se ignora: "
004390                 LK-PARM-MES
004400         END-IF
004410     END-IF.
004420     COMPUTE CO-FECHA-DESDE = CO-MES-LIQUIDADO * 100 + 1.
004430     COMPUTE CO-FECHA-HASTA = CO-MES-LIQUIDADO * 100 + 31.
004440     MOVE CO-FECHA-PROCESO TO CO-ENC-FECHA.
004450     MOVE CO-MES-LIQUIDADO TO CO-PER-MES.
004460     PERFORM 5000-ENCABEZADO THRU 5000-EXIT.
004470     PERFORM 1300-CARGAR-REGLAS THRU 1300-EXIT.
004480     PERFORM 1400-IMPRIMIR-REGLAS THRU 1400-EXIT.
004490     OPEN INPUT CASHIER-MASTER.
004500     IF CO-CAJM-STATUS-OK
004510         SET CO-CAJMAST-ABIERTO TO TRUE
004520     ELSE
004530         DISPLAY "Sin maestro de cajeros (status "
004540             CO-CAJM-STATUS "), nadie se liquida a sueldos"
004550     END-IF.
004560     OPEN INPUT SALES-HISTORY-INDEX.
004570     IF NOT CO-HIST-STATUS-OK
004580         DISPLAY "No se pudo abrir SALES-HISTORY-INDEX, status "
004590             CO-HIST-STATUS
004600         SET CO-FIN-HISTORIA TO TRUE
004610         SET CO-FIN-DIFERENCIAS TO TRUE
004620         MOVE 12 TO RETURN-CODE
004630         GO TO 1000-EXIT
004640     END-IF.
004650     SET CO-HIST-ABIERTA TO TRUE.
004660     OPEN OUTPUT PAYROLL-INTERFACE-FILE.
004670     MOVE CO-FECHA-DESDE TO SI-FECHA.
004680     MOVE ZERO TO SI-SECUENCIA.
004690     START SALES-HISTORY-INDEX
004700         KEY IS NOT LESS THAN SI-CLAVE
004710         INVALID KEY SET CO-FIN-HISTORIA TO TRUE
004720     END-START.
004730     IF NOT CO-FIN-HISTORIA
004740         PERFORM 1100-LEER-HISTORIA THRU 1100-EXIT
004750     END-IF.
004760     OPEN INPUT DRAWER-DIFF-FILE.
004770     IF NOT CO-DIF-STATUS-OK
004780         DISPLAY "Sin historial de diferencias de arqueo (status "
004790             CO-DIF-STATUS "), no se descuentan faltantes"
004800         SET CO-FIN-DIFERENCIAS TO TRUE
004810         GO TO 1000-EXIT
004820     END-IF.
004830     SET CO-DIF-ABIERTO TO TRUE.
004840     MOVE LOW-VALUES TO AD-CLAVE.
004850     MOVE CO-FECHA-DESDE TO AD-FECHA.
004860     START DRAWER-DIFF-FILE
004870         KEY IS NOT LESS THAN AD-CLAVE
004880         INVALID KEY SET CO-FIN-DIFERENCIAS TO TRUE
004890     END-START.
004900     IF NOT CO-FIN-DIFERENCIAS
004910         PERFORM 1200-LEER-DIFERENCIA THRU 1200-EXIT
004920     END-IF.
004930 1000-EXIT.
004940     EXIT.
004950
004960 1100-LEER-HISTORIA.
004970     READ SALES-HISTORY-INDEX NEXT RECORD
004980         AT END
004990             SET CO-FIN-HISTORIA TO TRUE
005000     END-READ.
005010     IF NOT CO-FIN-HISTORIA
005020             AND SI-FECHA > CO-FECHA-HASTA
005030         SET CO-FIN-HISTORIA TO TRUE
005040     END-IF.
005050 1100-EXIT.
005060     EXIT.
005070
005080 1200-LEER-DIFERENCIA.
005090     READ DRAWER-DIFF-FILE NEXT RECORD
005100         AT END
005110             SET CO-FIN-DIFERENCIAS TO TRUE
005120     END-READ.
005130     IF NOT CO-FIN-DIFERENCIAS
005140             AND AD-FECHA > CO-FECHA-HASTA
005150         SET CO-FIN-DIFERENCIAS TO TRUE
005160     END-IF.
005170 1200-EXIT.
005180     EXIT.
005190
005200******************************************************************
005210*CARGAR-REGLAS: recorre las reglas en orden de sucursal y
005220*vigencia y deja por sucursal la ultima con vigencia hasta el fin
005230*del mes liquidado. Sin archivo rigen los valores por defecto.
005240******************************************************************
005250 1300-CARGAR-REGLAS.
005260     OPEN INPUT COMMISSION-PARAMS-FILE.
005270     IF NOT CO-COM-STATUS-OK
005280         DISPLAY "Sin reglas de comision (status "
005290             CO-COM-STATUS "), rigen los valores por defecto"
005300         GO TO 1300-EXIT
005310     END-IF.
005320     MOVE LOW-VALUES TO KP-CLAVE.
005330     START COMMISSION-PARAMS-FILE
005340         KEY IS NOT LESS THAN KP-CLAVE
005350         INVALID KEY SET CO-FIN-REGLAS TO TRUE
005360     END-START.
005370     PERFORM 1310-LEER-REGLA THRU 1310-EXIT
005380         UNTIL CO-FIN-REGLAS.
005390     CLOSE COMMISSION-PARAMS-FILE.
005400 1300-EXIT.
005410     EXIT.
005420
005430 1310-LEER-REGLA.
005440     READ COMMISSION-PARAMS-FILE NEXT RECORD
005450         AT END
005460             SET CO-FIN-REGLAS TO TRUE
005470     END-READ.
005480     IF CO-FIN-REGLAS
005490         GO TO 1310-EXIT
005500     END-IF.
005510     IF KP-FECHA-VIGENCIA > CO-FECHA-HASTA
005520         GO TO 1310-EXIT
005530     END-IF.
005540     MOVE KP-SUCURSAL TO CO-SUC-BUSCADA.
005550     PERFORM 4150-UBICAR-REGLA THRU 4150-EXIT.
005560     IF NOT CO-HALLADO
005570         IF CO-CANT-REGLAS NOT LESS THAN CO-MAX-REGLAS
005580             ADD 1 TO CO-CANT-DESBORDES
005590             GO TO 1310-EXIT
005600         END-IF
005610         ADD 1 TO CO-CANT-REGLAS
005620         MOVE CO-CANT-REGLAS TO CO-IDX-REG
005630         MOVE KP-SUCURSAL TO CO-REG-SUCURSAL(CO-IDX-REG)
005640     END-IF.
005650     MOVE KP-FECHA-VIGENCIA TO CO-REG-FECHA(CO-IDX-REG).
005660     MOVE KP-PORCENTAJE     TO CO-REG-PORCENTAJE(CO-IDX-REG).
005670     MOVE KP-PISO-VENTAS    TO CO-REG-PISO(CO-IDX-REG).
005680     MOVE KP-PORC-FALTANTE  TO CO-REG-PORC-FALT(CO-IDX-REG).
005690 1310-EXIT.
005700     EXIT.
005710
005720******************************************************************
005730*IMPRIMIR-REGLAS: una linea por regla que rige en el mes, para
005740*que quien firma vea con que se liquido.
005750******************************************************************
005760 1400-IMPRIMIR-REGLAS.
005770     MOVE SPACES TO CO-SUC-BUSCADA.
005780     PERFORM 4150-UBICAR-REGLA THRU 4150-EXIT.
005790     IF NOT CO-HALLADO
005800         MOVE "VALORES POR DEFECTO" TO CO-RGL-SUCURSAL
005810         MOVE "-" TO CO-RGL-VIGENCIA
005820         MOVE CO-DEF-PORCENTAJE TO CO-RGL-PORC
005830         MOVE CO-DEF-PISO-VENTAS TO CO-RGL-PISO
005840         MOVE CO-DEF-PORC-FALTANTE TO CO-RGL-FALT
005850         MOVE CO-LINEA-REGLA TO CO-LINEA-TRABAJO
005860         PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
005870     END-IF.
005880     MOVE ZERO TO CO-IDX-REG.
005890     PERFORM 1410-LINEA-REGLA THRU 1410-EXIT
005900         CO-CANT-REGLAS TIMES.
005910     MOVE ALL "-" TO CO-LINEA-TRABAJO.
005920     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
005930 1400-EXIT.
005940     EXIT.
005950
005960 1410-LINEA-REGLA.
005970     ADD 1 TO CO-IDX-REG.
005980     IF CO-REG-SUCURSAL(CO-IDX-REG) = SPACES
005990         MOVE "REGLA GENERAL" TO CO-RGL-SUCURSAL
006000     ELSE
006010         MOVE SPACES TO CO-RGL-SUCURSAL
006020         STRING "SUCURSAL " CO-REG-SUCURSAL(CO-IDX-REG)
006030             DELIMITED BY SIZE INTO CO-RGL-SUCURSAL
006040     END-IF.
006050     MOVE CO-REG-FECHA(CO-IDX-REG) TO CO-VIGENCIA-EDITADA.
006060     MOVE CO-VIGENCIA-EDITADA TO CO-RGL-VIGENCIA.
006070     MOVE CO-REG-PORCENTAJE(CO-IDX-REG) TO CO-RGL-PORC.
006080     MOVE CO-REG-PISO(CO-IDX-REG) TO CO-RGL-PISO.
006090     MOVE CO-REG-PORC-FALT(CO-IDX-REG) TO CO-RGL-FALT.
006100     MOVE CO-LINEA-REGLA TO CO-LINEA-TRABAJO.
006110     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
006120 1410-EXIT.
006130     EXIT.
006140
006150******************************************************************
006160*PROCESAR-HISTORIA: suma cada venta del mes a su cajero y resta
006170*cada devolucion que pago; lo posterior a la baja del cajero no
006180*se liquida.
006190******************************************************************
006200 2000-PROCESAR-HISTORIA.
006210     ADD 1 TO CO-CANT-LEIDOS.
006220     MOVE SI-CAJERO TO CO-CAJ-BUSCADO.
006230     MOVE SI-SUCURSAL TO CO-SUC-ORIGEN.
006240     PERFORM 2500-UBICAR-CAJERO THRU 2500-EXIT.
006250     IF NOT CO-HALLADO
006260         GO TO 2000-LEER
006270     END-IF.
006280     IF CO-CAJ-DE-BAJA(CO-IDX-CAJ)
006290             AND SI-FECHA > CO-CAJ-FECHA-BAJA(CO-IDX-CAJ)
006300         ADD 1 TO CO-CANT-POST-BAJA
006310         GO TO 2000-LEER
006320     END-IF.
006330     IF SI-TIPO-DEVOLUCION
006340         ADD SI-TOTAL TO CO-CAJ-DEVOLUCIONES(CO-IDX-CAJ)
006350     ELSE
006360         ADD SI-TOTAL TO CO-CAJ-VENTAS(CO-IDX-CAJ)
006370     END-IF.
006380 2000-LEER.
006390     PERFORM 1100-LEER-HISTORIA THRU 1100-EXIT.
006400 2000-EXIT.
006410     EXIT.
006420
006430******************************************************************
006440*UBICAR-CAJERO: busca el cajero en la tabla; si es nuevo y hay
006450*lugar lo agrega con los datos del maestro.
006460******************************************************************
006470 2500-UBICAR-CAJERO.
006480     MOVE "N" TO CO-SW-HALLADO.
006490     MOVE 1 TO CO-IDX-J.
006500     PERFORM 2510-COMPARAR-CAJERO THRU 2510-EXIT
006510         UNTIL CO-HALLADO OR CO-IDX-J > CO-CANT-CAJEROS.
006520     IF CO-HALLADO
006530         GO TO 2500-EXIT
006540     END-IF.
006550     IF CO-CANT-CAJEROS NOT LESS THAN CO-MAX-CAJEROS
006560         ADD 1 TO CO-CANT-DESBORDES
006570         GO TO 2500-EXIT
006580     END-IF.
006590     ADD 1 TO CO-CANT-CAJEROS.
006600     MOVE CO-CANT-CAJEROS TO CO-IDX-CAJ.
006610     MOVE CO-CAJ-BUSCADO TO CO-CAJ-CAJERO(CO-IDX-CAJ).
006620     MOVE CO-SUC-ORIGEN TO CO-CAJ-SUCURSAL(CO-IDX-CAJ).
006630     MOVE "(SIN MAESTRO)" TO CO-CAJ-NOMBRE(CO-IDX-CAJ).
006640     MOVE SPACES TO CO-CAJ-LEGAJO(CO-IDX-CAJ).
006650     MOVE "N" TO CO-CAJ-SW-MAESTRO(CO-IDX-CAJ).
006660     MOVE "N" TO CO-CAJ-SW-BAJA(CO-IDX-CAJ).
006670     MOVE ZERO TO CO-CAJ-FECHA-BAJA(CO-IDX-CAJ).
006680     MOVE ZERO TO CO-CAJ-VENTAS(CO-IDX-CAJ).
006690     MOVE ZERO TO CO-CAJ-DEVOLUCIONES(CO-IDX-CAJ).
006700     MOVE ZERO TO CO-CAJ-FALTANTE(CO-IDX-CAJ).
006710     SET CO-HALLADO TO TRUE.
006720     PERFORM 2520-LEER-MAESTRO THRU 2520-EXIT.
006730 2500-EXIT.
006740     EXIT.
006750
006760 2510-COMPARAR-CAJERO.
006770     IF CO-CAJ-CAJERO(CO-IDX-J) = CO-CAJ-BUSCADO
006780         MOVE CO-IDX-J TO CO-IDX-CAJ
006790         SET CO-HALLADO TO TRUE
006800     ELSE
006810         ADD 1 TO CO-IDX-J
006820     END-IF.
006830 2510-EXIT.
006840     EXIT.
006850
006860******************************************************************
006870*LEER-MAESTRO: nombre, sucursal, legajo y baja del cajero recien
006880*agregado a la tabla.
006890******************************************************************
006900 2520-LEER-MAESTRO.
006910     IF NOT CO-CAJMAST-ABIERTO
006920         GO TO 2520-EXIT
006930     END-IF.
006940     MOVE CO-CAJ-BUSCADO TO MC-CAJERO.
006950     READ CASHIER-MASTER
006960         INVALID KEY
006970             GO TO 2520-EXIT
006980     END-READ.
006990     SET CO-CAJ-CON-MAESTRO(CO-IDX-CAJ) TO TRUE.
007000     MOVE MC-NOMBRE TO CO-CAJ-NOMBRE(CO-IDX-CAJ).
007010     MOVE MC-SUCURSAL TO CO-CAJ-SUCURSAL(CO-IDX-CAJ).
007020     IF MC-LEGAJO IS NUMERIC
007030         MOVE MC-LEGAJO TO CO-CAJ-LEGAJO(CO-IDX-CAJ)
007040     END-IF.
007050     IF MC-INACTIVO
007060         SET CO-CAJ-DE-BAJA(CO-IDX-CAJ) TO TRUE
007070         MOVE MC-FECHA-BAJA TO CO-CAJ-FECHA-BAJA(CO-IDX-CAJ)
007080     END-IF.
007090 2520-EXIT.
007100     EXIT.
007110
007120******************************************************************
007130*PROCESAR-DIFERENCIA: suma al cajero el faltante de cada cajon
007140*cruzado del mes que quedo fuera de tolerancia; sobrantes,
007150*faltantes dentro de tolerancia y cajones sin conteo o sin ventas
007160*no se descuentan.
007170******************************************************************
007180 3000-PROCESAR-DIFERENCIA.
007190     IF NOT AD-CRUZADO
007200             OR NOT AD-FUERA-TOLERANCIA
007210             OR AD-DIFERENCIA NOT < ZERO
007220         GO TO 3000-LEER
007230     END-IF.
007240     MOVE AD-CAJERO TO CO-CAJ-BUSCADO.
007250     MOVE AD-SUCURSAL TO CO-SUC-ORIGEN.
007260     PERFORM 2500-UBICAR-CAJERO THRU 2500-EXIT.
007270     IF NOT CO-HALLADO
007280         GO TO 3000-LEER
007290     END-IF.
007300     IF CO-CAJ-DE-BAJA(CO-IDX-CAJ)
007310             AND AD-FECHA > CO-CAJ-FECHA-BAJA(CO-IDX-CAJ)
007320         GO TO 3000-LEER
007330     END-IF.
007340     ADD 1 TO CO-CANT-FALTANTES.
007350     SUBTRACT AD-DIFERENCIA FROM CO-CAJ-FALTANTE(CO-IDX-CAJ).
007360 3000-LEER.
007370     PERFORM 1200-LEER-DIFERENCIA THRU 1200-EXIT.
007380 3000-EXIT.
007390     EXIT.
007400
007410******************************************************************
007420*LIQUIDAR-CAJERO: venta neta, comision segun la regla de la
007430*sucursal (cero por debajo del piso), descuento de faltantes con
007440*tope en la comision y neto a pagar. Graba la interfaz del cajero
007450*con maestro y legajo y lo acumula en los totales; sin ellos
007451*queda sin liquidar y fuera de los totales.
007460******************************************************************
007470 4000-LIQUIDAR-CAJERO.
007480     COMPUTE CO-NETO = CO-CAJ-VENTAS(CO-IDX)
007490         - CO-CAJ-DEVOLUCIONES(CO-IDX).
007500     MOVE CO-CAJ-SUCURSAL(CO-IDX) TO CO-SUC-BUSCADA.
007510     PERFORM 4100-BUSCAR-REGLA THRU 4100-EXIT.
007520     MOVE ZERO TO CO-COMISION.
007530     MOVE ZERO TO CO-DESCUENTO.
007540     MOVE SPACES TO CO-DET-OBSERVACION.
007550     IF CO-CAJ-DE-BAJA(CO-IDX)
007560         MOVE CO-CAJ-FECHA-BAJA(CO-IDX) TO CO-FECHA-BAJA-R
007570         MOVE CO-BAJA-DD TO CO-OBS-BAJA-DD
007580         MOVE CO-BAJA-MM TO CO-OBS-BAJA-MM
007590         MOVE CO-OBS-BAJA TO CO-DET-OBSERVACION
007600     END-IF.
007610     IF CO-NETO > ZERO
007620             AND CO-NETO NOT < CO-RG-PISO
007630         COMPUTE CO-COMISION ROUNDED =
007640             CO-NETO * CO-RG-PORCENTAJE / 100
007650     ELSE
007660         MOVE "BAJO PISO" TO CO-DET-OBSERVACION
007670     END-IF.
007680     COMPUTE CO-DESCUENTO ROUNDED =
007690         CO-CAJ-FALTANTE(CO-IDX) * CO-RG-PORC-FALT / 100.
007700     IF CO-DESCUENTO > CO-COMISION
007710         MOVE CO-COMISION TO CO-DESCUENTO
007720     END-IF.
007730     COMPUTE CO-A-PAGAR = CO-COMISION - CO-DESCUENTO.
007740     IF NOT CO-CAJ-CON-MAESTRO(CO-IDX)
007750         MOVE "SIN MAESTRO" TO CO-DET-OBSERVACION
007760         GO TO 4000-SIN-LIQUIDAR
007770     END-IF.
007780     IF CO-CAJ-LEGAJO(CO-IDX) IS NOT NUMERIC
007790             OR CO-CAJ-LEGAJO(CO-IDX) = "000000"
007800         MOVE "SIN LEGAJO" TO CO-DET-OBSERVACION
007810         GO TO 4000-SIN-LIQUIDAR
007820     END-IF.
007821     ADD CO-NETO TO CO-SUC-NETO CO-TOT-NETO.
007822     ADD CO-COMISION TO CO-SUC-COMISION CO-TOT-COMISION.
007823     ADD CO-CAJ-FALTANTE(CO-IDX)
007824         TO CO-SUC-FALTANTE CO-TOT-FALTANTE.
007825     ADD CO-DESCUENTO TO CO-SUC-DESCUENTO CO-TOT-DESCUENTO.
007826     ADD CO-A-PAGAR TO CO-SUC-A-PAGAR CO-TOT-A-PAGAR.
007830     IF CO-COMISION > ZERO
007840         ADD 1 TO CO-CANT-LIQUIDADOS
007850         MOVE CO-CONCEPTO-COMISION TO NM-CONCEPTO
007860         MOVE CO-COMISION TO NM-IMPORTE
007870         PERFORM 4500-GRABAR-INTERFAZ THRU 4500-EXIT
007880     END-IF.
007890     IF CO-DESCUENTO > ZERO
007900         MOVE CO-CONCEPTO-FALTANTE TO NM-CONCEPTO
007910         MOVE CO-DESCUENTO TO NM-IMPORTE
007920         PERFORM 4500-GRABAR-INTERFAZ THRU 4500-EXIT
007930     END-IF.
007940     GO TO 4000-EXIT.
007950 4000-SIN-LIQUIDAR.
007960     IF CO-A-PAGAR > ZERO
007970         ADD 1 TO CO-CANT-SIN-LIQUIDAR
007980     END-IF.
007990 4000-EXIT.
008000     EXIT.
008010
008020******************************************************************
008030*BUSCAR-REGLA: la regla propia de la sucursal, si no la general,
008040*si no los valores por defecto.
008050******************************************************************
008060 4100-BUSCAR-REGLA.
008070     PERFORM 4150-UBICAR-REGLA THRU 4150-EXIT.
008080     IF NOT CO-HALLADO
008090         MOVE SPACES TO CO-SUC-BUSCADA
008100         PERFORM 4150-UBICAR-REGLA THRU 4150-EXIT
008110     END-IF.
008120     IF CO-HALLADO
008130         MOVE CO-REG-PORCENTAJE(CO-IDX-REG) TO CO-RG-PORCENTAJE
008140         MOVE CO-REG-PISO(CO-IDX-REG) TO CO-RG-PISO
008150         MOVE CO-REG-PORC-FALT(CO-IDX-REG) TO CO-RG-PORC-FALT
008160     ELSE
008170         MOVE CO-DEF-PORCENTAJE TO CO-RG-PORCENTAJE
008180         MOVE CO-DEF-PISO-VENTAS TO CO-RG-PISO
008190         MOVE CO-DEF-PORC-FALTANTE TO CO-RG-PORC-FALT
008200     END-IF.
008210 4100-EXIT.
008220     EXIT.
008230
008240 4150-UBICAR-REGLA.
008250     MOVE "N" TO CO-SW-HALLADO.
008260     MOVE 1 TO CO-IDX-REG.
008270     PERFORM 4160-COMPARAR-REGLA THRU 4160-EXIT
008280         UNTIL CO-HALLADO OR CO-IDX-REG > CO-CANT-REGLAS.
008290 4150-EXIT.
008300     EXIT.
008310
008320 4160-COMPARAR-REGLA.
008330     IF CO-REG-SUCURSAL(CO-IDX-REG) = CO-SUC-BUSCADA
008340         SET CO-HALLADO TO TRUE
008350     ELSE
008360         ADD 1 TO CO-IDX-REG
008370     END-IF.
008380 4160-EXIT.
008390     EXIT.
008400
008410 4500-GRABAR-INTERFAZ.
008420     MOVE CO-CAJ-LEGAJO(CO-IDX) TO NM-LEGAJO.
008430     MOVE CO-MES-LIQUIDADO TO NM-PERIODO.
008440     MOVE SPACES TO NM-NOMINA-RECORD(29:12).
008450     WRITE NM-NOMINA-RECORD.
008460     ADD 1 TO CO-CANT-INTERFAZ.
008470 4500-EXIT.
008480     EXIT.
008490
008500******************************************************************
008510*ENCABEZADO: titulo, periodo y titulos de columna.
008520******************************************************************
008530 5000-ENCABEZADO.
008540     ADD 1 TO CO-PAGINA.
008550     MOVE ZERO TO CO-LINEAS-PAGINA.
008560     MOVE CO-PAGINA TO CO-ENC-PAGINA.
008570     WRITE CO-LINEA-IMPRESION FROM CO-ENCABEZADO-1.
008580     WRITE CO-LINEA-IMPRESION FROM CO-ENCABEZADO-PERIODO.
008590     MOVE ALL "=" TO CO-LINEA-IMPRESION.
008600     WRITE CO-LINEA-IMPRESION.
008610     WRITE CO-LINEA-IMPRESION FROM CO-ENCABEZADO-2.
008620     MOVE ALL "-" TO CO-LINEA-IMPRESION.
008630     WRITE CO-LINEA-IMPRESION.
008640 5000-EXIT.
008650     EXIT.
008660
008670******************************************************************
008680*ORDENAR: seleccion sobre sucursal y cajero.
008690******************************************************************
008700 6000-ORDENAR-CAJEROS.
008710     MOVE 1 TO CO-IDX.
008720     PERFORM 6100-PASADA THRU 6100-EXIT
008730         UNTIL CO-IDX NOT LESS THAN CO-CANT-CAJEROS.
008740 6000-EXIT.
008750     EXIT.
008760
008770 6100-PASADA.
008780     MOVE CO-IDX TO CO-IDX-MEJOR.
008790     COMPUTE CO-IDX-J = CO-IDX + 1.
008800     PERFORM 6200-COMPARAR THRU 6200-EXIT
008810         UNTIL CO-IDX-J > CO-CANT-CAJEROS.
008820     IF CO-IDX-MEJOR NOT = CO-IDX
008830         MOVE CO-ENTRADA-CAJERO(CO-IDX) TO CO-CAJ-AUX
008840         MOVE CO-ENTRADA-CAJERO(CO-IDX-MEJOR)
008850             TO CO-ENTRADA-CAJERO(CO-IDX)
008860         MOVE CO-CAJ-AUX TO CO-ENTRADA-CAJERO(CO-IDX-MEJOR)
008870     END-IF.
008880     ADD 1 TO CO-IDX.
008890 6100-EXIT.
008900     EXIT.
008910
008920 6200-COMPARAR.
008930     MOVE "N" TO CO-SW-ANTES.
008940     IF CO-CAJ-CLAVE(CO-IDX-J) < CO-CAJ-CLAVE(CO-IDX-MEJOR)
008950         SET CO-VA-ANTES TO TRUE
008960     END-IF.
008970     IF CO-VA-ANTES
008980         MOVE CO-IDX-J TO CO-IDX-MEJOR
008990     END-IF.
009000     ADD 1 TO CO-IDX-J.
009010 6200-EXIT.
009020     EXIT.
009030
009040 7000-ESCRIBIR-LINEA.
009050     IF CO-LINEAS-PAGINA NOT LESS THAN CO-MAX-LINEAS
009060         PERFORM 5000-ENCABEZADO THRU 5000-EXIT
009070     END-IF.
009080     WRITE CO-LINEA-IMPRESION FROM CO-LINEA-TRABAJO.
009090     ADD 1 TO CO-LINEAS-PAGINA.
009100 7000-EXIT.
009110     EXIT.
009120
009130******************************************************************
009140*FINALIZAR: ordena los cajeros, liquida e imprime cada uno con
009150*corte por sucursal, el total general, los contadores y el
009160*bloque de firmas; cierra los archivos y deja la corrida en el
009170*control. Termina con RETURN-CODE 8 si hubo desborde de tabla o
009180*comisiones que no pudieron pasar a sueldos.
009190******************************************************************
009200 9000-FINALIZAR.
009210     IF NOT CO-HIST-ABIERTA
009220         GO TO 9000-CERRAR
009230     END-IF.
009240     PERFORM 6000-ORDENAR-CAJEROS THRU 6000-EXIT.
009250     MOVE HIGH-VALUES TO CO-SUC-ANTERIOR.
009260     MOVE ZERO TO CO-IDX.
009270     PERFORM 9100-LINEA-CAJERO THRU 9100-EXIT
009280         CO-CANT-CAJEROS TIMES.
009290     IF CO-CANT-CAJEROS > ZERO
009300         PERFORM 9200-TOTAL-SUCURSAL THRU 9200-EXIT
009310     END-IF.
009320     MOVE "TOTAL GENERAL" TO CO-TOT-TITULO.
009330     MOVE CO-TOT-NETO TO CO-TOT-ED-NETO.
009340     MOVE CO-TOT-COMISION TO CO-TOT-ED-COMISION.
009350     MOVE CO-TOT-FALTANTE TO CO-TOT-ED-FALTANTE.
009360     MOVE CO-TOT-DESCUENTO TO CO-TOT-ED-DESCUENTO.
009370     MOVE CO-TOT-A-PAGAR TO CO-TOT-ED-A-PAGAR.
009380     MOVE CO-LINEA-TOTAL TO CO-LINEA-TRABAJO.
009390     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
009400     MOVE SPACES TO CO-LINEA-TRABAJO.
009410     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
009420     MOVE "MOVIMIENTOS DEL MES LEIDOS" TO CO-RES-TITULO.
009430     MOVE CO-CANT-LEIDOS TO CO-RES-CANTIDAD.
009440     PERFORM 9300-ESCRIBIR-RESUMEN THRU 9300-EXIT.
009450     MOVE "MOVIMIENTOS POSTERIORES A LA BAJA (NO SUMAN)"
009460         TO CO-RES-TITULO.
009470     MOVE CO-CANT-POST-BAJA TO CO-RES-CANTIDAD.
009480     PERFORM 9300-ESCRIBIR-RESUMEN THRU 9300-EXIT.
009490     MOVE "FALTANTES DE CAJA FUERA DE TOLERANCIA"
009500         TO CO-RES-TITULO.
009510     MOVE CO-CANT-FALTANTES TO CO-RES-CANTIDAD.
009520     PERFORM 9300-ESCRIBIR-RESUMEN THRU 9300-EXIT.
009530     MOVE "CAJEROS LIQUIDADOS A SUELDOS" TO CO-RES-TITULO.
009540     MOVE CO-CANT-LIQUIDADOS TO CO-RES-CANTIDAD.
009550     PERFORM 9300-ESCRIBIR-RESUMEN THRU 9300-EXIT.
009560     MOVE "REGISTROS DE INTERFAZ A SUELDOS" TO CO-RES-TITULO.
009570     MOVE CO-CANT-INTERFAZ TO CO-RES-CANTIDAD.
009580     PERFORM 9300-ESCRIBIR-RESUMEN THRU 9300-EXIT.
009590     IF CO-CANT-SIN-LIQUIDAR > ZERO
009600         MOVE "ATENCION: COMISIONES SIN MAESTRO O LEGAJO"
009610             TO CO-RES-TITULO
009620         MOVE CO-CANT-SIN-LIQUIDAR TO CO-RES-CANTIDAD
009630         PERFORM 9300-ESCRIBIR-RESUMEN THRU 9300-EXIT
009640         MOVE 8 TO RETURN-CODE
009650     END-IF.
009660     IF CO-CANT-DESBORDES > ZERO
009670         MOVE "ATENCION: REGISTROS OMITIDOS POR TABLA LLENA"
009680             TO CO-RES-TITULO
009690         MOVE CO-CANT-DESBORDES TO CO-RES-CANTIDAD
009700         PERFORM 9300-ESCRIBIR-RESUMEN THRU 9300-EXIT
009710         MOVE 8 TO RETURN-CODE
009720     END-IF.
009730     PERFORM 9400-FIRMAS THRU 9400-EXIT.
009740     CLOSE SALES-HISTORY-INDEX.
009750     CLOSE PAYROLL-INTERFACE-FILE.
009760     IF CO-DIF-ABIERTO
009770         CLOSE DRAWER-DIFF-FILE
009780     END-IF.
009790     IF CO-CAJMAST-ABIERTO
009800         CLOSE CASHIER-MASTER
009810     END-IF.
009820 9000-CERRAR.
009830     CLOSE COMMISSION-REPORT-FILE.
009840     IF CO-HIST-ABIERTA
009850         PERFORM 9500-GRABAR-RUN-CONTROL THRU 9500-EXIT
009860     END-IF.
009870 9000-EXIT.
009880     EXIT.
009890
009900******************************************************************
009910*LINEA-CAJERO: corta por sucursal, liquida el cajero (la
009920*liquidacion acumula los totales) e imprime su linea.
009930******************************************************************
009940 9100-LINEA-CAJERO.
009950     ADD 1 TO CO-IDX.
009960     IF CO-CAJ-SUCURSAL(CO-IDX) NOT = CO-SUC-ANTERIOR
009970         IF CO-IDX > 1
009980             PERFORM 9200-TOTAL-SUCURSAL THRU 9200-EXIT
009990         END-IF
010000         MOVE CO-CAJ-SUCURSAL(CO-IDX) TO CO-SUC-ANTERIOR
010010         INITIALIZE CO-TOTALES-SUCURSAL
010020     END-IF.
010030     MOVE SPACES TO CO-LINEA-DETALLE.
010040     PERFORM 4000-LIQUIDAR-CAJERO THRU 4000-EXIT.
010050     MOVE CO-CAJ-SUCURSAL(CO-IDX) TO CO-DET-SUCURSAL.
010060     MOVE CO-CAJ-CAJERO(CO-IDX) TO CO-DET-CAJERO.
010070     MOVE CO-CAJ-NOMBRE(CO-IDX) TO CO-DET-NOMBRE.
010080     MOVE CO-CAJ-LEGAJO(CO-IDX) TO CO-DET-LEGAJO.
010090     MOVE CO-NETO TO CO-DET-NETO.
010100     MOVE CO-RG-PORCENTAJE TO CO-DET-PORC.
010110     MOVE CO-COMISION TO CO-DET-COMISION.
010120     MOVE CO-CAJ-FALTANTE(CO-IDX) TO CO-DET-FALTANTE.
010130     MOVE CO-DESCUENTO TO CO-DET-DESCUENTO.
010140     MOVE CO-A-PAGAR TO CO-DET-A-PAGAR.
010150     MOVE CO-LINEA-DETALLE TO CO-LINEA-TRABAJO.
010160     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
010230 9100-EXIT.
010240     EXIT.
010250
010260 9200-TOTAL-SUCURSAL.
010270     MOVE ALL "-" TO CO-LINEA-TRABAJO.
010280     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
010290     MOVE SPACES TO CO-TOT-TITULO.
010300     STRING "TOTAL SUCURSAL " CO-SUC-ANTERIOR
010310         DELIMITED BY SIZE INTO CO-TOT-TITULO.
010320     MOVE CO-SUC-NETO TO CO-TOT-ED-NETO.
010330     MOVE CO-SUC-COMISION TO CO-TOT-ED-COMISION.
010340     MOVE CO-SUC-FALTANTE TO CO-TOT-ED-FALTANTE.
010350     MOVE CO-SUC-DESCUENTO TO CO-TOT-ED-DESCUENTO.
010360     MOVE CO-SUC-A-PAGAR TO CO-TOT-ED-A-PAGAR.
010370     MOVE CO-LINEA-TOTAL TO CO-LINEA-TRABAJO.
010380     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
010390     MOVE SPACES TO CO-LINEA-TRABAJO.
010400     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
010410 9200-EXIT.
010420     EXIT.
010430
010440 9300-ESCRIBIR-RESUMEN.
010450     MOVE CO-LINEA-RESUMEN TO CO-LINEA-TRABAJO.
010460     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
010470 9300-EXIT.
010480     EXIT.
010490
010500******************************************************************
010510*FIRMAS: bloque de conformidad de la liquidacion, que no se parte
010520*entre dos hojas, como en el registro de autorizaciones.
010530******************************************************************
010540 9400-FIRMAS.
010550     IF CO-LINEAS-PAGINA > CO-LINEAS-CIERRE
010560         PERFORM 5000-ENCABEZADO THRU 5000-EXIT
010570     END-IF.
010580     MOVE SPACES TO CO-LINEA-TRABAJO.
010590     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT 3 TIMES.
010600     MOVE ALL "_" TO CO-FIR-RAYA.
010610     MOVE "PREPARO (SISTEMAS):" TO CO-FIR-TITULO.
010620     PERFORM 9450-LINEA-FIRMA THRU 9450-EXIT.
010630     MOVE "CONTROLO (RECURSOS HUMANOS):" TO CO-FIR-TITULO.
010640     PERFORM 9450-LINEA-FIRMA THRU 9450-EXIT.
010650     MOVE "APROBO (GERENCIA):" TO CO-FIR-TITULO.
010660     PERFORM 9450-LINEA-FIRMA THRU 9450-EXIT.
010670     MOVE "FECHA:" TO CO-FIR-TITULO.
010680     MOVE "____/____/________" TO CO-FIR-RAYA.
010690     PERFORM 9450-LINEA-FIRMA THRU 9450-EXIT.
010700 9400-EXIT.
010710     EXIT.
010720
010730 9450-LINEA-FIRMA.
010740     MOVE CO-LINEA-FIRMA TO CO-LINEA-TRABAJO.
010750     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
010760     MOVE SPACES TO CO-LINEA-TRABAJO.
010770     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
010780 9450-EXIT.
010790     EXIT.
010800
010810******************************************************************
010820*GRABAR-RUN-CONTROL: deja constancia de la corrida completa en
010830*RUN-CONTROL-FILE, para el rearranque del proceso nocturno. El
010840*total general es el neto a pagar de comisiones del mes.
010850******************************************************************
010860 9500-GRABAR-RUN-CONTROL.
010870     OPEN EXTEND RUN-CONTROL-FILE.
010880     IF NOT CO-RUN-STATUS-OK
010890         OPEN OUTPUT RUN-CONTROL-FILE
010900     END-IF.
010910     IF NOT CO-RUN-STATUS-OK
010920         DISPLAY "No se pudo grabar RUN-CONTROL-FILE, status "
010930             CO-RUN-STATUS
010940         GO TO 9500-EXIT
010950     END-IF.
010960     INITIALIZE RC-RUN-RECORD.
010970     MOVE "EJER1COM" TO RC-PROGRAMA.
010980     MOVE CO-FECHA-PROCESO TO RC-FECHA.
010990     ACCEPT RC-HORA FROM TIME.
010991     MOVE CO-HORA-INICIO TO RC-HORA-INICIO.
011000     MOVE CO-CANT-LEIDOS TO RC-LEIDOS.
011010     MOVE CO-CANT-LIQUIDADOS TO RC-PROCESADOS.
011020     MOVE CO-CANT-SIN-LIQUIDAR TO RC-RECHAZADOS.
011030     MOVE CO-TOT-A-PAGAR TO RC-SUMA-MONTO.
011040     MOVE CO-TOT-A-PAGAR TO RC-TOTAL-GENERAL.
011050     WRITE RC-RUN-RECORD.
011060     CLOSE RUN-CONTROL-FILE.
011070 9500-EXIT.
011080     EXIT.
011090
011100 END PROGRAM Ejercicio1Comision.
