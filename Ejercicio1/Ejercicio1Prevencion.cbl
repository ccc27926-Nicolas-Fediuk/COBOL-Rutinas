000100******************************************************************
000110*PROGRAMA    : Ejercicio1Prevencion
000120*AUTOR       : R. Fediuk - Sistemas
000130*INSTALACION : Casa Central
000140*FECHA ESCR. : 2026-10-15
000150*FECHA COMP. :
000160*PROPOSITO   : Reporte nocturno de prevencion de perdidas para
000170*              auditoria. La rendicion y el arqueo cuadran el
000180*              cajon, pero no muestran al cajero que devuelve sus
000190*              propias ventas, que descuenta siempre al borde del
000200*              tope o que usa el codigo de gerencia. Recorre
000210*              SALES-HISTORY-INDEX y SALES-EXCEPTION-FILE en una
000220*              ventana movil que termina en la fecha de proceso y
000230*              evalua por cajero y sucursal seis indicadores con
000240*              umbral y peso configurables (LOSS-PARAMS-FILE,
000250*              copybook PREVPAR; sin juego vigente rigen valores
000260*              por defecto): tasa de devoluciones, devoluciones
000270*              de ventas del mismo cajero, ventas en o cerca del
000280*              tope de descuento, descuentos sobre el tope con
000290*              codigo de gerencia, ventas rechazadas y luego
000300*              corregidas, y reintegros repetidos al mismo
000310*              cliente. Emite por sucursal el ranking de cajeros
000320*              por puntaje y, debajo de cada cajero senalado, la
000330*              fecha y secuencia de los movimientos que dispararon
000340*              cada indicador, para que el auditor pida los
000350*              tickets.
000360******************************************************************
000370*HISTORIAL DE MODIFICACIONES
000380*FECHA       INIC.  DESCRIPCION
000390*----------  -----  -------------------------------------------
000400*2026-10-15  RF     Version original.
000401*2026-10-15  RF     Se graba en RUNCTL la hora de inicio del
000402*                   paso (RC-HORA-INICIO) para el historial
000403*                   de tiempos de la noche.
000404*2026-10-15  RF     El descuento tecleado descuenta tambien el
000405*                   extra de fidelidad que sumo el cierre
000406*                   (SI-FIDEL-PORC): el indicador de ventas al
000407*                   borde del tope ya no le cuenta al cajero los
000408*                   descuentos automaticos por fidelidad.
000410******************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID. Ejercicio1Prevencion.
000440 AUTHOR. R. FEDIUK.
000450 INSTALLATION. CASA CENTRAL.
000460 DATE-WRITTEN. 2026-10-15.
000470 DATE-COMPILED.
000480******************************************************************
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT SALES-HISTORY-INDEX ASSIGN TO "SALESIDX"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS SI-CLAVE
000560         FILE STATUS IS PV-HIST-STATUS.
000570     SELECT SALES-EXCEPTION-FILE ASSIGN TO "SALESEXC"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS PV-EXC-STATUS.
000600     SELECT LOSS-PARAMS-FILE ASSIGN TO "PRVPARMS"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS LP-FECHA-VIGENCIA
000640         FILE STATUS IS PV-PRV-STATUS.
000650     SELECT PRICE-PARAMS-FILE ASSIGN TO "PARAMS"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS PR-FECHA-VIGENCIA
000690         FILE STATUS IS PV-PAR-STATUS.
000700     SELECT PROCESS-DATE-FILE ASSIGN TO "PROCDATE"
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS PV-PROC-STATUS.
000730     SELECT CASHIER-MASTER ASSIGN TO "CAJMAST"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS RANDOM
000760         RECORD KEY IS MC-CAJERO
000770         FILE STATUS IS PV-CAJM-STATUS.
000780     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS PV-RUN-STATUS.
000810     SELECT PREVENTION-REPORT-FILE ASSIGN TO "PRVRPT"
000820         ORGANIZATION IS SEQUENTIAL.
000830******************************************************************
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  SALES-HISTORY-INDEX
000870     LABEL RECORDS ARE STANDARD.
000880     COPY SALESIDX.
000890
000900 FD  SALES-EXCEPTION-FILE
000910     LABEL RECORDS ARE STANDARD.
000920     COPY SALESEXC.
000930
000940 FD  LOSS-PARAMS-FILE
000950     LABEL RECORDS ARE STANDARD.
000960     COPY PREVPAR.
000970
000980 FD  PRICE-PARAMS-FILE
000990     LABEL RECORDS ARE STANDARD.
001000     COPY PARAMS.
001010
001020 FD  PROCESS-DATE-FILE
001030     LABEL RECORDS ARE STANDARD.
001040     COPY PROCDATE.
001050
001060 FD  CASHIER-MASTER
001070     LABEL RECORDS ARE STANDARD.
001080     COPY CAJMAST.
001090
001100 FD  RUN-CONTROL-FILE
001110     LABEL RECORDS ARE STANDARD.
001120     COPY RUNCTL.
001130
001140 FD  PREVENTION-REPORT-FILE
001150     LABEL RECORDS ARE STANDARD.
001160 01  PV-LINEA-IMPRESION          PIC X(132).
001170
001180 WORKING-STORAGE SECTION.
001190 01  PV-SWITCHES.
001200     05  PV-SW-FIN-HISTORIA      PIC X(01) VALUE "N".
001210         88  PV-FIN-HISTORIA            VALUE "S".
001220     05  PV-SW-FIN-EXCEPCION     PIC X(01) VALUE "N".
001230         88  PV-FIN-EXCEPCION           VALUE "S".
001240     05  PV-SW-FIN-LECTURA       PIC X(01) VALUE "N".
001250         88  PV-FIN-LECTURA             VALUE "S".
001260     05  PV-SW-HALLADO           PIC X(01) VALUE "N".
001270         88  PV-HALLADO                 VALUE "S".
001280     05  PV-SW-HIST-ABIERTA      PIC X(01) VALUE "N".
001290         88  PV-HIST-ABIERTA            VALUE "S".
001300     05  PV-SW-CAJM-ABIERTO      PIC X(01) VALUE "N".
001310         88  PV-CAJMAST-ABIERTO         VALUE "S".
001320     05  PV-SW-VIGENTE           PIC X(01) VALUE "N".
001330         88  PV-HAY-VIGENTE             VALUE "S".
001340     05  PV-SW-ANTES             PIC X(01) VALUE "N".
001350         88  PV-VA-ANTES                VALUE "S".
001360
001370 01  PV-HIST-STATUS              PIC X(02).
001380     88  PV-HIST-STATUS-OK             VALUE "00".
001390
001400 01  PV-EXC-STATUS               PIC X(02).
001410     88  PV-EXC-STATUS-OK              VALUE "00".
001420
001430 01  PV-PRV-STATUS               PIC X(02).
001440     88  PV-PRV-STATUS-OK              VALUE "00".
001450
001460 01  PV-PAR-STATUS               PIC X(02).
001470     88  PV-PAR-STATUS-OK              VALUE "00".
001480
001490 01  PV-PROC-STATUS              PIC X(02).
001500     88  PV-PROC-STATUS-OK             VALUE "00".
001510
001520 01  PV-CAJM-STATUS              PIC X(02).
001530     88  PV-CAJM-STATUS-OK             VALUE "00".
001540
001550 01  PV-RUN-STATUS               PIC X(02).
001560     88  PV-RUN-STATUS-OK              VALUE "00".
001570
001571 01  PV-HORA-INICIO              PIC 9(08) VALUE ZERO.
001580 01  PV-FECHA-PROCESO            PIC 9(08) VALUE ZERO.
001590 01  PV-FECHA-DESDE              PIC 9(08) VALUE ZERO.
001600 01  PV-FECHA-EMISION            PIC 9(08) VALUE ZERO.
001610
001620 01  PV-CONSTANTES.
001630     05  PV-MAX-CAJEROS          PIC 9(04) COMP VALUE 100.
001640     05  PV-MAX-DEVOLUCIONES     PIC 9(04) COMP VALUE 2000.
001650     05  PV-MAX-EXCEPCIONES      PIC 9(04) COMP VALUE 500.
001660     05  PV-MAX-EVIDENCIAS       PIC 9(04) COMP VALUE 3000.
001670     05  PV-MAX-LINEAS           PIC 9(02) VALUE 56.
001680     05  PV-DEF-TOPE-DESCUENTO   PIC 9(02) VALUE 30.
001690
001700******************************************************************
001710*PARAMETROS EN USO: el juego vigente de LOSS-PARAMS-FILE o, sin
001720*el, los valores por defecto (los mismos que muestra
001730*Ejercicio1Prevpar). El tope es el de PARAMS vigente.
001740******************************************************************
001750 01  PV-DEFECTOS-PREV.
001760     05  PV-DEF-DIAS-VENTANA     PIC 9(03) VALUE 30.
001770     05  PV-DEF-MIN-VENTAS       PIC 9(04) VALUE 20.
001780     05  PV-DEF-MARGEN-TOPE      PIC 9(02) VALUE 2.
001790     05  PV-DEF-VALORES          PIC X(30) VALUE
001800         "010030020502503003040020200204".
001810
001820 01  PV-PARAMETROS.
001830     05  PV-VIG-FECHA            PIC 9(08) VALUE ZERO.
001840     05  PV-DIAS-VENTANA         PIC 9(03) VALUE ZERO.
001850     05  PV-MIN-VENTAS           PIC 9(04) VALUE ZERO.
001860     05  PV-MARGEN-TOPE          PIC 9(02) VALUE ZERO.
001870     05  PV-TOPE-DESCUENTO       PIC 9(02) VALUE ZERO.
001880     05  PV-PISO-CERCA           PIC 9(02) VALUE ZERO.
001890     05  PV-INDICADORES.
001900         10  PV-INDICADOR        OCCURS 6 TIMES.
001910             15  PV-UMBRAL       PIC 9(03).
001920             15  PV-PESO         PIC 9(02).
001930
001940 01  PV-TITULOS-VALORES.
001950     05  FILLER                  PIC X(42) VALUE
001960         "TASA DE DEVOLUCIONES              % VENTAS".
001970     05  FILLER                  PIC X(42) VALUE
001980         "DEVOLUCIONES DE VENTAS PROPIAS    CANTIDAD".
001990     05  FILLER                  PIC X(42) VALUE
002000         "VENTAS EN O CERCA DEL TOPE        % VENTAS".
002010     05  FILLER                  PIC X(42) VALUE
002020         "DESCUENTO SOBRE TOPE CON GERENCIA CANTIDAD".
002030     05  FILLER                  PIC X(42) VALUE
002040         "RECHAZADAS Y LUEGO CORREGIDAS     CANTIDAD".
002050     05  FILLER                  PIC X(42) VALUE
002060         "REINTEGROS AL MISMO CLIENTE       CANTIDAD".
002070 01  PV-TITULOS REDEFINES PV-TITULOS-VALORES.
002080     05  PV-TITULO-IND           OCCURS 6 TIMES.
002090         10  PV-TIT-NOMBRE       PIC X(34).
002100         10  PV-TIT-UNIDAD       PIC X(08).
002110
002120 01  PV-ROTULOS-VALORES.
002130     05  FILLER                  PIC X(22) VALUE
002140         "1 DEVOLUCIONES".
002150     05  FILLER                  PIC X(22) VALUE
002160         "2 DEVOL. VENTA PROPIA".
002170     05  FILLER                  PIC X(22) VALUE
002180         "3 EN/CERCA DEL TOPE".
002190     05  FILLER                  PIC X(22) VALUE
002200         "4 SOBRE TOPE GERENCIA".
002210     05  FILLER                  PIC X(22) VALUE
002220         "5 RECHAZO CORREGIDO".
002230     05  FILLER                  PIC X(22) VALUE
002240         "6 REINTEGRO REPETIDO".
002250 01  PV-ROTULOS REDEFINES PV-ROTULOS-VALORES.
002260     05  PV-ROTULO               OCCURS 6 TIMES PIC X(22).
002270
002280******************************************************************
002290*TABLA DE CAJEROS: una entrada por cajero y sucursal, con los
002300*contadores de cada indicador, las marcas de los disparados y el
002310*puntaje.
002320******************************************************************
002330 01  PV-TABLA-CAJEROS.
002340     05  PV-ENTRADA-CAJERO OCCURS 100 TIMES.
002350         10  PV-TAB-SUC          PIC X(03).
002360         10  PV-TAB-CAJERO       PIC X(05).
002370         10  PV-TAB-VENTAS       PIC 9(06).
002380         10  PV-TAB-DEVOL        PIC 9(06).
002390         10  PV-TAB-PROPIAS      PIC 9(06).
002400         10  PV-TAB-TOPE         PIC 9(06).
002410         10  PV-TAB-EXCESO       PIC 9(06).
002420         10  PV-TAB-CORREGIDAS   PIC 9(06).
002430         10  PV-TAB-REINTEGROS   PIC 9(06).
002440         10  PV-TAB-PORC-DEVOL   PIC 9(03)V9(01).
002450         10  PV-TAB-PORC-TOPE    PIC 9(03)V9(01).
002460         10  PV-TAB-PUNTAJE      PIC 9(03).
002470         10  PV-TAB-MARCAS.
002480             15  PV-TAB-MARCA    OCCURS 6 TIMES PIC X(01).
002490
002500 01  PV-ENTRADA-AUX              PIC X(67).
002510
002520 01  PV-CONTROL-TABLA.
002530     05  PV-CANT-CAJEROS         PIC 9(04) COMP VALUE ZERO.
002540     05  PV-IDX                  PIC 9(04) COMP VALUE ZERO.
002550     05  PV-IDX-J                PIC 9(04) COMP VALUE ZERO.
002560     05  PV-IDX-MEJOR            PIC 9(04) COMP VALUE ZERO.
002570     05  PV-IDX-IND              PIC 9(01) VALUE ZERO.
002580     05  PV-CAJERO-BUSCADO       PIC X(05) VALUE SPACES.
002590     05  PV-SUC-BUSCADA          PIC X(03) VALUE SPACES.
002600     05  PV-CANT-DESBORDES       PIC 9(06) VALUE ZERO.
002610
002620******************************************************************
002630*TABLA DE DEVOLUCIONES: las devoluciones de la ventana, para
002640*buscar despues la venta original de cada una y contar los
002650*reintegros a un mismo cliente.
002660******************************************************************
002670 01  PV-TABLA-DEVOLUCIONES.
002680     05  PV-ENTRADA-DEV OCCURS 2000 TIMES.
002690         10  PV-DEV-CAJ          PIC 9(04) COMP.
002700         10  PV-DEV-CLIENTE      PIC 9(06).
002710         10  PV-DEV-FECHA        PIC 9(08).
002720         10  PV-DEV-SECUENCIA    PIC 9(06).
002730         10  PV-DEV-REF-FECHA    PIC 9(08).
002740         10  PV-DEV-REF-SECUENCIA
002750                                 PIC 9(06).
002760
002770 01  PV-CONTROL-DEVOLUCIONES.
002780     05  PV-CANT-DEV             PIC 9(04) COMP VALUE ZERO.
002790     05  PV-IDX-DEV              PIC 9(04) COMP VALUE ZERO.
002800     05  PV-IDX-DEV-J            PIC 9(04) COMP VALUE ZERO.
002810     05  PV-REPETICIONES         PIC 9(04) COMP VALUE ZERO.
002820
002830******************************************************************
002840*TABLA DE RECHAZOS: las ventas rechazadas de la ventana. Una venta
002850*del historial del mismo cajero, sucursal, cliente, tipo y monto,
002860*de la fecha del rechazo en adelante, es la venta corregida.
002870******************************************************************
002880 01  PV-TABLA-EXCEPCIONES.
002890     05  PV-ENTRADA-EXC OCCURS 500 TIMES.
002900         10  PV-EXC-CAJERO       PIC X(05).
002910         10  PV-EXC-SUC          PIC X(03).
002920         10  PV-EXC-CLIENTE      PIC 9(06).
002930         10  PV-EXC-MONTO        PIC 9(06).
002940         10  PV-EXC-TIPO         PIC X(01).
002950         10  PV-EXC-FECHA        PIC 9(08).
002960         10  PV-EXC-USADA        PIC X(01).
002970             88  PV-EXC-YA-USADA       VALUE "S".
002980
002990 01  PV-CONTROL-EXCEPCIONES.
003000     05  PV-CANT-EXC             PIC 9(04) COMP VALUE ZERO.
003010     05  PV-IDX-EXC              PIC 9(04) COMP VALUE ZERO.
003020     05  PV-TIPO-HIST            PIC X(01) VALUE SPACE.
003030
003040******************************************************************
003050*TABLA DE EVIDENCIAS: fecha y secuencia de cada movimiento que
003060*cuenta para un indicador, para listarlos bajo el cajero.
003070******************************************************************
003080 01  PV-TABLA-EVIDENCIAS.
003090     05  PV-ENTRADA-EVI OCCURS 3000 TIMES.
003100         10  PV-EVI-CAJERO       PIC X(05).
003110         10  PV-EVI-SUC          PIC X(03).
003120         10  PV-EVI-IND          PIC 9(01).
003130         10  PV-EVI-FECHA        PIC 9(08).
003140         10  PV-EVI-SECUENCIA    PIC 9(06).
003150
003160 01  PV-CONTROL-EVIDENCIAS.
003170     05  PV-CANT-EVI             PIC 9(04) COMP VALUE ZERO.
003180     05  PV-IDX-EVI              PIC 9(04) COMP VALUE ZERO.
003190     05  PV-EVI-OMITIDAS         PIC 9(06) VALUE ZERO.
003200     05  PV-NVA-IND              PIC 9(01) VALUE ZERO.
003210     05  PV-NVA-FECHA            PIC 9(08) VALUE ZERO.
003220     05  PV-NVA-SECUENCIA        PIC 9(06) VALUE ZERO.
003230     05  PV-IDX-LINEA            PIC 9(01) VALUE ZERO.
003240
003250 01  PV-CALCULOS.
003260     05  PV-DESC-TECLEADO        PIC S9(03) VALUE ZERO.
003270     05  PV-PORCENTAJE           PIC 9(03)V9(01) VALUE ZERO.
003280
003290 01  PV-CONTADORES.
003300     05  PV-CANT-LEIDOS          PIC 9(08) VALUE ZERO.
003310     05  PV-CANT-SENALADOS       PIC 9(06) VALUE ZERO.
003320     05  PV-DEV-SIN-ORIGEN       PIC 9(06) VALUE ZERO.
003330
003340 01  PV-FECHA-TRABAJO            PIC 9(08) VALUE ZERO.
003350 01  PV-FECHA-TRABAJO-R REDEFINES PV-FECHA-TRABAJO.
003360     05  PV-FT-AAAA              PIC 9(04).
003370     05  PV-FT-MM                PIC 9(02).
003380     05  PV-FT-DD                PIC 9(02).
003390
003400 01  PV-DIAS-MES-VALORES         PIC X(24) VALUE
003410     "312831303130313130313031".
003420 01  PV-DIAS-MES-TABLA REDEFINES PV-DIAS-MES-VALORES.
003430     05  PV-DIAS-MES             OCCURS 12 TIMES PIC 9(02).
003440
003450 01  PV-CALCULO-BISIESTO.
003460     05  PV-BIS-COCIENTE         PIC 9(04) COMP VALUE ZERO.
003470     05  PV-BIS-RESTO-4          PIC 9(04) COMP VALUE ZERO.
003480     05  PV-BIS-RESTO-100        PIC 9(04) COMP VALUE ZERO.
003490     05  PV-BIS-RESTO-400        PIC 9(04) COMP VALUE ZERO.
003500     05  PV-SW-BISIESTO          PIC X(01) VALUE "N".
003510         88  PV-ES-BISIESTO             VALUE "S".
003520
003530 01  PV-CONTROL-PAGINA.
003540     05  PV-PAGINA               PIC 9(04) VALUE ZERO.
003550     05  PV-LINEAS-PAGINA        PIC 9(02) VALUE ZERO.
003560     05  PV-SUC-ANTERIOR         PIC X(03) VALUE SPACES.
003570     05  PV-PUESTO               PIC 9(04) VALUE ZERO.
003580
003590 01  PV-LINEA-TRABAJO            PIC X(132) VALUE SPACES.
003600
003610 01  PV-ENCABEZADO-1.
003620     05  FILLER                  PIC X(10) VALUE SPACES.
003630     05  FILLER                  PIC X(34) VALUE
003640         "PREVENCION DE PERDIDAS POR CAJERO ".
003650     05  FILLER                  PIC X(34) VALUE SPACES.
003660     05  FILLER                  PIC X(07) VALUE "FECHA: ".
003670     05  PV-ENC-FECHA            PIC 9999/99/99.
003680     05  FILLER                  PIC X(10) VALUE SPACES.
003690     05  FILLER                  PIC X(08) VALUE "PAGINA: ".
003700     05  PV-ENC-PAGINA           PIC ZZZ9.
003710     05  FILLER                  PIC X(15) VALUE SPACES.
003720
003730 01  PV-ENCABEZADO-PERIODO.
003740     05  FILLER                  PIC X(10) VALUE SPACES.
003750     05  FILLER                  PIC X(09) VALUE "VENTANA: ".
003760     05  PV-PER-DESDE            PIC 9999/99/99.
003770     05  FILLER                  PIC X(03) VALUE " A ".
003780     05  PV-PER-HASTA            PIC 9999/99/99.
003790     05  FILLER                  PIC X(16) VALUE
003800         "   TOPE DESC.: ".
003810     05  PV-PER-TOPE             PIC Z9.
003820     05  FILLER                  PIC X(17) VALUE
003830         "%   CERCA DESDE: ".
003840     05  PV-PER-PISO             PIC Z9.
003850     05  FILLER                  PIC X(19) VALUE
003860         "%   MINIMO VENTAS: ".
003870     05  PV-PER-MINIMO           PIC ZZZ9.
003880     05  FILLER                  PIC X(30) VALUE SPACES.
003890
003900 01  PV-ENCABEZADO-2.
003910     05  FILLER                  PIC X(31) VALUE
003920         "PTO CAJERO NOMBRE              ".
003930     05  FILLER                  PIC X(33) VALUE
003940         "VENTAS  DEVOL  %DEV PROPIA  TOPE ".
003950     05  FILLER                  PIC X(33) VALUE
003960         "%TOPE EXCESO CORREG REINTG PTS   ".
003970     05  FILLER                  PIC X(35) VALUE
003980         "INDICADORES".
003990
004000 01  PV-LINEA-DETALLE.
004010     05  PV-DET-PUESTO           PIC ZZ9.
004020     05  FILLER                  PIC X(01) VALUE SPACES.
004030     05  PV-DET-CAJERO           PIC X(05).
004040     05  FILLER                  PIC X(01) VALUE SPACES.
004050     05  PV-DET-NOMBRE           PIC X(20).
004060     05  FILLER                  PIC X(01) VALUE SPACES.
004070     05  PV-DET-VENTAS           PIC ZZ,ZZ9.
004080     05  FILLER                  PIC X(01) VALUE SPACES.
004090     05  PV-DET-DEVOL            PIC ZZ,ZZ9.
004100     05  FILLER                  PIC X(01) VALUE SPACES.
004110     05  PV-DET-PORC-DEVOL       PIC ZZ9.9.
004120     05  FILLER                  PIC X(01) VALUE SPACES.
004130     05  PV-DET-PROPIAS          PIC ZZ,ZZ9.
004140     05  FILLER                  PIC X(01) VALUE SPACES.
004150     05  PV-DET-TOPE             PIC Z,ZZ9.
004160     05  FILLER                  PIC X(01) VALUE SPACES.
004170     05  PV-DET-PORC-TOPE        PIC ZZ9.9.
004180     05  FILLER                  PIC X(01) VALUE SPACES.
004190     05  PV-DET-EXCESO           PIC ZZ,ZZ9.
004200     05  FILLER                  PIC X(01) VALUE SPACES.
004210     05  PV-DET-CORREGIDAS       PIC ZZ,ZZ9.
004220     05  FILLER                  PIC X(01) VALUE SPACES.
004230     05  PV-DET-REINTEGROS       PIC ZZ,ZZ9.
004240     05  FILLER                  PIC X(01) VALUE SPACES.
004250     05  PV-DET-PUNTAJE          PIC ZZ9.
004260     05  FILLER                  PIC X(02) VALUE SPACES.
004270     05  PV-DET-MARCAS           PIC X(11).
004280     05  FILLER                  PIC X(25) VALUE SPACES.
004290
004300 01  PV-LINEA-TITULO.
004310     05  FILLER                  PIC X(09) VALUE "SUCURSAL ".
004320     05  PV-TIT-SUC              PIC X(03).
004330     05  FILLER                  PIC X(35) VALUE
004340         " - RANKING DE CAJEROS POR PUNTAJE".
004350     05  FILLER                  PIC X(85) VALUE SPACES.
004360
004370 01  PV-LINEA-PARAMETRO.
004380     05  FILLER                  PIC X(10) VALUE SPACES.
004390     05  PV-PAR-NUMERO           PIC 9(01).
004400     05  FILLER                  PIC X(01) VALUE SPACES.
004410     05  PV-PAR-NOMBRE           PIC X(34).
004420     05  FILLER                  PIC X(08) VALUE " UMBRAL ".
004430     05  PV-PAR-UMBRAL           PIC ZZ9.
004440     05  FILLER                  PIC X(01) VALUE SPACES.
004450     05  PV-PAR-UNIDAD           PIC X(08).
004460     05  FILLER                  PIC X(07) VALUE "  PESO ".
004470     05  PV-PAR-PESO             PIC Z9.
004480     05  FILLER                  PIC X(57) VALUE SPACES.
004490
004500 01  PV-LINEA-EVIDENCIA.
004510     05  FILLER                  PIC X(06) VALUE SPACES.
004520     05  PV-LEV-ROTULO           PIC X(22).
004530     05  PV-LEV-MOVIMIENTO       OCCURS 6 TIMES.
004540         10  PV-LEV-FECHA        PIC 9(08).
004550         10  PV-LEV-GUION        PIC X(01).
004560         10  PV-LEV-SECUENCIA    PIC 9(06).
004570         10  PV-LEV-BLANCO       PIC X(01).
004580     05  FILLER                  PIC X(08) VALUE SPACES.
004590
004600 01  PV-LINEA-RESUMEN.
004610     05  PV-RES-TITULO           PIC X(45).
004620     05  PV-RES-CANTIDAD         PIC ZZ,ZZZ,ZZ9.
004630     05  FILLER                  PIC X(77) VALUE SPACES.
004640******************************************************************
004650 PROCEDURE DIVISION.
004660
004670 0000-MAINLINE.
004680     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
004690     PERFORM 2000-PROCESAR-HISTORIA THRU 2000-EXIT
004700         UNTIL PV-FIN-HISTORIA.
004710     PERFORM 3000-VENTAS-ORIGINALES THRU 3000-EXIT.
004720     PERFORM 3500-REINTEGROS-REPETIDOS THRU 3500-EXIT.
004730     PERFORM 4000-PUNTUAR THRU 4000-EXIT.
004740     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
004750     STOP RUN.
004760
004770******************************************************************
004780*INICIALIZAR: fecha de proceso, parametros en uso y ventana;
004790*carga los rechazos de la ventana y se posiciona en el historial
004800*en el primer dia de la ventana.
004810******************************************************************
004820 1000-INICIALIZAR.
004821     ACCEPT PV-HORA-INICIO FROM TIME.
004830     ACCEPT PV-FECHA-EMISION FROM DATE YYYYMMDD.
004840     MOVE PV-FECHA-EMISION TO PV-FECHA-PROCESO.
004850     OPEN INPUT PROCESS-DATE-FILE.
004860     IF PV-PROC-STATUS-OK
004870         READ PROCESS-DATE-FILE
004880             AT END
004890                 CONTINUE
004900             NOT AT END
004910                 MOVE PD-FECHA-PROCESO TO PV-FECHA-PROCESO
004920         END-READ
004930         CLOSE PROCESS-DATE-FILE
004940     END-IF.
004950     PERFORM 1100-BUSCAR-TOPE THRU 1100-EXIT.
004960     PERFORM 1200-BUSCAR-PARAMETROS THRU 1200-EXIT.
004970     MOVE PV-FECHA-PROCESO TO PV-FECHA-TRABAJO.
004980     PERFORM 4200-RESTAR-UN-DIA THRU 4200-EXIT
004990         PV-DIAS-VENTANA TIMES.
005000     PERFORM 4300-SUMAR-UN-DIA THRU 4300-EXIT.
005010     MOVE PV-FECHA-TRABAJO TO PV-FECHA-DESDE.
005020     MOVE PV-FECHA-PROCESO TO PV-ENC-FECHA.
005030     MOVE PV-FECHA-DESDE TO PV-PER-DESDE.
005040     MOVE PV-FECHA-PROCESO TO PV-PER-HASTA.
005050     MOVE PV-TOPE-DESCUENTO TO PV-PER-TOPE.
005060     MOVE PV-PISO-CERCA TO PV-PER-PISO.
005070     MOVE PV-MIN-VENTAS TO PV-PER-MINIMO.
005080     OPEN INPUT CASHIER-MASTER.
005090     IF PV-CAJM-STATUS-OK
005100         SET PV-CAJMAST-ABIERTO TO TRUE
005110     ELSE
005120         DISPLAY "Sin maestro de cajeros (status "
005130             PV-CAJM-STATUS "), el reporte sale sin nombres"
005140     END-IF.
005150     OPEN OUTPUT PREVENTION-REPORT-FILE.
005160     PERFORM 5000-ENCABEZADO THRU 5000-EXIT.
005170     PERFORM 1300-IMPRIMIR-PARAMETROS THRU 1300-EXIT.
005180     OPEN INPUT SALES-HISTORY-INDEX.
005190     IF NOT PV-HIST-STATUS-OK
005200         DISPLAY "No se pudo abrir SALES-HISTORY-INDEX, status "
005210             PV-HIST-STATUS
005220         SET PV-FIN-HISTORIA TO TRUE
005230         MOVE 12 TO RETURN-CODE
005240         GO TO 1000-EXIT
005250     END-IF.
005260     SET PV-HIST-ABIERTA TO TRUE.
005270     PERFORM 1400-CARGAR-EXCEPCIONES THRU 1400-EXIT.
005280     MOVE PV-FECHA-DESDE TO SI-FECHA.
005290     MOVE ZERO TO SI-SECUENCIA.
005300     START SALES-HISTORY-INDEX
005310         KEY IS NOT LESS THAN SI-CLAVE
005320         INVALID KEY SET PV-FIN-HISTORIA TO TRUE
005330     END-START.
005340     IF NOT PV-FIN-HISTORIA
005350         PERFORM 1900-LEER-HISTORIA THRU 1900-EXIT
005360     END-IF.
005370 1000-EXIT.
005380     EXIT.
005390
005400******************************************************************
005410*BUSCAR-TOPE: toma de PARAMS el tope de descuento vigente a la
005420*fecha de proceso; sin archivo rige el tope historico del 30%.
005430******************************************************************
005440 1100-BUSCAR-TOPE.
005450     MOVE PV-DEF-TOPE-DESCUENTO TO PV-TOPE-DESCUENTO.
005460     OPEN INPUT PRICE-PARAMS-FILE.
005470     IF NOT PV-PAR-STATUS-OK
005480         DISPLAY "Sin archivo PARAMS, rige el tope por defecto"
005490         GO TO 1100-EXIT
005500     END-IF.
005510     MOVE "N" TO PV-SW-FIN-LECTURA.
005520     MOVE LOW-VALUES TO PR-FECHA-VIGENCIA.
005530     START PRICE-PARAMS-FILE
005540         KEY IS NOT LESS THAN PR-FECHA-VIGENCIA
005550         INVALID KEY SET PV-FIN-LECTURA TO TRUE
005560     END-START.
005570     PERFORM 1110-LEER-PARAMETRO THRU 1110-EXIT
005580         UNTIL PV-FIN-LECTURA.
005590     CLOSE PRICE-PARAMS-FILE.
005600 1100-EXIT.
005610     EXIT.
005620
005630 1110-LEER-PARAMETRO.
005640     READ PRICE-PARAMS-FILE NEXT RECORD
005650         AT END
005660             SET PV-FIN-LECTURA TO TRUE
005670     END-READ.
005680     IF PV-FIN-LECTURA
005690         GO TO 1110-EXIT
005700     END-IF.
005710     IF PR-FECHA-VIGENCIA > PV-FECHA-PROCESO
005720         SET PV-FIN-LECTURA TO TRUE
005730         GO TO 1110-EXIT
005740     END-IF.
005750     MOVE PR-TOPE-DESCUENTO TO PV-TOPE-DESCUENTO.
005760 1110-EXIT.
005770     EXIT.
005780
005790******************************************************************
005800*BUSCAR-PARAMETROS: retiene el juego de prevencion de mayor fecha
005810*de vigencia que no supere la fecha de proceso; sin archivo o sin
005820*juego vigente rigen los valores por defecto.
005830******************************************************************
005840 1200-BUSCAR-PARAMETROS.
005850     MOVE PV-DEF-DIAS-VENTANA TO PV-DIAS-VENTANA.
005860     MOVE PV-DEF-MIN-VENTAS TO PV-MIN-VENTAS.
005870     MOVE PV-DEF-MARGEN-TOPE TO PV-MARGEN-TOPE.
005880     MOVE PV-DEF-VALORES TO PV-INDICADORES.
005890     OPEN INPUT LOSS-PARAMS-FILE.
005900     IF NOT PV-PRV-STATUS-OK
005910         DISPLAY "Sin parametros de prevencion, rigen los "
005920             "valores por defecto"
005930         GO TO 1230-PISO
005940     END-IF.
005950     MOVE "N" TO PV-SW-FIN-LECTURA.
005960     MOVE LOW-VALUES TO LP-FECHA-VIGENCIA.
005970     START LOSS-PARAMS-FILE
005980         KEY IS NOT LESS THAN LP-FECHA-VIGENCIA
005990         INVALID KEY SET PV-FIN-LECTURA TO TRUE
006000     END-START.
006010     PERFORM 1210-LEER-PREVENCION THRU 1210-EXIT
006020         UNTIL PV-FIN-LECTURA.
006030     CLOSE LOSS-PARAMS-FILE.
006040     IF PV-DIAS-VENTANA = ZERO
006050         MOVE PV-DEF-DIAS-VENTANA TO PV-DIAS-VENTANA
006060     END-IF.
006070 1230-PISO.
006080     IF PV-TOPE-DESCUENTO > PV-MARGEN-TOPE
006090         COMPUTE PV-PISO-CERCA =
006100             PV-TOPE-DESCUENTO - PV-MARGEN-TOPE
006110     ELSE
006120         MOVE 1 TO PV-PISO-CERCA
006130     END-IF.
006140 1200-EXIT.
006150     EXIT.
006160
006170 1210-LEER-PREVENCION.
006180     READ LOSS-PARAMS-FILE NEXT RECORD
006190         AT END
006200             SET PV-FIN-LECTURA TO TRUE
006210     END-READ.
006220     IF PV-FIN-LECTURA
006230         GO TO 1210-EXIT
006240     END-IF.
006250     IF LP-FECHA-VIGENCIA > PV-FECHA-PROCESO
006260         SET PV-FIN-LECTURA TO TRUE
006270         GO TO 1210-EXIT
006280     END-IF.
006290     MOVE LP-FECHA-VIGENCIA TO PV-VIG-FECHA.
006300     MOVE LP-DIAS-VENTANA   TO PV-DIAS-VENTANA.
006310     MOVE LP-MIN-VENTAS     TO PV-MIN-VENTAS.
006320     MOVE LP-MARGEN-TOPE    TO PV-MARGEN-TOPE.
006330     MOVE ZERO TO PV-IDX-IND.
006340     PERFORM 1220-COPIAR-INDICADOR THRU 1220-EXIT 6 TIMES.
006350     SET PV-HAY-VIGENTE TO TRUE.
006360 1210-EXIT.
006370     EXIT.
006380
006390 1220-COPIAR-INDICADOR.
006400     ADD 1 TO PV-IDX-IND.
006410     MOVE LP-UMBRAL(PV-IDX-IND) TO PV-UMBRAL(PV-IDX-IND).
006420     MOVE LP-PESO(PV-IDX-IND)   TO PV-PESO(PV-IDX-IND).
006430 1220-EXIT.
006440     EXIT.
006450
006460 1300-IMPRIMIR-PARAMETROS.
006470     IF PV-HAY-VIGENTE
006480         MOVE "INDICADORES (PARAMETROS VIGENTES)"
006490             TO PV-LINEA-TRABAJO
006500     ELSE
006510         MOVE "INDICADORES (VALORES POR DEFECTO)"
006520             TO PV-LINEA-TRABAJO
006530     END-IF.
006540     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
006550     MOVE ZERO TO PV-IDX-IND.
006560     PERFORM 1310-LINEA-PARAMETRO THRU 1310-EXIT 6 TIMES.
006570     MOVE SPACES TO PV-LINEA-TRABAJO.
006580     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
006590 1300-EXIT.
006600     EXIT.
006610
006620 1310-LINEA-PARAMETRO.
006630     ADD 1 TO PV-IDX-IND.
006640     MOVE PV-IDX-IND TO PV-PAR-NUMERO.
006650     MOVE PV-TIT-NOMBRE(PV-IDX-IND) TO PV-PAR-NOMBRE.
006660     MOVE PV-UMBRAL(PV-IDX-IND) TO PV-PAR-UMBRAL.
006670     MOVE PV-TIT-UNIDAD(PV-IDX-IND) TO PV-PAR-UNIDAD.
006680     MOVE PV-PESO(PV-IDX-IND) TO PV-PAR-PESO.
006690     IF PV-UMBRAL(PV-IDX-IND) = ZERO
006700         MOVE "SIN USO" TO PV-PAR-UNIDAD
006710     END-IF.
006720     MOVE PV-LINEA-PARAMETRO TO PV-LINEA-TRABAJO.
006730     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
006740 1310-EXIT.
006750     EXIT.
006760
006770******************************************************************
006780*CARGAR-EXCEPCIONES: guarda los rechazos de la ventana. Sin
006790*archivo de excepciones el indicador 5 queda en cero.
006800******************************************************************
006810 1400-CARGAR-EXCEPCIONES.
006820     OPEN INPUT SALES-EXCEPTION-FILE.
006830     IF NOT PV-EXC-STATUS-OK
006840         DISPLAY "Sin archivo de excepciones, status "
006850             PV-EXC-STATUS
006860         GO TO 1400-EXIT
006870     END-IF.
006880     PERFORM 1410-LEER-EXCEPCION THRU 1410-EXIT
006890         UNTIL PV-FIN-EXCEPCION.
006900     CLOSE SALES-EXCEPTION-FILE.
006910 1400-EXIT.
006920     EXIT.
006930
006940 1410-LEER-EXCEPCION.
006950     READ SALES-EXCEPTION-FILE
006960         AT END
006970             SET PV-FIN-EXCEPCION TO TRUE
006980     END-READ.
006990     IF PV-FIN-EXCEPCION
007000         GO TO 1410-EXIT
007010     END-IF.
007020     IF SX-FECHA < PV-FECHA-DESDE OR SX-FECHA > PV-FECHA-PROCESO
007030         GO TO 1410-EXIT
007040     END-IF.
007050     IF PV-CANT-EXC NOT LESS THAN PV-MAX-EXCEPCIONES
007060         ADD 1 TO PV-CANT-DESBORDES
007070         GO TO 1410-EXIT
007080     END-IF.
007090     ADD 1 TO PV-CANT-EXC.
007100     MOVE SX-CAJERO     TO PV-EXC-CAJERO(PV-CANT-EXC).
007110     MOVE SX-SUCURSAL   TO PV-EXC-SUC(PV-CANT-EXC).
007120     MOVE SX-CLIENTE-ID TO PV-EXC-CLIENTE(PV-CANT-EXC).
007130     MOVE SX-MONTO      TO PV-EXC-MONTO(PV-CANT-EXC).
007140     MOVE SX-TIPO       TO PV-EXC-TIPO(PV-CANT-EXC).
007150     IF PV-EXC-TIPO(PV-CANT-EXC) = SPACE
007160         MOVE "V" TO PV-EXC-TIPO(PV-CANT-EXC)
007170     END-IF.
007180     MOVE SX-FECHA      TO PV-EXC-FECHA(PV-CANT-EXC).
007190     MOVE "N"           TO PV-EXC-USADA(PV-CANT-EXC).
007200 1410-EXIT.
007210     EXIT.
007220
007230 1900-LEER-HISTORIA.
007240     READ SALES-HISTORY-INDEX NEXT RECORD
007250         AT END
007260             SET PV-FIN-HISTORIA TO TRUE
007270     END-READ.
007280     IF NOT PV-FIN-HISTORIA
007290             AND SI-FECHA > PV-FECHA-PROCESO
007300         SET PV-FIN-HISTORIA TO TRUE
007310     END-IF.
007320 1900-EXIT.
007330     EXIT.
007340
007350******************************************************************
007360*PROCESAR-HISTORIA: cuenta cada movimiento en la entrada de su
007370*cajero. Las devoluciones se guardan para el cruce con la venta
007380*original. En las ventas, el descuento tecleado por el cajero es
007390*el grabado menos lo que sumo el cierre por su cuenta: la
007391*promocion del calendario y el extra de fidelidad del cliente.
007400*Un descuento grabado sobre el tope solo pudo entrar con el
007410*codigo de gerencia.
007420******************************************************************
007430 2000-PROCESAR-HISTORIA.
007440     ADD 1 TO PV-CANT-LEIDOS.
007450     MOVE SI-CAJERO TO PV-CAJERO-BUSCADO.
007460     MOVE SI-SUCURSAL TO PV-SUC-BUSCADA.
007470     PERFORM 2500-UBICAR-CAJERO THRU 2500-EXIT.
007480     IF NOT PV-HALLADO
007490         GO TO 2000-LEER
007500     END-IF.
007510     MOVE SI-FECHA TO PV-NVA-FECHA.
007520     MOVE SI-SECUENCIA TO PV-NVA-SECUENCIA.
007530     IF SI-TIPO-DEVOLUCION
007540         PERFORM 2100-GUARDAR-DEVOLUCION THRU 2100-EXIT
007550     ELSE
007560         PERFORM 2200-EVALUAR-DESCUENTO THRU 2200-EXIT
007570     END-IF.
007580     IF PV-CANT-EXC > ZERO
007590         PERFORM 2300-BUSCAR-RECHAZO THRU 2300-EXIT
007600     END-IF.
007610 2000-LEER.
007620     PERFORM 1900-LEER-HISTORIA THRU 1900-EXIT.
007630 2000-EXIT.
007640     EXIT.
007650
007660 2100-GUARDAR-DEVOLUCION.
007670     ADD 1 TO PV-TAB-DEVOL(PV-IDX).
007680     MOVE 1 TO PV-NVA-IND.
007690     PERFORM 2800-AGREGAR-EVIDENCIA THRU 2800-EXIT.
007700     IF PV-CANT-DEV NOT LESS THAN PV-MAX-DEVOLUCIONES
007710         ADD 1 TO PV-CANT-DESBORDES
007720         GO TO 2100-EXIT
007730     END-IF.
007740     ADD 1 TO PV-CANT-DEV.
007750     MOVE PV-IDX           TO PV-DEV-CAJ(PV-CANT-DEV).
007760     MOVE SI-CLIENTE-ID    TO PV-DEV-CLIENTE(PV-CANT-DEV).
007770     MOVE SI-FECHA         TO PV-DEV-FECHA(PV-CANT-DEV).
007780     MOVE SI-SECUENCIA     TO PV-DEV-SECUENCIA(PV-CANT-DEV).
007790     MOVE SI-REF-FECHA     TO PV-DEV-REF-FECHA(PV-CANT-DEV).
007800     MOVE SI-REF-SECUENCIA TO PV-DEV-REF-SECUENCIA(PV-CANT-DEV).
007810 2100-EXIT.
007820     EXIT.
007830
007840 2200-EVALUAR-DESCUENTO.
007850     ADD 1 TO PV-TAB-VENTAS(PV-IDX).
007860     IF SI-DESCUENTO > PV-TOPE-DESCUENTO
007870         ADD 1 TO PV-TAB-EXCESO(PV-IDX)
007880         MOVE 4 TO PV-NVA-IND
007890         PERFORM 2800-AGREGAR-EVIDENCIA THRU 2800-EXIT
007900         GO TO 2200-EXIT
007910     END-IF.
007920     MOVE SI-DESCUENTO TO PV-DESC-TECLEADO.
007930     IF SI-PROMOCION NOT = SPACES
007940         SUBTRACT SI-PROMO-PORC FROM PV-DESC-TECLEADO
007950     END-IF.
007951     SUBTRACT SI-FIDEL-PORC FROM PV-DESC-TECLEADO.
007960     IF PV-DESC-TECLEADO NOT LESS THAN PV-PISO-CERCA
007970         ADD 1 TO PV-TAB-TOPE(PV-IDX)
007980         MOVE 3 TO PV-NVA-IND
007990         PERFORM 2800-AGREGAR-EVIDENCIA THRU 2800-EXIT
008000     END-IF.
008010 2200-EXIT.
008020     EXIT.
008030
008040******************************************************************
008050*BUSCAR-RECHAZO: si el movimiento coincide con un rechazo todavia
008060*no apareado del mismo cajero (misma sucursal, cliente, tipo y
008070*monto, de la fecha del rechazo en adelante), es la venta que se
008080*reinyecto corregida.
008090******************************************************************
008100 2300-BUSCAR-RECHAZO.
008110     MOVE "V" TO PV-TIPO-HIST.
008120     IF SI-TIPO-DEVOLUCION
008130         MOVE "D" TO PV-TIPO-HIST
008140     END-IF.
008150     MOVE "N" TO PV-SW-HALLADO.
008160     MOVE 1 TO PV-IDX-EXC.
008170     PERFORM 2310-COMPARAR-RECHAZO THRU 2310-EXIT
008180         UNTIL PV-HALLADO OR PV-IDX-EXC > PV-CANT-EXC.
008190     IF NOT PV-HALLADO
008200         GO TO 2300-EXIT
008210     END-IF.
008220     SET PV-EXC-YA-USADA(PV-IDX-EXC) TO TRUE.
008230     ADD 1 TO PV-TAB-CORREGIDAS(PV-IDX).
008240     MOVE 5 TO PV-NVA-IND.
008250     PERFORM 2800-AGREGAR-EVIDENCIA THRU 2800-EXIT.
008260 2300-EXIT.
008270     EXIT.
008280
008290 2310-COMPARAR-RECHAZO.
008300     IF NOT PV-EXC-YA-USADA(PV-IDX-EXC)
008310             AND PV-EXC-CAJERO(PV-IDX-EXC) = SI-CAJERO
008320             AND PV-EXC-SUC(PV-IDX-EXC) = SI-SUCURSAL
008330             AND PV-EXC-CLIENTE(PV-IDX-EXC) = SI-CLIENTE-ID
008340             AND PV-EXC-MONTO(PV-IDX-EXC) = SI-MONTO
008350             AND PV-EXC-TIPO(PV-IDX-EXC) = PV-TIPO-HIST
008360             AND PV-EXC-FECHA(PV-IDX-EXC) NOT > SI-FECHA
008370         SET PV-HALLADO TO TRUE
008380     ELSE
008390         ADD 1 TO PV-IDX-EXC
008400     END-IF.
008410 2310-EXIT.
008420     EXIT.
008430
008440******************************************************************
008450*UBICAR-CAJERO: busca el cajero y sucursal en la tabla; si no
008460*esta y hay lugar, lo agrega con los contadores en cero. El
008470*desborde se cuenta y se avisa, como en la rendicion.
008480******************************************************************
008490 2500-UBICAR-CAJERO.
008500     MOVE "N" TO PV-SW-HALLADO.
008510     MOVE 1 TO PV-IDX.
008520     PERFORM 2510-COMPARAR-CAJERO THRU 2510-EXIT
008530         UNTIL PV-HALLADO OR PV-IDX > PV-CANT-CAJEROS.
008540     IF PV-HALLADO
008550         GO TO 2500-EXIT
008560     END-IF.
008570     IF PV-CANT-CAJEROS NOT LESS THAN PV-MAX-CAJEROS
008580         ADD 1 TO PV-CANT-DESBORDES
008590         DISPLAY "** Tabla de cajeros llena, se omite "
008600             PV-CAJERO-BUSCADO " **"
008610         GO TO 2500-EXIT
008620     END-IF.
008630     ADD 1 TO PV-CANT-CAJEROS.
008640     MOVE PV-CANT-CAJEROS TO PV-IDX.
008650     INITIALIZE PV-ENTRADA-CAJERO(PV-IDX).
008660     MOVE PV-CAJERO-BUSCADO TO PV-TAB-CAJERO(PV-IDX).
008670     MOVE PV-SUC-BUSCADA TO PV-TAB-SUC(PV-IDX).
008680     MOVE ALL "." TO PV-TAB-MARCAS(PV-IDX).
008690     SET PV-HALLADO TO TRUE.
008700 2500-EXIT.
008710     EXIT.
008720
008730 2510-COMPARAR-CAJERO.
008740     IF PV-TAB-CAJERO(PV-IDX) = PV-CAJERO-BUSCADO
008750             AND PV-TAB-SUC(PV-IDX) = PV-SUC-BUSCADA
008760         SET PV-HALLADO TO TRUE
008770     ELSE
008780         ADD 1 TO PV-IDX
008790     END-IF.
008800 2510-EXIT.
008810     EXIT.
008820
008830******************************************************************
008840*AGREGAR-EVIDENCIA: anota fecha y secuencia del movimiento bajo
008850*el indicador PV-NVA-IND del cajero en curso.
008860******************************************************************
008870 2800-AGREGAR-EVIDENCIA.
008880     IF PV-CANT-EVI NOT LESS THAN PV-MAX-EVIDENCIAS
008890         ADD 1 TO PV-EVI-OMITIDAS
008900         GO TO 2800-EXIT
008910     END-IF.
008920     ADD 1 TO PV-CANT-EVI.
008930     MOVE PV-TAB-CAJERO(PV-IDX) TO PV-EVI-CAJERO(PV-CANT-EVI).
008940     MOVE PV-TAB-SUC(PV-IDX)    TO PV-EVI-SUC(PV-CANT-EVI).
008950     MOVE PV-NVA-IND            TO PV-EVI-IND(PV-CANT-EVI).
008960     MOVE PV-NVA-FECHA          TO PV-EVI-FECHA(PV-CANT-EVI).
008970     MOVE PV-NVA-SECUENCIA      TO PV-EVI-SECUENCIA(PV-CANT-EVI).
008980 2800-EXIT.
008990     EXIT.
009000
009010******************************************************************
009020*VENTAS-ORIGINALES: busca por clave la venta original de cada
009030*devolucion; si la cobro el mismo cajero, es una devolucion de
009040*venta propia. Una venta original ya depurada no se cuenta.
009050******************************************************************
009060 3000-VENTAS-ORIGINALES.
009070     IF NOT PV-HIST-ABIERTA
009080         GO TO 3000-EXIT
009090     END-IF.
009100     MOVE ZERO TO PV-IDX-DEV.
009110     PERFORM 3100-BUSCAR-ORIGINAL THRU 3100-EXIT
009120         PV-CANT-DEV TIMES.
009130 3000-EXIT.
009140     EXIT.
009150
009160 3100-BUSCAR-ORIGINAL.
009170     ADD 1 TO PV-IDX-DEV.
009180     MOVE PV-DEV-REF-FECHA(PV-IDX-DEV) TO SI-FECHA.
009190     MOVE PV-DEV-REF-SECUENCIA(PV-IDX-DEV) TO SI-SECUENCIA.
009200     READ SALES-HISTORY-INDEX
009210         INVALID KEY
009220             ADD 1 TO PV-DEV-SIN-ORIGEN
009230             GO TO 3100-EXIT
009240     END-READ.
009250     MOVE PV-DEV-CAJ(PV-IDX-DEV) TO PV-IDX.
009260     IF SI-CAJERO NOT = PV-TAB-CAJERO(PV-IDX)
009270         GO TO 3100-EXIT
009280     END-IF.
009290     ADD 1 TO PV-TAB-PROPIAS(PV-IDX).
009300     MOVE 2 TO PV-NVA-IND.
009310     MOVE PV-DEV-FECHA(PV-IDX-DEV) TO PV-NVA-FECHA.
009320     MOVE PV-DEV-SECUENCIA(PV-IDX-DEV) TO PV-NVA-SECUENCIA.
009330     PERFORM 2800-AGREGAR-EVIDENCIA THRU 2800-EXIT.
009340 3100-EXIT.
009350     EXIT.
009360
009370******************************************************************
009380*REINTEGROS-REPETIDOS: una devolucion a un cliente identificado
009390*que recibio del mismo cajero al menos tantas devoluciones en la
009400*ventana como el umbral del indicador 6 es un reintegro repetido.
009410******************************************************************
009420 3500-REINTEGROS-REPETIDOS.
009430     IF PV-UMBRAL(6) = ZERO
009440         GO TO 3500-EXIT
009450     END-IF.
009460     MOVE ZERO TO PV-IDX-DEV.
009470     PERFORM 3600-CONTAR-CLIENTE THRU 3600-EXIT
009480         PV-CANT-DEV TIMES.
009490 3500-EXIT.
009500     EXIT.
009510
009520 3600-CONTAR-CLIENTE.
009530     ADD 1 TO PV-IDX-DEV.
009540     IF PV-DEV-CLIENTE(PV-IDX-DEV) = ZERO
009550         GO TO 3600-EXIT
009560     END-IF.
009570     MOVE ZERO TO PV-REPETICIONES.
009580     MOVE ZERO TO PV-IDX-DEV-J.
009590     PERFORM 3610-COMPARAR-CLIENTE THRU 3610-EXIT
009600         PV-CANT-DEV TIMES.
009610     IF PV-REPETICIONES < PV-UMBRAL(6)
009620         GO TO 3600-EXIT
009630     END-IF.
009640     MOVE PV-DEV-CAJ(PV-IDX-DEV) TO PV-IDX.
009650     ADD 1 TO PV-TAB-REINTEGROS(PV-IDX).
009660     MOVE 6 TO PV-NVA-IND.
009670     MOVE PV-DEV-FECHA(PV-IDX-DEV) TO PV-NVA-FECHA.
009680     MOVE PV-DEV-SECUENCIA(PV-IDX-DEV) TO PV-NVA-SECUENCIA.
009690     PERFORM 2800-AGREGAR-EVIDENCIA THRU 2800-EXIT.
009700 3600-EXIT.
009710     EXIT.
009720
009730 3610-COMPARAR-CLIENTE.
009740     ADD 1 TO PV-IDX-DEV-J.
009750     IF PV-DEV-CAJ(PV-IDX-DEV-J) = PV-DEV-CAJ(PV-IDX-DEV)
009760             AND PV-DEV-CLIENTE(PV-IDX-DEV-J)
009770                 = PV-DEV-CLIENTE(PV-IDX-DEV)
009780         ADD 1 TO PV-REPETICIONES
009790     END-IF.
009800 3610-EXIT.
009810     EXIT.
009820
009830******************************************************************
009840*PUNTUAR: calcula las tasas de cada cajero, marca los indicadores
009850*que alcanzan su umbral y suma sus pesos. Las tasas solo se
009860*evaluan con el minimo de ventas; un umbral en cero anula el
009870*indicador.
009880******************************************************************
009890 4000-PUNTUAR.
009900     MOVE ZERO TO PV-IDX.
009910     PERFORM 4100-PUNTUAR-CAJERO THRU 4100-EXIT
009920         PV-CANT-CAJEROS TIMES.
009930 4000-EXIT.
009940     EXIT.
009950
009960 4100-PUNTUAR-CAJERO.
009970     ADD 1 TO PV-IDX.
009980     IF PV-TAB-VENTAS(PV-IDX) > ZERO
009990         COMPUTE PV-TAB-PORC-DEVOL(PV-IDX) ROUNDED =
010000             PV-TAB-DEVOL(PV-IDX) * 100 / PV-TAB-VENTAS(PV-IDX)
010010             ON SIZE ERROR
010020                 MOVE 999.9 TO PV-TAB-PORC-DEVOL(PV-IDX)
010030         END-COMPUTE
010040         COMPUTE PV-TAB-PORC-TOPE(PV-IDX) ROUNDED =
010050             PV-TAB-TOPE(PV-IDX) * 100 / PV-TAB-VENTAS(PV-IDX)
010060     END-IF.
010070     IF PV-TAB-VENTAS(PV-IDX) NOT LESS THAN PV-MIN-VENTAS
010080         MOVE PV-TAB-PORC-DEVOL(PV-IDX) TO PV-PORCENTAJE
010090         MOVE 1 TO PV-IDX-IND
010100         PERFORM 4150-MARCAR-PORCENTAJE THRU 4150-EXIT
010110         MOVE PV-TAB-PORC-TOPE(PV-IDX) TO PV-PORCENTAJE
010120         MOVE 3 TO PV-IDX-IND
010130         PERFORM 4150-MARCAR-PORCENTAJE THRU 4150-EXIT
010140     END-IF.
010150     IF PV-UMBRAL(2) > ZERO
010160             AND PV-TAB-PROPIAS(PV-IDX) NOT LESS THAN PV-UMBRAL(2)
010170         MOVE 2 TO PV-IDX-IND
010180         PERFORM 4160-MARCAR THRU 4160-EXIT
010190     END-IF.
010200     IF PV-UMBRAL(4) > ZERO
010210             AND PV-TAB-EXCESO(PV-IDX) NOT LESS THAN PV-UMBRAL(4)
010220         MOVE 4 TO PV-IDX-IND
010230         PERFORM 4160-MARCAR THRU 4160-EXIT
010240     END-IF.
010250     IF PV-UMBRAL(5) > ZERO
010260             AND PV-TAB-CORREGIDAS(PV-IDX)
010270                 NOT LESS THAN PV-UMBRAL(5)
010280         MOVE 5 TO PV-IDX-IND
010290         PERFORM 4160-MARCAR THRU 4160-EXIT
010300     END-IF.
010310     IF PV-TAB-REINTEGROS(PV-IDX) > ZERO
010320         MOVE 6 TO PV-IDX-IND
010330         PERFORM 4160-MARCAR THRU 4160-EXIT
010340     END-IF.
010350     IF PV-TAB-PUNTAJE(PV-IDX) > ZERO
010360         ADD 1 TO PV-CANT-SENALADOS
010370     END-IF.
010380 4100-EXIT.
010390     EXIT.
010400
010410 4150-MARCAR-PORCENTAJE.
010420     IF PV-UMBRAL(PV-IDX-IND) > ZERO
010430             AND PV-PORCENTAJE NOT LESS THAN PV-UMBRAL(PV-IDX-IND)
010440         PERFORM 4160-MARCAR THRU 4160-EXIT
010450     END-IF.
010460 4150-EXIT.
010470     EXIT.
010480
010490 4160-MARCAR.
010500     MOVE PV-IDX-IND TO PV-TAB-MARCA(PV-IDX, PV-IDX-IND).
010510     ADD PV-PESO(PV-IDX-IND) TO PV-TAB-PUNTAJE(PV-IDX).
010520 4160-EXIT.
010530     EXIT.
010540
010550******************************************************************
010560*RESTAR-UN-DIA / SUMAR-UN-DIA: mueven PV-FECHA-TRABAJO un dia
010570*hacia atras o hacia adelante, con febrero de los bisiestos.
010580******************************************************************
010590 4200-RESTAR-UN-DIA.
010600     IF PV-FT-DD > 1
010610         SUBTRACT 1 FROM PV-FT-DD
010620         GO TO 4200-EXIT
010630     END-IF.
010640     IF PV-FT-MM = 1
010650         MOVE 12 TO PV-FT-MM
010660         SUBTRACT 1 FROM PV-FT-AAAA
010670     ELSE
010680         SUBTRACT 1 FROM PV-FT-MM
010690     END-IF.
010700     MOVE PV-DIAS-MES(PV-FT-MM) TO PV-FT-DD.
010710     IF PV-FT-MM = 2
010720         PERFORM 4250-EVALUAR-BISIESTO THRU 4250-EXIT
010730         IF PV-ES-BISIESTO
010740             MOVE 29 TO PV-FT-DD
010750         END-IF
010760     END-IF.
010770 4200-EXIT.
010780     EXIT.
010790
010800 4250-EVALUAR-BISIESTO.
010810     MOVE "N" TO PV-SW-BISIESTO.
010820     DIVIDE PV-FT-AAAA BY 4 GIVING PV-BIS-COCIENTE
010830         REMAINDER PV-BIS-RESTO-4.
010840     DIVIDE PV-FT-AAAA BY 100 GIVING PV-BIS-COCIENTE
010850         REMAINDER PV-BIS-RESTO-100.
010860     DIVIDE PV-FT-AAAA BY 400 GIVING PV-BIS-COCIENTE
010870         REMAINDER PV-BIS-RESTO-400.
010880     IF PV-BIS-RESTO-4 = ZERO
010890         IF PV-BIS-RESTO-100 NOT = ZERO
010900                 OR PV-BIS-RESTO-400 = ZERO
010910             SET PV-ES-BISIESTO TO TRUE
010920         END-IF
010930     END-IF.
010940 4250-EXIT.
010950     EXIT.
010960
010970 4300-SUMAR-UN-DIA.
010980     IF PV-FT-MM = 2
010990         PERFORM 4250-EVALUAR-BISIESTO THRU 4250-EXIT
011000     END-IF.
011010     IF PV-FT-DD < PV-DIAS-MES(PV-FT-MM)
011020             OR (PV-FT-MM = 2 AND PV-ES-BISIESTO
011030                 AND PV-FT-DD = 28)
011040         ADD 1 TO PV-FT-DD
011050         GO TO 4300-EXIT
011060     END-IF.
011070     MOVE 1 TO PV-FT-DD.
011080     IF PV-FT-MM = 12
011090         MOVE 1 TO PV-FT-MM
011100         ADD 1 TO PV-FT-AAAA
011110     ELSE
011120         ADD 1 TO PV-FT-MM
011130     END-IF.
011140 4300-EXIT.
011150     EXIT.
011160
011170 5000-ENCABEZADO.
011180     ADD 1 TO PV-PAGINA.
011190     MOVE ZERO TO PV-LINEAS-PAGINA.
011200     MOVE PV-PAGINA TO PV-ENC-PAGINA.
011210     WRITE PV-LINEA-IMPRESION FROM PV-ENCABEZADO-1.
011220     WRITE PV-LINEA-IMPRESION FROM PV-ENCABEZADO-PERIODO.
011230     MOVE ALL "=" TO PV-LINEA-IMPRESION.
011240     WRITE PV-LINEA-IMPRESION.
011250     WRITE PV-LINEA-IMPRESION FROM PV-ENCABEZADO-2.
011260     MOVE ALL "-" TO PV-LINEA-IMPRESION.
011270     WRITE PV-LINEA-IMPRESION.
011280 5000-EXIT.
011290     EXIT.
011300
011310******************************************************************
011320*ORDENAR: ordena la tabla por sucursal y, dentro de cada
011330*sucursal, de mayor a menor puntaje, por seleccion como el
011340*ranking de articulos.
011350******************************************************************
011360 6000-ORDENAR.
011370     MOVE 1 TO PV-IDX.
011380     PERFORM 6100-PASADA THRU 6100-EXIT
011390         UNTIL PV-IDX NOT LESS THAN PV-CANT-CAJEROS.
011400 6000-EXIT.
011410     EXIT.
011420
011430 6100-PASADA.
011440     MOVE PV-IDX TO PV-IDX-MEJOR.
011450     COMPUTE PV-IDX-J = PV-IDX + 1.
011460     PERFORM 6200-COMPARAR THRU 6200-EXIT
011470         UNTIL PV-IDX-J > PV-CANT-CAJEROS.
011480     IF PV-IDX-MEJOR NOT = PV-IDX
011490         MOVE PV-ENTRADA-CAJERO(PV-IDX)       TO PV-ENTRADA-AUX
011500         MOVE PV-ENTRADA-CAJERO(PV-IDX-MEJOR)
011510             TO PV-ENTRADA-CAJERO(PV-IDX)
011520         MOVE PV-ENTRADA-AUX
011530             TO PV-ENTRADA-CAJERO(PV-IDX-MEJOR)
011540     END-IF.
011550     ADD 1 TO PV-IDX.
011560 6100-EXIT.
011570     EXIT.
011580
011590 6200-COMPARAR.
011600     MOVE "N" TO PV-SW-ANTES.
011610     IF PV-TAB-SUC(PV-IDX-J) < PV-TAB-SUC(PV-IDX-MEJOR)
011620         SET PV-VA-ANTES TO TRUE
011630     END-IF.
011640     IF PV-TAB-SUC(PV-IDX-J) = PV-TAB-SUC(PV-IDX-MEJOR)
011650             AND PV-TAB-PUNTAJE(PV-IDX-J)
011660                 > PV-TAB-PUNTAJE(PV-IDX-MEJOR)
011670         SET PV-VA-ANTES TO TRUE
011680     END-IF.
011690     IF PV-VA-ANTES
011700         MOVE PV-IDX-J TO PV-IDX-MEJOR
011710     END-IF.
011720     ADD 1 TO PV-IDX-J.
011730 6200-EXIT.
011740     EXIT.
011750
011760 7000-ESCRIBIR-LINEA.
011770     IF PV-LINEAS-PAGINA NOT LESS THAN PV-MAX-LINEAS
011780         PERFORM 5000-ENCABEZADO THRU 5000-EXIT
011790     END-IF.
011800     WRITE PV-LINEA-IMPRESION FROM PV-LINEA-TRABAJO.
011810     ADD 1 TO PV-LINEAS-PAGINA.
011820 7000-EXIT.
011830     EXIT.
011840
011850******************************************************************
011860*FINALIZAR: ordena, emite el ranking por sucursal con las
011870*evidencias de cada cajero senalado y los contadores, cierra los
011880*archivos y deja la corrida en el control. Un desborde de tabla
011890*termina con RETURN-CODE 8, como la rendicion.
011900******************************************************************
011910 9000-FINALIZAR.
011920     IF NOT PV-HIST-ABIERTA
011930         GO TO 9000-CERRAR
011940     END-IF.
011950     IF PV-CANT-CAJEROS = ZERO
011960         MOVE "SIN MOVIMIENTOS EN LA VENTANA" TO PV-LINEA-TRABAJO
011970         PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
011980         GO TO 9000-RESUMEN
011990     END-IF.
012000     PERFORM 6000-ORDENAR THRU 6000-EXIT.
012010     MOVE SPACES TO PV-SUC-ANTERIOR.
012020     MOVE ZERO TO PV-IDX.
012030     PERFORM 9100-IMPRIMIR-CAJERO THRU 9100-EXIT
012040         PV-CANT-CAJEROS TIMES.
012050 9000-RESUMEN.
012060     MOVE ALL "-" TO PV-LINEA-TRABAJO.
012070     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
012080     MOVE "MOVIMIENTOS DEL HISTORIAL LEIDOS" TO PV-RES-TITULO.
012090     MOVE PV-CANT-LEIDOS TO PV-RES-CANTIDAD.
012100     PERFORM 9300-ESCRIBIR-RESUMEN THRU 9300-EXIT.
012110     MOVE "CAJEROS EVALUADOS" TO PV-RES-TITULO.
012120     MOVE PV-CANT-CAJEROS TO PV-RES-CANTIDAD.
012130     PERFORM 9300-ESCRIBIR-RESUMEN THRU 9300-EXIT.
012140     MOVE "CAJEROS SENALADOS" TO PV-RES-TITULO.
012150     MOVE PV-CANT-SENALADOS TO PV-RES-CANTIDAD.
012160     PERFORM 9300-ESCRIBIR-RESUMEN THRU 9300-EXIT.
012170     MOVE "RECHAZOS DE LA VENTANA" TO PV-RES-TITULO.
012180     MOVE PV-CANT-EXC TO PV-RES-CANTIDAD.
012190     PERFORM 9300-ESCRIBIR-RESUMEN THRU 9300-EXIT.
012200     MOVE "DEVOLUCIONES CON VENTA ORIGINAL YA DEPURADA"
012210         TO PV-RES-TITULO.
012220     MOVE PV-DEV-SIN-ORIGEN TO PV-RES-CANTIDAD.
012230     PERFORM 9300-ESCRIBIR-RESUMEN THRU 9300-EXIT.
012240     IF PV-EVI-OMITIDAS > ZERO
012250         MOVE "MOVIMIENTOS NO LISTADOS POR TABLA LLENA"
012260             TO PV-RES-TITULO
012270         MOVE PV-EVI-OMITIDAS TO PV-RES-CANTIDAD
012280         PERFORM 9300-ESCRIBIR-RESUMEN THRU 9300-EXIT
012290     END-IF.
012300     IF PV-CANT-DESBORDES > ZERO
012310         MOVE "ATENCION: REGISTROS OMITIDOS POR TABLA LLENA"
012320             TO PV-RES-TITULO
012330         MOVE PV-CANT-DESBORDES TO PV-RES-CANTIDAD
012340         PERFORM 9300-ESCRIBIR-RESUMEN THRU 9300-EXIT
012350         MOVE 8 TO RETURN-CODE
012360     END-IF.
012370 9000-CERRAR.
012380     IF PV-HIST-ABIERTA
012390         CLOSE SALES-HISTORY-INDEX
012400     END-IF.
012410     IF PV-CAJMAST-ABIERTO
012420         CLOSE CASHIER-MASTER
012430     END-IF.
012440     CLOSE PREVENTION-REPORT-FILE.
012450     IF PV-HIST-ABIERTA
012460         PERFORM 9500-GRABAR-RUN-CONTROL THRU 9500-EXIT
012470     END-IF.
012480 9000-EXIT.
012490     EXIT.
012500
012510******************************************************************
012520*IMPRIMIR-CAJERO: titulo al cambiar de sucursal, la linea del
012530*cajero y, si fue senalado, las evidencias de cada indicador
012540*disparado.
012550******************************************************************
012560 9100-IMPRIMIR-CAJERO.
012570     ADD 1 TO PV-IDX.
012580     IF PV-TAB-SUC(PV-IDX) NOT = PV-SUC-ANTERIOR
012590         MOVE PV-TAB-SUC(PV-IDX) TO PV-SUC-ANTERIOR
012600         MOVE ZERO TO PV-PUESTO
012610         MOVE SPACES TO PV-LINEA-TRABAJO
012620         PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
012630         MOVE PV-SUC-ANTERIOR TO PV-TIT-SUC
012640         MOVE PV-LINEA-TITULO TO PV-LINEA-TRABAJO
012650         PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
012660     END-IF.
012670     ADD 1 TO PV-PUESTO.
012680     MOVE SPACES TO PV-LINEA-DETALLE.
012690     MOVE PV-PUESTO                  TO PV-DET-PUESTO.
012700     MOVE PV-TAB-CAJERO(PV-IDX)      TO PV-DET-CAJERO.
012710     PERFORM 9120-BUSCAR-NOMBRE THRU 9120-EXIT.
012720     MOVE PV-TAB-VENTAS(PV-IDX)      TO PV-DET-VENTAS.
012730     MOVE PV-TAB-DEVOL(PV-IDX)       TO PV-DET-DEVOL.
012740     MOVE PV-TAB-PORC-DEVOL(PV-IDX)  TO PV-DET-PORC-DEVOL.
012750     MOVE PV-TAB-PROPIAS(PV-IDX)     TO PV-DET-PROPIAS.
012760     MOVE PV-TAB-TOPE(PV-IDX)        TO PV-DET-TOPE.
012770     MOVE PV-TAB-PORC-TOPE(PV-IDX)   TO PV-DET-PORC-TOPE.
012780     MOVE PV-TAB-EXCESO(PV-IDX)      TO PV-DET-EXCESO.
012790     MOVE PV-TAB-CORREGIDAS(PV-IDX)  TO PV-DET-CORREGIDAS.
012800     MOVE PV-TAB-REINTEGROS(PV-IDX)  TO PV-DET-REINTEGROS.
012810     MOVE PV-TAB-PUNTAJE(PV-IDX)     TO PV-DET-PUNTAJE.
012820     MOVE PV-TAB-MARCA(PV-IDX, 1)    TO PV-DET-MARCAS(1:1).
012830     MOVE PV-TAB-MARCA(PV-IDX, 2)    TO PV-DET-MARCAS(3:1).
012840     MOVE PV-TAB-MARCA(PV-IDX, 3)    TO PV-DET-MARCAS(5:1).
012850     MOVE PV-TAB-MARCA(PV-IDX, 4)    TO PV-DET-MARCAS(7:1).
012860     MOVE PV-TAB-MARCA(PV-IDX, 5)    TO PV-DET-MARCAS(9:1).
012870     MOVE PV-TAB-MARCA(PV-IDX, 6)    TO PV-DET-MARCAS(11:1).
012880     MOVE PV-LINEA-DETALLE TO PV-LINEA-TRABAJO.
012890     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
012900     IF PV-TAB-PUNTAJE(PV-IDX) = ZERO
012910         GO TO 9100-EXIT
012920     END-IF.
012930     MOVE ZERO TO PV-IDX-IND.
012940     PERFORM 9200-EVIDENCIAS-INDICADOR THRU 9200-EXIT 6 TIMES.
012950 9100-EXIT.
012960     EXIT.
012970
012980 9120-BUSCAR-NOMBRE.
012990     MOVE SPACES TO PV-DET-NOMBRE.
013000     IF NOT PV-CAJMAST-ABIERTO
013010         GO TO 9120-EXIT
013020     END-IF.
013030     MOVE PV-TAB-CAJERO(PV-IDX) TO MC-CAJERO.
013040     READ CASHIER-MASTER
013050         INVALID KEY
013060             MOVE "(SIN MAESTRO)" TO PV-DET-NOMBRE
013070         NOT INVALID KEY
013080             MOVE MC-NOMBRE TO PV-DET-NOMBRE
013090     END-READ.
013100 9120-EXIT.
013110     EXIT.
013120
013130******************************************************************
013140*EVIDENCIAS-INDICADOR: para un indicador disparado del cajero en
013150*curso, lista de a seis por linea la fecha y secuencia de los
013160*movimientos que lo componen.
013170******************************************************************
013180 9200-EVIDENCIAS-INDICADOR.
013190     ADD 1 TO PV-IDX-IND.
013200     IF PV-TAB-MARCA(PV-IDX, PV-IDX-IND) = "."
013210         GO TO 9200-EXIT
013220     END-IF.
013230     MOVE SPACES TO PV-LINEA-EVIDENCIA.
013240     MOVE PV-ROTULO(PV-IDX-IND) TO PV-LEV-ROTULO.
013250     MOVE ZERO TO PV-IDX-LINEA.
013260     MOVE ZERO TO PV-IDX-EVI.
013270     PERFORM 9210-EVIDENCIA THRU 9210-EXIT
013280         PV-CANT-EVI TIMES.
013290     IF PV-IDX-LINEA > ZERO
013300         MOVE PV-LINEA-EVIDENCIA TO PV-LINEA-TRABAJO
013310         PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
013320     END-IF.
013330 9200-EXIT.
013340     EXIT.
013350
013360 9210-EVIDENCIA.
013370     ADD 1 TO PV-IDX-EVI.
013380     IF PV-EVI-IND(PV-IDX-EVI) NOT = PV-IDX-IND
013390             OR PV-EVI-CAJERO(PV-IDX-EVI)
013400                 NOT = PV-TAB-CAJERO(PV-IDX)
013410             OR PV-EVI-SUC(PV-IDX-EVI) NOT = PV-TAB-SUC(PV-IDX)
013420         GO TO 9210-EXIT
013430     END-IF.
013440     IF PV-IDX-LINEA = 6
013450         MOVE PV-LINEA-EVIDENCIA TO PV-LINEA-TRABAJO
013460         PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
013470         MOVE SPACES TO PV-LINEA-EVIDENCIA
013480         MOVE ZERO TO PV-IDX-LINEA
013490     END-IF.
013500     ADD 1 TO PV-IDX-LINEA.
013510     MOVE PV-EVI-FECHA(PV-IDX-EVI)
013520         TO PV-LEV-FECHA(PV-IDX-LINEA).
013530     MOVE "-" TO PV-LEV-GUION(PV-IDX-LINEA).
013540     MOVE PV-EVI-SECUENCIA(PV-IDX-EVI)
013550         TO PV-LEV-SECUENCIA(PV-IDX-LINEA).
013560 9210-EXIT.
013570     EXIT.
013580
013590 9300-ESCRIBIR-RESUMEN.
013600     MOVE PV-LINEA-RESUMEN TO PV-LINEA-TRABAJO.
013610     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
013620 9300-EXIT.
013630     EXIT.
013640
013650******************************************************************
013660*GRABAR-RUN-CONTROL: deja constancia de la corrida completa en
013670*RUN-CONTROL-FILE, para el rearranque del proceso nocturno. Los
013680*procesados son los cajeros evaluados y los rechazados los
013690*senalados.
013700******************************************************************
013710 9500-GRABAR-RUN-CONTROL.
013720     OPEN EXTEND RUN-CONTROL-FILE.
013730     IF NOT PV-RUN-STATUS-OK
013740         OPEN OUTPUT RUN-CONTROL-FILE
013750     END-IF.
013760     IF NOT PV-RUN-STATUS-OK
013770         DISPLAY "No se pudo grabar RUN-CONTROL-FILE, status "
013780             PV-RUN-STATUS
013790         GO TO 9500-EXIT
013800     END-IF.
013810     INITIALIZE RC-RUN-RECORD.
013820     MOVE "EJER1PRV" TO RC-PROGRAMA.
013830     MOVE PV-FECHA-PROCESO TO RC-FECHA.
013840     ACCEPT RC-HORA FROM TIME.
013841     MOVE PV-HORA-INICIO TO RC-HORA-INICIO.
013850     MOVE PV-CANT-LEIDOS TO RC-LEIDOS.
013860     MOVE PV-CANT-CAJEROS TO RC-PROCESADOS.
013870     MOVE PV-CANT-SENALADOS TO RC-RECHAZADOS.
013880     WRITE RC-RUN-RECORD.
013890     CLOSE RUN-CONTROL-FILE.
013900 9500-EXIT.
013910     EXIT.
013920
013930 END PROGRAM Ejercicio1Prevencion.
