000100******************************************************************
000110*PROGRAMA    : Ejercicio1Objetivos
000120*AUTOR       : R. Fediuk - Sistemas
000130*INSTALACION : Casa Central
000140*FECHA ESCR. : 2026-10-15
000150*FECHA COMP. :
000160*PROPOSITO   : Reporte nocturno de cumplimiento de objetivos de
000170*              venta. Toma los objetivos del mes de la fecha de
000180*              proceso (TARGET-FILE, copybook TARGETS) y acumula
000190*              por sucursal, y por cajero cuando el cajero tiene
000200*              objetivo propio, la venta del mes a la fecha neta
000210*              de devoluciones, leyendo SALES-HISTORY-INDEX desde
000220*              el primer dia del mes. El objetivo a la fecha es
000230*              el del mes prorrateado por dias habiles (fines de
000240*              semana y feriados del calendario CALENDAR no
000250*              cuentan), y la proyeccion a fin de mes extiende la
000260*              venta real al total de dias habiles del mes. Marca
000270*              las sucursales y cajeros cuya proyeccion queda por
000280*              debajo del umbral (porcentaje del objetivo) que
000290*              llega por PARM, 90 si no se indica.
000300******************************************************************
000310*HISTORIAL DE MODIFICACIONES
000320*FECHA       INIC.  DESCRIPCION
000330*----------  -----  -------------------------------------------
000340*2026-10-15  RF     Version original.
000341*2026-10-15  RF     Se graba en RUNCTL la hora de inicio del
000342*                   paso (RC-HORA-INICIO) para el historial
000343*                   de tiempos de la noche.
000350******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. Ejercicio1Objetivos.
000380 AUTHOR. R. FEDIUK.
000390 INSTALLATION. CASA CENTRAL.
000400 DATE-WRITTEN. 2026-10-15.
000410 DATE-COMPILED.
000420******************************************************************
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT TARGET-FILE ASSIGN TO "TARGETS"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS OB-CLAVE
000500         FILE STATUS IS OJ-OBJ-STATUS.
000510     SELECT SALES-HISTORY-INDEX ASSIGN TO "SALESIDX"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS SI-CLAVE
000550         FILE STATUS IS OJ-HIST-STATUS.
000560     SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS OJ-CAL-STATUS.
000590     SELECT PROCESS-DATE-FILE ASSIGN TO "PROCDATE"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS OJ-PROC-STATUS.
000620     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS OJ-RUN-STATUS.
000650     SELECT TARGET-REPORT-FILE ASSIGN TO "OBJRPT"
000660         ORGANIZATION IS SEQUENTIAL.
000670******************************************************************
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  TARGET-FILE
000710     LABEL RECORDS ARE STANDARD.
000720     COPY TARGETS.
000730
000740 FD  SALES-HISTORY-INDEX
000750     LABEL RECORDS ARE STANDARD.
000760     COPY SALESIDX.
000770
000780 FD  CALENDAR-FILE
000790     LABEL RECORDS ARE STANDARD.
000800 01  CA-CALENDAR-RECORD.
000810     05  CA-FECHA                PIC 9(08).
000820     05  CA-TIPO                 PIC X(01).
000830         88  CA-FERIADO                VALUE "F".
000840     05  CA-DESCRIPCION          PIC X(20).
000850     05  FILLER                  PIC X(03).
000860
000870 FD  PROCESS-DATE-FILE
000880     LABEL RECORDS ARE STANDARD.
000890     COPY PROCDATE.
000900
000910 FD  RUN-CONTROL-FILE
000920     LABEL RECORDS ARE STANDARD.
000930     COPY RUNCTL.
000940
000950 FD  TARGET-REPORT-FILE
000960     LABEL RECORDS ARE STANDARD.
000970 01  OJ-LINEA-IMPRESION          PIC X(132).
000980
000990 WORKING-STORAGE SECTION.
001000 01  OJ-SWITCHES.
001010     05  OJ-SW-FIN-HISTORIA      PIC X(01) VALUE "N".
001020         88  OJ-FIN-HISTORIA            VALUE "S".
001030     05  OJ-SW-HIST-ABIERTA      PIC X(01) VALUE "N".
001040         88  OJ-HIST-ABIERTA            VALUE "S".
001050     05  OJ-SW-FIN-OBJETIVOS     PIC X(01) VALUE "N".
001060         88  OJ-FIN-OBJETIVOS           VALUE "S".
001070     05  OJ-SW-FIN-CALENDARIO    PIC X(01) VALUE "N".
001080         88  OJ-FIN-CALENDARIO          VALUE "S".
001090     05  OJ-SW-FERIADO           PIC X(01) VALUE "N".
001100         88  OJ-ES-FERIADO              VALUE "S".
001110     05  OJ-SW-BISIESTO          PIC X(01) VALUE "N".
001120         88  OJ-ES-BISIESTO             VALUE "S".
001130     05  OJ-SW-ANTES             PIC X(01) VALUE "N".
001140         88  OJ-VA-ANTES                VALUE "S".
001150
001160 01  OJ-OBJ-STATUS               PIC X(02).
001170     88  OJ-OBJ-STATUS-OK              VALUE "00".
001180
001190 01  OJ-HIST-STATUS              PIC X(02).
001200     88  OJ-HIST-STATUS-OK             VALUE "00".
001210
001220 01  OJ-CAL-STATUS               PIC X(02).
001230     88  OJ-CAL-STATUS-OK              VALUE "00".
001240
001250 01  OJ-PROC-STATUS              PIC X(02).
001260     88  OJ-PROC-STATUS-OK             VALUE "00".
001270
001280 01  OJ-RUN-STATUS               PIC X(02).
001290     88  OJ-RUN-STATUS-OK              VALUE "00".
001300
001310 01  OJ-CONSTANTES.
001320     05  OJ-MAX-SUCURSALES       PIC 9(03) COMP VALUE 100.
001330     05  OJ-MAX-CAJEROS          PIC 9(03) COMP VALUE 500.
001340     05  OJ-MAX-FERIADOS         PIC 9(04) COMP VALUE 200.
001350     05  OJ-MAX-LINEAS           PIC 9(02) VALUE 56.
001360
001370 01  OJ-UMBRAL                   PIC 9(02) VALUE 90.
001380
001381 01  OJ-HORA-INICIO              PIC 9(08) VALUE ZERO.
001390 01  OJ-FECHA-PROCESO            PIC 9(08) VALUE ZERO.
001400 01  OJ-MES-PROCESO              PIC 9(06) VALUE ZERO.
001410 01  OJ-PRIMER-DIA               PIC 9(08) VALUE ZERO.
001420
001430 01  OJ-FECHA-TRABAJO            PIC 9(08) VALUE ZERO.
001440 01  OJ-FECHA-TRABAJO-R REDEFINES OJ-FECHA-TRABAJO.
001450     05  OJ-FT-AAAA              PIC 9(04).
001460     05  OJ-FT-MM                PIC 9(02).
001470     05  OJ-FT-DD                PIC 9(02).
001480
001490 01  OJ-DIAS-MES-VALORES         PIC X(24) VALUE
001500     "312831303130313130313031".
001510 01  OJ-DIAS-MES-TABLA REDEFINES OJ-DIAS-MES-VALORES.
001520     05  OJ-DIAS-MES             OCCURS 12 TIMES PIC 9(02).
001530 01  OJ-DIAS-DEL-MES             PIC 9(02) VALUE ZERO.
001540
001550 01  OJ-CALCULO-BISIESTO.
001560     05  OJ-BIS-COCIENTE         PIC 9(04) COMP VALUE ZERO.
001570     05  OJ-BIS-RESTO-4          PIC 9(04) COMP VALUE ZERO.
001580     05  OJ-BIS-RESTO-100        PIC 9(04) COMP VALUE ZERO.
001590     05  OJ-BIS-RESTO-400        PIC 9(04) COMP VALUE ZERO.
001600
001610*La congruencia de Zeller da 0=sabado y 1=domingo, los dias
001620*no laborables, igual que en la apertura del dia.
001630 01  OJ-CALCULO-ZELLER.
001640     05  OJ-ZEL-M                PIC 9(04) COMP VALUE ZERO.
001650     05  OJ-ZEL-A                PIC 9(04) COMP VALUE ZERO.
001660     05  OJ-ZEL-J                PIC 9(04) COMP VALUE ZERO.
001670     05  OJ-ZEL-K                PIC 9(04) COMP VALUE ZERO.
001680     05  OJ-ZEL-T1               PIC 9(04) COMP VALUE ZERO.
001690     05  OJ-ZEL-T2               PIC 9(04) COMP VALUE ZERO.
001700     05  OJ-ZEL-T3               PIC 9(04) COMP VALUE ZERO.
001710     05  OJ-ZEL-SUMA             PIC 9(06) COMP VALUE ZERO.
001720     05  OJ-ZEL-COCIENTE         PIC 9(06) COMP VALUE ZERO.
001730     05  OJ-ZEL-H                PIC 9(04) COMP VALUE ZERO.
001740
001750 01  OJ-TABLA-FERIADOS.
001760     05  OJ-FERIADO-FECHA        OCCURS 200 TIMES PIC 9(08).
001770
001780 01  OJ-CONTROL-FERIADOS.
001790     05  OJ-CANT-FERIADOS        PIC 9(04) COMP VALUE ZERO.
001800     05  OJ-IDX-FERIADO          PIC 9(04) COMP VALUE ZERO.
001810
001820******************************************************************
001830*DIAS HABILES: del mes completo y transcurridos hasta la fecha
001840*de proceso inclusive.
001850******************************************************************
001860 01  OJ-DIAS-HABILES.
001870     05  OJ-HABILES-MES          PIC 9(03) VALUE ZERO.
001880     05  OJ-HABILES-TRANSC       PIC 9(03) VALUE ZERO.
001890
001900******************************************************************
001910*TABLA DE SUCURSALES: objetivo del mes y venta real neta de
001920*devoluciones. Entran las sucursales con objetivo y las que
001930*vendieron sin tenerlo.
001940******************************************************************
001950 01  OJ-TABLA-SUCURSALES.
001960     05  OJ-ENTRADA-SUCURSAL OCCURS 100 TIMES.
001970         10  OJ-SUC-CODIGO       PIC X(03).
001980         10  OJ-SUC-SW-OBJETIVO  PIC X(01).
001990             88  OJ-SUC-CON-OBJETIVO   VALUE "S".
002000         10  OJ-SUC-OBJETIVO     PIC 9(10)V9(02).
002010         10  OJ-SUC-REAL         PIC S9(12)V9(02).
002020         10  OJ-SUC-VENTAS       PIC 9(07).
002030
002040 01  OJ-SUC-AUX                  PIC X(37).
002050
002060******************************************************************
002070*TABLA DE CAJEROS: solo los cajeros con objetivo propio en el
002080*mes, con la venta real que hicieron en esa sucursal.
002090******************************************************************
002100 01  OJ-TABLA-CAJEROS.
002110     05  OJ-ENTRADA-CAJERO OCCURS 500 TIMES.
002120         10  OJ-CAJ-CLAVE.
002130             15  OJ-CAJ-SUCURSAL PIC X(03).
002140             15  OJ-CAJ-CAJERO   PIC X(05).
002150         10  OJ-CAJ-OBJETIVO     PIC 9(10)V9(02).
002160         10  OJ-CAJ-REAL         PIC S9(12)V9(02).
002170
002180 01  OJ-CAJ-AUX                  PIC X(34).
002190
002200 01  OJ-CONTROL-TABLAS.
002210     05  OJ-CANT-SUCURSALES      PIC 9(03) COMP VALUE ZERO.
002220     05  OJ-CANT-CAJEROS         PIC 9(03) COMP VALUE ZERO.
002230     05  OJ-IDX                  PIC 9(03) COMP VALUE ZERO.
002240     05  OJ-IDX-J                PIC 9(03) COMP VALUE ZERO.
002250     05  OJ-IDX-MEJOR            PIC 9(03) COMP VALUE ZERO.
002260     05  OJ-IDX-SUC              PIC 9(03) COMP VALUE ZERO.
002270     05  OJ-IDX-CAJ              PIC 9(03) COMP VALUE ZERO.
002280     05  OJ-CANT-DESBORDES       PIC 9(08) VALUE ZERO.
002290
002300 01  OJ-BUSQUEDA.
002310     05  OJ-SUC-BUSCADA          PIC X(03) VALUE SPACES.
002320     05  OJ-CAJ-BUSCADA.
002330         10  OJ-CAJ-BUS-SUCURSAL PIC X(03) VALUE SPACES.
002340         10  OJ-CAJ-BUS-CAJERO   PIC X(05) VALUE SPACES.
002350
002360******************************************************************
002370*CALCULO DE UNA LINEA: objetivo del mes y venta real de la
002380*sucursal, del cajero o del total, y lo que se deriva de ellos.
002390******************************************************************
002400 01  OJ-CALCULO.
002410     05  OJ-CAL-OBJETIVO         PIC 9(12)V9(02) VALUE ZERO.
002420     05  OJ-CAL-REAL             PIC S9(12)V9(02) VALUE ZERO.
002430     05  OJ-CAL-OBJ-FECHA        PIC 9(12)V9(02) VALUE ZERO.
002440     05  OJ-CAL-PROYECCION       PIC S9(12)V9(02) VALUE ZERO.
002450     05  OJ-CAL-PORC             PIC S9(05)V9(01) VALUE ZERO.
002460     05  OJ-CAL-PORC-PROY        PIC S9(05)V9(01) VALUE ZERO.
002470     05  OJ-CAL-SW-OBJETIVO      PIC X(01) VALUE "N".
002480         88  OJ-CAL-CON-OBJETIVO       VALUE "S".
002490     05  OJ-CAL-SW-DEBAJO        PIC X(01) VALUE "N".
002500         88  OJ-CAL-DEBAJO             VALUE "S".
002510
002520 01  OJ-TOTALES.
002530     05  OJ-TOT-OBJETIVO         PIC 9(12)V9(02) VALUE ZERO.
002540     05  OJ-TOT-REAL             PIC S9(12)V9(02) VALUE ZERO.
002550
002560 01  OJ-CONTADORES.
002570     05  OJ-CANT-LEIDOS          PIC 9(08) VALUE ZERO.
002580     05  OJ-CANT-VENTAS          PIC 9(08) VALUE ZERO.
002590     05  OJ-CANT-DEVOLUCIONES    PIC 9(08) VALUE ZERO.
002600     05  OJ-CANT-OBJ-SUCURSAL    PIC 9(08) VALUE ZERO.
002610     05  OJ-CANT-OBJ-CAJERO      PIC 9(08) VALUE ZERO.
002620     05  OJ-CANT-SUC-DEBAJO      PIC 9(08) VALUE ZERO.
002630     05  OJ-CANT-CAJ-DEBAJO      PIC 9(08) VALUE ZERO.
002640
002650 01  OJ-CONTROL-PAGINA.
002660     05  OJ-PAGINA               PIC 9(04) VALUE ZERO.
002670     05  OJ-LINEAS-PAGINA        PIC 9(02) VALUE ZERO.
002680
002690 01  OJ-LINEA-TRABAJO            PIC X(132) VALUE SPACES.
002700
002710 01  OJ-ENCABEZADO-1.
002720     05  FILLER                  PIC X(10) VALUE SPACES.
002730     05  FILLER                  PIC X(34) VALUE
002740         "CUMPLIMIENTO DE OBJETIVOS DE VENTA".
002750     05  FILLER                  PIC X(34) VALUE SPACES.
002760     05  FILLER                  PIC X(07) VALUE "FECHA: ".
002770     05  OJ-ENC-FECHA            PIC 9999/99/99.
002780     05  FILLER                  PIC X(10) VALUE SPACES.
002790     05  FILLER                  PIC X(08) VALUE "PAGINA: ".
002800     05  OJ-ENC-PAGINA           PIC ZZZ9.
002810     05  FILLER                  PIC X(15) VALUE SPACES.
002820
002830 01  OJ-ENCABEZADO-PERIODO.
002840     05  FILLER                  PIC X(10) VALUE SPACES.
002850     05  FILLER                  PIC X(05) VALUE "MES: ".
002860     05  OJ-PER-MES              PIC 9999/99.
002870     05  FILLER                  PIC X(04) VALUE SPACES.
002880     05  FILLER                  PIC X(28) VALUE
002890         "DIAS HABILES TRANSCURRIDOS: ".
002900     05  OJ-PER-TRANSC           PIC ZZ9.
002910     05  FILLER                  PIC X(04) VALUE " DE ".
002920     05  OJ-PER-HABILES          PIC ZZ9.
002930     05  FILLER                  PIC X(04) VALUE SPACES.
002940     05  FILLER                  PIC X(22) VALUE
002950         "UMBRAL DE PROYECCION: ".
002960     05  OJ-PER-UMBRAL           PIC ZZ9.
002970     05  FILLER                  PIC X(01) VALUE "%".
002980     05  FILLER                  PIC X(38) VALUE SPACES.
002990
003000 01  OJ-ENCABEZADO-2.
003010     05  FILLER                  PIC X(14) VALUE SPACES.
003020     05  FILLER                  PIC X(14) VALUE
003030         "      OBJETIVO".
003040     05  FILLER                  PIC X(02) VALUE SPACES.
003050     05  FILLER                  PIC X(14) VALUE
003060         "      OBJETIVO".
003070     05  FILLER                  PIC X(02) VALUE SPACES.
003080     05  FILLER                  PIC X(15) VALUE
003090         "           REAL".
003100     05  FILLER                  PIC X(02) VALUE SPACES.
003110     05  FILLER                  PIC X(08) VALUE "       %".
003120     05  FILLER                  PIC X(02) VALUE SPACES.
003130     05  FILLER                  PIC X(15) VALUE
003140         "     PROYECCION".
003150     05  FILLER                  PIC X(02) VALUE SPACES.
003160     05  FILLER                  PIC X(08) VALUE "       %".
003170     05  FILLER                  PIC X(34) VALUE SPACES.
003180
003190 01  OJ-ENCABEZADO-3.
003200     05  FILLER                  PIC X(14) VALUE
003210         "SUC CAJERO    ".
003220     05  FILLER                  PIC X(14) VALUE
003230         "       DEL MES".
003240     05  FILLER                  PIC X(02) VALUE SPACES.
003250     05  FILLER                  PIC X(14) VALUE
003260         "    A LA FECHA".
003270     05  FILLER                  PIC X(02) VALUE SPACES.
003280     05  FILLER                  PIC X(15) VALUE
003290         "     A LA FECHA".
003300     05  FILLER                  PIC X(02) VALUE SPACES.
003310     05  FILLER                  PIC X(08) VALUE "  CUMPL.".
003320     05  FILLER                  PIC X(02) VALUE SPACES.
003330     05  FILLER                  PIC X(15) VALUE
003340         "     FIN DE MES".
003350     05  FILLER                  PIC X(02) VALUE SPACES.
003360     05  FILLER                  PIC X(08) VALUE " PROYEC.".
003370     05  FILLER                  PIC X(02) VALUE SPACES.
003380     05  FILLER                  PIC X(32) VALUE "OBSERVACION".
003390
003400 01  OJ-LINEA-DETALLE.
003410     05  OJ-DET-SUCURSAL         PIC X(05).
003420     05  FILLER                  PIC X(01) VALUE SPACES.
003430     05  OJ-DET-CAJERO           PIC X(05).
003440     05  FILLER                  PIC X(03) VALUE SPACES.
003450     05  OJ-DET-OBJETIVO         PIC ZZ,ZZZ,ZZZ,ZZ9.
003460     05  FILLER                  PIC X(02) VALUE SPACES.
003470     05  OJ-DET-OBJ-FECHA        PIC ZZ,ZZZ,ZZZ,ZZ9.
003480     05  FILLER                  PIC X(02) VALUE SPACES.
003490     05  OJ-DET-REAL             PIC ZZ,ZZZ,ZZZ,ZZ9-.
003500     05  FILLER                  PIC X(02) VALUE SPACES.
003510     05  OJ-DET-PORC             PIC ZZZZ9.9-.
003520     05  FILLER                  PIC X(02) VALUE SPACES.
003530     05  OJ-DET-PROYECCION       PIC ZZ,ZZZ,ZZZ,ZZ9-.
003540     05  FILLER                  PIC X(02) VALUE SPACES.
003550     05  OJ-DET-PORC-PROY        PIC ZZZZ9.9-.
003560     05  FILLER                  PIC X(02) VALUE SPACES.
003570     05  OJ-DET-MARCA            PIC X(22).
003580     05  FILLER                  PIC X(10) VALUE SPACES.
003590
003600 01  OJ-LINEA-RESUMEN.
003610     05  OJ-RES-TITULO           PIC X(45).
003620     05  OJ-RES-CANTIDAD         PIC ZZ,ZZZ,ZZ9.
003630     05  FILLER                  PIC X(77) VALUE SPACES.
003640
003650 LINKAGE SECTION.
003660 01  LK-PARM-AREA.
003670     05  LK-PARM-LEN             PIC S9(04) COMP.
003680     05  LK-PARM-UMBRAL          PIC X(02).
003690******************************************************************
003700 PROCEDURE DIVISION USING LK-PARM-AREA.
003710
003720 0000-MAINLINE.
003730     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
003740     PERFORM 2000-PROCESAR-HISTORIA THRU 2000-EXIT
003750         UNTIL OJ-FIN-HISTORIA.
003760     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
003770     STOP RUN.
003780
003790******************************************************************
003800*INICIALIZAR: toma la fecha de proceso y el umbral, cuenta los
003810*dias habiles del mes, carga los objetivos del mes y se posiciona
003820*en el historial en el primer dia del mes.
003830******************************************************************
003840 1000-INICIALIZAR.
003841     ACCEPT OJ-HORA-INICIO FROM TIME.
003850     OPEN OUTPUT TARGET-REPORT-FILE.
003860     IF LK-PARM-LEN NOT LESS THAN 2
003870         IF LK-PARM-UMBRAL IS NUMERIC
003880             MOVE LK-PARM-UMBRAL TO OJ-UMBRAL
003890         ELSE
003900             DISPLAY "PARM de umbral no numerico, rige "
003910                 OJ-UMBRAL "%"
003920         END-IF
003930     END-IF.
003940     DISPLAY "Umbral de proyeccion: " OJ-UMBRAL
003950         "% del objetivo del mes".
003960     ACCEPT OJ-FECHA-PROCESO FROM DATE YYYYMMDD.
003970     OPEN INPUT PROCESS-DATE-FILE.
003980     IF OJ-PROC-STATUS-OK
003990         READ PROCESS-DATE-FILE
004000             AT END
004010                 CONTINUE
004020             NOT AT END
004030                 MOVE PD-FECHA-PROCESO TO OJ-FECHA-PROCESO
004040         END-READ
004050         CLOSE PROCESS-DATE-FILE
004060     END-IF.
004070     DIVIDE OJ-FECHA-PROCESO BY 100 GIVING OJ-MES-PROCESO.
004080     COMPUTE OJ-PRIMER-DIA = OJ-MES-PROCESO * 100 + 1.
004090     PERFORM 1200-CONTAR-HABILES THRU 1200-EXIT.
004100     MOVE OJ-FECHA-PROCESO TO OJ-ENC-FECHA.
004110     MOVE OJ-MES-PROCESO TO OJ-PER-MES.
004120     MOVE OJ-HABILES-TRANSC TO OJ-PER-TRANSC.
004130     MOVE OJ-HABILES-MES TO OJ-PER-HABILES.
004140     MOVE OJ-UMBRAL TO OJ-PER-UMBRAL.
004150     PERFORM 5000-ENCABEZADO THRU 5000-EXIT.
004160     PERFORM 1500-CARGAR-OBJETIVOS THRU 1500-EXIT.
004170     OPEN INPUT SALES-HISTORY-INDEX.
004180     IF NOT OJ-HIST-STATUS-OK
004190         DISPLAY "No se pudo abrir SALES-HISTORY-INDEX, status "
004200             OJ-HIST-STATUS
004210         SET OJ-FIN-HISTORIA TO TRUE
004220         MOVE 12 TO RETURN-CODE
004230         GO TO 1000-EXIT
004240     END-IF.
004250     SET OJ-HIST-ABIERTA TO TRUE.
004260     MOVE OJ-PRIMER-DIA TO SI-FECHA.
004270     MOVE ZERO TO SI-SECUENCIA.
004280     START SALES-HISTORY-INDEX
004290         KEY IS NOT LESS THAN SI-CLAVE
004300         INVALID KEY SET OJ-FIN-HISTORIA TO TRUE
004310     END-START.
004320     IF NOT OJ-FIN-HISTORIA
004330         PERFORM 1100-LEER-HISTORIA THRU 1100-EXIT
004340     END-IF.
004350 1000-EXIT.
004360     EXIT.
004370
004380 1100-LEER-HISTORIA.
004390     READ SALES-HISTORY-INDEX NEXT RECORD
004400         AT END
004410             SET OJ-FIN-HISTORIA TO TRUE
004420     END-READ.
004430     IF NOT OJ-FIN-HISTORIA
004440             AND SI-FECHA > OJ-FECHA-PROCESO
004450         SET OJ-FIN-HISTORIA TO TRUE
004460     END-IF.
004470 1100-EXIT.
004480     EXIT.
004490
004500******************************************************************
004510*CONTAR-HABILES: recorre los dias del mes de proceso y cuenta los
004520*habiles (ni sabado, ni domingo, ni feriado del calendario), del
004530*mes completo y hasta la fecha de proceso inclusive. Sin
004540*calendario solo se descuentan los fines de semana, como en
004550*CKFLAG.
004560******************************************************************
004570 1200-CONTAR-HABILES.
004580     PERFORM 1300-CARGAR-CALENDARIO THRU 1300-EXIT.
004590     MOVE OJ-PRIMER-DIA TO OJ-FECHA-TRABAJO.
004600     MOVE OJ-DIAS-MES(OJ-FT-MM) TO OJ-DIAS-DEL-MES.
004610     IF OJ-FT-MM = 2
004620         PERFORM 1250-EVALUAR-BISIESTO THRU 1250-EXIT
004630         IF OJ-ES-BISIESTO
004640             MOVE 29 TO OJ-DIAS-DEL-MES
004650         END-IF
004660     END-IF.
004670     PERFORM 1400-PROBAR-DIA THRU 1400-EXIT
004680         OJ-DIAS-DEL-MES TIMES.
004690 1200-EXIT.
004700     EXIT.
004710
004720 1250-EVALUAR-BISIESTO.
004730     MOVE "N" TO OJ-SW-BISIESTO.
004740     DIVIDE OJ-FT-AAAA BY 4 GIVING OJ-BIS-COCIENTE
004750         REMAINDER OJ-BIS-RESTO-4.
004760     DIVIDE OJ-FT-AAAA BY 100 GIVING OJ-BIS-COCIENTE
004770         REMAINDER OJ-BIS-RESTO-100.
004780     DIVIDE OJ-FT-AAAA BY 400 GIVING OJ-BIS-COCIENTE
004790         REMAINDER OJ-BIS-RESTO-400.
004800     IF OJ-BIS-RESTO-4 = ZERO
004810         IF OJ-BIS-RESTO-100 NOT = ZERO
004820                 OR OJ-BIS-RESTO-400 = ZERO
004830             SET OJ-ES-BISIESTO TO TRUE
004840         END-IF
004850     END-IF.
004860 1250-EXIT.
004870     EXIT.
004880
004890 1300-CARGAR-CALENDARIO.
004900     OPEN INPUT CALENDAR-FILE.
004910     IF NOT OJ-CAL-STATUS-OK
004920         DISPLAY "Sin calendario (status " OJ-CAL-STATUS
004930             "), solo se descuentan los fines de semana"
004940         GO TO 1300-EXIT
004950     END-IF.
004960     PERFORM 1310-LEER-CALENDARIO THRU 1310-EXIT.
004970     PERFORM 1320-GUARDAR-FERIADO THRU 1320-EXIT
004980         UNTIL OJ-FIN-CALENDARIO.
004990     CLOSE CALENDAR-FILE.
005000 1300-EXIT.
005010     EXIT.
005020
005030 1310-LEER-CALENDARIO.
005040     READ CALENDAR-FILE
005050         AT END
005060             SET OJ-FIN-CALENDARIO TO TRUE
005070     END-READ.
005080 1310-EXIT.
005090     EXIT.
005100
005110 1320-GUARDAR-FERIADO.
005120*    Solo los feriados del mes de proceso; los registros de otro
005130*    tipo del calendario se ignoran, como en CKFLAG.
005140     IF NOT CA-FERIADO
005150         GO TO 1320-LEER
005160     END-IF.
005170     IF CA-FECHA < OJ-PRIMER-DIA
005180             OR CA-FECHA > OJ-PRIMER-DIA + 30
005190         GO TO 1320-LEER
005200     END-IF.
005210     IF OJ-CANT-FERIADOS < OJ-MAX-FERIADOS
005220         ADD 1 TO OJ-CANT-FERIADOS
005230         MOVE CA-FECHA TO OJ-FERIADO-FECHA(OJ-CANT-FERIADOS)
005240     ELSE
005250         DISPLAY "Tabla de feriados llena, se omite " CA-FECHA
005260     END-IF.
005270 1320-LEER.
005280     PERFORM 1310-LEER-CALENDARIO THRU 1310-EXIT.
005290 1320-EXIT.
005300     EXIT.
005310
005320******************************************************************
005330*PROBAR-DIA: cuenta la fecha de trabajo si es habil y pasa al
005340*dia siguiente del mismo mes.
005350******************************************************************
005360 1400-PROBAR-DIA.
005370     PERFORM 1450-DIA-DE-SEMANA THRU 1450-EXIT.
005380     IF OJ-ZEL-H = 0 OR OJ-ZEL-H = 1
005390         GO TO 1400-SIGUIENTE
005400     END-IF.
005410     PERFORM 1470-BUSCAR-FERIADO THRU 1470-EXIT.
005420     IF OJ-ES-FERIADO
005430         GO TO 1400-SIGUIENTE
005440     END-IF.
005450     ADD 1 TO OJ-HABILES-MES.
005460     IF OJ-FECHA-TRABAJO NOT > OJ-FECHA-PROCESO
005470         ADD 1 TO OJ-HABILES-TRANSC
005480     END-IF.
005490 1400-SIGUIENTE.
005500     ADD 1 TO OJ-FT-DD.
005510 1400-EXIT.
005520     EXIT.
005530
005540******************************************************************
005550*DIA-DE-SEMANA: congruencia de Zeller sobre la fecha de trabajo,
005560*con divisiones por pasos sobre campos enteros, como en CKFLAG.
005570******************************************************************
005580 1450-DIA-DE-SEMANA.
005590     MOVE OJ-FT-MM TO OJ-ZEL-M.
005600     MOVE OJ-FT-AAAA TO OJ-ZEL-A.
005610     IF OJ-ZEL-M < 3
005620         ADD 12 TO OJ-ZEL-M
005630         SUBTRACT 1 FROM OJ-ZEL-A
005640     END-IF.
005650     DIVIDE OJ-ZEL-A BY 100 GIVING OJ-ZEL-J
005660         REMAINDER OJ-ZEL-K.
005670     COMPUTE OJ-ZEL-T1 = (13 * (OJ-ZEL-M + 1)) / 5.
005680     COMPUTE OJ-ZEL-T2 = OJ-ZEL-K / 4.
005690     COMPUTE OJ-ZEL-T3 = OJ-ZEL-J / 4.
005700     COMPUTE OJ-ZEL-SUMA = OJ-FT-DD + OJ-ZEL-T1 + OJ-ZEL-K
005710         + OJ-ZEL-T2 + OJ-ZEL-T3 + 5 * OJ-ZEL-J.
005720     DIVIDE OJ-ZEL-SUMA BY 7 GIVING OJ-ZEL-COCIENTE
005730         REMAINDER OJ-ZEL-H.
005740 1450-EXIT.
005750     EXIT.
005760
005770 1470-BUSCAR-FERIADO.
005780     MOVE "N" TO OJ-SW-FERIADO.
005790     MOVE 1 TO OJ-IDX-FERIADO.
005800     PERFORM 1480-COMPARAR-FERIADO THRU 1480-EXIT
005810         UNTIL OJ-ES-FERIADO
005820         OR OJ-IDX-FERIADO > OJ-CANT-FERIADOS.
005830 1470-EXIT.
005840     EXIT.
005850
005860 1480-COMPARAR-FERIADO.
005870     IF OJ-FERIADO-FECHA(OJ-IDX-FERIADO) = OJ-FECHA-TRABAJO
005880         SET OJ-ES-FERIADO TO TRUE
005890     ELSE
005900         ADD 1 TO OJ-IDX-FERIADO
005910     END-IF.
005920 1480-EXIT.
005930     EXIT.
005940
005950******************************************************************
005960*CARGAR-OBJETIVOS: lee los objetivos del mes de proceso. El de
005970*la sucursal va a la tabla de sucursales; el de un cajero va a
005980*la tabla de cajeros y deja tambien su sucursal en la tabla de
005990*sucursales, para que el cajero se liste aunque la sucursal no
006000*tenga objetivo propio ni ventas. Sin archivo de objetivos el
006010*reporte sale igual, todo sin objetivo.
006020******************************************************************
006030 1500-CARGAR-OBJETIVOS.
006040     OPEN INPUT TARGET-FILE.
006050     IF NOT OJ-OBJ-STATUS-OK
006060         DISPLAY "Sin archivo de objetivos (status "
006070             OJ-OBJ-STATUS "), el reporte sale sin objetivos"
006080         GO TO 1500-EXIT
006090     END-IF.
006100     MOVE LOW-VALUES TO OB-CLAVE.
006110     MOVE OJ-MES-PROCESO TO OB-MES.
006120     START TARGET-FILE
006130         KEY IS NOT LESS THAN OB-CLAVE
006140         INVALID KEY SET OJ-FIN-OBJETIVOS TO TRUE
006150     END-START.
006160     PERFORM 1510-LEER-OBJETIVO THRU 1510-EXIT
006170         UNTIL OJ-FIN-OBJETIVOS.
006180     CLOSE TARGET-FILE.
006190 1500-EXIT.
006200     EXIT.
006210
006220 1510-LEER-OBJETIVO.
006230     READ TARGET-FILE NEXT RECORD
006240         AT END
006250             SET OJ-FIN-OBJETIVOS TO TRUE
006260     END-READ.
006270     IF OJ-FIN-OBJETIVOS
006280         GO TO 1510-EXIT
006290     END-IF.
006300     IF OB-MES NOT = OJ-MES-PROCESO
006310         SET OJ-FIN-OBJETIVOS TO TRUE
006320         GO TO 1510-EXIT
006330     END-IF.
006340     MOVE OB-SUCURSAL TO OJ-SUC-BUSCADA.
006350     PERFORM 2500-UBICAR-SUCURSAL THRU 2500-EXIT.
006360     IF OB-DE-SUCURSAL
006370         ADD 1 TO OJ-CANT-OBJ-SUCURSAL
006380         IF OJ-IDX-SUC NOT = ZERO
006390             SET OJ-SUC-CON-OBJETIVO(OJ-IDX-SUC) TO TRUE
006400             MOVE OB-MONTO TO OJ-SUC-OBJETIVO(OJ-IDX-SUC)
006410         END-IF
006420         GO TO 1510-EXIT
006430     END-IF.
006440     ADD 1 TO OJ-CANT-OBJ-CAJERO.
006450     IF OJ-CANT-CAJEROS NOT LESS THAN OJ-MAX-CAJEROS
006460         ADD 1 TO OJ-CANT-DESBORDES
006470         GO TO 1510-EXIT
006480     END-IF.
006490     ADD 1 TO OJ-CANT-CAJEROS.
006500     MOVE OJ-CANT-CAJEROS TO OJ-IDX-CAJ.
006510     MOVE OB-SUCURSAL TO OJ-CAJ-SUCURSAL(OJ-IDX-CAJ).
006520     MOVE OB-CAJERO TO OJ-CAJ-CAJERO(OJ-IDX-CAJ).
006530     MOVE OB-MONTO TO OJ-CAJ-OBJETIVO(OJ-IDX-CAJ).
006540     MOVE ZERO TO OJ-CAJ-REAL(OJ-IDX-CAJ).
006550 1510-EXIT.
006560     EXIT.
006570
006580******************************************************************
006590*PROCESAR-HISTORIA: suma cada venta del mes a su sucursal y, si
006600*el cajero tiene objetivo en esa sucursal, al cajero; las
006610*devoluciones restan.
006620******************************************************************
006630 2000-PROCESAR-HISTORIA.
006640     ADD 1 TO OJ-CANT-LEIDOS.
006650     MOVE SI-SUCURSAL TO OJ-SUC-BUSCADA.
006660     PERFORM 2500-UBICAR-SUCURSAL THRU 2500-EXIT.
006670     MOVE SI-SUCURSAL TO OJ-CAJ-BUS-SUCURSAL.
006680     MOVE SI-CAJERO TO OJ-CAJ-BUS-CAJERO.
006690     PERFORM 2600-UBICAR-CAJERO THRU 2600-EXIT.
006700     IF SI-TIPO-DEVOLUCION
006710         ADD 1 TO OJ-CANT-DEVOLUCIONES
006720         SUBTRACT SI-TOTAL FROM OJ-TOT-REAL
006730         IF OJ-IDX-SUC NOT = ZERO
006740             SUBTRACT SI-TOTAL FROM OJ-SUC-REAL(OJ-IDX-SUC)
006750         END-IF
006760         IF OJ-IDX-CAJ NOT = ZERO
006770             SUBTRACT SI-TOTAL FROM OJ-CAJ-REAL(OJ-IDX-CAJ)
006780         END-IF
006790     ELSE
006800         ADD 1 TO OJ-CANT-VENTAS
006810         ADD SI-TOTAL TO OJ-TOT-REAL
006820         IF OJ-IDX-SUC NOT = ZERO
006830             ADD 1 TO OJ-SUC-VENTAS(OJ-IDX-SUC)
006840             ADD SI-TOTAL TO OJ-SUC-REAL(OJ-IDX-SUC)
006850         END-IF
006860         IF OJ-IDX-CAJ NOT = ZERO
006870             ADD SI-TOTAL TO OJ-CAJ-REAL(OJ-IDX-CAJ)
006880         END-IF
006890     END-IF.
006910     PERFORM 1100-LEER-HISTORIA THRU 1100-EXIT.
006920 2000-EXIT.
006930     EXIT.
006940
006950******************************************************************
006960*UBICAR-SUCURSAL: busca la sucursal en la tabla y la agrega si
006970*es nueva. Sin lugar en la tabla se cuenta el desborde y
006980*OJ-IDX-SUC queda en cero.
006990******************************************************************
007000 2500-UBICAR-SUCURSAL.
007010     MOVE ZERO TO OJ-IDX-SUC.
007020     MOVE 1 TO OJ-IDX-J.
007030     PERFORM 2510-COMPARAR-SUCURSAL THRU 2510-EXIT
007040         UNTIL OJ-IDX-SUC NOT = ZERO
007050            OR OJ-IDX-J > OJ-CANT-SUCURSALES.
007060     IF OJ-IDX-SUC NOT = ZERO
007070         GO TO 2500-EXIT
007080     END-IF.
007090     IF OJ-CANT-SUCURSALES NOT LESS THAN OJ-MAX-SUCURSALES
007100         ADD 1 TO OJ-CANT-DESBORDES
007110         GO TO 2500-EXIT
007120     END-IF.
007130     ADD 1 TO OJ-CANT-SUCURSALES.
007140     MOVE OJ-CANT-SUCURSALES TO OJ-IDX-SUC.
007150     MOVE OJ-SUC-BUSCADA TO OJ-SUC-CODIGO(OJ-IDX-SUC).
007160     MOVE "N" TO OJ-SUC-SW-OBJETIVO(OJ-IDX-SUC).
007170     MOVE ZERO TO OJ-SUC-OBJETIVO(OJ-IDX-SUC).
007180     MOVE ZERO TO OJ-SUC-REAL(OJ-IDX-SUC).
007190     MOVE ZERO TO OJ-SUC-VENTAS(OJ-IDX-SUC).
007200 2500-EXIT.
007210     EXIT.
007220
007230 2510-COMPARAR-SUCURSAL.
007240     IF OJ-SUC-CODIGO(OJ-IDX-J) = OJ-SUC-BUSCADA
007250         MOVE OJ-IDX-J TO OJ-IDX-SUC
007260     END-IF.
007270     ADD 1 TO OJ-IDX-J.
007280 2510-EXIT.
007290     EXIT.
007300
007310******************************************************************
007320*UBICAR-CAJERO: busca el cajero con objetivo en esa sucursal; si
007330*no tiene objetivo OJ-IDX-CAJ queda en cero.
007340******************************************************************
007350 2600-UBICAR-CAJERO.
007360     MOVE ZERO TO OJ-IDX-CAJ.
007370     MOVE 1 TO OJ-IDX-J.
007380     PERFORM 2610-COMPARAR-CAJERO THRU 2610-EXIT
007390         UNTIL OJ-IDX-CAJ NOT = ZERO
007400            OR OJ-IDX-J > OJ-CANT-CAJEROS.
007410 2600-EXIT.
007420     EXIT.
007430
007440 2610-COMPARAR-CAJERO.
007450     IF OJ-CAJ-CLAVE(OJ-IDX-J) = OJ-CAJ-BUSCADA
007460         MOVE OJ-IDX-J TO OJ-IDX-CAJ
007470     END-IF.
007480     ADD 1 TO OJ-IDX-J.
007490 2610-EXIT.
007500     EXIT.
007510
007520******************************************************************
007530*CALCULAR: a partir de OJ-CAL-OBJETIVO y OJ-CAL-REAL obtiene el
007540*objetivo a la fecha (prorrateado por dias habiles), el
007550*porcentaje de cumplimiento, la proyeccion a fin de mes y su
007560*porcentaje del objetivo, y marca la linea si la proyeccion
007570*queda por debajo del umbral.
007580******************************************************************
007590 3000-CALCULAR.
007600     MOVE ZERO TO OJ-CAL-OBJ-FECHA.
007610     MOVE ZERO TO OJ-CAL-PORC.
007620     MOVE ZERO TO OJ-CAL-PORC-PROY.
007630     MOVE "N" TO OJ-CAL-SW-DEBAJO.
007640     IF OJ-HABILES-MES > ZERO
007650         COMPUTE OJ-CAL-OBJ-FECHA ROUNDED = OJ-CAL-OBJETIVO
007660             * OJ-HABILES-TRANSC / OJ-HABILES-MES
007670     END-IF.
007680     IF OJ-HABILES-TRANSC > ZERO
007690         COMPUTE OJ-CAL-PROYECCION ROUNDED = OJ-CAL-REAL
007700             * OJ-HABILES-MES / OJ-HABILES-TRANSC
007710     ELSE
007720         MOVE OJ-CAL-REAL TO OJ-CAL-PROYECCION
007730     END-IF.
007740     IF NOT OJ-CAL-CON-OBJETIVO
007750         GO TO 3000-EXIT
007760     END-IF.
007770     IF OJ-CAL-OBJ-FECHA > ZERO
007780         COMPUTE OJ-CAL-PORC ROUNDED =
007790             OJ-CAL-REAL * 100 / OJ-CAL-OBJ-FECHA
007800             ON SIZE ERROR MOVE 99999.9 TO OJ-CAL-PORC
007810         END-COMPUTE
007820     END-IF.
007830     IF OJ-CAL-OBJETIVO > ZERO
007840         COMPUTE OJ-CAL-PORC-PROY ROUNDED =
007850             OJ-CAL-PROYECCION * 100 / OJ-CAL-OBJETIVO
007860             ON SIZE ERROR MOVE 99999.9 TO OJ-CAL-PORC-PROY
007870         END-COMPUTE
007880     END-IF.
007890     IF OJ-CAL-PORC-PROY < OJ-UMBRAL
007900         SET OJ-CAL-DEBAJO TO TRUE
007910     END-IF.
007920 3000-EXIT.
007930     EXIT.
007940
007950******************************************************************
007960*ARMAR-DETALLE: pasa el calculo a la linea de detalle.
007970******************************************************************
007980 3100-ARMAR-DETALLE.
007990     MOVE OJ-CAL-REAL TO OJ-DET-REAL.
008000     MOVE OJ-CAL-PROYECCION TO OJ-DET-PROYECCION.
008010     IF OJ-CAL-CON-OBJETIVO
008020         MOVE OJ-CAL-OBJETIVO TO OJ-DET-OBJETIVO
008030         MOVE OJ-CAL-OBJ-FECHA TO OJ-DET-OBJ-FECHA
008040         MOVE OJ-CAL-PORC TO OJ-DET-PORC
008050         MOVE OJ-CAL-PORC-PROY TO OJ-DET-PORC-PROY
008060     ELSE
008070         MOVE "SIN OBJETIVO" TO OJ-DET-MARCA
008080     END-IF.
008090     IF OJ-CAL-DEBAJO
008100         MOVE "*** DEBAJO DEL UMBRAL" TO OJ-DET-MARCA
008110     END-IF.
008120 3100-EXIT.
008130     EXIT.
008140
008150******************************************************************
008160*ENCABEZADO: titulo, mes, dias habiles y titulos de columna.
008170******************************************************************
008180 5000-ENCABEZADO.
008190     ADD 1 TO OJ-PAGINA.
008200     MOVE ZERO TO OJ-LINEAS-PAGINA.
008210     MOVE OJ-PAGINA TO OJ-ENC-PAGINA.
008220     WRITE OJ-LINEA-IMPRESION FROM OJ-ENCABEZADO-1.
008230     WRITE OJ-LINEA-IMPRESION FROM OJ-ENCABEZADO-PERIODO.
008240     MOVE ALL "=" TO OJ-LINEA-IMPRESION.
008250     WRITE OJ-LINEA-IMPRESION.
008260     WRITE OJ-LINEA-IMPRESION FROM OJ-ENCABEZADO-2.
008270     WRITE OJ-LINEA-IMPRESION FROM OJ-ENCABEZADO-3.
008280     MOVE ALL "-" TO OJ-LINEA-IMPRESION.
008290     WRITE OJ-LINEA-IMPRESION.
008300 5000-EXIT.
008310     EXIT.
008320
008330******************************************************************
008340*ORDENAR: seleccion sobre el codigo de sucursal y sobre sucursal
008350*y cajero, como el listado de autorizaciones.
008360******************************************************************
008370 6000-ORDENAR-SUCURSALES.
008380     MOVE 1 TO OJ-IDX.
008390     PERFORM 6100-PASADA-SUCURSAL THRU 6100-EXIT
008400         UNTIL OJ-IDX NOT LESS THAN OJ-CANT-SUCURSALES.
008410 6000-EXIT.
008420     EXIT.
008430
008440 6100-PASADA-SUCURSAL.
008450     MOVE OJ-IDX TO OJ-IDX-MEJOR.
008460     COMPUTE OJ-IDX-J = OJ-IDX + 1.
008470     PERFORM 6200-COMPARAR-SUCURSAL THRU 6200-EXIT
008480         UNTIL OJ-IDX-J > OJ-CANT-SUCURSALES.
008490     IF OJ-IDX-MEJOR NOT = OJ-IDX
008500         MOVE OJ-ENTRADA-SUCURSAL(OJ-IDX) TO OJ-SUC-AUX
008510         MOVE OJ-ENTRADA-SUCURSAL(OJ-IDX-MEJOR)
008520             TO OJ-ENTRADA-SUCURSAL(OJ-IDX)
008530         MOVE OJ-SUC-AUX TO OJ-ENTRADA-SUCURSAL(OJ-IDX-MEJOR)
008540     END-IF.
008550     ADD 1 TO OJ-IDX.
008560 6100-EXIT.
008570     EXIT.
008580
008590 6200-COMPARAR-SUCURSAL.
008600     MOVE "N" TO OJ-SW-ANTES.
008610     IF OJ-SUC-CODIGO(OJ-IDX-J) < OJ-SUC-CODIGO(OJ-IDX-MEJOR)
008620         SET OJ-VA-ANTES TO TRUE
008630     END-IF.
008640     IF OJ-VA-ANTES
008650         MOVE OJ-IDX-J TO OJ-IDX-MEJOR
008660     END-IF.
008670     ADD 1 TO OJ-IDX-J.
008680 6200-EXIT.
008690     EXIT.
008700
008710 6300-ORDENAR-CAJEROS.
008720     MOVE 1 TO OJ-IDX.
008730     PERFORM 6400-PASADA-CAJERO THRU 6400-EXIT
008740         UNTIL OJ-IDX NOT LESS THAN OJ-CANT-CAJEROS.
008750 6300-EXIT.
008760     EXIT.
008770
008780 6400-PASADA-CAJERO.
008790     MOVE OJ-IDX TO OJ-IDX-MEJOR.
008800     COMPUTE OJ-IDX-J = OJ-IDX + 1.
008810     PERFORM 6500-COMPARAR-CAJERO THRU 6500-EXIT
008820         UNTIL OJ-IDX-J > OJ-CANT-CAJEROS.
008830     IF OJ-IDX-MEJOR NOT = OJ-IDX
008840         MOVE OJ-ENTRADA-CAJERO(OJ-IDX) TO OJ-CAJ-AUX
008850         MOVE OJ-ENTRADA-CAJERO(OJ-IDX-MEJOR)
008860             TO OJ-ENTRADA-CAJERO(OJ-IDX)
008870         MOVE OJ-CAJ-AUX TO OJ-ENTRADA-CAJERO(OJ-IDX-MEJOR)
008880     END-IF.
008890     ADD 1 TO OJ-IDX.
008900 6400-EXIT.
008910     EXIT.
008920
008930 6500-COMPARAR-CAJERO.
008940     MOVE "N" TO OJ-SW-ANTES.
008950     IF OJ-CAJ-CLAVE(OJ-IDX-J) < OJ-CAJ-CLAVE(OJ-IDX-MEJOR)
008960         SET OJ-VA-ANTES TO TRUE
008970     END-IF.
008980     IF OJ-VA-ANTES
008990         MOVE OJ-IDX-J TO OJ-IDX-MEJOR
009000     END-IF.
009010     ADD 1 TO OJ-IDX-J.
009020 6500-EXIT.
009030     EXIT.
009040
009050 7000-ESCRIBIR-LINEA.
009060     IF OJ-LINEAS-PAGINA NOT LESS THAN OJ-MAX-LINEAS
009070         PERFORM 5000-ENCABEZADO THRU 5000-EXIT
009080     END-IF.
009090     WRITE OJ-LINEA-IMPRESION FROM OJ-LINEA-TRABAJO.
009100     ADD 1 TO OJ-LINEAS-PAGINA.
009110 7000-EXIT.
009120     EXIT.
009130
009140******************************************************************
009150*FINALIZAR: ordena las tablas, lista cada sucursal seguida de sus
009160*cajeros con objetivo, el total y los contadores, cierra los
009170*archivos y deja la corrida en el control. Un desborde de tabla
009180*termina con RETURN-CODE 8.
009190******************************************************************
009200 9000-FINALIZAR.
009210     IF NOT OJ-HIST-ABIERTA
009220         GO TO 9000-CERRAR
009230     END-IF.
009240     IF OJ-CANT-SUCURSALES = ZERO
009250         MOVE "SIN OBJETIVOS NI VENTAS EN EL MES"
009260             TO OJ-LINEA-TRABAJO
009270         PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
009280         GO TO 9000-RESUMEN
009290     END-IF.
009300     PERFORM 6000-ORDENAR-SUCURSALES THRU 6000-EXIT.
009310     PERFORM 6300-ORDENAR-CAJEROS THRU 6300-EXIT.
009320     MOVE ZERO TO OJ-IDX-SUC.
009330     PERFORM 9100-LINEA-SUCURSAL THRU 9100-EXIT
009340         OJ-CANT-SUCURSALES TIMES.
009350     MOVE ALL "-" TO OJ-LINEA-TRABAJO.
009360     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
009370     MOVE OJ-TOT-OBJETIVO TO OJ-CAL-OBJETIVO.
009380     MOVE OJ-TOT-REAL TO OJ-CAL-REAL.
009390     MOVE "N" TO OJ-CAL-SW-OBJETIVO.
009400     IF OJ-TOT-OBJETIVO > ZERO
009410         SET OJ-CAL-CON-OBJETIVO TO TRUE
009420     END-IF.
009430     PERFORM 3000-CALCULAR THRU 3000-EXIT.
009440     MOVE SPACES TO OJ-LINEA-DETALLE.
009450     MOVE "TOTAL" TO OJ-DET-SUCURSAL.
009460     PERFORM 3100-ARMAR-DETALLE THRU 3100-EXIT.
009470     MOVE OJ-LINEA-DETALLE TO OJ-LINEA-TRABAJO.
009480     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
009490 9000-RESUMEN.
009500     MOVE SPACES TO OJ-LINEA-TRABAJO.
009510     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
009520     MOVE "VENTAS DEL MES A LA FECHA" TO OJ-RES-TITULO.
009530     MOVE OJ-CANT-VENTAS TO OJ-RES-CANTIDAD.
009540     PERFORM 9200-ESCRIBIR-RESUMEN THRU 9200-EXIT.
009550     MOVE "DEVOLUCIONES DEL MES A LA FECHA" TO OJ-RES-TITULO.
009560     MOVE OJ-CANT-DEVOLUCIONES TO OJ-RES-CANTIDAD.
009570     PERFORM 9200-ESCRIBIR-RESUMEN THRU 9200-EXIT.
009580     MOVE "SUCURSALES CON OBJETIVO" TO OJ-RES-TITULO.
009590     MOVE OJ-CANT-OBJ-SUCURSAL TO OJ-RES-CANTIDAD.
009600     PERFORM 9200-ESCRIBIR-RESUMEN THRU 9200-EXIT.
009610     MOVE "SUCURSALES PROYECTADAS DEBAJO DEL UMBRAL"
009620         TO OJ-RES-TITULO.
009630     MOVE OJ-CANT-SUC-DEBAJO TO OJ-RES-CANTIDAD.
009640     PERFORM 9200-ESCRIBIR-RESUMEN THRU 9200-EXIT.
009650     MOVE "CAJEROS CON OBJETIVO" TO OJ-RES-TITULO.
009660     MOVE OJ-CANT-OBJ-CAJERO TO OJ-RES-CANTIDAD.
009670     PERFORM 9200-ESCRIBIR-RESUMEN THRU 9200-EXIT.
009680     MOVE "CAJEROS PROYECTADOS DEBAJO DEL UMBRAL"
009690         TO OJ-RES-TITULO.
009700     MOVE OJ-CANT-CAJ-DEBAJO TO OJ-RES-CANTIDAD.
009710     PERFORM 9200-ESCRIBIR-RESUMEN THRU 9200-EXIT.
009720     IF OJ-CANT-DESBORDES > ZERO
009730         MOVE "ATENCION: REGISTROS OMITIDOS POR TABLA LLENA"
009740             TO OJ-RES-TITULO
009750         MOVE OJ-CANT-DESBORDES TO OJ-RES-CANTIDAD
009760         PERFORM 9200-ESCRIBIR-RESUMEN THRU 9200-EXIT
009770         MOVE 8 TO RETURN-CODE
009780     END-IF.
009790     CLOSE SALES-HISTORY-INDEX.
009800 9000-CERRAR.
009810     CLOSE TARGET-REPORT-FILE.
009820     IF OJ-HIST-ABIERTA
009830         PERFORM 9500-GRABAR-RUN-CONTROL THRU 9500-EXIT
009840     END-IF.
009850 9000-EXIT.
009860     EXIT.
009870
009880******************************************************************
009890*LINEA-SUCURSAL: linea de la sucursal y, debajo, las de sus
009900*cajeros con objetivo (la tabla de cajeros ya esta ordenada por
009910*sucursal y cajero).
009920******************************************************************
009930 9100-LINEA-SUCURSAL.
009940     ADD 1 TO OJ-IDX-SUC.
009950     MOVE OJ-SUC-OBJETIVO(OJ-IDX-SUC) TO OJ-CAL-OBJETIVO.
009960     MOVE OJ-SUC-REAL(OJ-IDX-SUC) TO OJ-CAL-REAL.
009970     MOVE OJ-SUC-SW-OBJETIVO(OJ-IDX-SUC) TO OJ-CAL-SW-OBJETIVO.
009980     IF OJ-SUC-CON-OBJETIVO(OJ-IDX-SUC)
009990         ADD OJ-SUC-OBJETIVO(OJ-IDX-SUC) TO OJ-TOT-OBJETIVO
010000     END-IF.
010010     PERFORM 3000-CALCULAR THRU 3000-EXIT.
010020     IF OJ-CAL-DEBAJO
010030         ADD 1 TO OJ-CANT-SUC-DEBAJO
010040     END-IF.
010050     MOVE SPACES TO OJ-LINEA-DETALLE.
010060     MOVE OJ-SUC-CODIGO(OJ-IDX-SUC) TO OJ-DET-SUCURSAL.
010070     PERFORM 3100-ARMAR-DETALLE THRU 3100-EXIT.
010080     MOVE OJ-LINEA-DETALLE TO OJ-LINEA-TRABAJO.
010090     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
010100     MOVE ZERO TO OJ-IDX-CAJ.
010110     PERFORM 9150-LINEA-CAJERO THRU 9150-EXIT
010120         OJ-CANT-CAJEROS TIMES.
010130 9100-EXIT.
010140     EXIT.
010150
010160 9150-LINEA-CAJERO.
010170     ADD 1 TO OJ-IDX-CAJ.
010180     IF OJ-CAJ-SUCURSAL(OJ-IDX-CAJ)
010181             NOT = OJ-SUC-CODIGO(OJ-IDX-SUC)
010190         GO TO 9150-EXIT
010200     END-IF.
010210     MOVE OJ-CAJ-OBJETIVO(OJ-IDX-CAJ) TO OJ-CAL-OBJETIVO.
010220     MOVE OJ-CAJ-REAL(OJ-IDX-CAJ) TO OJ-CAL-REAL.
010230     SET OJ-CAL-CON-OBJETIVO TO TRUE.
010240     PERFORM 3000-CALCULAR THRU 3000-EXIT.
010250     IF OJ-CAL-DEBAJO
010260         ADD 1 TO OJ-CANT-CAJ-DEBAJO
010270     END-IF.
010280     MOVE SPACES TO OJ-LINEA-DETALLE.
010290     MOVE OJ-CAJ-CAJERO(OJ-IDX-CAJ) TO OJ-DET-CAJERO.
010300     PERFORM 3100-ARMAR-DETALLE THRU 3100-EXIT.
010310     MOVE OJ-LINEA-DETALLE TO OJ-LINEA-TRABAJO.
010320     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
010330 9150-EXIT.
010340     EXIT.
010350
010360 9200-ESCRIBIR-RESUMEN.
010370     MOVE OJ-LINEA-RESUMEN TO OJ-LINEA-TRABAJO.
010380     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
010390 9200-EXIT.
010400     EXIT.
010410
010420******************************************************************
010430*GRABAR-RUN-CONTROL: deja constancia de la corrida completa en
010440*RUN-CONTROL-FILE, para el rearranque del proceso nocturno. El
010450*total general es la venta del mes a la fecha neta de
010460*devoluciones.
010470******************************************************************
010480 9500-GRABAR-RUN-CONTROL.
010490     OPEN EXTEND RUN-CONTROL-FILE.
010500     IF NOT OJ-RUN-STATUS-OK
010510         OPEN OUTPUT RUN-CONTROL-FILE
010520     END-IF.
010530     IF NOT OJ-RUN-STATUS-OK
010540         DISPLAY "No se pudo grabar RUN-CONTROL-FILE, status "
010550             OJ-RUN-STATUS
010560         GO TO 9500-EXIT
010570     END-IF.
010580     INITIALIZE RC-RUN-RECORD.
010590     MOVE "EJER1OBJ" TO RC-PROGRAMA.
010600     MOVE OJ-FECHA-PROCESO TO RC-FECHA.
010610     ACCEPT RC-HORA FROM TIME.
010611     MOVE OJ-HORA-INICIO TO RC-HORA-INICIO.
010620     MOVE OJ-CANT-LEIDOS TO RC-LEIDOS.
010630     MOVE OJ-CANT-SUCURSALES TO RC-PROCESADOS.
010640     IF OJ-TOT-REAL NOT < ZERO
010641         MOVE OJ-TOT-REAL TO RC-SUMA-MONTO
010642     END-IF.
010643     MOVE OJ-TOT-REAL TO RC-TOTAL-GENERAL.
010650     WRITE RC-RUN-RECORD.
010660     CLOSE RUN-CONTROL-FILE.
010670 9500-EXIT.
010680     EXIT.
010690
010700 END PROGRAM Ejercicio1Objetivos.
