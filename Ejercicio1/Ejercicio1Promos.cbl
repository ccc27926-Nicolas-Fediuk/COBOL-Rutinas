000100******************************************************************
000110*PROGRAMA    : Ejercicio1Promos
000120*AUTOR       : R. Fediuk - Sistemas
000130*INSTALACION : Casa Central
000140*FECHA ESCR. : 2026-10-15
000150*FECHA COMP. :
000160*PROPOSITO   : Reporte mensual de efectividad de las promociones
000170*              para marketing. Toma del calendario de promociones
000180*              (PROMOTION-FILE, copybook PROMOS) las que
000190*              estuvieron vigentes algun dia del mes y,
000200*              recorriendo el historial por fecha
000210*              (SALES-HISTORY-INDEX), muestra por promocion las
000220*              ventas que la recibieron en el mes (cantidad,
000230*              importe bruto, descuento otorgado por la promocion
000240*              y dias con ventas) contra las ventas sin promocion
000250*              de los mismos dias de semana, sucursal y medio de
000260*              pago en las cuatro semanas anteriores al inicio de
000270*              la promocion, y la variacion del promedio diario
000280*              vendido. Las devoluciones no se cuentan. El mes
000290*              llega por PARM (AAAAMM); sin PARM se toma el mes de
000300*              la fecha de proceso.
000310******************************************************************
000320*HISTORIAL DE MODIFICACIONES
000330*FECHA       INIC.  DESCRIPCION
000340*----------  -----  -------------------------------------------
000350*2026-10-15  RF     Version original.
000351*2026-10-15  RF     Se graba en RUNCTL la hora de inicio del
000352*                   paso (RC-HORA-INICIO) para el historial
000353*                   de tiempos de la noche.
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. Ejercicio1Promos.
000390 AUTHOR. R. FEDIUK.
000400 INSTALLATION. CASA CENTRAL.
000410 DATE-WRITTEN. 2026-10-15.
000420 DATE-COMPILED.
000430******************************************************************
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT PROMOTION-FILE ASSIGN TO "PROMOS"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS SEQUENTIAL
000500         RECORD KEY IS PO-CODIGO
000510         FILE STATUS IS EF-PO-STATUS.
000520     SELECT SALES-HISTORY-INDEX ASSIGN TO "SALESIDX"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS SI-CLAVE
000560         FILE STATUS IS EF-HIST-STATUS.
000570     SELECT PROCESS-DATE-FILE ASSIGN TO "PROCDATE"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS EF-PROC-STATUS.
000600     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS EF-RUN-STATUS.
000630     SELECT PROMO-REPORT-FILE ASSIGN TO "PRORPT"
000640         ORGANIZATION IS SEQUENTIAL.
000650******************************************************************
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  PROMOTION-FILE
000690     LABEL RECORDS ARE STANDARD.
000700     COPY PROMOS.
000710
000720 FD  SALES-HISTORY-INDEX
000730     LABEL RECORDS ARE STANDARD.
000740     COPY SALESIDX.
000750
000760 FD  PROCESS-DATE-FILE
000770     LABEL RECORDS ARE STANDARD.
000780     COPY PROCDATE.
000790
000800 FD  RUN-CONTROL-FILE
000810     LABEL RECORDS ARE STANDARD.
000820     COPY RUNCTL.
000830
000840 FD  PROMO-REPORT-FILE
000850     LABEL RECORDS ARE STANDARD.
000860 01  EF-LINEA-IMPRESION          PIC X(132).
000870
000880 WORKING-STORAGE SECTION.
000890 01  EF-SWITCHES.
000900     05  EF-SW-FIN-PROMOS        PIC X(01) VALUE "N".
000910         88  EF-FIN-PROMOS              VALUE "S".
000920     05  EF-SW-FIN-HISTORIA      PIC X(01) VALUE "N".
000930         88  EF-FIN-HISTORIA            VALUE "S".
000940     05  EF-SW-HIST-ABIERTA      PIC X(01) VALUE "N".
000950         88  EF-HIST-ABIERTA            VALUE "S".
000960
000970 01  EF-PO-STATUS                PIC X(02).
000980     88  EF-PO-STATUS-OK               VALUE "00".
000990
001000 01  EF-HIST-STATUS              PIC X(02).
001010     88  EF-HIST-STATUS-OK             VALUE "00".
001020
001030 01  EF-PROC-STATUS              PIC X(02).
001040     88  EF-PROC-STATUS-OK             VALUE "00".
001050
001060 01  EF-RUN-STATUS               PIC X(02).
001070     88  EF-RUN-STATUS-OK              VALUE "00".
001080
001081 01  EF-HORA-INICIO              PIC 9(08) VALUE ZERO.
001090 01  EF-FECHA-PROCESO            PIC 9(08) VALUE ZERO.
001100 01  EF-FECHA-PROCESO-R REDEFINES EF-FECHA-PROCESO.
001110     05  EF-PROCESO-ANIOMES      PIC 9(06).
001120     05  EF-PROCESO-DIA          PIC 9(02).
001130
001140 01  EF-MES-REPORTE              PIC 9(06) VALUE ZERO.
001150 01  EF-FECHA-DESDE              PIC 9(08) VALUE ZERO.
001160 01  EF-FECHA-DESDE-R REDEFINES EF-FECHA-DESDE.
001170     05  EF-DESDE-ANIOMES        PIC 9(06).
001180     05  EF-DESDE-DIA            PIC 9(02).
001190 01  EF-FECHA-HASTA              PIC 9(08) VALUE ZERO.
001200 01  EF-FECHA-HASTA-R REDEFINES EF-FECHA-HASTA.
001210     05  EF-HASTA-ANIOMES        PIC 9(06).
001220     05  EF-HASTA-DIA            PIC 9(02).
001230 01  EF-FECHA-EMISION            PIC 9(08) VALUE ZERO.
001240 01  EF-FECHA-ANTERIOR           PIC 9(08) VALUE ZERO.
001250 01  EF-LEER-DESDE               PIC 9(08) VALUE ZERO.
001260 01  EF-LEER-HASTA               PIC 9(08) VALUE ZERO.
001270
001280 01  EF-CONSTANTES.
001290     05  EF-MAX-PROMOS           PIC 9(03) COMP VALUE 100.
001300     05  EF-MAX-LINEAS           PIC 9(02) VALUE 56.
001310     05  EF-DIAS-BASE            PIC 9(02) VALUE 28.
001320
001330******************************************************************
001340*TABLA DE PROMOCIONES: una entrada por promocion del mes, con su
001350*ventana con promocion (recortada al mes y a la fecha de proceso)
001360*y su ventana de comparacion (las cuatro semanas anteriores al
001370*inicio de la promocion).
001380******************************************************************
001390 01  EF-TABLA-PROMOCIONES.
001400     05  EF-ENTRADA-PROMO OCCURS 100 TIMES.
001410         10  EF-TAB-CODIGO       PIC X(05).
001420         10  EF-TAB-DESCRIPCION  PIC X(30).
001430         10  EF-TAB-DIA          PIC 9(01).
001440         10  EF-TAB-SUCURSAL     PIC X(03).
001450         10  EF-TAB-MEDIO        PIC X(01).
001460         10  EF-TAB-PORC         PIC 9(02).
001470         10  EF-TAB-ESTADO       PIC X(01).
001480         10  EF-TAB-CON-DESDE    PIC 9(08).
001490         10  EF-TAB-CON-HASTA    PIC 9(08).
001500         10  EF-TAB-BAS-DESDE    PIC 9(08).
001510         10  EF-TAB-BAS-HASTA    PIC 9(08).
001520         10  EF-TAB-CON-CANT     PIC 9(06).
001530         10  EF-TAB-CON-BRUTO    PIC 9(10)V9(02).
001540         10  EF-TAB-CON-DESC     PIC 9(10)V9(02).
001550         10  EF-TAB-CON-DIAS     PIC 9(03).
001560         10  EF-TAB-CON-ULT      PIC 9(08).
001570         10  EF-TAB-BAS-CANT     PIC 9(06).
001580         10  EF-TAB-BAS-BRUTO    PIC 9(10)V9(02).
001590         10  EF-TAB-BAS-DIAS     PIC 9(03).
001600         10  EF-TAB-BAS-ULT      PIC 9(08).
001610
001620 01  EF-CONTROL-TABLA.
001630     05  EF-CANT-PROMOS          PIC 9(03) COMP VALUE ZERO.
001640     05  EF-IDX                  PIC 9(03) COMP VALUE ZERO.
001650     05  EF-CANT-DESBORDES       PIC 9(08) VALUE ZERO.
001660
001670 01  EF-CALCULOS.
001680     05  EF-DIA-SEMANA           PIC 9(01) VALUE ZERO.
001690     05  EF-DESC-VENTA           PIC 9(08)V9(02) VALUE ZERO.
001700     05  EF-PROM-CON             PIC 9(10)V9(02) VALUE ZERO.
001710     05  EF-PROM-BAS             PIC 9(10)V9(02) VALUE ZERO.
001720     05  EF-VARIACION            PIC S9(04)V9(01) VALUE ZERO.
001730
001740 01  EF-TOTALES.
001750     05  EF-TOT-CON-CANT         PIC 9(08) VALUE ZERO.
001760     05  EF-TOT-CON-BRUTO        PIC 9(10)V9(02) VALUE ZERO.
001770     05  EF-TOT-CON-DESC         PIC 9(10)V9(02) VALUE ZERO.
001780
001790 01  EF-CONTADORES.
001800     05  EF-CANT-LEIDOS          PIC 9(08) VALUE ZERO.
001810     05  EF-CANT-DEVOLUCIONES    PIC 9(08) VALUE ZERO.
001820
001830 01  EF-FECHA-TRABAJO            PIC 9(08) VALUE ZERO.
001840 01  EF-FECHA-TRABAJO-R REDEFINES EF-FECHA-TRABAJO.
001850     05  EF-FT-AAAA              PIC 9(04).
001860     05  EF-FT-MM                PIC 9(02).
001870     05  EF-FT-DD                PIC 9(02).
001880 01  EF-DIAS-A-RESTAR            PIC 9(02) VALUE ZERO.
001890
001900 01  EF-DIAS-MES-VALORES         PIC X(24) VALUE
001910     "312831303130313130313031".
001920 01  EF-DIAS-MES-TABLA REDEFINES EF-DIAS-MES-VALORES.
001930     05  EF-DIAS-MES             OCCURS 12 TIMES PIC 9(02).
001940 01  EF-DIAS-DEL-MES             PIC 9(02) VALUE ZERO.
001950
001960 01  EF-CALCULO-BISIESTO.
001970     05  EF-BIS-COCIENTE         PIC 9(04) COMP VALUE ZERO.
001980     05  EF-BIS-RESTO-4          PIC 9(04) COMP VALUE ZERO.
001990     05  EF-BIS-RESTO-100        PIC 9(04) COMP VALUE ZERO.
002000     05  EF-BIS-RESTO-400        PIC 9(04) COMP VALUE ZERO.
002010     05  EF-SW-BISIESTO          PIC X(01) VALUE "N".
002020         88  EF-ES-BISIESTO             VALUE "S".
002030
002040 01  EF-CALCULO-ZELLER.
002050     05  EF-ZEL-M                PIC 9(04) COMP VALUE ZERO.
002060     05  EF-ZEL-A                PIC 9(04) COMP VALUE ZERO.
002070     05  EF-ZEL-J                PIC 9(04) COMP VALUE ZERO.
002080     05  EF-ZEL-K                PIC 9(04) COMP VALUE ZERO.
002090     05  EF-ZEL-T1               PIC 9(04) COMP VALUE ZERO.
002100     05  EF-ZEL-T2               PIC 9(04) COMP VALUE ZERO.
002110     05  EF-ZEL-T3               PIC 9(04) COMP VALUE ZERO.
002120     05  EF-ZEL-SUMA             PIC 9(06) COMP VALUE ZERO.
002130     05  EF-ZEL-COCIENTE         PIC 9(06) COMP VALUE ZERO.
002140     05  EF-ZEL-H                PIC 9(04) COMP VALUE ZERO.
002150
002160 01  EF-CONTROL-PAGINA.
002170     05  EF-PAGINA               PIC 9(04) VALUE ZERO.
002180     05  EF-LINEAS-PAGINA        PIC 9(02) VALUE ZERO.
002190
002200 01  EF-LINEA-TRABAJO            PIC X(132) VALUE SPACES.
002210
002220 01  EF-ENCABEZADO-1.
002230     05  FILLER                  PIC X(10) VALUE SPACES.
002240     05  FILLER                  PIC X(34) VALUE
002250         "EFECTIVIDAD DE PROMOCIONES        ".
002260     05  FILLER                  PIC X(34) VALUE SPACES.
002270     05  FILLER                  PIC X(07) VALUE "FECHA: ".
002280     05  EF-ENC-FECHA            PIC 9999/99/99.
002290     05  FILLER                  PIC X(10) VALUE SPACES.
002300     05  FILLER                  PIC X(08) VALUE "PAGINA: ".
002310     05  EF-ENC-PAGINA           PIC ZZZ9.
002320     05  FILLER                  PIC X(15) VALUE SPACES.
002330
002340 01  EF-ENCABEZADO-PERIODO.
002350     05  FILLER                  PIC X(10) VALUE SPACES.
002360     05  FILLER                  PIC X(09) VALUE "PERIODO: ".
002370     05  EF-PER-DESDE            PIC 9999/99/99.
002380     05  FILLER                  PIC X(03) VALUE " A ".
002390     05  EF-PER-HASTA            PIC 9999/99/99.
002400     05  FILLER                  PIC X(90) VALUE SPACES.
002410
002420 01  EF-ENCABEZADO-2.
002430     05  FILLER                  PIC X(28) VALUE SPACES.
002440     05  FILLER                  PIC X(54) VALUE
002450         "---------------- CON PROMOCION EN EL MES -------------".
002460     05  FILLER                  PIC X(40) VALUE
002470         "--- MISMOS DIAS SIN PROMOCION (BASE) ---".
002480     05  FILLER                  PIC X(10) VALUE SPACES.
002490
002500 01  EF-ENCABEZADO-3.
002510     05  FILLER                  PIC X(28) VALUE
002520         "PROMO DESCRIPCION        %  ".
002530     05  FILLER                  PIC X(27) VALUE
002540         " VENTAS         BRUTO    DE".
002550     05  FILLER                  PIC X(27) VALUE
002560         "SCUENTO DIA  PROMEDIO/DIA  ".
002570     05  FILLER                  PIC X(40) VALUE
002580         " VENTAS         BRUTO DIA  PROMEDIO/DIA ".
002590     05  FILLER                  PIC X(10) VALUE
002600         " VAR. %   ".
002610
002620 01  EF-LINEA-DETALLE.
002630     05  EF-DET-CODIGO           PIC X(05).
002640     05  FILLER                  PIC X(01) VALUE SPACES.
002650     05  EF-DET-DESCRIPCION      PIC X(16).
002660     05  FILLER                  PIC X(01) VALUE SPACES.
002670     05  EF-DET-PORC             PIC ZZ9.
002680     05  FILLER                  PIC X(02) VALUE SPACES.
002690     05  EF-DET-CON-CANT         PIC ZZZ,ZZ9.
002700     05  FILLER                  PIC X(01) VALUE SPACES.
002710     05  EF-DET-CON-BRUTO        PIC ZZ,ZZZ,ZZ9.99.
002720     05  FILLER                  PIC X(01) VALUE SPACES.
002730     05  EF-DET-CON-DESC         PIC Z,ZZZ,ZZ9.99.
002740     05  FILLER                  PIC X(01) VALUE SPACES.
002750     05  EF-DET-CON-DIAS         PIC ZZ9.
002760     05  FILLER                  PIC X(01) VALUE SPACES.
002770     05  EF-DET-CON-PROM         PIC ZZ,ZZZ,ZZ9.99.
002780     05  FILLER                  PIC X(02) VALUE SPACES.
002790     05  EF-DET-BAS-CANT         PIC ZZZ,ZZ9.
002800     05  FILLER                  PIC X(01) VALUE SPACES.
002810     05  EF-DET-BAS-BRUTO        PIC ZZ,ZZZ,ZZ9.99.
002820     05  FILLER                  PIC X(01) VALUE SPACES.
002830     05  EF-DET-BAS-DIAS         PIC ZZ9.
002840     05  FILLER                  PIC X(01) VALUE SPACES.
002850     05  EF-DET-BAS-PROM         PIC ZZ,ZZZ,ZZ9.99.
002860     05  FILLER                  PIC X(01) VALUE SPACES.
002870     05  EF-DET-VARIACION        PIC -ZZZ9.9.
002880     05  EF-DET-VARIACION-X REDEFINES EF-DET-VARIACION
002890                                 PIC X(07).
002900     05  FILLER                  PIC X(03) VALUE SPACES.
002910
002920 01  EF-LINEA-CONDICIONES.
002930     05  FILLER                  PIC X(06) VALUE SPACES.
002940     05  FILLER                  PIC X(05) VALUE "DIA: ".
002950     05  EF-CND-DIA              PIC 9(01).
002960     05  FILLER                  PIC X(07) VALUE "  SUC: ".
002970     05  EF-CND-SUCURSAL         PIC X(03).
002980     05  FILLER                  PIC X(09) VALUE "  MEDIO: ".
002990     05  EF-CND-MEDIO            PIC X(01).
003000     05  FILLER                  PIC X(10) VALUE "  ESTADO: ".
003010     05  EF-CND-ESTADO           PIC X(01).
003020     05  FILLER                  PIC X(12) VALUE "  CON PROMO ".
003030     05  EF-CND-CON-DESDE        PIC 9999/99/99.
003040     05  FILLER                  PIC X(03) VALUE " A ".
003050     05  EF-CND-CON-HASTA        PIC 9999/99/99.
003060     05  FILLER                  PIC X(07) VALUE "  BASE ".
003070     05  EF-CND-BAS-DESDE        PIC 9999/99/99.
003080     05  FILLER                  PIC X(03) VALUE " A ".
003090     05  EF-CND-BAS-HASTA        PIC 9999/99/99.
003100     05  FILLER                  PIC X(24) VALUE SPACES.
003110
003120 01  EF-LINEA-RESUMEN.
003130     05  EF-RES-TITULO           PIC X(45).
003140     05  EF-RES-CANTIDAD         PIC ZZ,ZZZ,ZZ9.
003150     05  FILLER                  PIC X(77) VALUE SPACES.
003160******************************************************************
003170 LINKAGE SECTION.
003180 01  LK-PARM-AREA.
003190     05  LK-PARM-LEN             PIC S9(04) COMP.
003200     05  LK-PARM-MES             PIC X(06).
003210******************************************************************
003220 PROCEDURE DIVISION USING LK-PARM-AREA.
003230
003240 0000-MAINLINE.
003250     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
003260     PERFORM 2000-PROCESAR-VENTA THRU 2000-EXIT
003270         UNTIL EF-FIN-HISTORIA.
003280     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
003290     STOP RUN.
003300
003310******************************************************************
003320*INICIALIZAR: toma el mes del PARM o de la fecha de proceso, carga
003330*las promociones del mes y se posiciona en el historial en el
003340*primer dia de la ventana de comparacion mas antigua.
003350******************************************************************
003360 1000-INICIALIZAR.
003361     ACCEPT EF-HORA-INICIO FROM TIME.
003370     OPEN OUTPUT PROMO-REPORT-FILE.
003380     ACCEPT EF-FECHA-EMISION FROM DATE YYYYMMDD.
003390     MOVE EF-FECHA-EMISION TO EF-FECHA-PROCESO.
003400     OPEN INPUT PROCESS-DATE-FILE.
003410     IF EF-PROC-STATUS-OK
003420         READ PROCESS-DATE-FILE
003430             AT END
003440                 CONTINUE
003450             NOT AT END
003460                 MOVE PD-FECHA-PROCESO TO EF-FECHA-PROCESO
003470         END-READ
003480         CLOSE PROCESS-DATE-FILE
003490     END-IF.
003500     MOVE EF-PROCESO-ANIOMES TO EF-MES-REPORTE.
003510     IF LK-PARM-LEN NOT LESS THAN 6
003520         IF LK-PARM-MES IS NUMERIC
003530             MOVE LK-PARM-MES TO EF-MES-REPORTE
003540         ELSE
003550             DISPLAY "PARM de mes no numerico, se ignora: "
003560                 LK-PARM-MES
003570         END-IF
003580     END-IF.
003590     MOVE EF-MES-REPORTE TO EF-DESDE-ANIOMES.
003600     MOVE 1 TO EF-DESDE-DIA.
003610     MOVE EF-MES-REPORTE TO EF-HASTA-ANIOMES.
003620     MOVE 31 TO EF-HASTA-DIA.
003630     MOVE EF-FECHA-PROCESO TO EF-ENC-FECHA.
003640     MOVE EF-FECHA-DESDE TO EF-PER-DESDE.
003650     MOVE EF-FECHA-HASTA TO EF-PER-HASTA.
003660     PERFORM 5000-ENCABEZADO THRU 5000-EXIT.
003670     SET EF-FIN-HISTORIA TO TRUE.
003680     OPEN INPUT PROMOTION-FILE.
003690     IF NOT EF-PO-STATUS-OK
003700         DISPLAY "Sin calendario de promociones (status "
003710             EF-PO-STATUS "), no hay nada que informar"
003720         GO TO 1000-EXIT
003730     END-IF.
003740     MOVE 99999999 TO EF-LEER-DESDE.
003750     MOVE ZERO TO EF-LEER-HASTA.
003760     PERFORM 1100-CARGAR-PROMOCION THRU 1100-EXIT
003770         UNTIL EF-FIN-PROMOS.
003780     CLOSE PROMOTION-FILE.
003790     IF EF-CANT-PROMOS = ZERO
003800         GO TO 1000-EXIT
003810     END-IF.
003820     OPEN INPUT SALES-HISTORY-INDEX.
003830     IF NOT EF-HIST-STATUS-OK
003840         DISPLAY "No se pudo abrir SALES-HISTORY-INDEX, status "
003850             EF-HIST-STATUS
003860         MOVE 12 TO RETURN-CODE
003870         GO TO 1000-EXIT
003880     END-IF.
003890     SET EF-HIST-ABIERTA TO TRUE.
003900     MOVE "N" TO EF-SW-FIN-HISTORIA.
003910     MOVE EF-LEER-DESDE TO SI-FECHA.
003920     MOVE ZERO TO SI-SECUENCIA.
003930     START SALES-HISTORY-INDEX
003940         KEY IS NOT LESS THAN SI-CLAVE
003950         INVALID KEY SET EF-FIN-HISTORIA TO TRUE
003960     END-START.
003970     IF NOT EF-FIN-HISTORIA
003980         PERFORM 1200-LEER-HISTORIA THRU 1200-EXIT
003990     END-IF.
004000 1000-EXIT.
004010     EXIT.
004020
004030******************************************************************
004040*CARGAR-PROMOCION: toma la promocion si estuvo vigente algun dia
004050*del mes hasta la fecha de proceso (aunque hoy este de baja) y
004060*calcula sus dos ventanas.
004070******************************************************************
004080 1100-CARGAR-PROMOCION.
004090     READ PROMOTION-FILE NEXT RECORD
004100         AT END
004110             SET EF-FIN-PROMOS TO TRUE
004120     END-READ.
004130     IF EF-FIN-PROMOS
004140         GO TO 1100-EXIT
004150     END-IF.
004160     IF PO-FECHA-DESDE > EF-FECHA-HASTA
004170             OR PO-FECHA-DESDE > EF-FECHA-PROCESO
004180             OR PO-FECHA-HASTA < EF-FECHA-DESDE
004190         GO TO 1100-EXIT
004200     END-IF.
004210     IF EF-CANT-PROMOS NOT LESS THAN EF-MAX-PROMOS
004220         ADD 1 TO EF-CANT-DESBORDES
004230         DISPLAY "** Tabla de promociones llena, la promocion "
004240             PO-CODIGO " no se informa **"
004250         GO TO 1100-EXIT
004260     END-IF.
004270     ADD 1 TO EF-CANT-PROMOS.
004280     MOVE EF-CANT-PROMOS TO EF-IDX.
004290     INITIALIZE EF-ENTRADA-PROMO(EF-IDX).
004300     MOVE PO-CODIGO       TO EF-TAB-CODIGO(EF-IDX).
004310     MOVE PO-DESCRIPCION  TO EF-TAB-DESCRIPCION(EF-IDX).
004320     MOVE PO-DIA-SEMANA   TO EF-TAB-DIA(EF-IDX).
004330     MOVE PO-SUCURSAL     TO EF-TAB-SUCURSAL(EF-IDX).
004340     MOVE PO-MEDIO-PAGO   TO EF-TAB-MEDIO(EF-IDX).
004350     MOVE PO-PORCENTAJE   TO EF-TAB-PORC(EF-IDX).
004360     MOVE PO-ESTADO       TO EF-TAB-ESTADO(EF-IDX).
004370     MOVE PO-FECHA-DESDE  TO EF-TAB-CON-DESDE(EF-IDX).
004380     IF EF-FECHA-DESDE > PO-FECHA-DESDE
004390         MOVE EF-FECHA-DESDE TO EF-TAB-CON-DESDE(EF-IDX)
004400     END-IF.
004410     MOVE PO-FECHA-HASTA  TO EF-TAB-CON-HASTA(EF-IDX).
004420     IF EF-FECHA-HASTA < EF-TAB-CON-HASTA(EF-IDX)
004430         MOVE EF-FECHA-HASTA TO EF-TAB-CON-HASTA(EF-IDX)
004440     END-IF.
004450     IF EF-FECHA-PROCESO < EF-TAB-CON-HASTA(EF-IDX)
004460         MOVE EF-FECHA-PROCESO TO EF-TAB-CON-HASTA(EF-IDX)
004470     END-IF.
004480     MOVE PO-FECHA-DESDE TO EF-FECHA-TRABAJO.
004490     MOVE 1 TO EF-DIAS-A-RESTAR.
004500     PERFORM 4200-RESTAR-DIAS THRU 4200-EXIT.
004510     MOVE EF-FECHA-TRABAJO TO EF-TAB-BAS-HASTA(EF-IDX).
004520     MOVE PO-FECHA-DESDE TO EF-FECHA-TRABAJO.
004530     MOVE EF-DIAS-BASE TO EF-DIAS-A-RESTAR.
004540     PERFORM 4200-RESTAR-DIAS THRU 4200-EXIT.
004550     MOVE EF-FECHA-TRABAJO TO EF-TAB-BAS-DESDE(EF-IDX).
004560     IF EF-TAB-BAS-DESDE(EF-IDX) < EF-LEER-DESDE
004570         MOVE EF-TAB-BAS-DESDE(EF-IDX) TO EF-LEER-DESDE
004580     END-IF.
004590     IF EF-TAB-CON-HASTA(EF-IDX) > EF-LEER-HASTA
004600         MOVE EF-TAB-CON-HASTA(EF-IDX) TO EF-LEER-HASTA
004610     END-IF.
004620 1100-EXIT.
004630     EXIT.
004640
004650 1200-LEER-HISTORIA.
004660     READ SALES-HISTORY-INDEX NEXT RECORD
004670         AT END
004680             SET EF-FIN-HISTORIA TO TRUE
004690     END-READ.
004700     IF NOT EF-FIN-HISTORIA
004710             AND SI-FECHA > EF-LEER-HASTA
004720         SET EF-FIN-HISTORIA TO TRUE
004730     END-IF.
004740 1200-EXIT.
004750     EXIT.
004760
004770******************************************************************
004780*PROCESAR-VENTA: calcula el dia de semana al cambiar de fecha y
004790*evalua la venta contra cada promocion de la tabla.
004800******************************************************************
004810 2000-PROCESAR-VENTA.
004820     ADD 1 TO EF-CANT-LEIDOS.
004830     IF SI-TIPO-DEVOLUCION
004840         ADD 1 TO EF-CANT-DEVOLUCIONES
004850         GO TO 2000-LEER
004860     END-IF.
004870     IF SI-FECHA NOT = EF-FECHA-ANTERIOR
004880         MOVE SI-FECHA TO EF-FECHA-ANTERIOR
004890         MOVE SI-FECHA TO EF-FECHA-TRABAJO
004900         PERFORM 4300-DIA-DE-SEMANA THRU 4300-EXIT
004910     END-IF.
004920     MOVE ZERO TO EF-IDX.
004930     PERFORM 2100-EVALUAR-PROMOCION THRU 2100-EXIT
004940         EF-CANT-PROMOS TIMES.
004950 2000-LEER.
004960     PERFORM 1200-LEER-HISTORIA THRU 1200-EXIT.
004970 2000-EXIT.
004980     EXIT.
004990
005000******************************************************************
005010*EVALUAR-PROMOCION: dentro de la ventana con promocion cuenta las
005020*ventas que la recibieron; dentro de la ventana de comparacion,
005030*las ventas sin ninguna promocion que cumplen sus condiciones de
005040*dia de semana, sucursal y medio de pago. El descuento otorgado
005050*se recalcula con el porcentaje de la promocion grabado en la
005060*venta, sobre el monto menos el cupon, como lo calcula el cierre.
005070******************************************************************
005080 2100-EVALUAR-PROMOCION.
005090     ADD 1 TO EF-IDX.
005100     IF SI-FECHA NOT < EF-TAB-CON-DESDE(EF-IDX)
005110             AND SI-FECHA NOT > EF-TAB-CON-HASTA(EF-IDX)
005120             AND SI-PROMOCION = EF-TAB-CODIGO(EF-IDX)
005130         PERFORM 2200-SUMAR-CON-PROMOCION THRU 2200-EXIT
005140         GO TO 2100-EXIT
005150     END-IF.
005160     IF SI-FECHA < EF-TAB-BAS-DESDE(EF-IDX)
005170             OR SI-FECHA > EF-TAB-BAS-HASTA(EF-IDX)
005180             OR SI-PROMOCION NOT = SPACES
005190         GO TO 2100-EXIT
005200     END-IF.
005210     IF EF-TAB-DIA(EF-IDX) NOT = ZERO
005220             AND EF-TAB-DIA(EF-IDX) NOT = EF-DIA-SEMANA
005230         GO TO 2100-EXIT
005240     END-IF.
005250     IF EF-TAB-SUCURSAL(EF-IDX) NOT = SPACES
005260             AND EF-TAB-SUCURSAL(EF-IDX) NOT = SI-SUCURSAL
005270         GO TO 2100-EXIT
005280     END-IF.
005290     IF EF-TAB-MEDIO(EF-IDX) NOT = SPACE
005300             AND EF-TAB-MEDIO(EF-IDX) NOT = SI-MEDIO-PAGO
005310         GO TO 2100-EXIT
005320     END-IF.
005330     ADD 1 TO EF-TAB-BAS-CANT(EF-IDX).
005340     ADD SI-MONTO TO EF-TAB-BAS-BRUTO(EF-IDX).
005350     IF SI-FECHA NOT = EF-TAB-BAS-ULT(EF-IDX)
005360         ADD 1 TO EF-TAB-BAS-DIAS(EF-IDX)
005370         MOVE SI-FECHA TO EF-TAB-BAS-ULT(EF-IDX)
005380     END-IF.
005390 2100-EXIT.
005400     EXIT.
005410
005420 2200-SUMAR-CON-PROMOCION.
005430     COMPUTE EF-DESC-VENTA ROUNDED =
005440         (SI-MONTO - SI-CUPON) * SI-PROMO-PORC / 100.
005450     ADD 1 TO EF-TAB-CON-CANT(EF-IDX).
005460     ADD SI-MONTO TO EF-TAB-CON-BRUTO(EF-IDX).
005470     ADD EF-DESC-VENTA TO EF-TAB-CON-DESC(EF-IDX).
005480     IF SI-FECHA NOT = EF-TAB-CON-ULT(EF-IDX)
005490         ADD 1 TO EF-TAB-CON-DIAS(EF-IDX)
005500         MOVE SI-FECHA TO EF-TAB-CON-ULT(EF-IDX)
005510     END-IF.
005520     ADD 1 TO EF-TOT-CON-CANT.
005530     ADD SI-MONTO TO EF-TOT-CON-BRUTO.
005540     ADD EF-DESC-VENTA TO EF-TOT-CON-DESC.
005550 2200-EXIT.
005560     EXIT.
005570
005580******************************************************************
005590*RESTAR-DIAS: resta a EF-FECHA-TRABAJO los EF-DIAS-A-RESTAR dias
005600*(como maximo 28, de modo que a lo sumo se retrocede un mes).
005610******************************************************************
005620 4200-RESTAR-DIAS.
005630     IF EF-FT-DD > EF-DIAS-A-RESTAR
005640         SUBTRACT EF-DIAS-A-RESTAR FROM EF-FT-DD
005650         GO TO 4200-EXIT
005660     END-IF.
005670     IF EF-FT-MM = 1
005680         MOVE 12 TO EF-FT-MM
005690         SUBTRACT 1 FROM EF-FT-AAAA
005700     ELSE
005710         SUBTRACT 1 FROM EF-FT-MM
005720     END-IF.
005730     MOVE EF-DIAS-MES(EF-FT-MM) TO EF-DIAS-DEL-MES.
005740     IF EF-FT-MM = 2
005750         PERFORM 4250-EVALUAR-BISIESTO THRU 4250-EXIT
005760         IF EF-ES-BISIESTO
005770             MOVE 29 TO EF-DIAS-DEL-MES
005780         END-IF
005790     END-IF.
005800     COMPUTE EF-FT-DD = EF-FT-DD + EF-DIAS-DEL-MES
005810         - EF-DIAS-A-RESTAR.
005820 4200-EXIT.
005830     EXIT.
005840
005850 4250-EVALUAR-BISIESTO.
005860     MOVE "N" TO EF-SW-BISIESTO.
005870     DIVIDE EF-FT-AAAA BY 4 GIVING EF-BIS-COCIENTE
005880         REMAINDER EF-BIS-RESTO-4.
005890     DIVIDE EF-FT-AAAA BY 100 GIVING EF-BIS-COCIENTE
005900         REMAINDER EF-BIS-RESTO-100.
005910     DIVIDE EF-FT-AAAA BY 400 GIVING EF-BIS-COCIENTE
005920         REMAINDER EF-BIS-RESTO-400.
005930     IF EF-BIS-RESTO-4 = ZERO
005940         IF EF-BIS-RESTO-100 NOT = ZERO
005950                 OR EF-BIS-RESTO-400 = ZERO
005960             SET EF-ES-BISIESTO TO TRUE
005970         END-IF
005980     END-IF.
005990 4250-EXIT.
006000     EXIT.
006010
006020******************************************************************
006030*DIA-DE-SEMANA: congruencia de Zeller sobre EF-FECHA-TRABAJO,
006040*pasada a la numeracion del calendario de promociones (1=lunes
006050*... 7=domingo).
006060******************************************************************
006070 4300-DIA-DE-SEMANA.
006080     MOVE EF-FT-MM TO EF-ZEL-M.
006090     MOVE EF-FT-AAAA TO EF-ZEL-A.
006100     IF EF-ZEL-M < 3
006110         ADD 12 TO EF-ZEL-M
006120         SUBTRACT 1 FROM EF-ZEL-A
006130     END-IF.
006140     DIVIDE EF-ZEL-A BY 100 GIVING EF-ZEL-J
006150         REMAINDER EF-ZEL-K.
006160     COMPUTE EF-ZEL-T1 = (13 * (EF-ZEL-M + 1)) / 5.
006170     COMPUTE EF-ZEL-T2 = EF-ZEL-K / 4.
006180     COMPUTE EF-ZEL-T3 = EF-ZEL-J / 4.
006190     COMPUTE EF-ZEL-SUMA = EF-FT-DD + EF-ZEL-T1 + EF-ZEL-K
006200         + EF-ZEL-T2 + EF-ZEL-T3 + 5 * EF-ZEL-J.
006210     DIVIDE EF-ZEL-SUMA BY 7 GIVING EF-ZEL-COCIENTE
006220         REMAINDER EF-ZEL-H.
006230     COMPUTE EF-ZEL-SUMA = EF-ZEL-H + 5.
006240     DIVIDE EF-ZEL-SUMA BY 7 GIVING EF-ZEL-COCIENTE
006250         REMAINDER EF-ZEL-H.
006260     COMPUTE EF-DIA-SEMANA = EF-ZEL-H + 1.
006270 4300-EXIT.
006280     EXIT.
006290
006300 5000-ENCABEZADO.
006310     ADD 1 TO EF-PAGINA.
006320     MOVE ZERO TO EF-LINEAS-PAGINA.
006330     MOVE EF-PAGINA TO EF-ENC-PAGINA.
006340     WRITE EF-LINEA-IMPRESION FROM EF-ENCABEZADO-1.
006350     WRITE EF-LINEA-IMPRESION FROM EF-ENCABEZADO-PERIODO.
006360     MOVE ALL "=" TO EF-LINEA-IMPRESION.
006370     WRITE EF-LINEA-IMPRESION.
006380     WRITE EF-LINEA-IMPRESION FROM EF-ENCABEZADO-2.
006390     WRITE EF-LINEA-IMPRESION FROM EF-ENCABEZADO-3.
006400     MOVE ALL "-" TO EF-LINEA-IMPRESION.
006410     WRITE EF-LINEA-IMPRESION.
006420 5000-EXIT.
006430     EXIT.
006440
006450 7000-ESCRIBIR-LINEA.
006460     IF EF-LINEAS-PAGINA NOT LESS THAN EF-MAX-LINEAS
006470         PERFORM 5000-ENCABEZADO THRU 5000-EXIT
006480     END-IF.
006490     WRITE EF-LINEA-IMPRESION FROM EF-LINEA-TRABAJO.
006500     ADD 1 TO EF-LINEAS-PAGINA.
006510 7000-EXIT.
006520     EXIT.
006530
006540******************************************************************
006550*FINALIZAR: lista dos lineas por promocion (resultados y
006560*condiciones), el total y los contadores, cierra los archivos y
006570*deja la corrida en el control.
006580******************************************************************
006590 9000-FINALIZAR.
006600     IF EF-CANT-PROMOS = ZERO
006610         MOVE "SIN PROMOCIONES VIGENTES EN EL MES"
006620             TO EF-LINEA-TRABAJO
006630         PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
006640         GO TO 9000-CERRAR
006650     END-IF.
006660     IF NOT EF-HIST-ABIERTA
006670         GO TO 9000-CERRAR
006680     END-IF.
006690     MOVE ZERO TO EF-IDX.
006700     PERFORM 9100-LINEA-PROMOCION THRU 9100-EXIT
006710         EF-CANT-PROMOS TIMES.
006720     MOVE ALL "-" TO EF-LINEA-TRABAJO.
006730     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
006740     MOVE SPACES TO EF-LINEA-DETALLE.
006750     MOVE "TOTAL"          TO EF-DET-CODIGO.
006760     MOVE EF-TOT-CON-CANT  TO EF-DET-CON-CANT.
006770     MOVE EF-TOT-CON-BRUTO TO EF-DET-CON-BRUTO.
006780     MOVE EF-TOT-CON-DESC  TO EF-DET-CON-DESC.
006790     MOVE EF-LINEA-DETALLE TO EF-LINEA-TRABAJO.
006800     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
006810     MOVE SPACES TO EF-LINEA-TRABAJO.
006820     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
006830     MOVE "PROMOCIONES INFORMADAS" TO EF-RES-TITULO.
006840     MOVE EF-CANT-PROMOS TO EF-RES-CANTIDAD.
006850     PERFORM 9200-ESCRIBIR-RESUMEN THRU 9200-EXIT.
006860     MOVE "MOVIMIENTOS DEL HISTORIAL LEIDOS" TO EF-RES-TITULO.
006870     MOVE EF-CANT-LEIDOS TO EF-RES-CANTIDAD.
006880     PERFORM 9200-ESCRIBIR-RESUMEN THRU 9200-EXIT.
006890     MOVE "DEVOLUCIONES NO CONSIDERADAS" TO EF-RES-TITULO.
006900     MOVE EF-CANT-DEVOLUCIONES TO EF-RES-CANTIDAD.
006910     PERFORM 9200-ESCRIBIR-RESUMEN THRU 9200-EXIT.
006920     IF EF-CANT-DESBORDES > ZERO
006930         MOVE "PROMOCIONES FUERA DE LA TABLA" TO EF-RES-TITULO
006940         MOVE EF-CANT-DESBORDES TO EF-RES-CANTIDAD
006950         PERFORM 9200-ESCRIBIR-RESUMEN THRU 9200-EXIT
006960     END-IF.
006970 9000-CERRAR.
006980     IF EF-HIST-ABIERTA
006990         CLOSE SALES-HISTORY-INDEX
007000     END-IF.
007010     CLOSE PROMO-REPORT-FILE.
007020     IF RETURN-CODE NOT = 12
007030         PERFORM 9500-GRABAR-RUN-CONTROL THRU 9500-EXIT
007040     END-IF.
007050 9000-EXIT.
007060     EXIT.
007070
007080******************************************************************
007090*LINEA-PROMOCION: el promedio diario es el bruto sobre los dias
007100*con ventas de cada ventana; sin ventas de comparacion no hay
007110*variacion que informar.
007120******************************************************************
007130 9100-LINEA-PROMOCION.
007140     ADD 1 TO EF-IDX.
007150     MOVE SPACES TO EF-LINEA-DETALLE.
007160     MOVE EF-TAB-CODIGO(EF-IDX)      TO EF-DET-CODIGO.
007170     MOVE EF-TAB-DESCRIPCION(EF-IDX) TO EF-DET-DESCRIPCION.
007180     MOVE EF-TAB-PORC(EF-IDX)        TO EF-DET-PORC.
007190     MOVE EF-TAB-CON-CANT(EF-IDX)    TO EF-DET-CON-CANT.
007200     MOVE EF-TAB-CON-BRUTO(EF-IDX)   TO EF-DET-CON-BRUTO.
007210     MOVE EF-TAB-CON-DESC(EF-IDX)    TO EF-DET-CON-DESC.
007220     MOVE EF-TAB-CON-DIAS(EF-IDX)    TO EF-DET-CON-DIAS.
007230     MOVE EF-TAB-BAS-CANT(EF-IDX)    TO EF-DET-BAS-CANT.
007240     MOVE EF-TAB-BAS-BRUTO(EF-IDX)   TO EF-DET-BAS-BRUTO.
007250     MOVE EF-TAB-BAS-DIAS(EF-IDX)    TO EF-DET-BAS-DIAS.
007260     MOVE ZERO TO EF-PROM-CON.
007270     MOVE ZERO TO EF-PROM-BAS.
007280     IF EF-TAB-CON-DIAS(EF-IDX) > ZERO
007290         COMPUTE EF-PROM-CON ROUNDED = EF-TAB-CON-BRUTO(EF-IDX)
007300             / EF-TAB-CON-DIAS(EF-IDX)
007310     END-IF.
007320     IF EF-TAB-BAS-DIAS(EF-IDX) > ZERO
007330         COMPUTE EF-PROM-BAS ROUNDED = EF-TAB-BAS-BRUTO(EF-IDX)
007340             / EF-TAB-BAS-DIAS(EF-IDX)
007350     END-IF.
007360     MOVE EF-PROM-CON TO EF-DET-CON-PROM.
007370     MOVE EF-PROM-BAS TO EF-DET-BAS-PROM.
007380     IF EF-PROM-BAS = ZERO
007390         MOVE "SIN BASE" TO EF-DET-VARIACION-X
007400     ELSE
007410         COMPUTE EF-VARIACION ROUNDED =
007420             (EF-PROM-CON - EF-PROM-BAS) * 100 / EF-PROM-BAS
007430             ON SIZE ERROR
007440                 MOVE 9999.9 TO EF-VARIACION
007450         END-COMPUTE
007460         MOVE EF-VARIACION TO EF-DET-VARIACION
007470     END-IF.
007480     MOVE EF-LINEA-DETALLE TO EF-LINEA-TRABAJO.
007490     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
007500     MOVE EF-TAB-DIA(EF-IDX)       TO EF-CND-DIA.
007510     MOVE EF-TAB-SUCURSAL(EF-IDX)  TO EF-CND-SUCURSAL.
007520     MOVE EF-TAB-MEDIO(EF-IDX)     TO EF-CND-MEDIO.
007530     MOVE EF-TAB-ESTADO(EF-IDX)    TO EF-CND-ESTADO.
007540     MOVE EF-TAB-CON-DESDE(EF-IDX) TO EF-CND-CON-DESDE.
007550     MOVE EF-TAB-CON-HASTA(EF-IDX) TO EF-CND-CON-HASTA.
007560     MOVE EF-TAB-BAS-DESDE(EF-IDX) TO EF-CND-BAS-DESDE.
007570     MOVE EF-TAB-BAS-HASTA(EF-IDX) TO EF-CND-BAS-HASTA.
007580     MOVE EF-LINEA-CONDICIONES TO EF-LINEA-TRABAJO.
007590     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
007600 9100-EXIT.
007610     EXIT.
007620
007630 9200-ESCRIBIR-RESUMEN.
007640     MOVE EF-LINEA-RESUMEN TO EF-LINEA-TRABAJO.
007650     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
007660 9200-EXIT.
007670     EXIT.
007680
007690******************************************************************
007700*GRABAR-RUN-CONTROL: deja constancia de la corrida completa en
007710*RUN-CONTROL-FILE, para el rearranque del proceso nocturno. El
007720*monto es el bruto vendido con promocion y el total el descuento
007730*otorgado por las promociones en el mes.
007740******************************************************************
007750 9500-GRABAR-RUN-CONTROL.
007760     OPEN EXTEND RUN-CONTROL-FILE.
007770     IF NOT EF-RUN-STATUS-OK
007780         OPEN OUTPUT RUN-CONTROL-FILE
007790     END-IF.
007800     IF NOT EF-RUN-STATUS-OK
007810         DISPLAY "No se pudo grabar RUN-CONTROL-FILE, status "
007820             EF-RUN-STATUS
007830         GO TO 9500-EXIT
007840     END-IF.
007850     INITIALIZE RC-RUN-RECORD.
007860     MOVE "EJER1PRO" TO RC-PROGRAMA.
007870     MOVE EF-FECHA-PROCESO TO RC-FECHA.
007880     ACCEPT RC-HORA FROM TIME.
007881     MOVE EF-HORA-INICIO TO RC-HORA-INICIO.
007890     MOVE EF-CANT-LEIDOS TO RC-LEIDOS.
007900     MOVE EF-TOT-CON-CANT TO RC-PROCESADOS.
007910     MOVE EF-TOT-CON-BRUTO TO RC-SUMA-MONTO.
007920     MOVE EF-TOT-CON-DESC TO RC-TOTAL-GENERAL.
007930     WRITE RC-RUN-RECORD.
007940     CLOSE RUN-CONTROL-FILE.
007950 9500-EXIT.
007960     EXIT.
007970
007980 END PROGRAM Ejercicio1Promos.
