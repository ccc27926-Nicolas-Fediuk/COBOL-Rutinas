000100******************************************************************
000110*PROGRAMA    : Ejercicio3Calidad
000120*AUTOR       : R. Fediuk - Sistemas
000130*INSTALACION : Casa Central
000140*FECHA ESCR. : 2026-10-15
000150*FECHA COMP. :
000160*PROPOSITO   : Tablero mensual de calidad por proveedor y por
000170*              linea de produccion. Cada lote se ata a su
000180*              proveedor y a su linea por el maestro de lotes
000190*              (LOT-MASTER, copybook LOTMAST). Sobre los seis
000200*              ultimos meses hasta el mes de proceso lee el
000210*              historial de piezas clasificadas (MEASCLS), de
000220*              piezas rechazadas (MEASEXC) y de lotes rechazados
000230*              (REJLOTS) que deja la clasificacion de piezas, y
000240*              lista por proveedor y por linea los lotes
000250*              recibidos, aceptados y rechazados del mes, el
000260*              porcentaje de piezas invalidas, la participacion
000270*              de cada clasificacion y el porcentaje de piezas
000280*              invalidas de cada uno de los seis meses con su
000290*              tendencia contra el mes anterior. Marca en alerta
000300*              al proveedor que supera el umbral (porcentaje de
000310*              piezas invalidas que llega por PARM, 10 si no se
000320*              indica) en el mes de proceso y en el anterior.
000330******************************************************************
000340*HISTORIAL DE MODIFICACIONES
000350*FECHA       INIC.  DESCRIPCION
000360*----------  -----  -------------------------------------------
000370*2026-10-15  RF     Version original.
000371*2026-10-15  RF     Se graba en RUNCTL la hora de inicio del
000372*                   paso (RC-HORA-INICIO) para el historial
000373*                   de tiempos de la noche.
000380******************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. Ejercicio3Calidad.
000410 AUTHOR. R. FEDIUK.
000420 INSTALLATION. CASA CENTRAL.
000430 DATE-WRITTEN. 2026-10-15.
000440 DATE-COMPILED.
000450******************************************************************
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT LOT-MASTER ASSIGN TO "LOTMAST"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS LT-LOTE
000530         FILE STATUS IS TC-MAST-STATUS.
000540     SELECT CLASSIFIED-RESULTS-FILE ASSIGN TO "MEASCLS"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS TC-CLS-STATUS.
000570     SELECT MEASUREMENT-EXCEPTION-FILE ASSIGN TO "MEASEXC"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS TC-EXC-STATUS.
000600     SELECT REJECTED-LOTS-FILE ASSIGN TO "REJLOTS"
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS TC-REJ-STATUS.
000630     SELECT PROCESS-DATE-FILE ASSIGN TO "PROCDATE"
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS TC-PROC-STATUS.
000660     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS TC-RUN-STATUS.
000690     SELECT QUALITY-REPORT-FILE ASSIGN TO "CALRPT"
000700         ORGANIZATION IS SEQUENTIAL.
000710******************************************************************
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  LOT-MASTER
000750     LABEL RECORDS ARE STANDARD.
000760     COPY LOTMAST.
000770
000780 FD  CLASSIFIED-RESULTS-FILE
000790     LABEL RECORDS ARE STANDARD.
000800 01  CL-CLASSIFIED-RECORD.
000810     05  CL-FECHA                PIC 9(08).
000820     05  CL-PIEZA-ID             PIC X(08).
000830     05  CL-LOTE                 PIC X(06).
000840     05  CL-LONG1                PIC 9(04)V9(02).
000850     05  CL-LONG2                PIC 9(04)V9(02).
000860     05  CL-LONG3                PIC 9(04)V9(02).
000870     05  CL-CLASIF-LADOS         PIC X(10).
000880     05  CL-CLASIF-ANGULO        PIC X(11).
000890
000900 FD  MEASUREMENT-EXCEPTION-FILE
000910     LABEL RECORDS ARE STANDARD.
000920 01  MX-EXCEPTION-RECORD.
000930     05  MX-FECHA                PIC 9(08).
000940     05  MX-PIEZA-ID             PIC X(08).
000950     05  MX-LOTE                 PIC X(06).
000960     05  MX-LONG1                PIC 9(04)V9(02).
000970     05  MX-LONG2                PIC 9(04)V9(02).
000980     05  MX-LONG3                PIC 9(04)V9(02).
000990     05  MX-MOTIVO               PIC X(40).
001000
001010 FD  REJECTED-LOTS-FILE
001020     LABEL RECORDS ARE STANDARD.
001030 01  RL-REJECTED-RECORD.
001040     05  RL-FECHA                PIC 9(08).
001050     05  RL-LOTE                 PIC X(06).
001060     05  RL-MEDIDAS              PIC 9(06).
001070     05  RL-INVALIDAS            PIC 9(06).
001080     05  RL-PORCENTAJE           PIC 9(03)V9(02).
001090     05  FILLER                  PIC X(05).
001100
001110 FD  PROCESS-DATE-FILE
001120     LABEL RECORDS ARE STANDARD.
001130     COPY PROCDATE.
001140
001150 FD  RUN-CONTROL-FILE
001160     LABEL RECORDS ARE STANDARD.
001170     COPY RUNCTL.
001180
001190 FD  QUALITY-REPORT-FILE
001200     LABEL RECORDS ARE STANDARD.
001210 01  TC-LINEA-IMPRESION          PIC X(132).
001220
001230 WORKING-STORAGE SECTION.
001240 01  TC-SWITCHES.
001250     05  TC-SW-FIN-MAESTRO       PIC X(01) VALUE "N".
001260         88  TC-FIN-MAESTRO             VALUE "S".
001270     05  TC-SW-MAESTRO-ABIERTO   PIC X(01) VALUE "N".
001280         88  TC-MAESTRO-ABIERTO         VALUE "S".
001290     05  TC-SW-FIN-CLASIF        PIC X(01) VALUE "N".
001300         88  TC-FIN-CLASIF              VALUE "S".
001310     05  TC-SW-CLASIF-ABIERTO    PIC X(01) VALUE "N".
001320         88  TC-CLASIF-ABIERTO          VALUE "S".
001330     05  TC-SW-FIN-EXCEP         PIC X(01) VALUE "N".
001340         88  TC-FIN-EXCEP               VALUE "S".
001350     05  TC-SW-EXCEP-ABIERTO     PIC X(01) VALUE "N".
001360         88  TC-EXCEP-ABIERTO           VALUE "S".
001370     05  TC-SW-FIN-RECHAZOS      PIC X(01) VALUE "N".
001380         88  TC-FIN-RECHAZOS            VALUE "S".
001390     05  TC-SW-RECHAZOS-ABIERTO  PIC X(01) VALUE "N".
001400         88  TC-RECHAZOS-ABIERTO        VALUE "S".
001410     05  TC-SW-EN-VENTANA        PIC X(01) VALUE "N".
001420         88  TC-EN-VENTANA              VALUE "S".
001430     05  TC-SW-PIEZA-INVALIDA    PIC X(01) VALUE "N".
001440         88  TC-PIEZA-INVALIDA          VALUE "S".
001450     05  TC-SW-ANTES             PIC X(01) VALUE "N".
001460         88  TC-VA-ANTES                VALUE "S".
001470
001480 01  TC-MAST-STATUS              PIC X(02).
001490     88  TC-MAST-STATUS-OK             VALUE "00".
001500
001510 01  TC-CLS-STATUS               PIC X(02).
001520     88  TC-CLS-STATUS-OK              VALUE "00".
001530
001540 01  TC-EXC-STATUS               PIC X(02).
001550     88  TC-EXC-STATUS-OK              VALUE "00".
001560
001570 01  TC-REJ-STATUS               PIC X(02).
001580     88  TC-REJ-STATUS-OK              VALUE "00".
001590
001600 01  TC-PROC-STATUS              PIC X(02).
001610     88  TC-PROC-STATUS-OK             VALUE "00".
001620
001630 01  TC-RUN-STATUS               PIC X(02).
001640     88  TC-RUN-STATUS-OK              VALUE "00".
001650
001660 01  TC-CONSTANTES.
001670     05  TC-MAX-LOTES            PIC 9(04) COMP VALUE 3000.
001680     05  TC-MAX-GRUPOS           PIC 9(03) COMP VALUE 200.
001690     05  TC-MAX-LINEAS           PIC 9(02) VALUE 56.
001700     05  TC-MARGEN-TENDENCIA     PIC 9(01)V9(01) VALUE 1.0.
001710
001720 01  TC-UMBRAL                   PIC 9(02) VALUE 10.
001730
001731 01  TC-HORA-INICIO              PIC 9(08) VALUE ZERO.
001740 01  TC-FECHA-PROCESO            PIC 9(08) VALUE ZERO.
001750
001760 01  TC-MES-PROCESO              PIC 9(06) VALUE ZERO.
001770 01  TC-MES-PROCESO-R REDEFINES TC-MES-PROCESO.
001780     05  TC-PROC-AAAA            PIC 9(04).
001790     05  TC-PROC-MM              PIC 9(02).
001800
001810 01  TC-FECHA-TRABAJO            PIC 9(08) VALUE ZERO.
001820 01  TC-FECHA-TRABAJO-R REDEFINES TC-FECHA-TRABAJO.
001830     05  TC-FT-AAAA              PIC 9(04).
001840     05  TC-FT-MM                PIC 9(02).
001850     05  TC-FT-DD                PIC 9(02).
001860
001870******************************************************************
001880*VENTANA DE SEIS MESES: los meses se cuentan como AAAA * 12 + MM;
001890*el indice 6 es el mes de proceso y el 1 el de cinco meses atras.
001900******************************************************************
001910 01  TC-CALCULO-VENTANA.
001920     05  TC-MES-ABS              PIC 9(06) COMP VALUE ZERO.
001930     05  TC-CALC-ABS             PIC 9(06) COMP VALUE ZERO.
001940     05  TC-CALC-AAAA            PIC 9(04) COMP VALUE ZERO.
001950     05  TC-CALC-MM              PIC 9(02) COMP VALUE ZERO.
001960     05  TC-IDX-CALC             PIC S9(07) COMP VALUE ZERO.
001970
001980 01  TC-TABLA-VENTANA.
001990     05  TC-MES-VENTANA          OCCURS 6 TIMES PIC 9(06).
002000
002010******************************************************************
002020*TABLA DE LOTES: cada lote visto en el historial de la ventana,
002030*con su proveedor y su linea (indices en la tabla de grupos) y,
002040*por mes, si se midio y si se rechazo. Un lote rechazado en el
002050*mes cuenta como rechazado; si solo se midio, como aceptado.
002060******************************************************************
002070 01  TC-TABLA-LOTES.
002080     05  TC-ENTRADA-LOTE OCCURS 3000 TIMES.
002090         10  TC-LOT-CODIGO       PIC X(06).
002100         10  TC-LOT-IDX-PROV     PIC 9(03) COMP.
002110         10  TC-LOT-IDX-LINEA    PIC 9(03) COMP.
002120         10  TC-LOT-MESES.
002130             15  TC-LOT-MES OCCURS 6 TIMES.
002140                 20  TC-LOT-SW-MEDIDO     PIC X(01).
002150                     88  TC-LOT-MEDIDO         VALUE "S".
002160                 20  TC-LOT-SW-RECHAZADO  PIC X(01).
002170                     88  TC-LOT-RECHAZADO      VALUE "S".
002180
002190******************************************************************
002200*TABLA DE GRUPOS: un proveedor (tipo P) o una linea (tipo L),
002210*con sus cantidades de cada mes de la ventana y, del mes de
002220*proceso, las piezas validas de cada clasificacion (1 a 3 por
002230*lados, 4 a 6 por angulo). Los lotes que no estan en el maestro
002240*van a un grupo de codigo en blanco de cada tipo.
002250******************************************************************
002260 01  TC-TABLA-GRUPOS.
002270     05  TC-ENTRADA-GRUPO OCCURS 200 TIMES.
002280         10  TC-GRU-CLAVE.
002290             15  TC-GRU-TIPO     PIC X(01).
002300             15  TC-GRU-CODIGO   PIC X(06).
002310         10  TC-GRU-NOMBRE       PIC X(30).
002320         10  TC-GRU-MES OCCURS 6 TIMES.
002330             15  TC-GRU-RECIBIDOS    PIC 9(05).
002340             15  TC-GRU-ACEPTADOS    PIC 9(05).
002350             15  TC-GRU-RECHAZADOS   PIC 9(05).
002360             15  TC-GRU-PIEZAS       PIC 9(07).
002370             15  TC-GRU-INVALIDAS    PIC 9(07).
002380         10  TC-GRU-CLASIF OCCURS 6 TIMES PIC 9(07).
002390
002400 01  TC-GRU-AUX                  PIC X(253).
002410
002420 01  TC-CONTROL-TABLAS.
002430     05  TC-CANT-LOTES           PIC 9(04) COMP VALUE ZERO.
002440     05  TC-CANT-GRUPOS          PIC 9(03) COMP VALUE ZERO.
002450     05  TC-IDX-LOTE             PIC 9(04) COMP VALUE ZERO.
002460     05  TC-IDX-L                PIC 9(04) COMP VALUE ZERO.
002470     05  TC-IDX-GRUPO            PIC 9(03) COMP VALUE ZERO.
002480     05  TC-IDX-PROV             PIC 9(03) COMP VALUE ZERO.
002490     05  TC-IDX-LINEA            PIC 9(03) COMP VALUE ZERO.
002500     05  TC-IDX                  PIC 9(03) COMP VALUE ZERO.
002510     05  TC-IDX-J                PIC 9(03) COMP VALUE ZERO.
002520     05  TC-IDX-MEJOR            PIC 9(03) COMP VALUE ZERO.
002530     05  TC-IDX-MES              PIC 9(02) COMP VALUE ZERO.
002540     05  TC-IDX-CLASE            PIC 9(02) COMP VALUE ZERO.
002550     05  TC-CANT-DESBORDES       PIC 9(08) VALUE ZERO.
002560
002570*El ultimo lote ubicado: las piezas de un lote vienen seguidas.
002580 01  TC-ULTIMO-LOTE.
002590     05  TC-ULT-CODIGO           PIC X(06) VALUE HIGH-VALUES.
002600     05  TC-ULT-IDX-LOTE         PIC 9(04) COMP VALUE ZERO.
002610     05  TC-ULT-IDX-PROV         PIC 9(03) COMP VALUE ZERO.
002620     05  TC-ULT-IDX-LINEA        PIC 9(03) COMP VALUE ZERO.
002630
002640 01  TC-BUSQUEDA.
002650     05  TC-LOTE-BUSCADO         PIC X(06) VALUE SPACES.
002660     05  TC-GRU-BUSCADO.
002670         10  TC-GRU-BUS-TIPO     PIC X(01) VALUE SPACES.
002680         10  TC-GRU-BUS-CODIGO   PIC X(06) VALUE SPACES.
002690     05  TC-GRU-BUS-NOMBRE       PIC X(30) VALUE SPACES.
002700
002710******************************************************************
002720*TASAS DE UN GRUPO: porcentaje de piezas invalidas de cada mes
002730*de la ventana, solo para los meses con piezas medidas.
002740******************************************************************
002750 01  TC-TASAS-GRUPO.
002760     05  TC-TASA-MES OCCURS 6 TIMES.
002770         10  TC-TASA             PIC 9(03)V9(01).
002780         10  TC-SW-TASA          PIC X(01).
002790             88  TC-CON-TASA           VALUE "S".
002800
002810 01  TC-CALCULO.
002820     05  TC-CAL-VALIDAS          PIC 9(07) VALUE ZERO.
002830     05  TC-CAL-PORC             PIC 9(03)V9(01) VALUE ZERO.
002840     05  TC-SECCION-TIPO         PIC X(01) VALUE SPACES.
002850     05  TC-SECCION-TITULO       PIC X(40) VALUE SPACES.
002860
002870 01  TC-NOMBRES-CLASIF-VALORES.
002880     05  FILLER                  PIC X(11) VALUE "EQUILATERO".
002890     05  FILLER                  PIC X(11) VALUE "ISOSCELES".
002900     05  FILLER                  PIC X(11) VALUE "ESCALENO".
002910     05  FILLER                  PIC X(11) VALUE "RECTANGULO".
002920     05  FILLER                  PIC X(11) VALUE "ACUTANGULO".
002930     05  FILLER                  PIC X(11) VALUE "OBTUSANGULO".
002940 01  TC-NOMBRES-CLASIF-TABLA REDEFINES TC-NOMBRES-CLASIF-VALORES.
002950     05  TC-NOMBRE-CLASIF        OCCURS 6 TIMES PIC X(11).
002960
002970 01  TC-CONTADORES.
002980     05  TC-CANT-LOTES-MAESTRO   PIC 9(08) VALUE ZERO.
002990     05  TC-CANT-RECIBIDOS       PIC 9(08) VALUE ZERO.
003000     05  TC-CANT-CLASIFICADAS    PIC 9(08) VALUE ZERO.
003010     05  TC-CANT-INVALIDAS       PIC 9(08) VALUE ZERO.
003020     05  TC-CANT-LOTES-RECHAZO   PIC 9(08) VALUE ZERO.
003030     05  TC-CANT-SIN-MAESTRO     PIC 9(08) VALUE ZERO.
003040     05  TC-CANT-ALERTAS         PIC 9(08) VALUE ZERO.
003050
003060 01  TC-CONTROL-PAGINA.
003070     05  TC-PAGINA               PIC 9(04) VALUE ZERO.
003080     05  TC-LINEAS-PAGINA        PIC 9(02) VALUE ZERO.
003090
003100 01  TC-LINEA-TRABAJO            PIC X(132) VALUE SPACES.
003110
003120 01  TC-ENCABEZADO-1.
003130     05  FILLER                  PIC X(10) VALUE SPACES.
003140     05  FILLER                  PIC X(48) VALUE
003150         "TABLERO MENSUAL DE CALIDAD POR PROVEEDOR Y LINEA".
003160     05  FILLER                  PIC X(20) VALUE SPACES.
003170     05  FILLER                  PIC X(07) VALUE "FECHA: ".
003180     05  TC-ENC-FECHA            PIC 9999/99/99.
003190     05  FILLER                  PIC X(10) VALUE SPACES.
003200     05  FILLER                  PIC X(08) VALUE "PAGINA: ".
003210     05  TC-ENC-PAGINA           PIC ZZZ9.
003220     05  FILLER                  PIC X(15) VALUE SPACES.
003230
003240 01  TC-ENCABEZADO-PERIODO.
003250     05  FILLER                  PIC X(10) VALUE SPACES.
003260     05  FILLER                  PIC X(05) VALUE "MES: ".
003270     05  TC-PER-MES              PIC 9999/99.
003280     05  FILLER                  PIC X(04) VALUE SPACES.
003290     05  FILLER                  PIC X(09) VALUE "VENTANA: ".
003300     05  TC-PER-DESDE            PIC 9999/99.
003310     05  FILLER                  PIC X(03) VALUE " A ".
003320     05  TC-PER-HASTA            PIC 9999/99.
003330     05  FILLER                  PIC X(04) VALUE SPACES.
003340     05  FILLER                  PIC X(18) VALUE
003350         "UMBRAL DE ALERTA: ".
003360     05  TC-PER-UMBRAL           PIC Z9.
003370     05  FILLER                  PIC X(23) VALUE
003380         "% DE PIEZAS INVALIDAS".
003390     05  FILLER                  PIC X(33) VALUE SPACES.
003400
003410 01  TC-ENCABEZADO-2.
003420     05  FILLER                  PIC X(38) VALUE
003430         "CODIGO  NOMBRE".
003440     05  FILLER                  PIC X(10) VALUE " RECIBIDOS".
003450     05  FILLER                  PIC X(10) VALUE " ACEPTADOS".
003460     05  FILLER                  PIC X(10) VALUE "RECHAZADOS".
003470     05  FILLER                  PIC X(12) VALUE
003480         "      PIEZAS".
003490     05  FILLER                  PIC X(12) VALUE
003500         "   INVALIDAS".
003510     05  FILLER                  PIC X(08) VALUE "  % INV.".
003520     05  FILLER                  PIC X(02) VALUE SPACES.
003530     05  FILLER                  PIC X(30) VALUE "OBSERVACION".
003540
003550 01  TC-LINEA-DETALLE.
003560     05  TC-DET-CODIGO           PIC X(06).
003570     05  FILLER                  PIC X(02) VALUE SPACES.
003580     05  TC-DET-NOMBRE           PIC X(30).
003590     05  FILLER                  PIC X(03) VALUE SPACES.
003600     05  TC-DET-RECIBIDOS        PIC ZZZ,ZZ9.
003610     05  FILLER                  PIC X(03) VALUE SPACES.
003620     05  TC-DET-ACEPTADOS        PIC ZZZ,ZZ9.
003630     05  FILLER                  PIC X(03) VALUE SPACES.
003640     05  TC-DET-RECHAZADOS       PIC ZZZ,ZZ9.
003650     05  FILLER                  PIC X(02) VALUE SPACES.
003660     05  TC-DET-PIEZAS           PIC ZZ,ZZZ,ZZ9.
003670     05  FILLER                  PIC X(02) VALUE SPACES.
003680     05  TC-DET-INVALIDAS        PIC ZZ,ZZZ,ZZ9.
003690     05  FILLER                  PIC X(03) VALUE SPACES.
003700     05  TC-DET-PORC             PIC ZZ9.9.
003710     05  FILLER                  PIC X(02) VALUE SPACES.
003720     05  TC-DET-MARCA            PIC X(20).
003730     05  FILLER                  PIC X(10) VALUE SPACES.
003740
003750*Participacion de cada clasificacion en las piezas validas del
003760*mes de proceso.
003770 01  TC-LINEA-CLASIF.
003780     05  FILLER                  PIC X(04) VALUE SPACES.
003790     05  FILLER                  PIC X(14) VALUE
003800         "CLASIFICACION:".
003810     05  TC-CLA-CLASE OCCURS 6 TIMES.
003820         10  FILLER              PIC X(01).
003830         10  TC-CLA-NOMBRE       PIC X(11).
003840         10  TC-CLA-PORC         PIC ZZ9.9.
003850         10  TC-CLA-SIGNO        PIC X(02).
003860
003870*Porcentaje de piezas invalidas de cada mes de la ventana y la
003880*tendencia del mes de proceso contra el anterior.
003890 01  TC-LINEA-TENDENCIA.
003900     05  FILLER                  PIC X(04) VALUE SPACES.
003910     05  FILLER                  PIC X(14) VALUE
003920         "% INVALIDAS:".
003930     05  TC-TEN-MES OCCURS 6 TIMES.
003940         10  FILLER              PIC X(01).
003950         10  TC-TEN-AAAAMM       PIC 9999/99.
003960         10  FILLER              PIC X(01).
003970         10  TC-TEN-PORC         PIC ZZ9.9.
003980         10  TC-TEN-PORC-X REDEFINES TC-TEN-PORC
003990                                 PIC X(05).
004000     05  FILLER                  PIC X(02) VALUE SPACES.
004010     05  FILLER                  PIC X(11) VALUE "TENDENCIA: ".
004020     05  TC-TEN-PALABRA          PIC X(16).
004030     05  FILLER                  PIC X(01) VALUE SPACES.
004040
004050 01  TC-LINEA-RESUMEN.
004060     05  TC-RES-TITULO           PIC X(45).
004070     05  TC-RES-CANTIDAD         PIC ZZ,ZZZ,ZZ9.
004080     05  FILLER                  PIC X(77) VALUE SPACES.
004090
004100 LINKAGE SECTION.
004110 01  LK-PARM-AREA.
004120     05  LK-PARM-LEN             PIC S9(04) COMP.
004130     05  LK-PARM-UMBRAL          PIC X(02).
004140     05  LK-PARM-MES             PIC X(06).
004150******************************************************************
004160 PROCEDURE DIVISION USING LK-PARM-AREA.
004170
004180 0000-MAINLINE.
004190     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
004200     PERFORM 2000-PROCESAR-CLASIFICADA THRU 2000-EXIT
004210         UNTIL TC-FIN-CLASIF.
004220     PERFORM 3000-PROCESAR-EXCEPCION THRU 3000-EXIT
004230         UNTIL TC-FIN-EXCEP.
004240     PERFORM 4000-PROCESAR-RECHAZO THRU 4000-EXIT
004250         UNTIL TC-FIN-RECHAZOS.
004260     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
004270     STOP RUN.
004280
004290******************************************************************
004300*INICIALIZAR: toma el umbral y el mes del PARM (umbral en las
004310*dos primeras posiciones y, para rehacer otro mes, AAAAMM a
004320*continuacion; sin mes rige el de la fecha de proceso), arma la
004330*ventana de seis meses, suma los lotes recibidos del maestro y
004340*abre los tres historiales de la clasificacion de piezas. Sin
004350*maestro de lotes no hay tablero (RETURN-CODE 12).
004360******************************************************************
004370 1000-INICIALIZAR.
004371     ACCEPT TC-HORA-INICIO FROM TIME.
004380     OPEN OUTPUT QUALITY-REPORT-FILE.
004390     ACCEPT TC-FECHA-PROCESO FROM DATE YYYYMMDD.
004400     OPEN INPUT PROCESS-DATE-FILE.
004410     IF TC-PROC-STATUS-OK
004420         READ PROCESS-DATE-FILE
004430             AT END
004440                 CONTINUE
004450             NOT AT END
004460                 MOVE PD-FECHA-PROCESO TO TC-FECHA-PROCESO
004470         END-READ
004480         CLOSE PROCESS-DATE-FILE
004490     END-IF.
004500     DIVIDE TC-FECHA-PROCESO BY 100 GIVING TC-MES-PROCESO.
004510     IF LK-PARM-LEN NOT LESS THAN 2
004520         IF LK-PARM-UMBRAL IS NUMERIC
004530             MOVE LK-PARM-UMBRAL TO TC-UMBRAL
004540         ELSE
004550             DISPLAY "PARM de umbral no numerico, rige "
004560                 TC-UMBRAL "%"
004570         END-IF
004580     END-IF.
004590     IF LK-PARM-LEN NOT LESS THAN 8
004600         IF LK-PARM-MES IS NUMERIC
004610             MOVE LK-PARM-MES TO TC-MES-PROCESO
004620         ELSE
004630             DISPLAY "PARM de mes no numerico, se ignora: "
004640                 LK-PARM-MES
004650         END-IF
004660     END-IF.
004670     IF TC-PROC-MM < 1 OR TC-PROC-MM > 12
004680         DISPLAY "Mes invalido " TC-MES-PROCESO
004690             ", rige el de la fecha de proceso"
004700         DIVIDE TC-FECHA-PROCESO BY 100 GIVING TC-MES-PROCESO
004710     END-IF.
004720     DISPLAY "Umbral de alerta: " TC-UMBRAL
004730         "% de piezas invalidas".
004740     COMPUTE TC-MES-ABS = TC-PROC-AAAA * 12 + TC-PROC-MM.
004750     MOVE ZERO TO TC-IDX-MES.
004760     PERFORM 1050-ARMAR-MES THRU 1050-EXIT 6 TIMES.
004770     MOVE TC-FECHA-PROCESO TO TC-ENC-FECHA.
004780     MOVE TC-MES-PROCESO TO TC-PER-MES.
004790     MOVE TC-MES-VENTANA(1) TO TC-PER-DESDE.
004800     MOVE TC-MES-VENTANA(6) TO TC-PER-HASTA.
004810     MOVE TC-UMBRAL TO TC-PER-UMBRAL.
004820     PERFORM 5000-ENCABEZADO THRU 5000-EXIT.
004830     OPEN INPUT LOT-MASTER.
004840     IF NOT TC-MAST-STATUS-OK
004850         DISPLAY "No se pudo abrir LOT-MASTER, status "
004860             TC-MAST-STATUS
004870         SET TC-FIN-CLASIF TO TRUE
004880         SET TC-FIN-EXCEP TO TRUE
004890         SET TC-FIN-RECHAZOS TO TRUE
004900         MOVE 12 TO RETURN-CODE
004910         GO TO 1000-EXIT
004920     END-IF.
004930     SET TC-MAESTRO-ABIERTO TO TRUE.
004940     PERFORM 1500-CARGAR-RECEPCIONES THRU 1500-EXIT.
004950     OPEN INPUT CLASSIFIED-RESULTS-FILE.
004960     IF TC-CLS-STATUS-OK
004970         SET TC-CLASIF-ABIERTO TO TRUE
004980         PERFORM 1100-LEER-CLASIFICADA THRU 1100-EXIT
004990     ELSE
005000         DISPLAY "Sin historial de piezas clasificadas (status "
005010             TC-CLS-STATUS ")"
005020         SET TC-FIN-CLASIF TO TRUE
005030         MOVE 8 TO RETURN-CODE
005040     END-IF.
005050     OPEN INPUT MEASUREMENT-EXCEPTION-FILE.
005060     IF TC-EXC-STATUS-OK
005070         SET TC-EXCEP-ABIERTO TO TRUE
005080         PERFORM 1200-LEER-EXCEPCION THRU 1200-EXIT
005090     ELSE
005100         DISPLAY "Sin historial de piezas rechazadas (status "
005110             TC-EXC-STATUS ")"
005120         SET TC-FIN-EXCEP TO TRUE
005130     END-IF.
005140     OPEN INPUT REJECTED-LOTS-FILE.
005150     IF TC-REJ-STATUS-OK
005160         SET TC-RECHAZOS-ABIERTO TO TRUE
005170         PERFORM 1300-LEER-RECHAZO THRU 1300-EXIT
005180     ELSE
005190         DISPLAY "Sin historial de lotes rechazados (status "
005200             TC-REJ-STATUS "), ningun lote figura rechazado"
005210         SET TC-FIN-RECHAZOS TO TRUE
005220     END-IF.
005230 1000-EXIT.
005240     EXIT.
005250
005260 1050-ARMAR-MES.
005270     ADD 1 TO TC-IDX-MES.
005280     COMPUTE TC-CALC-ABS = TC-MES-ABS - 6 + TC-IDX-MES.
005290     COMPUTE TC-CALC-AAAA = (TC-CALC-ABS - 1) / 12.
005300     COMPUTE TC-CALC-MM = TC-CALC-ABS - TC-CALC-AAAA * 12.
005310     COMPUTE TC-MES-VENTANA(TC-IDX-MES) =
005320         TC-CALC-AAAA * 100 + TC-CALC-MM.
005330 1050-EXIT.
005340     EXIT.
005350
005360 1100-LEER-CLASIFICADA.
005370     READ CLASSIFIED-RESULTS-FILE
005380         AT END
005390             SET TC-FIN-CLASIF TO TRUE
005400     END-READ.
005410 1100-EXIT.
005420     EXIT.
005430
005440 1200-LEER-EXCEPCION.
005450     READ MEASUREMENT-EXCEPTION-FILE
005460         AT END
005470             SET TC-FIN-EXCEP TO TRUE
005480     END-READ.
005490 1200-EXIT.
005500     EXIT.
005510
005520 1300-LEER-RECHAZO.
005530     READ REJECTED-LOTS-FILE
005540         AT END
005550             SET TC-FIN-RECHAZOS TO TRUE
005560     END-READ.
005570 1300-EXIT.
005580     EXIT.
005590
005600******************************************************************
005610*CARGAR-RECEPCIONES: recorre el maestro de lotes y suma a su
005620*proveedor y a su linea cada lote recibido dentro de la ventana.
005630******************************************************************
005640 1500-CARGAR-RECEPCIONES.
005650     MOVE LOW-VALUES TO LT-LOTE.
005660     START LOT-MASTER
005670         KEY IS NOT LESS THAN LT-LOTE
005680         INVALID KEY SET TC-FIN-MAESTRO TO TRUE
005690     END-START.
005700     PERFORM 1510-LEER-LOTE THRU 1510-EXIT
005710         UNTIL TC-FIN-MAESTRO.
005720 1500-EXIT.
005730     EXIT.
005740
005750 1510-LEER-LOTE.
005760     READ LOT-MASTER NEXT RECORD
005770         AT END
005780             SET TC-FIN-MAESTRO TO TRUE
005790     END-READ.
005800     IF TC-FIN-MAESTRO
005810         GO TO 1510-EXIT
005820     END-IF.
005830     ADD 1 TO TC-CANT-LOTES-MAESTRO.
005840     MOVE LT-FECHA-RECEPCION TO TC-FECHA-TRABAJO.
005850     PERFORM 2800-INDICE-MES THRU 2800-EXIT.
005860     IF NOT TC-EN-VENTANA
005870         GO TO 1510-EXIT
005880     END-IF.
005890     ADD 1 TO TC-CANT-RECIBIDOS.
005900     PERFORM 2550-GRUPOS-DEL-LOTE THRU 2550-EXIT.
005910     MOVE TC-IDX-PROV TO TC-IDX-GRUPO.
005920     PERFORM 1520-SUMAR-RECIBIDO THRU 1520-EXIT.
005930     MOVE TC-IDX-LINEA TO TC-IDX-GRUPO.
005940     PERFORM 1520-SUMAR-RECIBIDO THRU 1520-EXIT.
005950 1510-EXIT.
005960     EXIT.
005970
005980 1520-SUMAR-RECIBIDO.
005990     IF TC-IDX-GRUPO NOT = ZERO
006000         ADD 1 TO TC-GRU-RECIBIDOS(TC-IDX-GRUPO, TC-IDX-MES)
006010     END-IF.
006020 1520-EXIT.
006030     EXIT.
006040
006050******************************************************************
006060*PROCESAR-CLASIFICADA: una pieza valida de la ventana; la del
006070*mes de proceso suma ademas a su clasificacion por lados y por
006080*angulo.
006090******************************************************************
006100 2000-PROCESAR-CLASIFICADA.
006110     MOVE CL-FECHA TO TC-FECHA-TRABAJO.
006120     PERFORM 2800-INDICE-MES THRU 2800-EXIT.
006130     IF NOT TC-EN-VENTANA
006140         GO TO 2000-LEER
006150     END-IF.
006160     ADD 1 TO TC-CANT-CLASIFICADAS.
006170     MOVE CL-LOTE TO TC-LOTE-BUSCADO.
006180     PERFORM 2500-UBICAR-LOTE THRU 2500-EXIT.
006190     MOVE "N" TO TC-SW-PIEZA-INVALIDA.
006200     PERFORM 2700-SUMAR-PIEZA THRU 2700-EXIT.
006210     IF TC-IDX-MES NOT = 6
006220         GO TO 2000-LEER
006230     END-IF.
006240     EVALUATE CL-CLASIF-LADOS
006250         WHEN "EQUILATERO"
006260             MOVE 1 TO TC-IDX-CLASE
006270         WHEN "ISOSCELES "
006280             MOVE 2 TO TC-IDX-CLASE
006290         WHEN "ESCALENO  "
006300             MOVE 3 TO TC-IDX-CLASE
006310         WHEN OTHER
006320             MOVE ZERO TO TC-IDX-CLASE
006330     END-EVALUATE.
006340     PERFORM 2750-SUMAR-CLASE THRU 2750-EXIT.
006350     EVALUATE CL-CLASIF-ANGULO
006360         WHEN "RECTANGULO "
006370             MOVE 4 TO TC-IDX-CLASE
006380         WHEN "ACUTANGULO "
006390             MOVE 5 TO TC-IDX-CLASE
006400         WHEN "OBTUSANGULO"
006410             MOVE 6 TO TC-IDX-CLASE
006420         WHEN OTHER
006430             MOVE ZERO TO TC-IDX-CLASE
006440     END-EVALUATE.
006450     PERFORM 2750-SUMAR-CLASE THRU 2750-EXIT.
006460 2000-LEER.
006470     PERFORM 1100-LEER-CLASIFICADA THRU 1100-EXIT.
006480 2000-EXIT.
006490     EXIT.
006500
006510******************************************************************
006520*UBICAR-LOTE: deja en TC-IDX-PROV y TC-IDX-LINEA los grupos del
006530*lote y en TC-IDX-LOTE su lugar en la tabla de lotes. Un lote
006540*nuevo se lee del maestro; si no esta, va a los grupos sin
006550*maestro. Sin lugar en la tabla se cuenta el desborde y
006560*TC-IDX-LOTE queda en cero, pero sus piezas suman igual a los
006570*grupos.
006580******************************************************************
006590 2500-UBICAR-LOTE.
006600     IF TC-LOTE-BUSCADO = TC-ULT-CODIGO
006610         MOVE TC-ULT-IDX-LOTE TO TC-IDX-LOTE
006620         MOVE TC-ULT-IDX-PROV TO TC-IDX-PROV
006630         MOVE TC-ULT-IDX-LINEA TO TC-IDX-LINEA
006640         GO TO 2500-EXIT
006650     END-IF.
006660     MOVE ZERO TO TC-IDX-LOTE.
006670     MOVE 1 TO TC-IDX-L.
006680     PERFORM 2510-COMPARAR-LOTE THRU 2510-EXIT
006690         UNTIL TC-IDX-LOTE NOT = ZERO
006700            OR TC-IDX-L > TC-CANT-LOTES.
006710     IF TC-IDX-LOTE NOT = ZERO
006720         MOVE TC-LOT-IDX-PROV(TC-IDX-LOTE) TO TC-IDX-PROV
006730         MOVE TC-LOT-IDX-LINEA(TC-IDX-LOTE) TO TC-IDX-LINEA
006740         GO TO 2500-GUARDAR
006750     END-IF.
006760     PERFORM 2520-LEER-MAESTRO THRU 2520-EXIT.
006770     IF TC-CANT-LOTES NOT LESS THAN TC-MAX-LOTES
006780         ADD 1 TO TC-CANT-DESBORDES
006790         GO TO 2500-GUARDAR
006800     END-IF.
006810     ADD 1 TO TC-CANT-LOTES.
006820     MOVE TC-CANT-LOTES TO TC-IDX-LOTE.
006830     MOVE TC-LOTE-BUSCADO TO TC-LOT-CODIGO(TC-IDX-LOTE).
006840     MOVE TC-IDX-PROV TO TC-LOT-IDX-PROV(TC-IDX-LOTE).
006850     MOVE TC-IDX-LINEA TO TC-LOT-IDX-LINEA(TC-IDX-LOTE).
006860     MOVE ALL "N" TO TC-LOT-MESES(TC-IDX-LOTE).
006870 2500-GUARDAR.
006880     MOVE TC-LOTE-BUSCADO TO TC-ULT-CODIGO.
006890     MOVE TC-IDX-LOTE TO TC-ULT-IDX-LOTE.
006900     MOVE TC-IDX-PROV TO TC-ULT-IDX-PROV.
006910     MOVE TC-IDX-LINEA TO TC-ULT-IDX-LINEA.
006920 2500-EXIT.
006930     EXIT.
006940
006950 2510-COMPARAR-LOTE.
006960     IF TC-LOT-CODIGO(TC-IDX-L) = TC-LOTE-BUSCADO
006970         MOVE TC-IDX-L TO TC-IDX-LOTE
006980     END-IF.
006990     ADD 1 TO TC-IDX-L.
007000 2510-EXIT.
007010     EXIT.
007020
007030 2520-LEER-MAESTRO.
007040     MOVE TC-LOTE-BUSCADO TO LT-LOTE.
007050     READ LOT-MASTER
007060         INVALID KEY
007070             ADD 1 TO TC-CANT-SIN-MAESTRO
007080             PERFORM 2560-GRUPOS-SIN-MAESTRO THRU 2560-EXIT
007090         NOT INVALID KEY
007100             PERFORM 2550-GRUPOS-DEL-LOTE THRU 2550-EXIT
007110     END-READ.
007120 2520-EXIT.
007130     EXIT.
007140
007150 2550-GRUPOS-DEL-LOTE.
007160     MOVE "P" TO TC-GRU-BUS-TIPO.
007170     MOVE LT-PROVEEDOR TO TC-GRU-BUS-CODIGO.
007180     MOVE LT-NOMBRE-PROVEEDOR TO TC-GRU-BUS-NOMBRE.
007190     PERFORM 2600-UBICAR-GRUPO THRU 2600-EXIT.
007200     MOVE TC-IDX-GRUPO TO TC-IDX-PROV.
007210     MOVE "L" TO TC-GRU-BUS-TIPO.
007220     MOVE LT-LINEA TO TC-GRU-BUS-CODIGO.
007230     MOVE SPACES TO TC-GRU-BUS-NOMBRE.
007240     PERFORM 2600-UBICAR-GRUPO THRU 2600-EXIT.
007250     MOVE TC-IDX-GRUPO TO TC-IDX-LINEA.
007260 2550-EXIT.
007270     EXIT.
007280
007290 2560-GRUPOS-SIN-MAESTRO.
007300     MOVE "P" TO TC-GRU-BUS-TIPO.
007310     MOVE SPACES TO TC-GRU-BUS-CODIGO.
007320     MOVE "LOTES SIN MAESTRO" TO TC-GRU-BUS-NOMBRE.
007330     PERFORM 2600-UBICAR-GRUPO THRU 2600-EXIT.
007340     MOVE TC-IDX-GRUPO TO TC-IDX-PROV.
007350     MOVE "L" TO TC-GRU-BUS-TIPO.
007360     PERFORM 2600-UBICAR-GRUPO THRU 2600-EXIT.
007370     MOVE TC-IDX-GRUPO TO TC-IDX-LINEA.
007380 2560-EXIT.
007390     EXIT.
007400
007410******************************************************************
007420*UBICAR-GRUPO: busca el proveedor o la linea en la tabla y lo
007430*agrega si es nuevo. Sin lugar en la tabla se cuenta el desborde
007440*y TC-IDX-GRUPO queda en cero.
007450******************************************************************
007460 2600-UBICAR-GRUPO.
007470     MOVE ZERO TO TC-IDX-GRUPO.
007480     MOVE 1 TO TC-IDX-J.
007490     PERFORM 2610-COMPARAR-GRUPO THRU 2610-EXIT
007500         UNTIL TC-IDX-GRUPO NOT = ZERO
007510            OR TC-IDX-J > TC-CANT-GRUPOS.
007520     IF TC-IDX-GRUPO NOT = ZERO
007530         IF TC-GRU-NOMBRE(TC-IDX-GRUPO) = SPACES
007540             MOVE TC-GRU-BUS-NOMBRE TO TC-GRU-NOMBRE(TC-IDX-GRUPO)
007550         END-IF
007560         GO TO 2600-EXIT
007570     END-IF.
007580     IF TC-CANT-GRUPOS NOT LESS THAN TC-MAX-GRUPOS
007590         ADD 1 TO TC-CANT-DESBORDES
007600         GO TO 2600-EXIT
007610     END-IF.
007620     ADD 1 TO TC-CANT-GRUPOS.
007630     MOVE TC-CANT-GRUPOS TO TC-IDX-GRUPO.
007640     INITIALIZE TC-ENTRADA-GRUPO(TC-IDX-GRUPO).
007650     MOVE TC-GRU-BUSCADO TO TC-GRU-CLAVE(TC-IDX-GRUPO).
007660     MOVE TC-GRU-BUS-NOMBRE TO TC-GRU-NOMBRE(TC-IDX-GRUPO).
007670 2600-EXIT.
007680     EXIT.
007690
007700 2610-COMPARAR-GRUPO.
007710     IF TC-GRU-CLAVE(TC-IDX-J) = TC-GRU-BUSCADO
007720         MOVE TC-IDX-J TO TC-IDX-GRUPO
007730     END-IF.
007740     ADD 1 TO TC-IDX-J.
007750 2610-EXIT.
007760     EXIT.
007770
007780******************************************************************
007790*SUMAR-PIEZA: marca el lote como medido en el mes y suma la
007800*pieza (y si es invalida, la invalida) a su proveedor y a su
007810*linea.
007820******************************************************************
007830 2700-SUMAR-PIEZA.
007840     IF TC-IDX-LOTE NOT = ZERO
007850         SET TC-LOT-MEDIDO(TC-IDX-LOTE, TC-IDX-MES) TO TRUE
007860     END-IF.
007870     MOVE TC-IDX-PROV TO TC-IDX-GRUPO.
007880     PERFORM 2710-SUMAR-PIEZA-GRUPO THRU 2710-EXIT.
007890     MOVE TC-IDX-LINEA TO TC-IDX-GRUPO.
007900     PERFORM 2710-SUMAR-PIEZA-GRUPO THRU 2710-EXIT.
007910 2700-EXIT.
007920     EXIT.
007930
007940 2710-SUMAR-PIEZA-GRUPO.
007950     IF TC-IDX-GRUPO = ZERO
007960         GO TO 2710-EXIT
007970     END-IF.
007980     ADD 1 TO TC-GRU-PIEZAS(TC-IDX-GRUPO, TC-IDX-MES).
007990     IF TC-PIEZA-INVALIDA
008000         ADD 1 TO TC-GRU-INVALIDAS(TC-IDX-GRUPO, TC-IDX-MES)
008010     END-IF.
008020 2710-EXIT.
008030     EXIT.
008040
008050 2750-SUMAR-CLASE.
008060     IF TC-IDX-CLASE = ZERO
008070         GO TO 2750-EXIT
008080     END-IF.
008090     IF TC-IDX-PROV NOT = ZERO
008100         ADD 1 TO TC-GRU-CLASIF(TC-IDX-PROV, TC-IDX-CLASE)
008110     END-IF.
008120     IF TC-IDX-LINEA NOT = ZERO
008130         ADD 1 TO TC-GRU-CLASIF(TC-IDX-LINEA, TC-IDX-CLASE)
008140     END-IF.
008150 2750-EXIT.
008160     EXIT.
008170
008180******************************************************************
008190*INDICE-MES: ubica la fecha de trabajo en la ventana; fuera de
008200*los seis meses (o con mes invalido) TC-EN-VENTANA queda apagado.
008210******************************************************************
008220 2800-INDICE-MES.
008230     MOVE "N" TO TC-SW-EN-VENTANA.
008240     IF TC-FT-MM < 1 OR TC-FT-MM > 12
008250         GO TO 2800-EXIT
008260     END-IF.
008270     COMPUTE TC-IDX-CALC = TC-FT-AAAA * 12 + TC-FT-MM + 6
008280         - TC-MES-ABS.
008290     IF TC-IDX-CALC < 1 OR TC-IDX-CALC > 6
008300         GO TO 2800-EXIT
008310     END-IF.
008320     MOVE TC-IDX-CALC TO TC-IDX-MES.
008330     SET TC-EN-VENTANA TO TRUE.
008340 2800-EXIT.
008350     EXIT.
008360
008370******************************************************************
008380*PROCESAR-EXCEPCION: una pieza rechazada de la ventana, por
008390*medidas imposibles, fuera de tolerancia o de forma equivocada.
008400******************************************************************
008410 3000-PROCESAR-EXCEPCION.
008420     MOVE MX-FECHA TO TC-FECHA-TRABAJO.
008430     PERFORM 2800-INDICE-MES THRU 2800-EXIT.
008440     IF NOT TC-EN-VENTANA
008450         GO TO 3000-LEER
008460     END-IF.
008470     ADD 1 TO TC-CANT-INVALIDAS.
008480     MOVE MX-LOTE TO TC-LOTE-BUSCADO.
008490     PERFORM 2500-UBICAR-LOTE THRU 2500-EXIT.
008500     SET TC-PIEZA-INVALIDA TO TRUE.
008510     PERFORM 2700-SUMAR-PIEZA THRU 2700-EXIT.
008520 3000-LEER.
008530     PERFORM 1200-LEER-EXCEPCION THRU 1200-EXIT.
008540 3000-EXIT.
008550     EXIT.
008560
008570******************************************************************
008580*PROCESAR-RECHAZO: un lote rechazado en la ventana queda
008590*rechazado en ese mes.
008600******************************************************************
008610 4000-PROCESAR-RECHAZO.
008620     MOVE RL-FECHA TO TC-FECHA-TRABAJO.
008630     PERFORM 2800-INDICE-MES THRU 2800-EXIT.
008640     IF NOT TC-EN-VENTANA
008650         GO TO 4000-LEER
008660     END-IF.
008670     ADD 1 TO TC-CANT-LOTES-RECHAZO.
008680     MOVE RL-LOTE TO TC-LOTE-BUSCADO.
008690     PERFORM 2500-UBICAR-LOTE THRU 2500-EXIT.
008700     IF TC-IDX-LOTE NOT = ZERO
008710         SET TC-LOT-MEDIDO(TC-IDX-LOTE, TC-IDX-MES) TO TRUE
008720         SET TC-LOT-RECHAZADO(TC-IDX-LOTE, TC-IDX-MES) TO TRUE
008730     END-IF.
008740 4000-LEER.
008750     PERFORM 1300-LEER-RECHAZO THRU 1300-EXIT.
008760 4000-EXIT.
008770     EXIT.
008780
008790******************************************************************
008800*ENCABEZADO: titulo, mes, ventana, umbral y titulos de columna.
008810******************************************************************
008820 5000-ENCABEZADO.
008830     ADD 1 TO TC-PAGINA.
008840     MOVE ZERO TO TC-LINEAS-PAGINA.
008850     MOVE TC-PAGINA TO TC-ENC-PAGINA.
008860     WRITE TC-LINEA-IMPRESION FROM TC-ENCABEZADO-1.
008870     WRITE TC-LINEA-IMPRESION FROM TC-ENCABEZADO-PERIODO.
008880     MOVE ALL "=" TO TC-LINEA-IMPRESION.
008890     WRITE TC-LINEA-IMPRESION.
008900     WRITE TC-LINEA-IMPRESION FROM TC-ENCABEZADO-2.
008910     MOVE ALL "-" TO TC-LINEA-IMPRESION.
008920     WRITE TC-LINEA-IMPRESION.
008930 5000-EXIT.
008940     EXIT.
008950
008960******************************************************************
008970*ORDENAR-GRUPOS: seleccion sobre tipo y codigo, como el
008980*cumplimiento de objetivos. Se ordena despues de cerrar los
008990*lotes, que guardan los indices de sus grupos.
009000******************************************************************
009010 6000-ORDENAR-GRUPOS.
009020     MOVE 1 TO TC-IDX.
009030     PERFORM 6100-PASADA THRU 6100-EXIT
009040         UNTIL TC-IDX NOT LESS THAN TC-CANT-GRUPOS.
009050 6000-EXIT.
009060     EXIT.
009070
009080 6100-PASADA.
009090     MOVE TC-IDX TO TC-IDX-MEJOR.
009100     COMPUTE TC-IDX-J = TC-IDX + 1.
009110     PERFORM 6200-COMPARAR THRU 6200-EXIT
009120         UNTIL TC-IDX-J > TC-CANT-GRUPOS.
009130     IF TC-IDX-MEJOR NOT = TC-IDX
009140         MOVE TC-ENTRADA-GRUPO(TC-IDX) TO TC-GRU-AUX
009150         MOVE TC-ENTRADA-GRUPO(TC-IDX-MEJOR)
009160             TO TC-ENTRADA-GRUPO(TC-IDX)
009170         MOVE TC-GRU-AUX TO TC-ENTRADA-GRUPO(TC-IDX-MEJOR)
009180     END-IF.
009190     ADD 1 TO TC-IDX.
009200 6100-EXIT.
009210     EXIT.
009220
009230 6200-COMPARAR.
009240     MOVE "N" TO TC-SW-ANTES.
009250     IF TC-GRU-CLAVE(TC-IDX-J) < TC-GRU-CLAVE(TC-IDX-MEJOR)
009260         SET TC-VA-ANTES TO TRUE
009270     END-IF.
009280     IF TC-VA-ANTES
009290         MOVE TC-IDX-J TO TC-IDX-MEJOR
009300     END-IF.
009310     ADD 1 TO TC-IDX-J.
009320 6200-EXIT.
009330     EXIT.
009340
009350 7000-ESCRIBIR-LINEA.
009360     IF TC-LINEAS-PAGINA NOT LESS THAN TC-MAX-LINEAS
009370         PERFORM 5000-ENCABEZADO THRU 5000-EXIT
009380     END-IF.
009390     WRITE TC-LINEA-IMPRESION FROM TC-LINEA-TRABAJO.
009400     ADD 1 TO TC-LINEAS-PAGINA.
009410 7000-EXIT.
009420     EXIT.
009430
009440******************************************************************
009450*CERRAR-LOTES: pasa a los grupos, mes por mes, cada lote
009460*rechazado o aceptado de la tabla de lotes.
009470******************************************************************
009480 8000-CERRAR-LOTES.
009490     MOVE ZERO TO TC-IDX-LOTE.
009500     PERFORM 8100-CERRAR-LOTE THRU 8100-EXIT
009510         TC-CANT-LOTES TIMES.
009520 8000-EXIT.
009530     EXIT.
009540
009550 8100-CERRAR-LOTE.
009560     ADD 1 TO TC-IDX-LOTE.
009570     MOVE ZERO TO TC-IDX-MES.
009580     PERFORM 8200-CERRAR-MES THRU 8200-EXIT 6 TIMES.
009590 8100-EXIT.
009600     EXIT.
009610
009620 8200-CERRAR-MES.
009630     ADD 1 TO TC-IDX-MES.
009640     MOVE TC-LOT-IDX-PROV(TC-IDX-LOTE) TO TC-IDX-GRUPO.
009650     PERFORM 8300-SUMAR-LOTE-GRUPO THRU 8300-EXIT.
009660     MOVE TC-LOT-IDX-LINEA(TC-IDX-LOTE) TO TC-IDX-GRUPO.
009670     PERFORM 8300-SUMAR-LOTE-GRUPO THRU 8300-EXIT.
009680 8200-EXIT.
009690     EXIT.
009700
009710 8300-SUMAR-LOTE-GRUPO.
009720     IF TC-IDX-GRUPO = ZERO
009730         GO TO 8300-EXIT
009740     END-IF.
009750     IF TC-LOT-RECHAZADO(TC-IDX-LOTE, TC-IDX-MES)
009760         ADD 1 TO TC-GRU-RECHAZADOS(TC-IDX-GRUPO, TC-IDX-MES)
009770         GO TO 8300-EXIT
009780     END-IF.
009790     IF TC-LOT-MEDIDO(TC-IDX-LOTE, TC-IDX-MES)
009800         ADD 1 TO TC-GRU-ACEPTADOS(TC-IDX-GRUPO, TC-IDX-MES)
009810     END-IF.
009820 8300-EXIT.
009830     EXIT.
009840
009850******************************************************************
009860*FINALIZAR: cierra los lotes, ordena los grupos, lista la
009870*seccion de proveedores y la de lineas y los contadores, cierra
009880*los archivos y deja la corrida en el control. Un proveedor en
009890*alerta termina con RETURN-CODE 4; un desborde de tabla o la
009900*falta del historial de piezas clasificadas, con 8.
009910******************************************************************
009920 9000-FINALIZAR.
009930     IF NOT TC-MAESTRO-ABIERTO
009940         GO TO 9000-CERRAR
009950     END-IF.
009960     PERFORM 8000-CERRAR-LOTES THRU 8000-EXIT.
009970     IF TC-CANT-GRUPOS = ZERO
009980         MOVE "SIN LOTES NI PIEZAS MEDIDAS EN LA VENTANA"
009990             TO TC-LINEA-TRABAJO
010000         PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
010010         GO TO 9000-RESUMEN
010020     END-IF.
010030     PERFORM 6000-ORDENAR-GRUPOS THRU 6000-EXIT.
010040     MOVE "P" TO TC-SECCION-TIPO.
010050     MOVE "POR PROVEEDOR" TO TC-SECCION-TITULO.
010060     PERFORM 9100-SECCION THRU 9100-EXIT.
010070     MOVE "L" TO TC-SECCION-TIPO.
010080     MOVE "POR LINEA DE PRODUCCION" TO TC-SECCION-TITULO.
010090     PERFORM 9100-SECCION THRU 9100-EXIT.
010100 9000-RESUMEN.
010110     MOVE SPACES TO TC-LINEA-TRABAJO.
010120     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
010130     MOVE "LOTES EN EL MAESTRO" TO TC-RES-TITULO.
010140     MOVE TC-CANT-LOTES-MAESTRO TO TC-RES-CANTIDAD.
010150     PERFORM 9300-ESCRIBIR-RESUMEN THRU 9300-EXIT.
010160     MOVE "LOTES RECIBIDOS EN LA VENTANA" TO TC-RES-TITULO.
010170     MOVE TC-CANT-RECIBIDOS TO TC-RES-CANTIDAD.
010180     PERFORM 9300-ESCRIBIR-RESUMEN THRU 9300-EXIT.
010190     MOVE "PIEZAS CLASIFICADAS EN LA VENTANA" TO TC-RES-TITULO.
010200     MOVE TC-CANT-CLASIFICADAS TO TC-RES-CANTIDAD.
010210     PERFORM 9300-ESCRIBIR-RESUMEN THRU 9300-EXIT.
010220     MOVE "PIEZAS INVALIDAS EN LA VENTANA" TO TC-RES-TITULO.
010230     MOVE TC-CANT-INVALIDAS TO TC-RES-CANTIDAD.
010240     PERFORM 9300-ESCRIBIR-RESUMEN THRU 9300-EXIT.
010250     MOVE "RECHAZOS DE LOTE EN LA VENTANA" TO TC-RES-TITULO.
010260     MOVE TC-CANT-LOTES-RECHAZO TO TC-RES-CANTIDAD.
010270     PERFORM 9300-ESCRIBIR-RESUMEN THRU 9300-EXIT.
010280     MOVE "LOTES MEDIDOS SIN MAESTRO" TO TC-RES-TITULO.
010290     MOVE TC-CANT-SIN-MAESTRO TO TC-RES-CANTIDAD.
010300     PERFORM 9300-ESCRIBIR-RESUMEN THRU 9300-EXIT.
010310     MOVE "PROVEEDORES EN ALERTA" TO TC-RES-TITULO.
010320     MOVE TC-CANT-ALERTAS TO TC-RES-CANTIDAD.
010330     PERFORM 9300-ESCRIBIR-RESUMEN THRU 9300-EXIT.
010340     IF TC-CANT-ALERTAS > ZERO
010350         DISPLAY "** Proveedores sobre el umbral dos meses "
010360             "seguidos: " TC-CANT-ALERTAS " **"
010370         IF RETURN-CODE < 4
010380             MOVE 4 TO RETURN-CODE
010390         END-IF
010400     END-IF.
010410     IF TC-CANT-DESBORDES > ZERO
010420         MOVE "ATENCION: REGISTROS OMITIDOS POR TABLA LLENA"
010430             TO TC-RES-TITULO
010440         MOVE TC-CANT-DESBORDES TO TC-RES-CANTIDAD
010450         PERFORM 9300-ESCRIBIR-RESUMEN THRU 9300-EXIT
010460         MOVE 8 TO RETURN-CODE
010470     END-IF.
010480     CLOSE LOT-MASTER.
010490     IF TC-CLASIF-ABIERTO
010500         CLOSE CLASSIFIED-RESULTS-FILE
010510     END-IF.
010520     IF TC-EXCEP-ABIERTO
010530         CLOSE MEASUREMENT-EXCEPTION-FILE
010540     END-IF.
010550     IF TC-RECHAZOS-ABIERTO
010560         CLOSE REJECTED-LOTS-FILE
010570     END-IF.
010580 9000-CERRAR.
010590     CLOSE QUALITY-REPORT-FILE.
010600     IF TC-MAESTRO-ABIERTO
010610         PERFORM 9500-GRABAR-RUN-CONTROL THRU 9500-EXIT
010620     END-IF.
010630 9000-EXIT.
010640     EXIT.
010650
010660******************************************************************
010670*SECCION: titulo de la seccion y las tres lineas de cada grupo
010680*del tipo (la tabla ya esta ordenada por tipo y codigo).
010690******************************************************************
010700 9100-SECCION.
010710     MOVE SPACES TO TC-LINEA-TRABAJO.
010720     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
010730     MOVE TC-SECCION-TITULO TO TC-LINEA-TRABAJO.
010740     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
010750     MOVE ZERO TO TC-IDX-GRUPO.
010760     PERFORM 9150-LINEAS-GRUPO THRU 9150-EXIT
010770         TC-CANT-GRUPOS TIMES.
010780 9100-EXIT.
010790     EXIT.
010800
010810******************************************************************
010820*LINEAS-GRUPO: cantidades del mes de proceso, participacion de
010830*cada clasificacion y porcentaje de invalidas de los seis meses,
010840*sin partirse entre dos hojas. El proveedor por encima del
010850*umbral en el mes de proceso y en el anterior queda en alerta.
010860******************************************************************
010870 9150-LINEAS-GRUPO.
010880     ADD 1 TO TC-IDX-GRUPO.
010890     IF TC-GRU-TIPO(TC-IDX-GRUPO) NOT = TC-SECCION-TIPO
010900         GO TO 9150-EXIT
010910     END-IF.
010920     IF TC-LINEAS-PAGINA > TC-MAX-LINEAS - 4
010930         PERFORM 5000-ENCABEZADO THRU 5000-EXIT
010940     END-IF.
010950     MOVE ZERO TO TC-IDX-MES.
010960     PERFORM 9160-CALCULAR-TASA THRU 9160-EXIT 6 TIMES.
010970     MOVE SPACES TO TC-LINEA-DETALLE.
010980     MOVE TC-GRU-CODIGO(TC-IDX-GRUPO) TO TC-DET-CODIGO.
010990     MOVE TC-GRU-NOMBRE(TC-IDX-GRUPO) TO TC-DET-NOMBRE.
011000     MOVE TC-GRU-RECIBIDOS(TC-IDX-GRUPO, 6) TO TC-DET-RECIBIDOS.
011010     MOVE TC-GRU-ACEPTADOS(TC-IDX-GRUPO, 6) TO TC-DET-ACEPTADOS.
011020     MOVE TC-GRU-RECHAZADOS(TC-IDX-GRUPO, 6)
011030         TO TC-DET-RECHAZADOS.
011040     MOVE TC-GRU-PIEZAS(TC-IDX-GRUPO, 6) TO TC-DET-PIEZAS.
011050     MOVE TC-GRU-INVALIDAS(TC-IDX-GRUPO, 6) TO TC-DET-INVALIDAS.
011060     MOVE TC-TASA(6) TO TC-DET-PORC.
011070     IF TC-GRU-TIPO(TC-IDX-GRUPO) = "P"
011080             AND TC-GRU-CODIGO(TC-IDX-GRUPO) NOT = SPACES
011090             AND TC-CON-TASA(5) AND TC-CON-TASA(6)
011100             AND TC-TASA(5) > TC-UMBRAL
011110             AND TC-TASA(6) > TC-UMBRAL
011120         MOVE "** ALERTA **" TO TC-DET-MARCA
011130         ADD 1 TO TC-CANT-ALERTAS
011140     END-IF.
011150     MOVE TC-LINEA-DETALLE TO TC-LINEA-TRABAJO.
011160     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
011170     COMPUTE TC-CAL-VALIDAS = TC-GRU-PIEZAS(TC-IDX-GRUPO, 6)
011180         - TC-GRU-INVALIDAS(TC-IDX-GRUPO, 6).
011190     MOVE SPACES TO TC-LINEA-CLASIF.
011200     MOVE "CLASIFICACION:" TO TC-LINEA-CLASIF(5:14).
011210     MOVE ZERO TO TC-IDX-CLASE.
011220     PERFORM 9170-ARMAR-CLASE THRU 9170-EXIT 6 TIMES.
011230     MOVE TC-LINEA-CLASIF TO TC-LINEA-TRABAJO.
011240     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
011250     MOVE SPACES TO TC-LINEA-TENDENCIA.
011260     MOVE "% INVALIDAS:" TO TC-LINEA-TENDENCIA(5:14).
011270     MOVE "TENDENCIA: " TO TC-LINEA-TENDENCIA(105:11).
011280     MOVE ZERO TO TC-IDX-MES.
011290     PERFORM 9180-ARMAR-MES THRU 9180-EXIT 6 TIMES.
011300     PERFORM 9190-TENDENCIA THRU 9190-EXIT.
011310     MOVE TC-LINEA-TENDENCIA TO TC-LINEA-TRABAJO.
011320     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
011330 9150-EXIT.
011340     EXIT.
011350
011360 9160-CALCULAR-TASA.
011370     ADD 1 TO TC-IDX-MES.
011380     MOVE ZERO TO TC-TASA(TC-IDX-MES).
011390     MOVE "N" TO TC-SW-TASA(TC-IDX-MES).
011400     IF TC-GRU-PIEZAS(TC-IDX-GRUPO, TC-IDX-MES) = ZERO
011410         GO TO 9160-EXIT
011420     END-IF.
011430     COMPUTE TC-TASA(TC-IDX-MES) ROUNDED =
011440         TC-GRU-INVALIDAS(TC-IDX-GRUPO, TC-IDX-MES) * 100
011450         / TC-GRU-PIEZAS(TC-IDX-GRUPO, TC-IDX-MES).
011460     SET TC-CON-TASA(TC-IDX-MES) TO TRUE.
011470 9160-EXIT.
011480     EXIT.
011490
011500 9170-ARMAR-CLASE.
011510     ADD 1 TO TC-IDX-CLASE.
011520     MOVE TC-NOMBRE-CLASIF(TC-IDX-CLASE)
011530         TO TC-CLA-NOMBRE(TC-IDX-CLASE).
011540     MOVE ZERO TO TC-CAL-PORC.
011550     IF TC-CAL-VALIDAS > ZERO
011560         COMPUTE TC-CAL-PORC ROUNDED =
011570             TC-GRU-CLASIF(TC-IDX-GRUPO, TC-IDX-CLASE) * 100
011580             / TC-CAL-VALIDAS
011590     END-IF.
011600     MOVE TC-CAL-PORC TO TC-CLA-PORC(TC-IDX-CLASE).
011610     MOVE "%" TO TC-CLA-SIGNO(TC-IDX-CLASE).
011620 9170-EXIT.
011630     EXIT.
011640
011650 9180-ARMAR-MES.
011660     ADD 1 TO TC-IDX-MES.
011670     MOVE TC-MES-VENTANA(TC-IDX-MES) TO TC-TEN-AAAAMM(TC-IDX-MES).
011680     IF TC-CON-TASA(TC-IDX-MES)
011690         MOVE TC-TASA(TC-IDX-MES) TO TC-TEN-PORC(TC-IDX-MES)
011700     ELSE
011710         MOVE "   - " TO TC-TEN-PORC-X(TC-IDX-MES)
011720     END-IF.
011730 9180-EXIT.
011740     EXIT.
011750
011760******************************************************************
011770*TENDENCIA: el mes de proceso contra el anterior; una diferencia
011780*de hasta TC-MARGEN-TENDENCIA puntos se toma como estable.
011790******************************************************************
011800 9190-TENDENCIA.
011810     IF NOT TC-CON-TASA(6)
011820         MOVE "SIN MEDICIONES" TO TC-TEN-PALABRA
011830         GO TO 9190-EXIT
011840     END-IF.
011850     IF NOT TC-CON-TASA(5)
011860         MOVE "SIN MES ANTERIOR" TO TC-TEN-PALABRA
011870         GO TO 9190-EXIT
011880     END-IF.
011890     MOVE "ESTABLE" TO TC-TEN-PALABRA.
011900     IF TC-TASA(6) > TC-TASA(5) + TC-MARGEN-TENDENCIA
011910         MOVE "EMPEORA" TO TC-TEN-PALABRA
011920     END-IF.
011930     IF TC-TASA(6) + TC-MARGEN-TENDENCIA < TC-TASA(5)
011940         MOVE "MEJORA" TO TC-TEN-PALABRA
011950     END-IF.
011960 9190-EXIT.
011970     EXIT.
011980
011990 9300-ESCRIBIR-RESUMEN.
012000     MOVE TC-LINEA-RESUMEN TO TC-LINEA-TRABAJO.
012010     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
012020 9300-EXIT.
012030     EXIT.
012040
012050******************************************************************
012060*GRABAR-RUN-CONTROL: deja constancia de la corrida completa en
012070*RUN-CONTROL-FILE, para el rearranque del proceso nocturno. Los
012080*leidos son las piezas de la ventana, validas (procesadas) e
012090*invalidas (rechazadas).
012100******************************************************************
012110 9500-GRABAR-RUN-CONTROL.
012120     OPEN EXTEND RUN-CONTROL-FILE.
012130     IF NOT TC-RUN-STATUS-OK
012140         OPEN OUTPUT RUN-CONTROL-FILE
012150     END-IF.
012160     IF NOT TC-RUN-STATUS-OK
012170         DISPLAY "No se pudo grabar RUN-CONTROL-FILE, status "
012180             TC-RUN-STATUS
012190         GO TO 9500-EXIT
012200     END-IF.
012210     INITIALIZE RC-RUN-RECORD.
012220     MOVE "EJER3CAL" TO RC-PROGRAMA.
012230     MOVE TC-FECHA-PROCESO TO RC-FECHA.
012240     ACCEPT RC-HORA FROM TIME.
012241     MOVE TC-HORA-INICIO TO RC-HORA-INICIO.
012250     COMPUTE RC-LEIDOS = TC-CANT-CLASIFICADAS + TC-CANT-INVALIDAS.
012260     MOVE TC-CANT-CLASIFICADAS TO RC-PROCESADOS.
012270     MOVE TC-CANT-INVALIDAS TO RC-RECHAZADOS.
012280     WRITE RC-RUN-RECORD.
012290     CLOSE RUN-CONTROL-FILE.
012300 9500-EXIT.
012310     EXIT.
012320
012330 END PROGRAM Ejercicio3Calidad.
