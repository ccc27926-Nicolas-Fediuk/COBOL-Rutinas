000100******************************************************************
000110*PROGRAMA    : Ejercicio1Articulos
000120*AUTOR       : R. Fediuk - Sistemas
000130*INSTALACION : Casa Central
000140*FECHA ESCR. : 2026-10-15
000150*FECHA COMP. :
000160*PROPOSITO   : Reporte de ventas por articulo y sucursal. Lee el
000170*              detalle por articulo del historial
000180*              (SALES-ITEM-INDEX, copybook SALESITM) posicionado
000190*              en la fecha de proceso y acumula por sucursal y
000200*              articulo la cantidad vendida y el importe. Para
000210*              cada sucursal emite dos rankings: por importe y
000220*              por cantidad, con la descripcion tomada del
000230*              maestro de articulos. Con PARM='D' (o sin PARM)
000240*              reporta el dia de proceso; con PARM='M' reporta
000250*              el mes en curso hasta la fecha de proceso. Las
000260*              devoluciones se validan por importe contra la
000270*              venta original y no se imputan por articulo.
000280******************************************************************
000290*HISTORIAL DE MODIFICACIONES
000300*FECHA       INIC.  DESCRIPCION
000310*----------  -----  -------------------------------------------
000320*2026-10-15  RF     Version original.
000321*2026-10-15  RF     Se graba en RUNCTL la hora de inicio del
000322*                   paso (RC-HORA-INICIO) para el historial
000323*                   de tiempos de la noche.
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. Ejercicio1Articulos.
000360 AUTHOR. R. FEDIUK.
000370 INSTALLATION. CASA CENTRAL.
000380 DATE-WRITTEN. 2026-10-15.
000390 DATE-COMPILED.
000400******************************************************************
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT SALES-ITEM-INDEX ASSIGN TO "SALESITM"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS SD-CLAVE
000480         FILE STATUS IS VA-ITM-STATUS.
000490     SELECT ARTICLE-MASTER ASSIGN TO "ARTMAST"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS AM-ARTICULO
000530         FILE STATUS IS VA-ART-STATUS.
000540     SELECT PROCESS-DATE-FILE ASSIGN TO "PROCDATE"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS VA-PROC-STATUS.
000570     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS VA-RUN-STATUS.
000600     SELECT ARTICLE-REPORT-FILE ASSIGN TO "ARTRPT"
000610         ORGANIZATION IS SEQUENTIAL.
000620******************************************************************
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  SALES-ITEM-INDEX
000660     LABEL RECORDS ARE STANDARD.
000670     COPY SALESITM.
000680
000690 FD  ARTICLE-MASTER
000700     LABEL RECORDS ARE STANDARD.
000710     COPY ARTMAST.
000720
000730 FD  PROCESS-DATE-FILE
000740     LABEL RECORDS ARE STANDARD.
000750     COPY PROCDATE.
000760
000770 FD  RUN-CONTROL-FILE
000780     LABEL RECORDS ARE STANDARD.
000790     COPY RUNCTL.
000800
000810 FD  ARTICLE-REPORT-FILE
000820     LABEL RECORDS ARE STANDARD.
000830 01  VA-LINEA-IMPRESION          PIC X(132).
000840
000850 WORKING-STORAGE SECTION.
000860 01  VA-SWITCHES.
000870     05  VA-SW-FIN-DETALLE       PIC X(01) VALUE "N".
000880         88  VA-FIN-DETALLE             VALUE "S".
000890     05  VA-SW-HALLADO           PIC X(01) VALUE "N".
000900         88  VA-HALLADO                 VALUE "S".
000910     05  VA-SW-ITM-ABIERTO       PIC X(01) VALUE "N".
000920         88  VA-DETALLE-ABIERTO         VALUE "S".
000930     05  VA-SW-ART-ABIERTO       PIC X(01) VALUE "N".
000940         88  VA-ARTMAST-ABIERTO         VALUE "S".
000950     05  VA-SW-MODO              PIC X(01) VALUE "D".
000960         88  VA-MODO-DIARIO             VALUE "D".
000970         88  VA-MODO-MENSUAL            VALUE "M".
000980     05  VA-SW-CRITERIO          PIC X(01) VALUE "I".
000990         88  VA-POR-IMPORTE             VALUE "I".
001000         88  VA-POR-CANTIDAD            VALUE "C".
001010     05  VA-SW-ANTES             PIC X(01) VALUE "N".
001020         88  VA-VA-ANTES                VALUE "S".
001030
001040 01  VA-ITM-STATUS               PIC X(02).
001050     88  VA-ITM-STATUS-OK              VALUE "00".
001060
001070 01  VA-ART-STATUS               PIC X(02).
001080     88  VA-ART-STATUS-OK              VALUE "00".
001090
001100 01  VA-PROC-STATUS              PIC X(02).
001110     88  VA-PROC-STATUS-OK             VALUE "00".
001120
001130 01  VA-RUN-STATUS               PIC X(02).
001140     88  VA-RUN-STATUS-OK              VALUE "00".
001150
001151 01  VA-HORA-INICIO              PIC 9(08) VALUE ZERO.
001160 01  VA-FECHA-PROCESO            PIC 9(08) VALUE ZERO.
001170 01  VA-FECHA-DESDE              PIC 9(08) VALUE ZERO.
001180 01  VA-FECHA-DESDE-R REDEFINES VA-FECHA-DESDE.
001190     05  VA-DESDE-ANIOMES        PIC 9(06).
001200     05  VA-DESDE-DIA            PIC 9(02).
001210
001220 01  VA-CONSTANTES.
001230     05  VA-MAX-ENTRADAS         PIC 9(04) COMP VALUE 500.
001240     05  VA-MAX-LINEAS           PIC 9(02) VALUE 56.
001250
001260 01  VA-TABLA-ARTICULOS.
001270     05  VA-ENTRADA OCCURS 500 TIMES.
001280         10  VA-TAB-SUC          PIC X(03).
001290         10  VA-TAB-ARTICULO     PIC X(08).
001300         10  VA-TAB-CANTIDAD     PIC 9(09)V9(03).
001310         10  VA-TAB-IMPORTE      PIC 9(10)V9(02).
001320         10  VA-TAB-RENGLONES    PIC 9(06).
001330
001340 01  VA-ENTRADA-AUX.
001350     05  VA-AUX-SUC              PIC X(03).
001360     05  VA-AUX-ARTICULO         PIC X(08).
001370     05  VA-AUX-CANTIDAD         PIC 9(09)V9(03).
001380     05  VA-AUX-IMPORTE          PIC 9(10)V9(02).
001390     05  VA-AUX-RENGLONES        PIC 9(06).
001400
001410 01  VA-CONTROL-TABLA.
001420     05  VA-CANT-ENTRADAS        PIC 9(04) COMP VALUE ZERO.
001430     05  VA-IDX                  PIC 9(04) COMP VALUE ZERO.
001440     05  VA-IDX-J                PIC 9(04) COMP VALUE ZERO.
001450     05  VA-IDX-MEJOR            PIC 9(04) COMP VALUE ZERO.
001460     05  VA-SUC-BUSCADA          PIC X(03) VALUE SPACES.
001470     05  VA-ART-BUSCADO          PIC X(08) VALUE SPACES.
001480     05  VA-CANT-DESBORDES       PIC 9(06) VALUE ZERO.
001490     05  VA-SUC-ANTERIOR         PIC X(03) VALUE SPACES.
001500     05  VA-PUESTO               PIC 9(04) COMP VALUE ZERO.
001510
001520 01  VA-TOTALES.
001530     05  VA-CANT-LEIDOS          PIC 9(08) VALUE ZERO.
001540     05  VA-TOT-IMPORTE          PIC 9(10)V9(02) VALUE ZERO.
001550     05  VA-SUC-CANTIDAD         PIC 9(09)V9(03) VALUE ZERO.
001560     05  VA-SUC-IMPORTE          PIC 9(10)V9(02) VALUE ZERO.
001570
001580 01  VA-FECHA-EMISION            PIC 9(08) VALUE ZERO.
001590
001600 01  VA-CONTROL-PAGINA.
001610     05  VA-PAGINA               PIC 9(04) VALUE ZERO.
001620     05  VA-LINEAS-PAGINA        PIC 9(02) VALUE ZERO.
001630
001640 01  VA-LINEA-TRABAJO            PIC X(132) VALUE SPACES.
001650
001660 01  VA-ENCABEZADO-1.
001670     05  FILLER                  PIC X(10) VALUE SPACES.
001680     05  FILLER                  PIC X(34) VALUE
001690         "VENTAS POR ARTICULO Y SUCURSAL    ".
001700     05  FILLER                  PIC X(34) VALUE SPACES.
001710     05  FILLER                  PIC X(07) VALUE "FECHA: ".
001720     05  VA-ENC-FECHA            PIC 9999/99/99.
001730     05  FILLER                  PIC X(10) VALUE SPACES.
001740     05  FILLER                  PIC X(08) VALUE "PAGINA: ".
001750     05  VA-ENC-PAGINA           PIC ZZZ9.
001760     05  FILLER                  PIC X(15) VALUE SPACES.
001770
001780 01  VA-ENCABEZADO-PERIODO.
001790     05  FILLER                  PIC X(10) VALUE SPACES.
001800     05  FILLER                  PIC X(09) VALUE "PERIODO: ".
001810     05  VA-PER-DESDE            PIC 9999/99/99.
001820     05  FILLER                  PIC X(03) VALUE " A ".
001830     05  VA-PER-HASTA            PIC 9999/99/99.
001840     05  FILLER                  PIC X(90) VALUE SPACES.
001850
001860 01  VA-ENCABEZADO-2.
001870     05  FILLER                  PIC X(08) VALUE "PUESTO  ".
001880     05  FILLER                  PIC X(10) VALUE "ARTICULO  ".
001890     05  FILLER                  PIC X(31) VALUE
001900         "DESCRIPCION                    ".
001910     05  FILLER                  PIC X(16) VALUE
001920         "        CANTIDAD".
001930     05  FILLER                  PIC X(17) VALUE
001940         "          IMPORTE".
001950     05  FILLER                  PIC X(11) VALUE "  RENGLONES".
001960     05  FILLER                  PIC X(39) VALUE SPACES.
001970
001980 01  VA-LINEA-TITULO.
001990     05  FILLER                  PIC X(09) VALUE "SUCURSAL ".
002000     05  VA-TIT-SUC              PIC X(03).
002010     05  FILLER                  PIC X(03) VALUE " - ".
002020     05  VA-TIT-CRITERIO         PIC X(30).
002030     05  FILLER                  PIC X(87) VALUE SPACES.
002040
002050 01  VA-LINEA-DETALLE.
002060     05  VA-DET-PUESTO           PIC ZZZ9.
002070     05  FILLER                  PIC X(04) VALUE SPACES.
002080     05  VA-DET-ARTICULO         PIC X(08).
002090     05  FILLER                  PIC X(02) VALUE SPACES.
002100     05  VA-DET-DESCRIPCION      PIC X(30).
002110     05  FILLER                  PIC X(01) VALUE SPACES.
002120     05  VA-DET-CANTIDAD         PIC ZZZ,ZZZ,ZZ9.999.
002130     05  VA-DET-IMPORTE          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002140     05  FILLER                  PIC X(03) VALUE SPACES.
002150     05  VA-DET-RENGLONES        PIC ZZZ,ZZ9.
002160     05  FILLER                  PIC X(41) VALUE SPACES.
002170******************************************************************
002180 LINKAGE SECTION.
002190 01  LK-PARM-AREA.
002200     05  LK-PARM-LEN             PIC S9(04) COMP.
002210     05  LK-PARM-MODO            PIC X(01).
002220******************************************************************
002230 PROCEDURE DIVISION USING LK-PARM-AREA.
002240
002250 0000-MAINLINE.
002260     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002270     PERFORM 2000-PROCESAR-DETALLE THRU 2000-EXIT
002280         UNTIL VA-FIN-DETALLE.
002290     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
002300     STOP RUN.
002310
002320******************************************************************
002330*INICIALIZAR: toma el modo del PARM y la fecha de proceso, arma
002340*el periodo a reportar y se posiciona en el detalle por articulo
002350*en la primera fecha del periodo.
002360******************************************************************
002370 1000-INICIALIZAR.
002371     ACCEPT VA-HORA-INICIO FROM TIME.
002372     OPEN OUTPUT ARTICLE-REPORT-FILE.
002380     IF LK-PARM-LEN > ZERO
002390         MOVE LK-PARM-MODO TO VA-SW-MODO
002400     END-IF.
002410     IF NOT VA-MODO-DIARIO AND NOT VA-MODO-MENSUAL
002420         DISPLAY "Modo invalido en el PARM: " VA-SW-MODO
002430             " (D=diario, M=mes en curso)"
002440         SET VA-FIN-DETALLE TO TRUE
002450         MOVE 12 TO RETURN-CODE
002460         GO TO 1000-EXIT
002470     END-IF.
002480     ACCEPT VA-FECHA-EMISION FROM DATE YYYYMMDD.
002490     MOVE VA-FECHA-EMISION TO VA-FECHA-PROCESO.
002500     OPEN INPUT PROCESS-DATE-FILE.
002510     IF VA-PROC-STATUS-OK
002520         READ PROCESS-DATE-FILE
002530             AT END
002540                 CONTINUE
002550             NOT AT END
002560                 MOVE PD-FECHA-PROCESO TO VA-FECHA-PROCESO
002570         END-READ
002580         CLOSE PROCESS-DATE-FILE
002590     END-IF.
002600     MOVE VA-FECHA-PROCESO TO VA-FECHA-DESDE.
002610     IF VA-MODO-MENSUAL
002620         MOVE 1 TO VA-DESDE-DIA
002630     END-IF.
002640     MOVE VA-FECHA-PROCESO TO VA-ENC-FECHA.
002650     MOVE VA-FECHA-DESDE TO VA-PER-DESDE.
002660     MOVE VA-FECHA-PROCESO TO VA-PER-HASTA.
002670     OPEN INPUT ARTICLE-MASTER.
002680     IF VA-ART-STATUS-OK
002690         SET VA-ARTMAST-ABIERTO TO TRUE
002700     ELSE
002710         DISPLAY "Sin maestro de articulos (status "
002720             VA-ART-STATUS "), el reporte sale sin descripciones"
002730     END-IF.
002750     PERFORM 5000-ENCABEZADO THRU 5000-EXIT.
002760     OPEN INPUT SALES-ITEM-INDEX.
002770     IF NOT VA-ITM-STATUS-OK
002780         DISPLAY "No se pudo abrir SALES-ITEM-INDEX, status "
002790             VA-ITM-STATUS
002800         SET VA-FIN-DETALLE TO TRUE
002810         MOVE 12 TO RETURN-CODE
002820         GO TO 1000-EXIT
002830     END-IF.
002840     SET VA-DETALLE-ABIERTO TO TRUE.
002850     MOVE VA-FECHA-DESDE TO SD-FECHA.
002860     MOVE ZERO TO SD-SECUENCIA.
002870     MOVE ZERO TO SD-LINEA.
002880     START SALES-ITEM-INDEX
002890         KEY IS NOT LESS THAN SD-CLAVE
002900         INVALID KEY SET VA-FIN-DETALLE TO TRUE
002910     END-START.
002920     IF NOT VA-FIN-DETALLE
002930         PERFORM 1100-LEER-DETALLE THRU 1100-EXIT
002940     END-IF.
002950 1000-EXIT.
002960     EXIT.
002970
002980 1100-LEER-DETALLE.
002990     READ SALES-ITEM-INDEX NEXT RECORD
003000         AT END
003010             SET VA-FIN-DETALLE TO TRUE
003020     END-READ.
003030     IF NOT VA-FIN-DETALLE
003040             AND SD-FECHA > VA-FECHA-PROCESO
003050         SET VA-FIN-DETALLE TO TRUE
003060     END-IF.
003070 1100-EXIT.
003080     EXIT.
003090
003100******************************************************************
003110*PROCESAR-DETALLE: acumula cada renglon vendido en la entrada de
003120*la tabla de su sucursal y articulo.
003130******************************************************************
003140 2000-PROCESAR-DETALLE.
003150     ADD 1 TO VA-CANT-LEIDOS.
003160     MOVE SD-SUCURSAL TO VA-SUC-BUSCADA.
003170     MOVE SD-ARTICULO TO VA-ART-BUSCADO.
003180     PERFORM 2500-UBICAR-ARTICULO THRU 2500-EXIT.
003190     IF VA-HALLADO
003200         ADD SD-CANTIDAD TO VA-TAB-CANTIDAD(VA-IDX)
003210         ADD SD-IMPORTE  TO VA-TAB-IMPORTE(VA-IDX)
003220         ADD 1           TO VA-TAB-RENGLONES(VA-IDX)
003230     END-IF.
003240     ADD SD-IMPORTE TO VA-TOT-IMPORTE.
003250     PERFORM 1100-LEER-DETALLE THRU 1100-EXIT.
003260 2000-EXIT.
003270     EXIT.
003280
003290******************************************************************
003300*UBICAR-ARTICULO: busca la sucursal y articulo en la tabla; si
003310*todavia no esta y hay lugar, lo agrega con los acumuladores en
003320*cero. Si la tabla se desborda el renglon se cuenta y se avisa
003330*por consola, para no cortar el reporte del resto.
003340******************************************************************
003350 2500-UBICAR-ARTICULO.
003360     MOVE "N" TO VA-SW-HALLADO.
003370     MOVE 1 TO VA-IDX.
003380     PERFORM 2510-COMPARAR-ARTICULO THRU 2510-EXIT
003390         UNTIL VA-HALLADO OR VA-IDX > VA-CANT-ENTRADAS.
003400     IF NOT VA-HALLADO
003410         IF VA-CANT-ENTRADAS < VA-MAX-ENTRADAS
003420             ADD 1 TO VA-CANT-ENTRADAS
003430             MOVE VA-CANT-ENTRADAS TO VA-IDX
003440             MOVE VA-SUC-BUSCADA TO VA-TAB-SUC(VA-IDX)
003450             MOVE VA-ART-BUSCADO TO VA-TAB-ARTICULO(VA-IDX)
003460             MOVE ZERO TO VA-TAB-CANTIDAD(VA-IDX)
003470             MOVE ZERO TO VA-TAB-IMPORTE(VA-IDX)
003480             MOVE ZERO TO VA-TAB-RENGLONES(VA-IDX)
003490             SET VA-HALLADO TO TRUE
003500         ELSE
003510             ADD 1 TO VA-CANT-DESBORDES
003520             DISPLAY "** Tabla de articulos llena, se omite "
003530                 VA-SUC-BUSCADA " " VA-ART-BUSCADO " **"
003540         END-IF
003550     END-IF.
003560 2500-EXIT.
003570     EXIT.
003580
003590 2510-COMPARAR-ARTICULO.
003600     IF VA-TAB-SUC(VA-IDX) = VA-SUC-BUSCADA
003610             AND VA-TAB-ARTICULO(VA-IDX) = VA-ART-BUSCADO
003620         SET VA-HALLADO TO TRUE
003630     ELSE
003640         ADD 1 TO VA-IDX
003650     END-IF.
003660 2510-EXIT.
003670     EXIT.
003680
003690******************************************************************
003700*ENCABEZADO: imprime el titulo de pagina, el periodo y las
003710*columnas del reporte.
003720******************************************************************
003730 5000-ENCABEZADO.
003740     ADD 1 TO VA-PAGINA.
003750     MOVE ZERO TO VA-LINEAS-PAGINA.
003760     MOVE VA-PAGINA TO VA-ENC-PAGINA.
003770     WRITE VA-LINEA-IMPRESION FROM VA-ENCABEZADO-1.
003780     WRITE VA-LINEA-IMPRESION FROM VA-ENCABEZADO-PERIODO.
003790     MOVE ALL "=" TO VA-LINEA-IMPRESION.
003800     WRITE VA-LINEA-IMPRESION.
003810     WRITE VA-LINEA-IMPRESION FROM VA-ENCABEZADO-2.
003820     MOVE ALL "-" TO VA-LINEA-IMPRESION.
003830     WRITE VA-LINEA-IMPRESION.
003840 5000-EXIT.
003850     EXIT.
003860
003870******************************************************************
003880*ORDENAR: ordena la tabla por sucursal y, dentro de cada
003890*sucursal, de mayor a menor por el criterio en curso (importe o
003900*cantidad), por seleccion: en cada pasada lleva al lugar VA-IDX
003910*la entrada que le corresponde.
003920******************************************************************
003930 6000-ORDENAR.
003940     MOVE 1 TO VA-IDX.
003950     PERFORM 6100-PASADA THRU 6100-EXIT
003960         UNTIL VA-IDX NOT LESS THAN VA-CANT-ENTRADAS.
003970 6000-EXIT.
003980     EXIT.
003990
004000 6100-PASADA.
004010     MOVE VA-IDX TO VA-IDX-MEJOR.
004020     COMPUTE VA-IDX-J = VA-IDX + 1.
004030     PERFORM 6200-COMPARAR THRU 6200-EXIT
004040         UNTIL VA-IDX-J > VA-CANT-ENTRADAS.
004050     IF VA-IDX-MEJOR NOT = VA-IDX
004060         MOVE VA-ENTRADA(VA-IDX)       TO VA-ENTRADA-AUX
004070         MOVE VA-ENTRADA(VA-IDX-MEJOR) TO VA-ENTRADA(VA-IDX)
004080         MOVE VA-ENTRADA-AUX           TO VA-ENTRADA(VA-IDX-MEJOR)
004090     END-IF.
004100     ADD 1 TO VA-IDX.
004110 6100-EXIT.
004120     EXIT.
004130
004140 6200-COMPARAR.
004150     MOVE "N" TO VA-SW-ANTES.
004160     IF VA-TAB-SUC(VA-IDX-J) < VA-TAB-SUC(VA-IDX-MEJOR)
004170         SET VA-VA-ANTES TO TRUE
004180     END-IF.
004190     IF VA-TAB-SUC(VA-IDX-J) = VA-TAB-SUC(VA-IDX-MEJOR)
004200         IF VA-POR-IMPORTE
004210             IF VA-TAB-IMPORTE(VA-IDX-J)
004220                     > VA-TAB-IMPORTE(VA-IDX-MEJOR)
004230                 SET VA-VA-ANTES TO TRUE
004240             END-IF
004250         ELSE
004260             IF VA-TAB-CANTIDAD(VA-IDX-J)
004270                     > VA-TAB-CANTIDAD(VA-IDX-MEJOR)
004280                 SET VA-VA-ANTES TO TRUE
004290             END-IF
004300         END-IF
004310     END-IF.
004320     IF VA-VA-ANTES
004330         MOVE VA-IDX-J TO VA-IDX-MEJOR
004340     END-IF.
004350     ADD 1 TO VA-IDX-J.
004360 6200-EXIT.
004370     EXIT.
004380
004390 7000-ESCRIBIR-LINEA.
004400     IF VA-LINEAS-PAGINA NOT LESS THAN VA-MAX-LINEAS
004410         PERFORM 5000-ENCABEZADO THRU 5000-EXIT
004420     END-IF.
004430     WRITE VA-LINEA-IMPRESION FROM VA-LINEA-TRABAJO.
004440     ADD 1 TO VA-LINEAS-PAGINA.
004450 7000-EXIT.
004460     EXIT.
004470
004480******************************************************************
004490*FINALIZAR: emite los rankings por importe y por cantidad de
004500*cada sucursal, el total del periodo y cierra los archivos.
004510******************************************************************
004520 9000-FINALIZAR.
004530     IF NOT VA-DETALLE-ABIERTO
004540         GO TO 9000-CERRAR
004550     END-IF.
004560     IF VA-CANT-ENTRADAS = ZERO
004570         MOVE "SIN VENTAS POR ARTICULO EN EL PERIODO"
004580             TO VA-LINEA-TRABAJO
004590         PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
004600         GO TO 9000-CERRAR
004610     END-IF.
004620     SET VA-POR-IMPORTE TO TRUE.
004630     PERFORM 6000-ORDENAR THRU 6000-EXIT.
004640     PERFORM 9100-IMPRIMIR-RANKING THRU 9100-EXIT.
004650     SET VA-POR-CANTIDAD TO TRUE.
004660     PERFORM 6000-ORDENAR THRU 6000-EXIT.
004670     PERFORM 9100-IMPRIMIR-RANKING THRU 9100-EXIT.
004680     MOVE ALL "-" TO VA-LINEA-TRABAJO.
004690     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
004700     MOVE SPACES TO VA-LINEA-DETALLE.
004710     MOVE "TOTAL" TO VA-DET-ARTICULO.
004720     MOVE "TODAS LAS SUCURSALES" TO VA-DET-DESCRIPCION.
004730     MOVE VA-TOT-IMPORTE TO VA-DET-IMPORTE.
004740     MOVE VA-CANT-LEIDOS TO VA-DET-RENGLONES.
004750     MOVE VA-LINEA-DETALLE TO VA-LINEA-TRABAJO.
004760     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
004770     IF VA-CANT-DESBORDES > ZERO
004780         MOVE "ATENCION: RENGLONES OMITIDOS POR TABLA LLENA"
004790             TO VA-LINEA-TRABAJO
004800         PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
004810         MOVE 8 TO RETURN-CODE
004820     END-IF.
004830 9000-CERRAR.
004840     IF VA-DETALLE-ABIERTO
004850         CLOSE SALES-ITEM-INDEX
004860     END-IF.
004870     IF VA-ARTMAST-ABIERTO
004880         CLOSE ARTICLE-MASTER
004890     END-IF.
004900     CLOSE ARTICLE-REPORT-FILE.
004910     IF VA-DETALLE-ABIERTO
004920         PERFORM 9500-GRABAR-RUN-CONTROL THRU 9500-EXIT
004930     END-IF.
004940 9000-EXIT.
004950     EXIT.
004960
004970******************************************************************
004980*IMPRIMIR-RANKING: recorre la tabla ya ordenada y emite una
004990*linea por articulo, con titulo y total al cambiar de sucursal.
005000******************************************************************
005010 9100-IMPRIMIR-RANKING.
005020     MOVE SPACES TO VA-SUC-ANTERIOR.
005030     MOVE ZERO TO VA-IDX.
005040     PERFORM 9110-IMPRIMIR-ARTICULO THRU 9110-EXIT
005050         VA-CANT-ENTRADAS TIMES.
005060     PERFORM 9130-TOTAL-SUCURSAL THRU 9130-EXIT.
005070 9100-EXIT.
005080     EXIT.
005090
005100 9110-IMPRIMIR-ARTICULO.
005110     ADD 1 TO VA-IDX.
005120     IF VA-TAB-SUC(VA-IDX) NOT = VA-SUC-ANTERIOR
005130         IF VA-SUC-ANTERIOR NOT = SPACES
005140             PERFORM 9130-TOTAL-SUCURSAL THRU 9130-EXIT
005150         END-IF
005160         PERFORM 9120-TITULO-SUCURSAL THRU 9120-EXIT
005170     END-IF.
005180     ADD 1 TO VA-PUESTO.
005190     MOVE SPACES TO VA-LINEA-DETALLE.
005200     MOVE VA-PUESTO TO VA-DET-PUESTO.
005210     MOVE VA-TAB-ARTICULO(VA-IDX) TO VA-DET-ARTICULO.
005220     PERFORM 9140-BUSCAR-DESCRIPCION THRU 9140-EXIT.
005230     MOVE VA-TAB-CANTIDAD(VA-IDX)  TO VA-DET-CANTIDAD.
005240     MOVE VA-TAB-IMPORTE(VA-IDX)   TO VA-DET-IMPORTE.
005250     MOVE VA-TAB-RENGLONES(VA-IDX) TO VA-DET-RENGLONES.
005260     ADD VA-TAB-CANTIDAD(VA-IDX) TO VA-SUC-CANTIDAD.
005270     ADD VA-TAB-IMPORTE(VA-IDX)  TO VA-SUC-IMPORTE.
005280     MOVE VA-LINEA-DETALLE TO VA-LINEA-TRABAJO.
005290     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
005300 9110-EXIT.
005310     EXIT.
005320
005330 9120-TITULO-SUCURSAL.
005340     MOVE VA-TAB-SUC(VA-IDX) TO VA-SUC-ANTERIOR.
005350     MOVE ZERO TO VA-PUESTO.
005360     MOVE ZERO TO VA-SUC-CANTIDAD.
005370     MOVE ZERO TO VA-SUC-IMPORTE.
005380     MOVE SPACES TO VA-LINEA-TRABAJO.
005390     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
005400     MOVE VA-SUC-ANTERIOR TO VA-TIT-SUC.
005410     IF VA-POR-IMPORTE
005420         MOVE "RANKING POR IMPORTE VENDIDO" TO VA-TIT-CRITERIO
005430     ELSE
005440         MOVE "RANKING POR CANTIDAD VENDIDA" TO VA-TIT-CRITERIO
005450     END-IF.
005460     MOVE VA-LINEA-TITULO TO VA-LINEA-TRABAJO.
005470     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
005480 9120-EXIT.
005490     EXIT.
005500
005510 9130-TOTAL-SUCURSAL.
005520     MOVE SPACES TO VA-LINEA-DETALLE.
005530     MOVE "TOTAL" TO VA-DET-ARTICULO.
005540     MOVE "SUCURSAL" TO VA-DET-DESCRIPCION.
005550     MOVE VA-SUC-ANTERIOR TO VA-DET-DESCRIPCION(10:3).
005560     MOVE VA-SUC-CANTIDAD TO VA-DET-CANTIDAD.
005570     MOVE VA-SUC-IMPORTE TO VA-DET-IMPORTE.
005580     MOVE VA-LINEA-DETALLE TO VA-LINEA-TRABAJO.
005590     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
005600 9130-EXIT.
005610     EXIT.
005620
005630******************************************************************
005640*BUSCAR-DESCRIPCION: toma la descripcion del articulo del
005650*maestro; un articulo sin maestro sale con la marca.
005660******************************************************************
005670 9140-BUSCAR-DESCRIPCION.
005680     MOVE SPACES TO VA-DET-DESCRIPCION.
005690     IF NOT VA-ARTMAST-ABIERTO
005700         GO TO 9140-EXIT
005710     END-IF.
005720     MOVE VA-TAB-ARTICULO(VA-IDX) TO AM-ARTICULO.
005730     READ ARTICLE-MASTER
005740         INVALID KEY
005750             MOVE "(SIN MAESTRO)" TO VA-DET-DESCRIPCION
005760         NOT INVALID KEY
005770             MOVE AM-DESCRIPCION TO VA-DET-DESCRIPCION
005780     END-READ.
005790 9140-EXIT.
005800     EXIT.
005810
005820******************************************************************
005830*GRABAR-RUN-CONTROL: deja constancia de la corrida completa en
005840*RUN-CONTROL-FILE, para el rearranque del proceso nocturno. El
005850*reporte del mes en curso se estampa con otro nombre que el
005860*diario, para que el rearranque no confunda un tramo con el otro.
005870******************************************************************
005880 9500-GRABAR-RUN-CONTROL.
005890     OPEN EXTEND RUN-CONTROL-FILE.
005900     IF NOT VA-RUN-STATUS-OK
005910         OPEN OUTPUT RUN-CONTROL-FILE
005920     END-IF.
005930     IF NOT VA-RUN-STATUS-OK
005940         DISPLAY "No se pudo grabar RUN-CONTROL-FILE, status "
005950             VA-RUN-STATUS
005960         GO TO 9500-EXIT
005970     END-IF.
005980     INITIALIZE RC-RUN-RECORD.
005990     IF VA-MODO-MENSUAL
006000         MOVE "EJER1ARM" TO RC-PROGRAMA
006010     ELSE
006020         MOVE "EJER1ART" TO RC-PROGRAMA
006030     END-IF.
006040     MOVE VA-FECHA-PROCESO TO RC-FECHA.
006050     ACCEPT RC-HORA FROM TIME.
006051     MOVE VA-HORA-INICIO TO RC-HORA-INICIO.
006060     MOVE VA-CANT-LEIDOS TO RC-LEIDOS.
006070     MOVE VA-CANT-LEIDOS TO RC-PROCESADOS.
006080     MOVE VA-TOT-IMPORTE TO RC-SUMA-MONTO.
006090     MOVE VA-TOT-IMPORTE TO RC-TOTAL-GENERAL.
006100     WRITE RC-RUN-RECORD.
006110     CLOSE RUN-CONTROL-FILE.
006120 9500-EXIT.
006130     EXIT.
006140
006150 END PROGRAM Ejercicio1Articulos.
