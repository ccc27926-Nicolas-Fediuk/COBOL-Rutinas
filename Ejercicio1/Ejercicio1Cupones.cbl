000100******************************************************************
000110*PROGRAMA    : Ejercicio1Cupones
000120*AUTOR       : R. Fediuk - Sistemas
000130*INSTALACION : Casa Central
000140*FECHA ESCR. : 2026-10-15
000150*FECHA COMP. :
000160*PROPOSITO   : Reporte mensual de cupones pendientes para
000170*              finanzas. Recorre el maestro de cupones
000180*              (VOUCHER-MASTER, copybook CUPMAST) por numero de
000190*              serie; primero pasa a vencidos los cupones emitidos
000200*              cuya fecha de vencimiento ya paso a la fecha de
000210*              proceso, y despues acumula por campania lo emitido,
000220*              canjeado, vencido y anulado en el mes, y lo que
000230*              queda pendiente de canje a la fecha de proceso, que
000240*              es el pasivo que finanzas registra por los cupones
000250*              en la calle. El mes llega por PARM (AAAAMM); sin
000260*              PARM se toma el mes de la fecha de proceso.
000270******************************************************************
000280*HISTORIAL DE MODIFICACIONES
000290*FECHA       INIC.  DESCRIPCION
000300*----------  -----  -------------------------------------------
000310*2026-10-15  RF     Version original.
000311*2026-10-15  RF     Se graba en RUNCTL la hora de inicio del
000312*                   paso (RC-HORA-INICIO) para el historial
000313*                   de tiempos de la noche.
000320******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. Ejercicio1Cupones.
000350 AUTHOR. R. FEDIUK.
000360 INSTALLATION. CASA CENTRAL.
000370 DATE-WRITTEN. 2026-10-15.
000380 DATE-COMPILED.
000390******************************************************************
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT VOUCHER-MASTER ASSIGN TO "CUPMAST"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS SEQUENTIAL
000460         RECORD KEY IS CP-SERIE
000470         ALTERNATE RECORD KEY IS CP-CANJE-CLAVE
000480             WITH DUPLICATES
000490         FILE STATUS IS PC-CP-STATUS.
000500     SELECT PROCESS-DATE-FILE ASSIGN TO "PROCDATE"
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS PC-PROC-STATUS.
000530     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS PC-RUN-STATUS.
000560     SELECT VOUCHER-REPORT-FILE ASSIGN TO "CUPRPT"
000570         ORGANIZATION IS SEQUENTIAL.
000580******************************************************************
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  VOUCHER-MASTER
000620     LABEL RECORDS ARE STANDARD.
000630     COPY CUPMAST.
000640
000650 FD  PROCESS-DATE-FILE
000660     LABEL RECORDS ARE STANDARD.
000670     COPY PROCDATE.
000680
000690 FD  RUN-CONTROL-FILE
000700     LABEL RECORDS ARE STANDARD.
000710     COPY RUNCTL.
000720
000730 FD  VOUCHER-REPORT-FILE
000740     LABEL RECORDS ARE STANDARD.
000750 01  PC-LINEA-IMPRESION          PIC X(132).
000760
000770 WORKING-STORAGE SECTION.
000780 01  PC-SWITCHES.
000790     05  PC-SW-FIN-CUPONES       PIC X(01) VALUE "N".
000800         88  PC-FIN-CUPONES             VALUE "S".
000810     05  PC-SW-MAESTRO-ABIERTO   PIC X(01) VALUE "N".
000820         88  PC-MAESTRO-ABIERTO         VALUE "S".
000830     05  PC-SW-HALLADA           PIC X(01) VALUE "N".
000840         88  PC-CAMPANIA-HALLADA        VALUE "S".
000850
000860 01  PC-CP-STATUS                PIC X(02).
000870     88  PC-CP-STATUS-OK               VALUE "00".
000880
000890 01  PC-PROC-STATUS              PIC X(02).
000900     88  PC-PROC-STATUS-OK             VALUE "00".
000910
000920 01  PC-RUN-STATUS               PIC X(02).
000930     88  PC-RUN-STATUS-OK              VALUE "00".
000940
000941 01  PC-HORA-INICIO              PIC 9(08) VALUE ZERO.
000950 01  PC-FECHA-PROCESO            PIC 9(08) VALUE ZERO.
000960 01  PC-FECHA-PROCESO-R REDEFINES PC-FECHA-PROCESO.
000970     05  PC-PROCESO-ANIOMES      PIC 9(06).
000980     05  PC-PROCESO-DIA          PIC 9(02).
000990
001000 01  PC-MES-REPORTE              PIC 9(06) VALUE ZERO.
001010 01  PC-FECHA-DESDE              PIC 9(08) VALUE ZERO.
001020 01  PC-FECHA-DESDE-R REDEFINES PC-FECHA-DESDE.
001030     05  PC-DESDE-ANIOMES        PIC 9(06).
001040     05  PC-DESDE-DIA            PIC 9(02).
001050 01  PC-FECHA-HASTA              PIC 9(08) VALUE ZERO.
001060 01  PC-FECHA-HASTA-R REDEFINES PC-FECHA-HASTA.
001070     05  PC-HASTA-ANIOMES        PIC 9(06).
001080     05  PC-HASTA-DIA            PIC 9(02).
001090 01  PC-FECHA-EMISION            PIC 9(08) VALUE ZERO.
001100
001110 01  PC-CONSTANTES.
001120     05  PC-MAX-CAMPANIAS        PIC 9(03) COMP VALUE 100.
001130     05  PC-MAX-LINEAS           PIC 9(02) VALUE 56.
001140
001150******************************************************************
001160*TABLA DE CAMPANIAS: una entrada por campania, en el orden en que
001170*aparece en el maestro (por numero de serie, que es el orden de
001180*emision de las tandas).
001190******************************************************************
001200 01  PC-TABLA-CAMPANIAS.
001210     05  PC-ENTRADA-CAMP OCCURS 100 TIMES.
001220         10  PC-TAB-CAMPANIA     PIC X(10).
001230         10  PC-TAB-EMI-CANT     PIC 9(06).
001240         10  PC-TAB-EMI-VALOR    PIC 9(10)V9(02).
001250         10  PC-TAB-CAN-CANT     PIC 9(06).
001260         10  PC-TAB-CAN-VALOR    PIC 9(10)V9(02).
001270         10  PC-TAB-VEN-CANT     PIC 9(06).
001280         10  PC-TAB-VEN-VALOR    PIC 9(10)V9(02).
001290         10  PC-TAB-ANU-CANT     PIC 9(06).
001300         10  PC-TAB-PEN-CANT     PIC 9(06).
001310         10  PC-TAB-PEN-VALOR    PIC 9(10)V9(02).
001320
001330 01  PC-CONTROL-TABLA.
001340     05  PC-CANT-CAMPANIAS       PIC 9(03) COMP VALUE ZERO.
001350     05  PC-IDX                  PIC 9(03) COMP VALUE ZERO.
001360     05  PC-CANT-DESBORDES       PIC 9(08) VALUE ZERO.
001370
001380 01  PC-TOTALES.
001390     05  PC-TOT-EMI-CANT         PIC 9(06) VALUE ZERO.
001400     05  PC-TOT-EMI-VALOR        PIC 9(10)V9(02) VALUE ZERO.
001410     05  PC-TOT-CAN-CANT         PIC 9(06) VALUE ZERO.
001420     05  PC-TOT-CAN-VALOR        PIC 9(10)V9(02) VALUE ZERO.
001430     05  PC-TOT-VEN-CANT         PIC 9(06) VALUE ZERO.
001440     05  PC-TOT-VEN-VALOR        PIC 9(10)V9(02) VALUE ZERO.
001450     05  PC-TOT-ANU-CANT         PIC 9(06) VALUE ZERO.
001460     05  PC-TOT-PEN-CANT         PIC 9(06) VALUE ZERO.
001470     05  PC-TOT-PEN-VALOR        PIC 9(10)V9(02) VALUE ZERO.
001480
001490 01  PC-CONTADORES.
001500     05  PC-CANT-LEIDOS          PIC 9(08) VALUE ZERO.
001510     05  PC-CANT-VENCIDOS-HOY    PIC 9(08) VALUE ZERO.
001520     05  PC-CANT-ERRORES         PIC 9(08) VALUE ZERO.
001530
001540 01  PC-CONTROL-PAGINA.
001550     05  PC-PAGINA               PIC 9(04) VALUE ZERO.
001560     05  PC-LINEAS-PAGINA        PIC 9(02) VALUE ZERO.
001570
001580 01  PC-LINEA-TRABAJO            PIC X(132) VALUE SPACES.
001590
001600 01  PC-ENCABEZADO-1.
001610     05  FILLER                  PIC X(10) VALUE SPACES.
001620     05  FILLER                  PIC X(34) VALUE
001630         "CUPONES PENDIENTES DE CANJE       ".
001640     05  FILLER                  PIC X(34) VALUE SPACES.
001650     05  FILLER                  PIC X(07) VALUE "FECHA: ".
001660     05  PC-ENC-FECHA            PIC 9999/99/99.
001670     05  FILLER                  PIC X(10) VALUE SPACES.
001680     05  FILLER                  PIC X(08) VALUE "PAGINA: ".
001690     05  PC-ENC-PAGINA           PIC ZZZ9.
001700     05  FILLER                  PIC X(15) VALUE SPACES.
001710
001720 01  PC-ENCABEZADO-PERIODO.
001730     05  FILLER                  PIC X(10) VALUE SPACES.
001740     05  FILLER                  PIC X(09) VALUE "PERIODO: ".
001750     05  PC-PER-DESDE            PIC 9999/99/99.
001760     05  FILLER                  PIC X(03) VALUE " A ".
001770     05  PC-PER-HASTA            PIC 9999/99/99.
001780     05  FILLER                  PIC X(05) VALUE SPACES.
001790     05  FILLER                  PIC X(15) VALUE
001800         "PENDIENTES AL: ".
001810     05  PC-PER-PENDIENTES       PIC 9999/99/99.
001820     05  FILLER                  PIC X(60) VALUE SPACES.
001830
001840 01  PC-ENCABEZADO-2.
001850     05  FILLER                  PIC X(12) VALUE SPACES.
001860     05  FILLER                  PIC X(23) VALUE
001870         "  EMITIDOS EN EL MES   ".
001880     05  FILLER                  PIC X(23) VALUE
001890         "  CANJEADOS EN EL MES  ".
001900     05  FILLER                  PIC X(23) VALUE
001910         "  VENCIDOS EN EL MES   ".
001920     05  FILLER                  PIC X(09) VALUE
001930         " ANULADOS".
001940     05  FILLER                  PIC X(21) VALUE
001950         "  PENDIENTES (PASIVO)".
001960     05  FILLER                  PIC X(21) VALUE SPACES.
001970
001980 01  PC-ENCABEZADO-3.
001990     05  FILLER                  PIC X(12) VALUE "CAMPANIA    ".
002000     05  FILLER                  PIC X(23) VALUE
002010         "   CANT         VALOR  ".
002020     05  FILLER                  PIC X(23) VALUE
002030         "   CANT         VALOR  ".
002040     05  FILLER                  PIC X(23) VALUE
002050         "   CANT         VALOR  ".
002060     05  FILLER                  PIC X(09) VALUE
002070         "   CANT  ".
002080     05  FILLER                  PIC X(21) VALUE
002090         "   CANT         VALOR".
002100     05  FILLER                  PIC X(21) VALUE SPACES.
002110
002120 01  PC-LINEA-DETALLE.
002130     05  PC-DET-CAMPANIA         PIC X(10).
002140     05  FILLER                  PIC X(02) VALUE SPACES.
002150     05  PC-DET-EMI-CANT         PIC ZZZ,ZZ9.
002160     05  FILLER                  PIC X(01) VALUE SPACES.
002170     05  PC-DET-EMI-VALOR        PIC ZZ,ZZZ,ZZ9.99.
002180     05  FILLER                  PIC X(02) VALUE SPACES.
002190     05  PC-DET-CAN-CANT         PIC ZZZ,ZZ9.
002200     05  FILLER                  PIC X(01) VALUE SPACES.
002210     05  PC-DET-CAN-VALOR        PIC ZZ,ZZZ,ZZ9.99.
002220     05  FILLER                  PIC X(02) VALUE SPACES.
002230     05  PC-DET-VEN-CANT         PIC ZZZ,ZZ9.
002240     05  FILLER                  PIC X(01) VALUE SPACES.
002250     05  PC-DET-VEN-VALOR        PIC ZZ,ZZZ,ZZ9.99.
002260     05  FILLER                  PIC X(02) VALUE SPACES.
002270     05  PC-DET-ANU-CANT         PIC ZZZ,ZZ9.
002280     05  FILLER                  PIC X(02) VALUE SPACES.
002290     05  PC-DET-PEN-CANT         PIC ZZZ,ZZ9.
002300     05  FILLER                  PIC X(01) VALUE SPACES.
002310     05  PC-DET-PEN-VALOR        PIC ZZ,ZZZ,ZZ9.99.
002320     05  FILLER                  PIC X(21) VALUE SPACES.
002330
002340 01  PC-LINEA-RESUMEN.
002350     05  PC-RES-TITULO           PIC X(45).
002360     05  PC-RES-CANTIDAD         PIC ZZ,ZZZ,ZZ9.
002370     05  FILLER                  PIC X(77) VALUE SPACES.
002380******************************************************************
002390 LINKAGE SECTION.
002400 01  LK-PARM-AREA.
002410     05  LK-PARM-LEN             PIC S9(04) COMP.
002420     05  LK-PARM-MES             PIC X(06).
002430******************************************************************
002440 PROCEDURE DIVISION USING LK-PARM-AREA.
002450
002460 0000-MAINLINE.
002470     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002480     PERFORM 2000-PROCESAR-CUPON THRU 2000-EXIT
002490         UNTIL PC-FIN-CUPONES.
002500     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
002510     STOP RUN.
002520
002530******************************************************************
002540*INICIALIZAR: toma el mes del PARM o de la fecha de proceso y
002550*abre el maestro de cupones para actualizar, porque el mismo
002560*recorrido pasa a vencidos los emitidos ya vencidos.
002570******************************************************************
002580 1000-INICIALIZAR.
002581     ACCEPT PC-HORA-INICIO FROM TIME.
002590     OPEN OUTPUT VOUCHER-REPORT-FILE.
002600     ACCEPT PC-FECHA-EMISION FROM DATE YYYYMMDD.
002610     MOVE PC-FECHA-EMISION TO PC-FECHA-PROCESO.
002620     OPEN INPUT PROCESS-DATE-FILE.
002630     IF PC-PROC-STATUS-OK
002640         READ PROCESS-DATE-FILE
002650             AT END
002660                 CONTINUE
002670             NOT AT END
002680                 MOVE PD-FECHA-PROCESO TO PC-FECHA-PROCESO
002690         END-READ
002700         CLOSE PROCESS-DATE-FILE
002710     END-IF.
002720     MOVE PC-PROCESO-ANIOMES TO PC-MES-REPORTE.
002730     IF LK-PARM-LEN NOT LESS THAN 6
002740         IF LK-PARM-MES IS NUMERIC
002750             MOVE LK-PARM-MES TO PC-MES-REPORTE
002760         ELSE
002770             DISPLAY "PARM de mes no numerico, se ignora: "
002780                 LK-PARM-MES
002790         END-IF
002800     END-IF.
002810     MOVE PC-MES-REPORTE TO PC-DESDE-ANIOMES.
002820     MOVE 1 TO PC-DESDE-DIA.
002830     MOVE PC-MES-REPORTE TO PC-HASTA-ANIOMES.
002840     MOVE 31 TO PC-HASTA-DIA.
002850     MOVE PC-FECHA-PROCESO TO PC-ENC-FECHA.
002860     MOVE PC-FECHA-DESDE TO PC-PER-DESDE.
002870     MOVE PC-FECHA-HASTA TO PC-PER-HASTA.
002880     MOVE PC-FECHA-PROCESO TO PC-PER-PENDIENTES.
002890     PERFORM 5000-ENCABEZADO THRU 5000-EXIT.
002900     OPEN I-O VOUCHER-MASTER.
002910     IF NOT PC-CP-STATUS-OK
002920         DISPLAY "No se pudo abrir VOUCHER-MASTER, status "
002930             PC-CP-STATUS
002940         SET PC-FIN-CUPONES TO TRUE
002950         MOVE 12 TO RETURN-CODE
002960         GO TO 1000-EXIT
002970     END-IF.
002980     SET PC-MAESTRO-ABIERTO TO TRUE.
002990     PERFORM 1100-LEER-CUPON THRU 1100-EXIT.
003000 1000-EXIT.
003010     EXIT.
003020
003030 1100-LEER-CUPON.
003040     READ VOUCHER-MASTER NEXT RECORD
003050         AT END
003060             SET PC-FIN-CUPONES TO TRUE
003070     END-READ.
003080 1100-EXIT.
003090     EXIT.
003100
003110******************************************************************
003120*PROCESAR-CUPON: vence el cupon si corresponde, ubica su campania
003130*y lo acumula en ella y en el total.
003140******************************************************************
003150 2000-PROCESAR-CUPON.
003160     ADD 1 TO PC-CANT-LEIDOS.
003170     PERFORM 2100-VENCER-CUPON THRU 2100-EXIT.
003180     PERFORM 2500-UBICAR-CAMPANIA THRU 2500-EXIT.
003190     PERFORM 2600-ACUMULAR-CUPON THRU 2600-EXIT.
003200     PERFORM 1100-LEER-CUPON THRU 1100-EXIT.
003210 2000-EXIT.
003220     EXIT.
003230
003240******************************************************************
003250*VENCER-CUPON: un cupon emitido con la fecha de vencimiento ya
003260*pasada a la fecha de proceso deja de ser pasivo: se marca
003270*vencido con la fecha de proceso como fecha del cambio.
003280******************************************************************
003290 2100-VENCER-CUPON.
003300     IF NOT CP-EMITIDO
003310         GO TO 2100-EXIT
003320     END-IF.
003330     IF CP-FECHA-VENCIMIENTO NOT < PC-FECHA-PROCESO
003340         GO TO 2100-EXIT
003350     END-IF.
003360     MOVE "V" TO CP-ESTADO.
003370     MOVE PC-FECHA-PROCESO TO CP-FECHA-ESTADO.
003380     REWRITE CP-CUPON-RECORD.
003390     IF PC-CP-STATUS-OK
003400         ADD 1 TO PC-CANT-VENCIDOS-HOY
003410     ELSE
003420         ADD 1 TO PC-CANT-ERRORES
003430         DISPLAY "** No se pudo vencer el cupon " CP-SERIE
003440             ", status " PC-CP-STATUS " **"
003450     END-IF.
003460 2100-EXIT.
003470     EXIT.
003480
003490******************************************************************
003500*UBICAR-CAMPANIA: busca la campania en la tabla; si todavia no
003510*esta y hay lugar, la agrega con los acumuladores en cero. Si
003520*la tabla se desborda el cupon se suma solo al total y se
003530*cuenta, para que el pasivo total no quede corto.
003540******************************************************************
003550 2500-UBICAR-CAMPANIA.
003560     MOVE "N" TO PC-SW-HALLADA.
003570     MOVE 1 TO PC-IDX.
003580     PERFORM 2510-COMPARAR-CAMPANIA THRU 2510-EXIT
003590         UNTIL PC-CAMPANIA-HALLADA OR PC-IDX > PC-CANT-CAMPANIAS.
003600     IF NOT PC-CAMPANIA-HALLADA
003610         IF PC-CANT-CAMPANIAS < PC-MAX-CAMPANIAS
003620             ADD 1 TO PC-CANT-CAMPANIAS
003630             MOVE PC-CANT-CAMPANIAS TO PC-IDX
003640             MOVE CP-CAMPANIA TO PC-TAB-CAMPANIA(PC-IDX)
003650             MOVE ZERO TO PC-TAB-EMI-CANT(PC-IDX)
003660             MOVE ZERO TO PC-TAB-EMI-VALOR(PC-IDX)
003670             MOVE ZERO TO PC-TAB-CAN-CANT(PC-IDX)
003680             MOVE ZERO TO PC-TAB-CAN-VALOR(PC-IDX)
003690             MOVE ZERO TO PC-TAB-VEN-CANT(PC-IDX)
003700             MOVE ZERO TO PC-TAB-VEN-VALOR(PC-IDX)
003710             MOVE ZERO TO PC-TAB-ANU-CANT(PC-IDX)
003720             MOVE ZERO TO PC-TAB-PEN-CANT(PC-IDX)
003730             MOVE ZERO TO PC-TAB-PEN-VALOR(PC-IDX)
003740             SET PC-CAMPANIA-HALLADA TO TRUE
003750         ELSE
003760             ADD 1 TO PC-CANT-DESBORDES
003770             DISPLAY "** Tabla de campanias llena, la campania "
003780                 CP-CAMPANIA " va solo al total **"
003790         END-IF
003800     END-IF.
003810 2500-EXIT.
003820     EXIT.
003830
003840 2510-COMPARAR-CAMPANIA.
003850     IF PC-TAB-CAMPANIA(PC-IDX) = CP-CAMPANIA
003860         SET PC-CAMPANIA-HALLADA TO TRUE
003870     ELSE
003880         ADD 1 TO PC-IDX
003890     END-IF.
003900 2510-EXIT.
003910     EXIT.
003920
003930******************************************************************
003940*ACUMULAR-CUPON: lo emitido se toma por fecha de emision, lo
003950*canjeado por fecha de canje y lo vencido o anulado por fecha
003960*del cambio de estado, todo dentro del mes. Lo pendiente es lo
003970*que sigue emitido hoy, sin importar el mes de emision.
003980******************************************************************
003990 2600-ACUMULAR-CUPON.
004000     IF CP-FECHA-EMISION NOT < PC-FECHA-DESDE
004010             AND CP-FECHA-EMISION NOT > PC-FECHA-HASTA
004020         ADD 1 TO PC-TOT-EMI-CANT
004030         ADD CP-VALOR-NOMINAL TO PC-TOT-EMI-VALOR
004040         IF PC-CAMPANIA-HALLADA
004050             ADD 1 TO PC-TAB-EMI-CANT(PC-IDX)
004060             ADD CP-VALOR-NOMINAL TO PC-TAB-EMI-VALOR(PC-IDX)
004070         END-IF
004080     END-IF.
004090     IF CP-CANJEADO
004100             AND CP-CANJE-FECHA NOT < PC-FECHA-DESDE
004110             AND CP-CANJE-FECHA NOT > PC-FECHA-HASTA
004120         ADD 1 TO PC-TOT-CAN-CANT
004130         ADD CP-VALOR-NOMINAL TO PC-TOT-CAN-VALOR
004140         IF PC-CAMPANIA-HALLADA
004150             ADD 1 TO PC-TAB-CAN-CANT(PC-IDX)
004160             ADD CP-VALOR-NOMINAL TO PC-TAB-CAN-VALOR(PC-IDX)
004170         END-IF
004180     END-IF.
004190     IF CP-VENCIDO
004200             AND CP-FECHA-ESTADO NOT < PC-FECHA-DESDE
004210             AND CP-FECHA-ESTADO NOT > PC-FECHA-HASTA
004220         ADD 1 TO PC-TOT-VEN-CANT
004230         ADD CP-VALOR-NOMINAL TO PC-TOT-VEN-VALOR
004240         IF PC-CAMPANIA-HALLADA
004250             ADD 1 TO PC-TAB-VEN-CANT(PC-IDX)
004260             ADD CP-VALOR-NOMINAL TO PC-TAB-VEN-VALOR(PC-IDX)
004270         END-IF
004280     END-IF.
004290     IF CP-ANULADO
004300             AND CP-FECHA-ESTADO NOT < PC-FECHA-DESDE
004310             AND CP-FECHA-ESTADO NOT > PC-FECHA-HASTA
004320         ADD 1 TO PC-TOT-ANU-CANT
004330         IF PC-CAMPANIA-HALLADA
004340             ADD 1 TO PC-TAB-ANU-CANT(PC-IDX)
004350         END-IF
004360     END-IF.
004370     IF CP-EMITIDO
004380         ADD 1 TO PC-TOT-PEN-CANT
004390         ADD CP-VALOR-NOMINAL TO PC-TOT-PEN-VALOR
004400         IF PC-CAMPANIA-HALLADA
004410             ADD 1 TO PC-TAB-PEN-CANT(PC-IDX)
004420             ADD CP-VALOR-NOMINAL TO PC-TAB-PEN-VALOR(PC-IDX)
004430         END-IF
004440     END-IF.
004450 2600-EXIT.
004460     EXIT.
004470
004480 5000-ENCABEZADO.
004490     ADD 1 TO PC-PAGINA.
004500     MOVE ZERO TO PC-LINEAS-PAGINA.
004510     MOVE PC-PAGINA TO PC-ENC-PAGINA.
004520     WRITE PC-LINEA-IMPRESION FROM PC-ENCABEZADO-1.
004530     WRITE PC-LINEA-IMPRESION FROM PC-ENCABEZADO-PERIODO.
004540     MOVE ALL "=" TO PC-LINEA-IMPRESION.
004550     WRITE PC-LINEA-IMPRESION.
004560     WRITE PC-LINEA-IMPRESION FROM PC-ENCABEZADO-2.
004570     WRITE PC-LINEA-IMPRESION FROM PC-ENCABEZADO-3.
004580     MOVE ALL "-" TO PC-LINEA-IMPRESION.
004590     WRITE PC-LINEA-IMPRESION.
004600 5000-EXIT.
004610     EXIT.
004620
004630 7000-ESCRIBIR-LINEA.
004640     IF PC-LINEAS-PAGINA NOT LESS THAN PC-MAX-LINEAS
004650         PERFORM 5000-ENCABEZADO THRU 5000-EXIT
004660     END-IF.
004670     WRITE PC-LINEA-IMPRESION FROM PC-LINEA-TRABAJO.
004680     ADD 1 TO PC-LINEAS-PAGINA.
004690 7000-EXIT.
004700     EXIT.
004710
004720******************************************************************
004730*FINALIZAR: lista una linea por campania, el total y los
004740*contadores, cierra los archivos y deja la corrida en el control.
004750******************************************************************
004760 9000-FINALIZAR.
004770     IF NOT PC-MAESTRO-ABIERTO
004780         GO TO 9000-CERRAR
004790     END-IF.
004800     IF PC-CANT-LEIDOS = ZERO
004810         MOVE "SIN CUPONES EN EL MAESTRO" TO PC-LINEA-TRABAJO
004820         PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
004830         GO TO 9000-CERRAR
004840     END-IF.
004850     MOVE ZERO TO PC-IDX.
004860     PERFORM 9100-LINEA-CAMPANIA THRU 9100-EXIT
004870         PC-CANT-CAMPANIAS TIMES.
004880     MOVE ALL "-" TO PC-LINEA-TRABAJO.
004890     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
004900     MOVE SPACES TO PC-LINEA-DETALLE.
004910     MOVE "TOTAL"          TO PC-DET-CAMPANIA.
004920     MOVE PC-TOT-EMI-CANT  TO PC-DET-EMI-CANT.
004930     MOVE PC-TOT-EMI-VALOR TO PC-DET-EMI-VALOR.
004940     MOVE PC-TOT-CAN-CANT  TO PC-DET-CAN-CANT.
004950     MOVE PC-TOT-CAN-VALOR TO PC-DET-CAN-VALOR.
004960     MOVE PC-TOT-VEN-CANT  TO PC-DET-VEN-CANT.
004970     MOVE PC-TOT-VEN-VALOR TO PC-DET-VEN-VALOR.
004980     MOVE PC-TOT-ANU-CANT  TO PC-DET-ANU-CANT.
004990     MOVE PC-TOT-PEN-CANT  TO PC-DET-PEN-CANT.
005000     MOVE PC-TOT-PEN-VALOR TO PC-DET-PEN-VALOR.
005010     MOVE PC-LINEA-DETALLE TO PC-LINEA-TRABAJO.
005020     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
005030     MOVE SPACES TO PC-LINEA-TRABAJO.
005040     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
005050     MOVE "CUPONES LEIDOS" TO PC-RES-TITULO.
005060     MOVE PC-CANT-LEIDOS TO PC-RES-CANTIDAD.
005070     PERFORM 9200-ESCRIBIR-RESUMEN THRU 9200-EXIT.
005080     MOVE "PASADOS A VENCIDOS EN ESTA CORRIDA" TO PC-RES-TITULO.
005090     MOVE PC-CANT-VENCIDOS-HOY TO PC-RES-CANTIDAD.
005100     PERFORM 9200-ESCRIBIR-RESUMEN THRU 9200-EXIT.
005110     IF PC-CANT-ERRORES > ZERO
005120         MOVE "CUPONES VENCIDOS QUE NO SE PUDIERON MARCAR"
005130             TO PC-RES-TITULO
005140         MOVE PC-CANT-ERRORES TO PC-RES-CANTIDAD
005150         PERFORM 9200-ESCRIBIR-RESUMEN THRU 9200-EXIT
005160         MOVE 4 TO RETURN-CODE
005170     END-IF.
005180     IF PC-CANT-DESBORDES > ZERO
005190         MOVE "CUPONES DE CAMPANIAS FUERA DE LA TABLA"
005200             TO PC-RES-TITULO
005210         MOVE PC-CANT-DESBORDES TO PC-RES-CANTIDAD
005220         PERFORM 9200-ESCRIBIR-RESUMEN THRU 9200-EXIT
005230     END-IF.
005240 9000-CERRAR.
005250     IF PC-MAESTRO-ABIERTO
005260         CLOSE VOUCHER-MASTER
005270     END-IF.
005280     CLOSE VOUCHER-REPORT-FILE.
005290     IF PC-MAESTRO-ABIERTO
005300         PERFORM 9500-GRABAR-RUN-CONTROL THRU 9500-EXIT
005310     END-IF.
005320 9000-EXIT.
005330     EXIT.
005340
005350 9100-LINEA-CAMPANIA.
005360     ADD 1 TO PC-IDX.
005370     MOVE SPACES TO PC-LINEA-DETALLE.
005380     MOVE PC-TAB-CAMPANIA(PC-IDX)  TO PC-DET-CAMPANIA.
005390     MOVE PC-TAB-EMI-CANT(PC-IDX)  TO PC-DET-EMI-CANT.
005400     MOVE PC-TAB-EMI-VALOR(PC-IDX) TO PC-DET-EMI-VALOR.
005410     MOVE PC-TAB-CAN-CANT(PC-IDX)  TO PC-DET-CAN-CANT.
005420     MOVE PC-TAB-CAN-VALOR(PC-IDX) TO PC-DET-CAN-VALOR.
005430     MOVE PC-TAB-VEN-CANT(PC-IDX)  TO PC-DET-VEN-CANT.
005440     MOVE PC-TAB-VEN-VALOR(PC-IDX) TO PC-DET-VEN-VALOR.
005450     MOVE PC-TAB-ANU-CANT(PC-IDX)  TO PC-DET-ANU-CANT.
005460     MOVE PC-TAB-PEN-CANT(PC-IDX)  TO PC-DET-PEN-CANT.
005470     MOVE PC-TAB-PEN-VALOR(PC-IDX) TO PC-DET-PEN-VALOR.
005480     MOVE PC-LINEA-DETALLE TO PC-LINEA-TRABAJO.
005490     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
005500 9100-EXIT.
005510     EXIT.
005520
005530 9200-ESCRIBIR-RESUMEN.
005540     MOVE PC-LINEA-RESUMEN TO PC-LINEA-TRABAJO.
005550     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
005560 9200-EXIT.
005570     EXIT.
005580
005590******************************************************************
005600*GRABAR-RUN-CONTROL: deja constancia de la corrida completa en
005610*RUN-CONTROL-FILE, para el rearranque del proceso nocturno. El
005620*monto es el pasivo pendiente a la fecha de proceso.
005630******************************************************************
005640 9500-GRABAR-RUN-CONTROL.
005650     OPEN EXTEND RUN-CONTROL-FILE.
005660     IF NOT PC-RUN-STATUS-OK
005670         OPEN OUTPUT RUN-CONTROL-FILE
005680     END-IF.
005690     IF NOT PC-RUN-STATUS-OK
005700         DISPLAY "No se pudo grabar RUN-CONTROL-FILE, status "
005710             PC-RUN-STATUS
005720         GO TO 9500-EXIT
005730     END-IF.
005740     INITIALIZE RC-RUN-RECORD.
005750     MOVE "EJER1CUP" TO RC-PROGRAMA.
005760     MOVE PC-FECHA-PROCESO TO RC-FECHA.
005770     ACCEPT RC-HORA FROM TIME.
005771     MOVE PC-HORA-INICIO TO RC-HORA-INICIO.
005780     MOVE PC-CANT-LEIDOS TO RC-LEIDOS.
005790     MOVE PC-CANT-LEIDOS TO RC-PROCESADOS.
005800     MOVE PC-TOT-PEN-VALOR TO RC-SUMA-MONTO.
005810     MOVE PC-TOT-PEN-VALOR TO RC-TOTAL-GENERAL.
005820     WRITE RC-RUN-RECORD.
005830     CLOSE RUN-CONTROL-FILE.
005840 9500-EXIT.
005850     EXIT.
005860
005870 END PROGRAM Ejercicio1Cupones.
