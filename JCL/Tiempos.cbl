000100******************************************************************
000110*PROGRAMA    : Tiempos
000120*AUTOR       : R. Fediuk - Sistemas
000130*INSTALACION : Casa Central
000140*FECHA ESCR. : 2026-10-15
000150*FECHA COMP. :
000160*PROPOSITO   : Tiempos del proceso nocturno. Ultimo paso de
000170*              NIGHTRUN, despues del balanceo. Toma de
000180*              RUN-CONTROL-FILE los registros de la fecha de
000190*              proceso (el ultimo de cada paso, si se repitio)
000200*              con su hora de inicio y de fin, y los agrega al
000210*              historial permanente de tiempos (TIME-HISTORY-
000220*              FILE, copybook TIMEHIST) junto con la ventana
000230*              completa de la noche. Lista por paso los minutos
000240*              de la noche contra el promedio de las ultimas 30
000250*              noches del historial y los registros procesados
000260*              por minuto, y marca el paso que supera su maximo
000270*              de minutos de la agenda SCHEDCTL. Compara la
000280*              ventana contra la hora limite del registro
000290*              NIGHTRUN de la agenda, tanto la de esta noche
000300*              como la proyectada para la proxima (la duracion
000310*              de hoy mas lo que hoy se paso del promedio).
000320*              Cualquiera de esas alertas termina con codigo de
000330*              retorno 4, para que el operador se entere antes
000340*              que las sucursales.
000350******************************************************************
000360*HISTORIAL DE MODIFICACIONES
000370*FECHA       INIC.  DESCRIPCION
000380*----------  -----  -------------------------------------------
000390*2026-10-15  RF     Version original.
000400******************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. Tiempos.
000430 AUTHOR. R. FEDIUK.
000440 INSTALLATION. CASA CENTRAL.
000450 DATE-WRITTEN. 2026-10-15.
000460 DATE-COMPILED.
000470******************************************************************
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS TI-RUN-STATUS.
000540     SELECT SCHEDULE-CONTROL-FILE ASSIGN TO "SCHEDCTL"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS SC-TRAMO
000580         FILE STATUS IS TI-SCH-STATUS.
000590     SELECT TIME-HISTORY-FILE ASSIGN TO "TIMEHIST"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS TI-HIS-STATUS.
000620     SELECT PROCESS-DATE-FILE ASSIGN TO "PROCDATE"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS TI-PROC-STATUS.
000650     SELECT TIME-REPORT-FILE ASSIGN TO "TIMRPT"
000660         ORGANIZATION IS SEQUENTIAL.
000670******************************************************************
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  RUN-CONTROL-FILE
000710     LABEL RECORDS ARE STANDARD.
000720     COPY RUNCTL.
000730
000740 FD  SCHEDULE-CONTROL-FILE
000750     LABEL RECORDS ARE STANDARD.
000760     COPY SCHEDCTL.
000770
000780 FD  TIME-HISTORY-FILE
000790     LABEL RECORDS ARE STANDARD.
000800     COPY TIMEHIST.
000810
000820 FD  PROCESS-DATE-FILE
000830     LABEL RECORDS ARE STANDARD.
000840     COPY PROCDATE.
000850
000860 FD  TIME-REPORT-FILE
000870     LABEL RECORDS ARE STANDARD.
000880 01  TI-LINEA-IMPRESION          PIC X(132).
000890
000900 WORKING-STORAGE SECTION.
000910 01  TI-SWITCHES.
000920     05  TI-SW-FIN-CONTROL       PIC X(01) VALUE "N".
000930         88  TI-FIN-CONTROL             VALUE "S".
000940     05  TI-SW-CONTROL-ABIERTO   PIC X(01) VALUE "N".
000950         88  TI-CONTROL-ABIERTO         VALUE "S".
000960     05  TI-SW-AGENDA-ABIERTA    PIC X(01) VALUE "N".
000970         88  TI-AGENDA-ABIERTA          VALUE "S".
000980     05  TI-SW-FIN-HISTORIA      PIC X(01) VALUE "N".
000990         88  TI-FIN-HISTORIA            VALUE "S".
001000     05  TI-SW-ERROR-HISTORIA    PIC X(01) VALUE "N".
001010         88  TI-ERROR-HISTORIA          VALUE "S".
001020     05  TI-SW-ANCLA             PIC X(01) VALUE "N".
001030         88  TI-CON-ANCLA               VALUE "S".
001040     05  TI-SW-LIMITE            PIC X(01) VALUE "N".
001050         88  TI-CON-LIMITE              VALUE "S".
001060     05  TI-SW-VENTANA-GRABADA   PIC X(01) VALUE "N".
001070         88  TI-VENTANA-GRABADA         VALUE "S".
001080     05  TI-SW-VENTANA-EXCEDIDA  PIC X(01) VALUE "N".
001090         88  TI-VENTANA-EXCEDIDA        VALUE "S".
001100     05  TI-SW-PROYECCION-EXC    PIC X(01) VALUE "N".
001110         88  TI-PROYECCION-EXCEDIDA     VALUE "S".
001120
001130 01  TI-RUN-STATUS               PIC X(02).
001140     88  TI-RUN-STATUS-OK              VALUE "00".
001150
001160 01  TI-SCH-STATUS               PIC X(02).
001170     88  TI-SCH-STATUS-OK              VALUE "00".
001180
001190 01  TI-HIS-STATUS               PIC X(02).
001200     88  TI-HIS-STATUS-OK              VALUE "00".
001210
001220 01  TI-PROC-STATUS              PIC X(02).
001230     88  TI-PROC-STATUS-OK             VALUE "00".
001240
001250 01  TI-CONSTANTES.
001260     05  TI-MAX-TRAMOS           PIC 9(03) COMP VALUE 50.
001270     05  TI-MAX-NOCHES           PIC 9(02) COMP VALUE 30.
001280     05  TI-MAX-LINEAS           PIC 9(02) VALUE 56.
001290     05  TI-CENT-DIA             PIC 9(09) COMP VALUE 8640000.
001300
001310 01  TI-FECHA-PROCESO            PIC 9(08) VALUE ZERO.
001320 01  TI-FECHA-CORTE              PIC 9(08) VALUE ZERO.
001330
001340******************************************************************
001350*HORAS: las de RUNCTL vienen HHMMSScc; para restarlas se pasan a
001360*centesimos de segundo desde la medianoche. Una hora anterior al
001370*inicio del primer paso de la noche (el ancla) es del dia
001380*siguiente y se le suma un dia, asi la ventana puede cruzar la
001390*medianoche.
001400******************************************************************
001410 01  TI-HORA-TRABAJO             PIC 9(08) VALUE ZERO.
001420 01  TI-HORA-TRABAJO-R REDEFINES TI-HORA-TRABAJO.
001430     05  TI-HT-HH                PIC 9(02).
001440     05  TI-HT-MM                PIC 9(02).
001450     05  TI-HT-SS                PIC 9(02).
001460     05  TI-HT-CC                PIC 9(02).
001470
001480 01  TI-CALCULO-HORAS.
001490     05  TI-CENT-TRABAJO         PIC 9(09) COMP VALUE ZERO.
001500     05  TI-ANCLA-CENT           PIC 9(09) COMP VALUE ZERO.
001510     05  TI-CALC-DIAS            PIC 9(03) COMP VALUE ZERO.
001520     05  TI-CALC-RESTO           PIC 9(09) COMP VALUE ZERO.
001530     05  TI-CALC-RESTO-2         PIC 9(09) COMP VALUE ZERO.
001540
001550 01  TI-HORA-EDIT.
001560     05  TI-HE-HH                PIC 9(02).
001570     05  FILLER                  PIC X(01) VALUE ":".
001580     05  TI-HE-MM                PIC 9(02).
001590     05  FILLER                  PIC X(01) VALUE ":".
001600     05  TI-HE-SS                PIC 9(02).
001610
001620******************************************************************
001630*LIMITES DE LA AGENDA: registro NIGHTRUN de SCHEDCTL con la hora
001640*limite HHMM de la ventana y el maximo de minutos por defecto.
001650******************************************************************
001660 01  TI-MAX-DEFECTO              PIC 9(04) VALUE ZERO.
001670 01  TI-HORA-LIMITE              PIC 9(04) VALUE ZERO.
001680 01  TI-HORA-LIMITE-R REDEFINES TI-HORA-LIMITE.
001690     05  TI-LIMITE-HH            PIC 9(02).
001700     05  TI-LIMITE-MM            PIC 9(02).
001710
001720 01  TI-LIMITE-EDIT.
001730     05  TI-LE-HH                PIC 9(02).
001740     05  FILLER                  PIC X(01) VALUE ":".
001750     05  TI-LE-MM                PIC 9(02).
001760
001770******************************************************************
001780*TABLA DE PASOS: un renglon por programa con registro de
001790*control de la fecha de proceso, en el orden en que aparecen en
001800*RUNCTL; si un paso se repitio esa noche rige su ultimo registro.
001810******************************************************************
001820 01  TI-TABLA-TRAMOS.
001830     05  TI-ENTRADA-TRAMO OCCURS 50 TIMES.
001840         10  TI-T-PROGRAMA       PIC X(08).
001850         10  TI-T-INICIO         PIC 9(08).
001860         10  TI-T-FIN            PIC 9(08).
001870         10  TI-T-INI-CENT       PIC 9(09) COMP.
001880         10  TI-T-FIN-CENT       PIC 9(09) COMP.
001890         10  TI-T-SEGUNDOS       PIC 9(06).
001900         10  TI-T-LEIDOS         PIC 9(08).
001910         10  TI-T-PROCESADOS     PIC 9(08).
001920         10  TI-T-HIST-SEGUNDOS  PIC 9(09).
001930         10  TI-T-HIST-NOCHES    PIC 9(04).
001940         10  TI-T-PROMEDIO-SEG   PIC 9(06).
001950         10  TI-T-MAXIMO         PIC 9(04).
001960         10  TI-T-SW-INICIO      PIC X(01).
001970             88  TI-T-CON-INICIO       VALUE "S".
001980         10  TI-T-SW-GRABADO     PIC X(01).
001990             88  TI-T-GRABADO          VALUE "S".
002000         10  TI-T-SW-EXCEDIDO    PIC X(01).
002010             88  TI-T-EXCEDIDO         VALUE "S".
002020
002030*Fechas de las noches anteriores que entran en el promedio.
002040 01  TI-TABLA-FECHAS.
002050     05  TI-FECHA-HIST           OCCURS 30 TIMES PIC 9(08).
002060
002070 01  TI-CONTROL-TABLAS.
002080     05  TI-CANT-TRAMOS          PIC 9(03) COMP VALUE ZERO.
002090     05  TI-CANT-FECHAS          PIC 9(02) COMP VALUE ZERO.
002100     05  TI-IDX-TRAMO            PIC 9(03) COMP VALUE ZERO.
002110     05  TI-IDX-T                PIC 9(03) COMP VALUE ZERO.
002120     05  TI-IDX-FECHA            PIC 9(02) COMP VALUE ZERO.
002130     05  TI-IDX-F                PIC 9(02) COMP VALUE ZERO.
002140     05  TI-IDX-MENOR            PIC 9(02) COMP VALUE ZERO.
002150     05  TI-PROGRAMA-BUSCADO     PIC X(08) VALUE SPACES.
002160     05  TI-CANT-DESBORDES       PIC 9(08) VALUE ZERO.
002170
002180******************************************************************
002190*VENTANA DE LA NOCHE: del inicio del primer paso al fin del
002200*ultimo, con su promedio en el historial y la proyeccion.
002210******************************************************************
002220 01  TI-VENTANA.
002230     05  TI-VEN-INI-CENT         PIC 9(09) COMP VALUE ZERO.
002240     05  TI-VEN-FIN-CENT         PIC 9(09) COMP VALUE ZERO.
002250     05  TI-VEN-LIMITE-CENT      PIC 9(09) COMP VALUE ZERO.
002260     05  TI-VEN-PROY-CENT        PIC 9(09) COMP VALUE ZERO.
002270     05  TI-VEN-INICIO           PIC 9(08) VALUE ZERO.
002280     05  TI-VEN-FIN              PIC 9(08) VALUE ZERO.
002290     05  TI-VEN-SEGUNDOS         PIC 9(06) VALUE ZERO.
002300     05  TI-VEN-HIST-SEGUNDOS    PIC 9(09) VALUE ZERO.
002310     05  TI-VEN-HIST-NOCHES      PIC 9(04) VALUE ZERO.
002320     05  TI-VEN-PROMEDIO-SEG     PIC 9(06) VALUE ZERO.
002330     05  TI-VEN-PROY-SEG         PIC 9(07) VALUE ZERO.
002340
002350 01  TI-CALCULO.
002360     05  TI-CAL-MINUTOS          PIC 9(04)V9(01) VALUE ZERO.
002370     05  TI-CAL-DIFERENCIA       PIC S9(04)V9(01) VALUE ZERO.
002380     05  TI-CAL-REGISTROS        PIC 9(08) VALUE ZERO.
002390     05  TI-CAL-REG-MINUTO       PIC 9(09) VALUE ZERO.
002400
002410 01  TI-CONTADORES.
002420     05  TI-CANT-CONTROLES       PIC 9(08) VALUE ZERO.
002430     05  TI-CANT-SIN-INICIO      PIC 9(08) VALUE ZERO.
002440     05  TI-CANT-EXCEDIDOS       PIC 9(08) VALUE ZERO.
002450     05  TI-CANT-GRABADOS        PIC 9(08) VALUE ZERO.
002460
002470 01  TI-CONTROL-PAGINA.
002480     05  TI-PAGINA               PIC 9(04) VALUE ZERO.
002490     05  TI-LINEAS-PAGINA        PIC 9(02) VALUE ZERO.
002500
002510 01  TI-LINEA-TRABAJO            PIC X(132) VALUE SPACES.
002520
002530 01  TI-ENCABEZADO-1.
002540     05  FILLER                  PIC X(10) VALUE SPACES.
002550     05  FILLER                  PIC X(40) VALUE
002560         "TIEMPOS DEL PROCESO NOCTURNO".
002570     05  FILLER                  PIC X(28) VALUE SPACES.
002580     05  FILLER                  PIC X(07) VALUE "FECHA: ".
002590     05  TI-ENC-FECHA            PIC 9999/99/99.
002600     05  FILLER                  PIC X(10) VALUE SPACES.
002610     05  FILLER                  PIC X(08) VALUE "PAGINA: ".
002620     05  TI-ENC-PAGINA           PIC ZZZ9.
002630     05  FILLER                  PIC X(15) VALUE SPACES.
002640
002650 01  TI-ENCABEZADO-PERIODO.
002660     05  FILLER                  PIC X(10) VALUE SPACES.
002670     05  FILLER                  PIC X(22) VALUE
002680         "PROMEDIO SOBRE LAS 30 ".
002690     05  FILLER                  PIC X(38) VALUE
002700         "NOCHES ANTERIORES DEL HISTORIAL (HAY ".
002710     05  TI-PER-NOCHES           PIC Z9.
002720     05  FILLER                  PIC X(01) VALUE ")".
002730     05  FILLER                  PIC X(04) VALUE SPACES.
002740     05  FILLER                  PIC X(13) VALUE "HORA LIMITE: ".
002750     05  TI-PER-LIMITE           PIC X(13).
002760     05  FILLER                  PIC X(29) VALUE SPACES.
002770
002780 01  TI-ENCABEZADO-2.
002790     05  FILLER                  PIC X(02) VALUE SPACES.
002800     05  FILLER                  PIC X(10) VALUE "PASO".
002810     05  FILLER                  PIC X(10) VALUE "INICIO".
002820     05  FILLER                  PIC X(10) VALUE "FIN".
002830     05  FILLER                  PIC X(08) VALUE " MINUTOS".
002840     05  FILLER                  PIC X(08) VALUE "   PROM.".
002850     05  FILLER                  PIC X(08) VALUE "    DIF.".
002860     05  FILLER                  PIC X(06) VALUE "  NOC.".
002870     05  FILLER                  PIC X(13) VALUE
002880         "  REG/MINUTO".
002890     05  FILLER                  PIC X(07) VALUE "   MAX.".
002900     05  FILLER                  PIC X(03) VALUE SPACES.
002910     05  FILLER                  PIC X(24) VALUE "OBSERVACION".
002920     05  FILLER                  PIC X(23) VALUE SPACES.
002930
002940 01  TI-LINEA-DETALLE.
002950     05  FILLER                  PIC X(02) VALUE SPACES.
002960     05  TI-DET-PROGRAMA         PIC X(08).
002970     05  FILLER                  PIC X(02) VALUE SPACES.
002980     05  TI-DET-INICIO           PIC X(08).
002990     05  FILLER                  PIC X(02) VALUE SPACES.
003000     05  TI-DET-FIN              PIC X(08).
003010     05  FILLER                  PIC X(04) VALUE SPACES.
003020     05  TI-DET-MINUTOS          PIC ZZZ9.9.
003030     05  TI-DET-MINUTOS-X REDEFINES TI-DET-MINUTOS
003040                                 PIC X(06).
003050     05  FILLER                  PIC X(02) VALUE SPACES.
003060     05  TI-DET-PROMEDIO         PIC ZZZ9.9.
003070     05  TI-DET-PROMEDIO-X REDEFINES TI-DET-PROMEDIO
003080                                 PIC X(06).
003090     05  FILLER                  PIC X(01) VALUE SPACES.
003100     05  TI-DET-DIFERENCIA       PIC ++++9.9.
003110     05  TI-DET-DIFERENCIA-X REDEFINES TI-DET-DIFERENCIA
003120                                 PIC X(07).
003130     05  FILLER                  PIC X(03) VALUE SPACES.
003140     05  TI-DET-NOCHES           PIC ZZ9.
003150     05  FILLER                  PIC X(02) VALUE SPACES.
003160     05  TI-DET-REG-MINUTO       PIC ZZZ,ZZZ,ZZ9.
003170     05  TI-DET-REG-MINUTO-X REDEFINES TI-DET-REG-MINUTO
003180                                 PIC X(11).
003190     05  FILLER                  PIC X(03) VALUE SPACES.
003200     05  TI-DET-MAXIMO           PIC ZZZ9 BLANK WHEN ZERO.
003210     05  FILLER                  PIC X(03) VALUE SPACES.
003220     05  TI-DET-MARCA            PIC X(24).
003230     05  FILLER                  PIC X(23) VALUE SPACES.
003240
003250 01  TI-LINEA-VENTANA.
003260     05  FILLER                  PIC X(02) VALUE SPACES.
003270     05  TI-VNT-TITULO           PIC X(40).
003280     05  TI-VNT-HORA             PIC X(08).
003290     05  FILLER                  PIC X(03) VALUE SPACES.
003300     05  TI-VNT-MARCA            PIC X(40).
003310     05  FILLER                  PIC X(39) VALUE SPACES.
003320
003330 01  TI-LINEA-RESUMEN.
003340     05  TI-RES-TITULO           PIC X(45).
003350     05  TI-RES-CANTIDAD         PIC ZZ,ZZZ,ZZ9.
003360     05  FILLER                  PIC X(77) VALUE SPACES.
003370******************************************************************
003380 PROCEDURE DIVISION.
003390
003400 0000-MAINLINE.
003410     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
003420     PERFORM 2000-PROCESAR-CONTROL THRU 2000-EXIT
003430         UNTIL TI-FIN-CONTROL.
003440     PERFORM 3000-LEER-HISTORIAL THRU 3000-EXIT.
003450     PERFORM 4000-CALCULAR-TIEMPOS THRU 4000-EXIT.
003460     PERFORM 8000-GRABAR-HISTORIAL THRU 8000-EXIT.
003470     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
003480     STOP RUN.
003490
003500******************************************************************
003510*INICIALIZAR: fecha de proceso, limites de la agenda (sin
003520*agenda no se controlan maximos ni hora limite) y apertura del
003530*control de corrida. Sin RUNCTL no hay tiempos que informar
003540*(RETURN-CODE 12).
003550******************************************************************
003560 1000-INICIALIZAR.
003570     ACCEPT TI-FECHA-PROCESO FROM DATE YYYYMMDD.
003580     OPEN INPUT PROCESS-DATE-FILE.
003590     IF TI-PROC-STATUS-OK
003600         READ PROCESS-DATE-FILE
003610             AT END
003620                 CONTINUE
003630             NOT AT END
003640                 MOVE PD-FECHA-PROCESO TO TI-FECHA-PROCESO
003650         END-READ
003660         CLOSE PROCESS-DATE-FILE
003670     END-IF.
003680     MOVE TI-FECHA-PROCESO TO TI-ENC-FECHA.
003690     OPEN OUTPUT TIME-REPORT-FILE.
003700     OPEN INPUT SCHEDULE-CONTROL-FILE.
003710     IF TI-SCH-STATUS-OK
003720         SET TI-AGENDA-ABIERTA TO TRUE
003730         PERFORM 1200-LEER-LIMITES THRU 1200-EXIT
003740     ELSE
003750         DISPLAY "Sin agenda SCHEDCTL (status " TI-SCH-STATUS
003760             "), no se controlan maximos ni hora limite"
003770     END-IF.
003780     OPEN INPUT RUN-CONTROL-FILE.
003790     IF NOT TI-RUN-STATUS-OK
003800         DISPLAY "No se pudo abrir RUN-CONTROL-FILE, status "
003810             TI-RUN-STATUS
003820         SET TI-FIN-CONTROL TO TRUE
003830         MOVE 12 TO RETURN-CODE
003840         GO TO 1000-EXIT
003850     END-IF.
003860     SET TI-CONTROL-ABIERTO TO TRUE.
003870     PERFORM 1100-LEER-CONTROL THRU 1100-EXIT.
003880 1000-EXIT.
003890     EXIT.
003900
003910 1100-LEER-CONTROL.
003920     READ RUN-CONTROL-FILE
003930         AT END
003940             SET TI-FIN-CONTROL TO TRUE
003950     END-READ.
003960 1100-EXIT.
003970     EXIT.
003980
003990******************************************************************
004000*LEER-LIMITES: el registro NIGHTRUN de la agenda trae la hora
004010*limite de la ventana y el maximo de minutos por defecto.
004020******************************************************************
004030 1200-LEER-LIMITES.
004040     MOVE "NIGHTRUN" TO SC-TRAMO.
004050     READ SCHEDULE-CONTROL-FILE
004060         INVALID KEY
004070             DISPLAY "Agenda sin registro NIGHTRUN, no se "
004080                 "controla la hora limite"
004090             GO TO 1200-EXIT
004100     END-READ.
004110     IF SC-MAX-MINUTOS IS NUMERIC
004120         MOVE SC-MAX-MINUTOS TO TI-MAX-DEFECTO
004130     END-IF.
004140     IF SC-HORA-LIMITE IS NOT NUMERIC
004150         GO TO 1200-EXIT
004160     END-IF.
004170     IF SC-HORA-LIMITE = ZERO
004180         GO TO 1200-EXIT
004190     END-IF.
004200     IF SC-LIMITE-HH > 23 OR SC-LIMITE-MM > 59
004210         DISPLAY "Hora limite invalida en la agenda: "
004220             SC-HORA-LIMITE
004230         GO TO 1200-EXIT
004240     END-IF.
004250     MOVE SC-HORA-LIMITE TO TI-HORA-LIMITE.
004260     SET TI-CON-LIMITE TO TRUE.
004270 1200-EXIT.
004280     EXIT.
004290
004300******************************************************************
004310*PROCESAR-CONTROL: guarda el ultimo registro de control de la
004320*fecha de proceso de cada programa. El primer inicio de la
004330*noche, en el orden de RUNCTL, es el ancla de la ventana.
004340******************************************************************
004350 2000-PROCESAR-CONTROL.
004360     IF RC-FECHA NOT = TI-FECHA-PROCESO
004370         GO TO 2000-LEER
004380     END-IF.
004390     ADD 1 TO TI-CANT-CONTROLES.
004400     MOVE RC-PROGRAMA TO TI-PROGRAMA-BUSCADO.
004410     PERFORM 2100-UBICAR-TRAMO THRU 2100-EXIT.
004420     IF TI-IDX-TRAMO = ZERO
004430         GO TO 2000-LEER
004440     END-IF.
004450     MOVE RC-HORA TO TI-T-FIN(TI-IDX-TRAMO).
004460     MOVE RC-LEIDOS TO TI-T-LEIDOS(TI-IDX-TRAMO).
004470     MOVE RC-PROCESADOS TO TI-T-PROCESADOS(TI-IDX-TRAMO).
004480     MOVE ZERO TO TI-T-INICIO(TI-IDX-TRAMO).
004490     MOVE "N" TO TI-T-SW-INICIO(TI-IDX-TRAMO).
004500     IF RC-HORA-INICIO IS NOT NUMERIC
004510         GO TO 2000-LEER
004520     END-IF.
004530     IF RC-HORA-INICIO = ZERO
004540         GO TO 2000-LEER
004550     END-IF.
004560     MOVE RC-HORA-INICIO TO TI-T-INICIO(TI-IDX-TRAMO).
004570     SET TI-T-CON-INICIO(TI-IDX-TRAMO) TO TRUE.
004580     IF NOT TI-CON-ANCLA
004590         MOVE RC-HORA-INICIO TO TI-HORA-TRABAJO
004600         PERFORM 7100-HORA-A-CENT THRU 7100-EXIT
004610         MOVE TI-CENT-TRABAJO TO TI-ANCLA-CENT
004620         MOVE RC-HORA-INICIO TO TI-VEN-INICIO
004630         SET TI-CON-ANCLA TO TRUE
004640     END-IF.
004650 2000-LEER.
004660     PERFORM 1100-LEER-CONTROL THRU 1100-EXIT.
004670 2000-EXIT.
004680     EXIT.
004690
004700******************************************************************
004710*UBICAR-TRAMO: busca TI-PROGRAMA-BUSCADO en la tabla y lo
004720*agrega si es nuevo. Sin lugar en la tabla se cuenta el desborde
004730*y TI-IDX-TRAMO queda en cero.
004740******************************************************************
004750 2100-UBICAR-TRAMO.
004760     PERFORM 2150-BUSCAR-TRAMO THRU 2150-EXIT.
004770     IF TI-IDX-TRAMO NOT = ZERO
004780         GO TO 2100-EXIT
004790     END-IF.
004800     IF TI-CANT-TRAMOS NOT LESS THAN TI-MAX-TRAMOS
004810         ADD 1 TO TI-CANT-DESBORDES
004820         GO TO 2100-EXIT
004830     END-IF.
004840     ADD 1 TO TI-CANT-TRAMOS.
004850     MOVE TI-CANT-TRAMOS TO TI-IDX-TRAMO.
004860     INITIALIZE TI-ENTRADA-TRAMO(TI-IDX-TRAMO).
004870     MOVE TI-PROGRAMA-BUSCADO TO TI-T-PROGRAMA(TI-IDX-TRAMO).
004880     MOVE "N" TO TI-T-SW-INICIO(TI-IDX-TRAMO).
004890     MOVE "N" TO TI-T-SW-GRABADO(TI-IDX-TRAMO).
004900     MOVE "N" TO TI-T-SW-EXCEDIDO(TI-IDX-TRAMO).
004910 2100-EXIT.
004920     EXIT.
004930
004940 2150-BUSCAR-TRAMO.
004950     MOVE ZERO TO TI-IDX-TRAMO.
004960     MOVE 1 TO TI-IDX-T.
004970     PERFORM 2160-COMPARAR-TRAMO THRU 2160-EXIT
004980         UNTIL TI-IDX-TRAMO NOT = ZERO
004990            OR TI-IDX-T > TI-CANT-TRAMOS.
005000 2150-EXIT.
005010     EXIT.
005020
005030 2160-COMPARAR-TRAMO.
005040     IF TI-T-PROGRAMA(TI-IDX-T) = TI-PROGRAMA-BUSCADO
005050         MOVE TI-IDX-T TO TI-IDX-TRAMO
005060     END-IF.
005070     ADD 1 TO TI-IDX-T.
005080 2160-EXIT.
005090     EXIT.
005100
005110******************************************************************
005120*LEER-HISTORIAL: una primera pasada elige las ultimas 30 fechas
005130*del historial anteriores a la de proceso; la segunda suma, de
005140*esas noches, los segundos de cada paso de esta noche y los de
005150*la ventana, y anota lo que ya quedo grabado con la fecha de
005160*proceso (un rearranque no lo vuelve a grabar).
005170******************************************************************
005180 3000-LEER-HISTORIAL.
005190     IF TI-CANT-TRAMOS = ZERO
005200         GO TO 3000-EXIT
005210     END-IF.
005220     OPEN INPUT TIME-HISTORY-FILE.
005230     IF NOT TI-HIS-STATUS-OK
005240         DISPLAY "Historial de tiempos vacio o inexistente "
005250             "(status " TI-HIS-STATUS "), se inicia esta noche"
005260         GO TO 3000-EXIT
005270     END-IF.
005280     MOVE "N" TO TI-SW-FIN-HISTORIA.
005290     PERFORM 3100-LEER-TIEMPO THRU 3100-EXIT.
005300     PERFORM 3200-ANOTAR-FECHA THRU 3200-EXIT
005310         UNTIL TI-FIN-HISTORIA.
005320     CLOSE TIME-HISTORY-FILE.
005330     PERFORM 3300-MENOR-FECHA THRU 3300-EXIT.
005340     MOVE TI-CANT-FECHAS TO TI-PER-NOCHES.
005350     OPEN INPUT TIME-HISTORY-FILE.
005360     IF NOT TI-HIS-STATUS-OK
005370         DISPLAY "No se pudo releer el historial de tiempos, "
005380             "status " TI-HIS-STATUS
005390         SET TI-ERROR-HISTORIA TO TRUE
005400         GO TO 3000-EXIT
005410     END-IF.
005420     MOVE "N" TO TI-SW-FIN-HISTORIA.
005430     PERFORM 3100-LEER-TIEMPO THRU 3100-EXIT.
005440     PERFORM 3400-SUMAR-TIEMPO THRU 3400-EXIT
005450         UNTIL TI-FIN-HISTORIA.
005460     CLOSE TIME-HISTORY-FILE.
005470 3000-EXIT.
005480     EXIT.
005490
005500 3100-LEER-TIEMPO.
005510     READ TIME-HISTORY-FILE
005520         AT END
005530             SET TI-FIN-HISTORIA TO TRUE
005540     END-READ.
005550 3100-EXIT.
005560     EXIT.
005570
005580******************************************************************
005590*ANOTAR-FECHA: guarda la fecha si es anterior a la de proceso y
005600*todavia no esta; con la tabla llena reemplaza a la mas vieja si
005610*la nueva es mas reciente.
005620******************************************************************
005630 3200-ANOTAR-FECHA.
005640     IF TH-FECHA NOT LESS THAN TI-FECHA-PROCESO
005650         GO TO 3200-LEER
005660     END-IF.
005670     MOVE ZERO TO TI-IDX-FECHA.
005680     MOVE 1 TO TI-IDX-F.
005690     PERFORM 3210-COMPARAR-FECHA THRU 3210-EXIT
005700         UNTIL TI-IDX-FECHA NOT = ZERO
005710            OR TI-IDX-F > TI-CANT-FECHAS.
005720     IF TI-IDX-FECHA NOT = ZERO
005730         GO TO 3200-LEER
005740     END-IF.
005750     IF TI-CANT-FECHAS < TI-MAX-NOCHES
005760         ADD 1 TO TI-CANT-FECHAS
005770         MOVE TH-FECHA TO TI-FECHA-HIST(TI-CANT-FECHAS)
005780         GO TO 3200-LEER
005790     END-IF.
005800     PERFORM 3300-MENOR-FECHA THRU 3300-EXIT.
005810     IF TH-FECHA > TI-FECHA-CORTE
005820         MOVE TH-FECHA TO TI-FECHA-HIST(TI-IDX-MENOR)
005830     END-IF.
005840 3200-LEER.
005850     PERFORM 3100-LEER-TIEMPO THRU 3100-EXIT.
005860 3200-EXIT.
005870     EXIT.
005880
005890 3210-COMPARAR-FECHA.
005900     IF TI-FECHA-HIST(TI-IDX-F) = TH-FECHA
005910         MOVE TI-IDX-F TO TI-IDX-FECHA
005920     END-IF.
005930     ADD 1 TO TI-IDX-F.
005940 3210-EXIT.
005950     EXIT.
005960
005970******************************************************************
005980*MENOR-FECHA: deja en TI-FECHA-CORTE la fecha mas vieja de la
005990*tabla y en TI-IDX-MENOR su lugar (cero si la tabla esta vacia).
006000******************************************************************
006010 3300-MENOR-FECHA.
006020     MOVE ZERO TO TI-FECHA-CORTE.
006030     MOVE ZERO TO TI-IDX-MENOR.
006040     MOVE ZERO TO TI-IDX-F.
006050     PERFORM 3310-COMPARAR-MENOR THRU 3310-EXIT
006060         TI-CANT-FECHAS TIMES.
006070 3300-EXIT.
006080     EXIT.
006090
006100 3310-COMPARAR-MENOR.
006110     ADD 1 TO TI-IDX-F.
006120     IF TI-IDX-MENOR = ZERO
006130             OR TI-FECHA-HIST(TI-IDX-F) < TI-FECHA-CORTE
006140         MOVE TI-IDX-F TO TI-IDX-MENOR
006150         MOVE TI-FECHA-HIST(TI-IDX-F) TO TI-FECHA-CORTE
006160     END-IF.
006170 3310-EXIT.
006180     EXIT.
006190
006200******************************************************************
006210*SUMAR-TIEMPO: un registro del historial. Los de la fecha de
006220*proceso marcan lo ya grabado; los de las noches elegidas suman
006230*al promedio de su paso (si corrio esta noche) o de la ventana.
006240******************************************************************
006250 3400-SUMAR-TIEMPO.
006260     IF TH-FECHA = TI-FECHA-PROCESO
006270         PERFORM 3500-MARCAR-GRABADO THRU 3500-EXIT
006280         GO TO 3400-LEER
006290     END-IF.
006300     IF TI-CANT-FECHAS = ZERO
006310             OR TH-FECHA > TI-FECHA-PROCESO
006320             OR TH-FECHA < TI-FECHA-CORTE
006330         GO TO 3400-LEER
006340     END-IF.
006350     IF TH-ES-VENTANA
006360         ADD TH-SEGUNDOS TO TI-VEN-HIST-SEGUNDOS
006370         ADD 1 TO TI-VEN-HIST-NOCHES
006380         GO TO 3400-LEER
006390     END-IF.
006400     MOVE TH-PROGRAMA TO TI-PROGRAMA-BUSCADO.
006410     PERFORM 2150-BUSCAR-TRAMO THRU 2150-EXIT.
006420     IF TI-IDX-TRAMO NOT = ZERO
006430         ADD TH-SEGUNDOS TO TI-T-HIST-SEGUNDOS(TI-IDX-TRAMO)
006440         ADD 1 TO TI-T-HIST-NOCHES(TI-IDX-TRAMO)
006450     END-IF.
006460 3400-LEER.
006470     PERFORM 3100-LEER-TIEMPO THRU 3100-EXIT.
006480 3400-EXIT.
006490     EXIT.
006500
006510 3500-MARCAR-GRABADO.
006520     IF TH-ES-VENTANA
006530         SET TI-VENTANA-GRABADA TO TRUE
006540         GO TO 3500-EXIT
006550     END-IF.
006560     MOVE TH-PROGRAMA TO TI-PROGRAMA-BUSCADO.
006570     PERFORM 2150-BUSCAR-TRAMO THRU 2150-EXIT.
006580     IF TI-IDX-TRAMO NOT = ZERO
006590         SET TI-T-GRABADO(TI-IDX-TRAMO) TO TRUE
006600     END-IF.
006610 3500-EXIT.
006620     EXIT.
006630
006640******************************************************************
006650*CALCULAR-TIEMPOS: duracion, promedio y maximo de cada paso;
006660*despues la ventana contra la hora limite, la de esta noche y
006670*la proyectada para la proxima.
006680******************************************************************
006690 4000-CALCULAR-TIEMPOS.
006700     IF TI-CANT-TRAMOS = ZERO
006710         GO TO 4000-EXIT
006720     END-IF.
006730     MOVE ZERO TO TI-IDX-TRAMO.
006740     PERFORM 4100-CALCULAR-TRAMO THRU 4100-EXIT
006750         TI-CANT-TRAMOS TIMES.
006760     IF NOT TI-CON-ANCLA
006770         GO TO 4000-EXIT
006780     END-IF.
006790     MOVE TI-ANCLA-CENT TO TI-VEN-INI-CENT.
006800     COMPUTE TI-VEN-SEGUNDOS ROUNDED =
006810         (TI-VEN-FIN-CENT - TI-VEN-INI-CENT) / 100.
006820     IF TI-VEN-HIST-NOCHES > ZERO
006830         COMPUTE TI-VEN-PROMEDIO-SEG ROUNDED =
006840             TI-VEN-HIST-SEGUNDOS / TI-VEN-HIST-NOCHES
006850     END-IF.
006860     MOVE TI-VEN-SEGUNDOS TO TI-VEN-PROY-SEG.
006870     IF TI-VEN-HIST-NOCHES > ZERO
006880             AND TI-VEN-SEGUNDOS > TI-VEN-PROMEDIO-SEG
006890         COMPUTE TI-VEN-PROY-SEG = TI-VEN-SEGUNDOS
006900             + TI-VEN-SEGUNDOS - TI-VEN-PROMEDIO-SEG
006910     END-IF.
006920     COMPUTE TI-VEN-PROY-CENT = TI-VEN-INI-CENT
006930         + TI-VEN-PROY-SEG * 100.
006940     IF NOT TI-CON-LIMITE
006950         GO TO 4000-EXIT
006960     END-IF.
006970     COMPUTE TI-HORA-TRABAJO = TI-HORA-LIMITE * 10000.
006980     PERFORM 7100-HORA-A-CENT THRU 7100-EXIT.
006990     MOVE TI-CENT-TRABAJO TO TI-VEN-LIMITE-CENT.
007000     IF TI-VEN-FIN-CENT > TI-VEN-LIMITE-CENT
007010         SET TI-VENTANA-EXCEDIDA TO TRUE
007020     END-IF.
007030     IF TI-VEN-PROY-CENT > TI-VEN-LIMITE-CENT
007040         SET TI-PROYECCION-EXCEDIDA TO TRUE
007050     END-IF.
007060 4000-EXIT.
007070     EXIT.
007080
007090******************************************************************
007100*CALCULAR-TRAMO: el fin de cada paso extiende la ventana; con
007110*hora de inicio se calcula su duracion. El maximo sale del
007120*registro del paso en la agenda (clave = su identificador de
007130*RUNCTL) o, si no tiene, del maximo por defecto de NIGHTRUN.
007140******************************************************************
007150 4100-CALCULAR-TRAMO.
007160     ADD 1 TO TI-IDX-TRAMO.
007170     MOVE TI-T-FIN(TI-IDX-TRAMO) TO TI-HORA-TRABAJO.
007180     PERFORM 7100-HORA-A-CENT THRU 7100-EXIT.
007190     MOVE TI-CENT-TRABAJO TO TI-T-FIN-CENT(TI-IDX-TRAMO).
007200     IF TI-CENT-TRABAJO > TI-VEN-FIN-CENT
007210         MOVE TI-CENT-TRABAJO TO TI-VEN-FIN-CENT
007220         MOVE TI-T-FIN(TI-IDX-TRAMO) TO TI-VEN-FIN
007230     END-IF.
007240     IF TI-T-HIST-NOCHES(TI-IDX-TRAMO) > ZERO
007250         COMPUTE TI-T-PROMEDIO-SEG(TI-IDX-TRAMO) ROUNDED =
007260             TI-T-HIST-SEGUNDOS(TI-IDX-TRAMO)
007270             / TI-T-HIST-NOCHES(TI-IDX-TRAMO)
007280     END-IF.
007290     PERFORM 4200-MAXIMO-TRAMO THRU 4200-EXIT.
007300     IF NOT TI-T-CON-INICIO(TI-IDX-TRAMO)
007310         ADD 1 TO TI-CANT-SIN-INICIO
007320         GO TO 4100-EXIT
007330     END-IF.
007340     MOVE TI-T-INICIO(TI-IDX-TRAMO) TO TI-HORA-TRABAJO.
007350     PERFORM 7100-HORA-A-CENT THRU 7100-EXIT.
007360     MOVE TI-CENT-TRABAJO TO TI-T-INI-CENT(TI-IDX-TRAMO).
007370     IF TI-T-FIN-CENT(TI-IDX-TRAMO) < TI-T-INI-CENT(TI-IDX-TRAMO)
007380         ADD TI-CENT-DIA TO TI-T-FIN-CENT(TI-IDX-TRAMO)
007390     END-IF.
007400     COMPUTE TI-T-SEGUNDOS(TI-IDX-TRAMO) ROUNDED =
007410         (TI-T-FIN-CENT(TI-IDX-TRAMO)
007420          - TI-T-INI-CENT(TI-IDX-TRAMO)) / 100.
007430     IF TI-T-MAXIMO(TI-IDX-TRAMO) > ZERO
007440             AND TI-T-SEGUNDOS(TI-IDX-TRAMO) >
007450                 TI-T-MAXIMO(TI-IDX-TRAMO) * 60
007460         SET TI-T-EXCEDIDO(TI-IDX-TRAMO) TO TRUE
007470         ADD 1 TO TI-CANT-EXCEDIDOS
007480     END-IF.
007490 4100-EXIT.
007500     EXIT.
007510
007520 4200-MAXIMO-TRAMO.
007530     MOVE TI-MAX-DEFECTO TO TI-T-MAXIMO(TI-IDX-TRAMO).
007540     IF NOT TI-AGENDA-ABIERTA
007550         GO TO 4200-EXIT
007560     END-IF.
007570     MOVE TI-T-PROGRAMA(TI-IDX-TRAMO) TO SC-TRAMO.
007580     READ SCHEDULE-CONTROL-FILE
007590         INVALID KEY
007600             GO TO 4200-EXIT
007610     END-READ.
007620     IF SC-MAX-MINUTOS IS NUMERIC
007630         MOVE SC-MAX-MINUTOS TO TI-T-MAXIMO(TI-IDX-TRAMO)
007640     END-IF.
007650 4200-EXIT.
007660     EXIT.
007670
007680******************************************************************
007690*ENCABEZADO: titulo, promedio, hora limite y titulos de columna.
007700******************************************************************
007710 5000-ENCABEZADO.
007720     ADD 1 TO TI-PAGINA.
007730     MOVE ZERO TO TI-LINEAS-PAGINA.
007740     MOVE TI-PAGINA TO TI-ENC-PAGINA.
007750     WRITE TI-LINEA-IMPRESION FROM TI-ENCABEZADO-1.
007760     WRITE TI-LINEA-IMPRESION FROM TI-ENCABEZADO-PERIODO.
007770     MOVE ALL "=" TO TI-LINEA-IMPRESION.
007780     WRITE TI-LINEA-IMPRESION.
007790     WRITE TI-LINEA-IMPRESION FROM TI-ENCABEZADO-2.
007800     MOVE ALL "-" TO TI-LINEA-IMPRESION.
007810     WRITE TI-LINEA-IMPRESION.
007820 5000-EXIT.
007830     EXIT.
007840
007850 7000-ESCRIBIR-LINEA.
007860     IF TI-LINEAS-PAGINA NOT LESS THAN TI-MAX-LINEAS
007870         PERFORM 5000-ENCABEZADO THRU 5000-EXIT
007880     END-IF.
007890     WRITE TI-LINEA-IMPRESION FROM TI-LINEA-TRABAJO.
007900     ADD 1 TO TI-LINEAS-PAGINA.
007910 7000-EXIT.
007920     EXIT.
007930
007940******************************************************************
007950*HORA-A-CENT: TI-HORA-TRABAJO (HHMMSScc) a centesimos desde la
007960*medianoche en TI-CENT-TRABAJO, con un dia mas si es anterior
007970*al ancla de la noche.
007980******************************************************************
007990 7100-HORA-A-CENT.
008000     COMPUTE TI-CENT-TRABAJO = TI-HT-HH * 360000
008010         + TI-HT-MM * 6000 + TI-HT-SS * 100 + TI-HT-CC.
008020     IF TI-CON-ANCLA AND TI-CENT-TRABAJO < TI-ANCLA-CENT
008030         ADD TI-CENT-DIA TO TI-CENT-TRABAJO
008040     END-IF.
008050 7100-EXIT.
008060     EXIT.
008070
008080******************************************************************
008090*CENT-A-HORA: TI-CENT-TRABAJO a HH:MM:SS en TI-HORA-EDIT, sin
008100*los dias enteros que se hayan sumado al cruzar la medianoche.
008110******************************************************************
008120 7200-CENT-A-HORA.
008130     DIVIDE TI-CENT-TRABAJO BY TI-CENT-DIA
008140         GIVING TI-CALC-DIAS REMAINDER TI-CALC-RESTO.
008150     DIVIDE TI-CALC-RESTO BY 360000
008160         GIVING TI-HE-HH REMAINDER TI-CALC-RESTO-2.
008170     DIVIDE TI-CALC-RESTO-2 BY 6000
008180         GIVING TI-HE-MM REMAINDER TI-CALC-RESTO.
008190     DIVIDE TI-CALC-RESTO BY 100 GIVING TI-HE-SS.
008200 7200-EXIT.
008210     EXIT.
008220
008230******************************************************************
008240*GRABAR-HISTORIAL: agrega al historial los pasos de esta noche
008250*con hora de inicio y la ventana, salvo lo que ya estaba grabado
008260*con la fecha de proceso.
008270******************************************************************
008280 8000-GRABAR-HISTORIAL.
008290     IF TI-CANT-TRAMOS = ZERO
008300         GO TO 8000-EXIT
008310     END-IF.
008320     OPEN EXTEND TIME-HISTORY-FILE.
008330     IF NOT TI-HIS-STATUS-OK
008340         OPEN OUTPUT TIME-HISTORY-FILE
008350     END-IF.
008360     IF NOT TI-HIS-STATUS-OK
008370         DISPLAY "No se pudo grabar TIME-HISTORY-FILE, status "
008380             TI-HIS-STATUS
008390         SET TI-ERROR-HISTORIA TO TRUE
008400         GO TO 8000-EXIT
008410     END-IF.
008420     MOVE ZERO TO TI-IDX-TRAMO.
008430     PERFORM 8100-GRABAR-TRAMO THRU 8100-EXIT
008440         TI-CANT-TRAMOS TIMES.
008450     IF TI-CON-ANCLA AND NOT TI-VENTANA-GRABADA
008460         INITIALIZE TH-TIEMPO-RECORD
008470         MOVE TI-FECHA-PROCESO TO TH-FECHA
008480         SET TH-ES-VENTANA TO TRUE
008490         MOVE TI-VEN-INICIO TO TH-HORA-INICIO
008500         MOVE TI-VEN-FIN TO TH-HORA-FIN
008510         MOVE TI-VEN-SEGUNDOS TO TH-SEGUNDOS
008520         MOVE TI-CANT-TRAMOS TO TH-LEIDOS
008530         WRITE TH-TIEMPO-RECORD
008540         ADD 1 TO TI-CANT-GRABADOS
008550     END-IF.
008560     CLOSE TIME-HISTORY-FILE.
008570 8000-EXIT.
008580     EXIT.
008590
008600 8100-GRABAR-TRAMO.
008610     ADD 1 TO TI-IDX-TRAMO.
008620     IF TI-T-GRABADO(TI-IDX-TRAMO)
008630             OR NOT TI-T-CON-INICIO(TI-IDX-TRAMO)
008640         GO TO 8100-EXIT
008650     END-IF.
008660     INITIALIZE TH-TIEMPO-RECORD.
008670     MOVE TI-FECHA-PROCESO TO TH-FECHA.
008680     MOVE TI-T-PROGRAMA(TI-IDX-TRAMO) TO TH-PROGRAMA.
008690     MOVE TI-T-INICIO(TI-IDX-TRAMO) TO TH-HORA-INICIO.
008700     MOVE TI-T-FIN(TI-IDX-TRAMO) TO TH-HORA-FIN.
008710     MOVE TI-T-SEGUNDOS(TI-IDX-TRAMO) TO TH-SEGUNDOS.
008720     MOVE TI-T-LEIDOS(TI-IDX-TRAMO) TO TH-LEIDOS.
008730     MOVE TI-T-PROCESADOS(TI-IDX-TRAMO) TO TH-PROCESADOS.
008740     WRITE TH-TIEMPO-RECORD.
008750     ADD 1 TO TI-CANT-GRABADOS.
008760 8100-EXIT.
008770     EXIT.
008780
008790******************************************************************
008800*FINALIZAR: lista los pasos, la ventana y los contadores, y
008810*cierra los archivos. Un paso por encima de su maximo o la
008820*ventana pasada (o proyectada) de la hora limite terminan con
008830*RETURN-CODE 4; un desborde de tabla o un historial que no se
008840*pudo grabar, con 8.
008850******************************************************************
008860 9000-FINALIZAR.
008870     IF TI-CON-LIMITE
008880         MOVE TI-LIMITE-HH TO TI-LE-HH
008890         MOVE TI-LIMITE-MM TO TI-LE-MM
008900         MOVE TI-LIMITE-EDIT TO TI-PER-LIMITE
008910     ELSE
008920         MOVE "SIN LIMITE" TO TI-PER-LIMITE
008930     END-IF.
008940     MOVE TI-CANT-FECHAS TO TI-PER-NOCHES.
008950     PERFORM 5000-ENCABEZADO THRU 5000-EXIT.
008960     IF NOT TI-CONTROL-ABIERTO
008970         MOVE "SIN ARCHIVO DE CONTROL DE CORRIDA - NO HAY "
008980             TO TI-LINEA-TRABAJO
008990         PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
009000         MOVE "  TIEMPOS QUE INFORMAR, VERIFICAR LA NOCHE"
009010             TO TI-LINEA-TRABAJO
009020         PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
009030         GO TO 9000-CERRAR
009040     END-IF.
009050     IF TI-CANT-TRAMOS = ZERO
009060         MOVE "SIN REGISTROS DE CONTROL DE LA FECHA DE PROCESO"
009070             TO TI-LINEA-TRABAJO
009080         PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
009090         GO TO 9000-RESUMEN
009100     END-IF.
009110     MOVE ZERO TO TI-IDX-TRAMO.
009120     PERFORM 9100-LINEA-TRAMO THRU 9100-EXIT
009130         TI-CANT-TRAMOS TIMES.
009140     PERFORM 9200-LINEAS-VENTANA THRU 9200-EXIT.
009150 9000-RESUMEN.
009160     MOVE SPACES TO TI-LINEA-TRABAJO.
009170     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
009180     MOVE "REGISTROS DE CONTROL DE LA FECHA DE PROCESO"
009190         TO TI-RES-TITULO.
009200     MOVE TI-CANT-CONTROLES TO TI-RES-CANTIDAD.
009210     PERFORM 9300-ESCRIBIR-RESUMEN THRU 9300-EXIT.
009220     MOVE "PASOS INFORMADOS" TO TI-RES-TITULO.
009230     MOVE TI-CANT-TRAMOS TO TI-RES-CANTIDAD.
009240     PERFORM 9300-ESCRIBIR-RESUMEN THRU 9300-EXIT.
009250     MOVE "PASOS SIN HORA DE INICIO" TO TI-RES-TITULO.
009260     MOVE TI-CANT-SIN-INICIO TO TI-RES-CANTIDAD.
009270     PERFORM 9300-ESCRIBIR-RESUMEN THRU 9300-EXIT.
009280     MOVE "PASOS POR ENCIMA DE SU MAXIMO" TO TI-RES-TITULO.
009290     MOVE TI-CANT-EXCEDIDOS TO TI-RES-CANTIDAD.
009300     PERFORM 9300-ESCRIBIR-RESUMEN THRU 9300-EXIT.
009310     MOVE "NOCHES ANTERIORES EN EL PROMEDIO" TO TI-RES-TITULO.
009320     MOVE TI-CANT-FECHAS TO TI-RES-CANTIDAD.
009330     PERFORM 9300-ESCRIBIR-RESUMEN THRU 9300-EXIT.
009340     MOVE "REGISTROS AGREGADOS AL HISTORIAL DE TIEMPOS"
009350         TO TI-RES-TITULO.
009360     MOVE TI-CANT-GRABADOS TO TI-RES-CANTIDAD.
009370     PERFORM 9300-ESCRIBIR-RESUMEN THRU 9300-EXIT.
009380     IF TI-CANT-EXCEDIDOS > ZERO
009390         DISPLAY "** Pasos por encima de su maximo de minutos: "
009400             TI-CANT-EXCEDIDOS " **"
009410     END-IF.
009420     IF TI-VENTANA-EXCEDIDA
009430         DISPLAY "** La ventana nocturna paso la hora limite **"
009440     END-IF.
009450     IF TI-PROYECCION-EXCEDIDA
009460         DISPLAY "** La ventana proyectada pasa la hora "
009470             "limite **"
009480     END-IF.
009490     IF TI-CANT-EXCEDIDOS > ZERO OR TI-VENTANA-EXCEDIDA
009500             OR TI-PROYECCION-EXCEDIDA
009510         IF RETURN-CODE < 4
009520             MOVE 4 TO RETURN-CODE
009530         END-IF
009540     END-IF.
009550     IF TI-CANT-DESBORDES > ZERO
009560         MOVE "ATENCION: PASOS OMITIDOS POR TABLA LLENA"
009570             TO TI-RES-TITULO
009580         MOVE TI-CANT-DESBORDES TO TI-RES-CANTIDAD
009590         PERFORM 9300-ESCRIBIR-RESUMEN THRU 9300-EXIT
009600         MOVE 8 TO RETURN-CODE
009610     END-IF.
009620     IF TI-ERROR-HISTORIA
009630         MOVE "ATENCION: NO SE PUDO GRABAR EL HISTORIAL"
009640             TO TI-LINEA-TRABAJO
009650         PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
009660         MOVE 8 TO RETURN-CODE
009670     END-IF.
009680     CLOSE RUN-CONTROL-FILE.
009690 9000-CERRAR.
009700     IF TI-AGENDA-ABIERTA
009710         CLOSE SCHEDULE-CONTROL-FILE
009720     END-IF.
009730     CLOSE TIME-REPORT-FILE.
009740 9000-EXIT.
009750     EXIT.
009760
009770******************************************************************
009780*LINEA-TRAMO: inicio, fin y minutos del paso esta noche, su
009790*promedio y la diferencia contra el, los registros procesados
009800*por minuto (los leidos, si el paso no informa procesados) y su
009810*maximo de minutos.
009820******************************************************************
009830 9100-LINEA-TRAMO.
009840     ADD 1 TO TI-IDX-TRAMO.
009850     MOVE SPACES TO TI-LINEA-DETALLE.
009860     MOVE TI-T-PROGRAMA(TI-IDX-TRAMO) TO TI-DET-PROGRAMA.
009870     MOVE TI-T-FIN-CENT(TI-IDX-TRAMO) TO TI-CENT-TRABAJO.
009880     PERFORM 7200-CENT-A-HORA THRU 7200-EXIT.
009890     MOVE TI-HORA-EDIT TO TI-DET-FIN.
009900     MOVE TI-T-MAXIMO(TI-IDX-TRAMO) TO TI-DET-MAXIMO.
009910     MOVE TI-T-HIST-NOCHES(TI-IDX-TRAMO) TO TI-DET-NOCHES.
009920     IF TI-T-HIST-NOCHES(TI-IDX-TRAMO) > ZERO
009930         COMPUTE TI-CAL-MINUTOS ROUNDED =
009940             TI-T-PROMEDIO-SEG(TI-IDX-TRAMO) / 60
009950         MOVE TI-CAL-MINUTOS TO TI-DET-PROMEDIO
009960     ELSE
009970         MOVE "    - " TO TI-DET-PROMEDIO-X
009980     END-IF.
009990     IF NOT TI-T-CON-INICIO(TI-IDX-TRAMO)
010000         MOVE "   -    " TO TI-DET-INICIO
010010         MOVE "    - " TO TI-DET-MINUTOS-X
010020         MOVE "     - " TO TI-DET-DIFERENCIA-X
010030         MOVE "         - " TO TI-DET-REG-MINUTO-X
010040         MOVE "SIN HORA DE INICIO" TO TI-DET-MARCA
010050         GO TO 9100-ESCRIBIR
010060     END-IF.
010070     MOVE TI-T-INI-CENT(TI-IDX-TRAMO) TO TI-CENT-TRABAJO.
010080     PERFORM 7200-CENT-A-HORA THRU 7200-EXIT.
010090     MOVE TI-HORA-EDIT TO TI-DET-INICIO.
010100     COMPUTE TI-CAL-MINUTOS ROUNDED =
010110         TI-T-SEGUNDOS(TI-IDX-TRAMO) / 60.
010120     MOVE TI-CAL-MINUTOS TO TI-DET-MINUTOS.
010130     IF TI-T-HIST-NOCHES(TI-IDX-TRAMO) > ZERO
010140         COMPUTE TI-CAL-DIFERENCIA ROUNDED =
010150             (TI-T-SEGUNDOS(TI-IDX-TRAMO)
010160              - TI-T-PROMEDIO-SEG(TI-IDX-TRAMO)) / 60
010170         MOVE TI-CAL-DIFERENCIA TO TI-DET-DIFERENCIA
010180     ELSE
010190         MOVE "     - " TO TI-DET-DIFERENCIA-X
010200     END-IF.
010210     MOVE TI-T-PROCESADOS(TI-IDX-TRAMO) TO TI-CAL-REGISTROS.
010220     IF TI-CAL-REGISTROS = ZERO
010230         MOVE TI-T-LEIDOS(TI-IDX-TRAMO) TO TI-CAL-REGISTROS
010240     END-IF.
010250     IF TI-T-SEGUNDOS(TI-IDX-TRAMO) > ZERO
010260         COMPUTE TI-CAL-REG-MINUTO ROUNDED =
010270             TI-CAL-REGISTROS * 60 / TI-T-SEGUNDOS(TI-IDX-TRAMO)
010280         MOVE TI-CAL-REG-MINUTO TO TI-DET-REG-MINUTO
010290     ELSE
010300         MOVE "         - " TO TI-DET-REG-MINUTO-X
010310     END-IF.
010320     IF TI-T-EXCEDIDO(TI-IDX-TRAMO)
010330         MOVE "** EXCEDE MAXIMO **" TO TI-DET-MARCA
010340     END-IF.
010350 9100-ESCRIBIR.
010360     MOVE TI-LINEA-DETALLE TO TI-LINEA-TRABAJO.
010370     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
010380 9100-EXIT.
010390     EXIT.
010400
010410******************************************************************
010420*LINEAS-VENTANA: la ventana de la noche como un paso mas, la
010430*hora limite de la agenda y el fin proyectado para la proxima
010440*noche.
010450******************************************************************
010460 9200-LINEAS-VENTANA.
010470     MOVE SPACES TO TI-LINEA-TRABAJO.
010480     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
010490     IF NOT TI-CON-ANCLA
010500         MOVE "NINGUN PASO CON HORA DE INICIO, NO SE MIDE LA "
010510             TO TI-LINEA-TRABAJO
010520         PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
010530         MOVE "  VENTANA DE LA NOCHE" TO TI-LINEA-TRABAJO
010540         PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
010550         GO TO 9200-EXIT
010560     END-IF.
010570     MOVE SPACES TO TI-LINEA-DETALLE.
010580     MOVE "VENTANA" TO TI-DET-PROGRAMA.
010590     MOVE TI-VEN-INI-CENT TO TI-CENT-TRABAJO.
010600     PERFORM 7200-CENT-A-HORA THRU 7200-EXIT.
010610     MOVE TI-HORA-EDIT TO TI-DET-INICIO.
010620     MOVE TI-VEN-FIN-CENT TO TI-CENT-TRABAJO.
010630     PERFORM 7200-CENT-A-HORA THRU 7200-EXIT.
010640     MOVE TI-HORA-EDIT TO TI-DET-FIN.
010650     COMPUTE TI-CAL-MINUTOS ROUNDED = TI-VEN-SEGUNDOS / 60.
010660     MOVE TI-CAL-MINUTOS TO TI-DET-MINUTOS.
010670     MOVE TI-VEN-HIST-NOCHES TO TI-DET-NOCHES.
010680     IF TI-VEN-HIST-NOCHES > ZERO
010690         COMPUTE TI-CAL-MINUTOS ROUNDED =
010700             TI-VEN-PROMEDIO-SEG / 60
010710         MOVE TI-CAL-MINUTOS TO TI-DET-PROMEDIO
010720         COMPUTE TI-CAL-DIFERENCIA ROUNDED =
010730             (TI-VEN-SEGUNDOS - TI-VEN-PROMEDIO-SEG) / 60
010740         MOVE TI-CAL-DIFERENCIA TO TI-DET-DIFERENCIA
010750     ELSE
010760         MOVE "    - " TO TI-DET-PROMEDIO-X
010770         MOVE "     - " TO TI-DET-DIFERENCIA-X
010780     END-IF.
010790     MOVE SPACES TO TI-DET-REG-MINUTO-X.
010800     IF TI-VENTANA-EXCEDIDA
010810         MOVE "** PASO LA HORA LIMITE **" TO TI-DET-MARCA
010820     END-IF.
010830     MOVE TI-LINEA-DETALLE TO TI-LINEA-TRABAJO.
010840     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
010850     MOVE SPACES TO TI-LINEA-TRABAJO.
010860     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
010870     MOVE SPACES TO TI-LINEA-VENTANA.
010880     MOVE "HORA LIMITE DE LA AGENDA (NIGHTRUN)" TO TI-VNT-TITULO.
010890     IF TI-CON-LIMITE
010900         MOVE TI-LIMITE-EDIT TO TI-VNT-HORA
010910     ELSE
010920         MOVE "NO HAY" TO TI-VNT-HORA
010930     END-IF.
010940     MOVE TI-LINEA-VENTANA TO TI-LINEA-TRABAJO.
010950     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
010960     MOVE SPACES TO TI-LINEA-VENTANA.
010970     MOVE "FIN PROYECTADO DE LA PROXIMA NOCHE" TO TI-VNT-TITULO.
010980     MOVE TI-VEN-PROY-CENT TO TI-CENT-TRABAJO.
010990     PERFORM 7200-CENT-A-HORA THRU 7200-EXIT.
011000     MOVE TI-HORA-EDIT TO TI-VNT-HORA.
011010     IF TI-PROYECCION-EXCEDIDA
011020         MOVE "** PROYECCION PASA LA HORA LIMITE **"
011030             TO TI-VNT-MARCA
011040     END-IF.
011050     MOVE TI-LINEA-VENTANA TO TI-LINEA-TRABAJO.
011060     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
011070 9200-EXIT.
011080     EXIT.
011090
011100 9300-ESCRIBIR-RESUMEN.
011110     MOVE TI-LINEA-RESUMEN TO TI-LINEA-TRABAJO.
011120     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
011130 9300-EXIT.
011140     EXIT.
011150
011160 END PROGRAM Tiempos.
